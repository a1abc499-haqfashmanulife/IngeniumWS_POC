      **                  ARE READ-ONLY AND STAY OUT OF THE          **
      **                  UPDATES-APPLIED AND AMOUNT HASH FIGURES    **
      **                  ON BOTH SIDES                              **
      ** 2026-10-15 RAK   TEXP (7-PAY PERIOD EXPIRY) CALLS ARE NOW   **
      **                  COUNTED AND COMPARED LIKE TCUR             **
      ** 2026-10-15 RAK   TXCH (SECTION 1035 EXCHANGE) AUDIT RECORDS **
      **                  ARE NOW COUNTED AND COMPARED LIKE TCUR;    **
      **                  AN EXCHANGE WRITES ONE FOR EACH CONTRACT   **
      **                  AND CSOM4000 COUNTS BOTH                   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBAL4000.
           05  WS-EXP-CALLS-CURE               PIC 9(09) COMP VALUE 0.
           05  WS-EXP-CALLS-REIN               PIC 9(09) COMP VALUE 0.
           05  WS-EXP-CALLS-PROJ               PIC 9(09) COMP VALUE 0.
           05  WS-EXP-CALLS-EXPR               PIC 9(09) COMP VALUE 0.
           05  WS-EXP-CALLS-XCHG               PIC 9(09) COMP VALUE 0.
           05  WS-EXP-UPDATES-APPLIED          PIC 9(09) COMP VALUE 0.
           05  WS-EXP-EDIT-REJECTS             PIC 9(09) COMP VALUE 0.
           05  WS-EXP-HASH-7PAY-CUM            PIC 9(18) COMP VALUE 0.
           05  WS-ACT-CALLS-CURE               PIC 9(09) COMP VALUE 0.
           05  WS-ACT-CALLS-REIN               PIC 9(09) COMP VALUE 0.
           05  WS-ACT-CALLS-PROJ               PIC 9(09) COMP VALUE 0.
           05  WS-ACT-CALLS-EXPR               PIC 9(09) COMP VALUE 0.
           05  WS-ACT-CALLS-XCHG               PIC 9(09) COMP VALUE 0.
           05  WS-ACT-UPDATES-APPLIED          PIC 9(09) COMP VALUE 0.
           05  WS-ACT-EDIT-REJECTS             PIC 9(09) COMP VALUE 0.
           05  WS-ACT-HASH-7PAY-CUM            PIC 9(18) COMP VALUE 0.
           ADD CCTL-CALLS-CURE       TO WS-EXP-CALLS-CURE.
           ADD CCTL-CALLS-REIN       TO WS-EXP-CALLS-REIN.
           ADD CCTL-CALLS-PROJ       TO WS-EXP-CALLS-PROJ.
           ADD CCTL-CALLS-EXPR       TO WS-EXP-CALLS-EXPR.
           ADD CCTL-CALLS-XCHG       TO WS-EXP-CALLS-XCHG.
           ADD CCTL-UPDATES-APPLIED  TO WS-EXP-UPDATES-APPLIED.
           ADD CCTL-EDIT-REJECTS     TO WS-EXP-EDIT-REJECTS.
           ADD CCTL-HASH-7PAY-CUM    TO WS-EXP-HASH-7PAY-CUM.
                   ADD 1 TO WS-ACT-CALLS-REIN
               WHEN CAUD-BUS-FCN-ID = 'TPRJ'
                   ADD 1 TO WS-ACT-CALLS-PROJ
               WHEN CAUD-BUS-FCN-ID = 'TEXP'
                   ADD 1 TO WS-ACT-CALLS-EXPR
               WHEN CAUD-BUS-FCN-ID = 'TXCH'
                   ADD 1 TO WS-ACT-CALLS-XCHG
           END-EVALUATE.
           IF CAUD-RETRN-CD = '01'
               ADD 1 TO WS-ACT-EDIT-REJECTS
           MOVE WS-EXP-CALLS-PROJ         TO WS-CMP-EXPECTED.
           MOVE WS-ACT-CALLS-PROJ         TO WS-CMP-ACTUAL.
           PERFORM 6100-COMPARE-ONE THRU 6100-EXIT.
           MOVE 'CALLS - TEXP'            TO WS-CMP-ITEM.
           MOVE WS-EXP-CALLS-EXPR         TO WS-CMP-EXPECTED.
           MOVE WS-ACT-CALLS-EXPR         TO WS-CMP-ACTUAL.
           PERFORM 6100-COMPARE-ONE THRU 6100-EXIT.
           MOVE 'CALLS - TXCH'            TO WS-CMP-ITEM.
           MOVE WS-EXP-CALLS-XCHG         TO WS-CMP-EXPECTED.
           MOVE WS-ACT-CALLS-XCHG         TO WS-CMP-ACTUAL.
           PERFORM 6100-COMPARE-ONE THRU 6100-EXIT.
           MOVE 'UPDATES APPLIED'         TO WS-CMP-ITEM.
           MOVE WS-EXP-UPDATES-APPLIED    TO WS-CMP-EXPECTED.
           MOVE WS-ACT-UPDATES-APPLIED    TO WS-CMP-ACTUAL.
