      **            ACTUALLY CHANGED, FOLLOWED BY A SUMMARY OF CALLS  **
      **            BY BUSINESS FUNCTION AND BY RETURN CODE.          **
      **            SELECTION IS BY THE OPTIONAL AUDPARM CARD: RUN    **
      **            DATE RANGE, POLICY ID, BUSINESS FUNCTION,         **
      **            RETURN CODE AND OPERATOR ID, ANY OF WHICH MAY BE  **
      **            LEFT BLANK TO SELECT ALL                          **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      **                  RETENTION CUTOFF IS SERVED TRANSPARENTLY.  **
      **                  NO ARCHIVE FILE MEANS THE LIVE FILE ALONE, **
      **                  EXACTLY AS BEFORE                          **
      ** 2026-10-15 RAK   ACTIVITY BY OPERATOR: AUDPARM CARRIES AN   **
      **                  OPTIONAL OPERATOR ID SELECTION (APPLIED TO **
      **                  THE ARCHIVE AND THE LIVE FILE ALIKE), THE  **
      **                  CALL HEADER LINE SHOWS THE OPERATOR, AND   **
      **                  THE SUMMARY ADDS CALLS BY OPERATOR WITH A  **
      **                  SUBTOTAL BY BUSINESS FUNCTION UNDER EACH   **
      **                  OPERATOR.  BATCH CALLS (NO OPERATOR ID)    **
      **                  TOTAL UNDER (BATCH)                        **
      ** 2026-10-15 RAK   THE BUSINESS FUNCTION TOTALS TABLE GROWS   **
      **                  FROM 10 TO 20 ENTRIES - THE NEW TXCH       **
      **                  (1035 EXCHANGE) FUNCTION WAS THE ELEVENTH  **
      **                  AND WOULD HAVE DROPPED OUT OF THE SUMMARY  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPT4040.
           05  PARM-BUS-FCN-ID                     PIC X(04).
           05  FILLER                              PIC X(01).
           05  PARM-RETRN-CD                       PIC X(02).
           05  FILLER                              PIC X(01).
           05  PARM-OPER-ID                        PIC X(08).
           05  FILLER                              PIC X(31).
      *
       FD  AUDIT-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
           05  WS-SUB                           PIC 9(02) COMP.
           05  WS-OPR-SUB                       PIC 9(02) COMP.
           05  WS-OPR-FCN-SUB                   PIC 9(02) COMP.
           05  WS-TALLY-OPER-ID                 PIC X(08).
      *
       01  WS-SELECT-PARMS.
           05  WS-SEL-FROM-DT                   PIC X(10) VALUE SPACES.
           05  WS-SEL-POL-ID                    PIC X(10) VALUE SPACES.
           05  WS-SEL-BUS-FCN-ID                PIC X(04) VALUE SPACES.
           05  WS-SEL-RETRN-CD                  PIC X(02) VALUE SPACES.
           05  WS-SEL-OPER-ID                   PIC X(08) VALUE SPACES.
      *
       01  WS-FCN-TOT-TBL.
           05  WS-FCN-TOT-CNT                   PIC 9(02) COMP VALUE 0.
           05  WS-FCN-TOT-ENTRY OCCURS 20 TIMES.
               10  WS-FCN-TOT-ID                PIC X(04).
               10  WS-FCN-TOT-CALLS             PIC 9(07) COMP.
      *
           05  WS-RC-TOT-ENTRY OCCURS 10 TIMES.
               10  WS-RC-TOT-CD                 PIC X(02).
               10  WS-RC-TOT-CALLS              PIC 9(07) COMP.
      *
       01  WS-OPR-TOT-TBL.
           05  WS-OPR-TOT-CNT                   PIC 9(02) COMP VALUE 0.
           05  WS-OPR-TOT-ENTRY OCCURS 50 TIMES.
               10  WS-OPR-TOT-ID                PIC X(08).
               10  WS-OPR-TOT-CALLS             PIC 9(07) COMP.
               10  WS-OPR-FCN-CNT               PIC 9(02) COMP.
               10  WS-OPR-FCN-ENTRY OCCURS 15 TIMES.
                   15  WS-OPR-FCN-ID            PIC X(04).
                   15  WS-OPR-FCN-CALLS         PIC 9(07) COMP.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(05)
               VALUE '  RC '.
           05  WS-C-RETRN-CD                    PIC X(02).
           05  FILLER                           PIC X(06)
               VALUE '  OPR '.
           05  WS-C-OPER-ID                     PIC X(08).
      *
       01  WS-CHANGE-LINE.
           05  FILLER                           PIC X(02) VALUE SPACES.
                   MOVE PARM-POL-ID     TO WS-SEL-POL-ID
                   MOVE PARM-BUS-FCN-ID TO WS-SEL-BUS-FCN-ID
                   MOVE PARM-RETRN-CD   TO WS-SEL-RETRN-CD
                   MOVE PARM-OPER-ID    TO WS-SEL-OPER-ID
               END-IF
           END-IF.
           OPEN INPUT  AUDIT-FILE.
              AND CAAR-RETRN-CD NOT = WS-SEL-RETRN-CD
               GO TO 1510-EXIT
           END-IF.
           IF WS-SEL-OPER-ID NOT = SPACES
              AND CAAR-OPER-ID NOT = WS-SEL-OPER-ID
               GO TO 1510-EXIT
           END-IF.
           MOVE CAAR-RUN-DT               TO CAUD-RUN-DT.
           MOVE CAAR-RUN-TM               TO CAUD-RUN-TM.
           MOVE CAAR-BUS-FCN-ID           TO CAUD-BUS-FCN-ID.
           MOVE CAAR-LENGTH               TO CAUD-LENGTH.
           MOVE CAAR-POL-ID               TO CAUD-POL-ID.
           MOVE CAAR-RETRN-CD             TO CAUD-RETRN-CD.
           MOVE CAAR-OPER-ID              TO CAUD-OPER-ID.
           MOVE CAAR-BEFORE-IMAGE         TO CAUD-BEFORE-IMAGE.
           MOVE CAAR-AFTER-IMAGE          TO CAUD-AFTER-IMAGE.
           PERFORM 2300-REPORT-ONE-CALL THRU 2300-EXIT.
              AND CAUD-RETRN-CD NOT = WS-SEL-RETRN-CD
               GO TO 2200-EXIT
           END-IF.
           IF WS-SEL-OPER-ID NOT = SPACES
              AND CAUD-OPER-ID NOT = WS-SEL-OPER-ID
               GO TO 2200-EXIT
           END-IF.
           SET WS-SELECTED TO TRUE.
       2200-EXIT.
           EXIT.
               MOVE CAUD-RUN-TM          TO WS-C-RUN-TM
               MOVE CAUD-BUS-FCN-ID      TO WS-C-BUS-FCN-ID
               MOVE CAUD-RETRN-CD        TO WS-C-RETRN-CD
               MOVE CAUD-OPER-ID         TO WS-C-OPER-ID
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-CALL-LINE TO RPT-LINE
      *
      *****************************************************************
      *    4000-TALLY-TOTALS - ACCUMULATE THE SUMMARY COUNTS OF       *
      *    SELECTED CALLS BY BUSINESS FUNCTION, BY RETURN CODE, AND   *
      *    BY OPERATOR WITH A BUSINESS FUNCTION SUBTOTAL UNDER EACH   *
      *    OPERATOR                                                   *
      *****************************************************************
       4000-TALLY-TOTALS.
           MOVE 'N' TO WS-TOT-FOUND-SW.
           PERFORM 4100-FIND-FCN-TOTAL THRU 4100-EXIT
               UNTIL WS-TOT-FOUND OR WS-SUB > WS-FCN-TOT-CNT.
           IF NOT WS-TOT-FOUND
               IF WS-FCN-TOT-CNT < 20
                   ADD 1 TO WS-FCN-TOT-CNT
                   MOVE CAUD-BUS-FCN-ID
                                TO WS-FCN-TOT-ID (WS-FCN-TOT-CNT)
                   MOVE 1 TO WS-RC-TOT-CALLS (WS-RC-TOT-CNT)
               END-IF
           END-IF.
           MOVE CAUD-OPER-ID TO WS-TALLY-OPER-ID.
           IF WS-TALLY-OPER-ID = SPACES OR WS-TALLY-OPER-ID = LOW-VALUES
               MOVE '(BATCH)' TO WS-TALLY-OPER-ID
           END-IF.
           MOVE 'N' TO WS-TOT-FOUND-SW.
           MOVE 1 TO WS-OPR-SUB.
           PERFORM 4300-FIND-OPR-TOTAL THRU 4300-EXIT
               UNTIL WS-TOT-FOUND OR WS-OPR-SUB > WS-OPR-TOT-CNT.
           IF NOT WS-TOT-FOUND
               IF WS-OPR-TOT-CNT < 50
                   ADD 1 TO WS-OPR-TOT-CNT
                   MOVE WS-OPR-TOT-CNT TO WS-OPR-SUB
                   MOVE WS-TALLY-OPER-ID TO WS-OPR-TOT-ID (WS-OPR-SUB)
                   MOVE 1 TO WS-OPR-TOT-CALLS (WS-OPR-SUB)
                   MOVE 0 TO WS-OPR-FCN-CNT (WS-OPR-SUB)
               ELSE
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO WS-TOT-FOUND-SW.
           MOVE 1 TO WS-OPR-FCN-SUB.
           PERFORM 4400-FIND-OPR-FCN-TOTAL THRU 4400-EXIT
               UNTIL WS-TOT-FOUND
                  OR WS-OPR-FCN-SUB > WS-OPR-FCN-CNT (WS-OPR-SUB).
           IF NOT WS-TOT-FOUND
               IF WS-OPR-FCN-CNT (WS-OPR-SUB) < 15
                   ADD 1 TO WS-OPR-FCN-CNT (WS-OPR-SUB)
                   MOVE WS-OPR-FCN-CNT (WS-OPR-SUB) TO WS-OPR-FCN-SUB
                   MOVE CAUD-BUS-FCN-ID
                       TO WS-OPR-FCN-ID (WS-OPR-SUB, WS-OPR-FCN-SUB)
                   MOVE 1
                       TO WS-OPR-FCN-CALLS (WS-OPR-SUB, WS-OPR-FCN-SUB)
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4200-EXIT.
           EXIT.
      *
      *    ON A HIT WS-OPR-SUB IS LEFT POINTING AT THE OPERATOR ENTRY
       4300-FIND-OPR-TOTAL.
           IF WS-OPR-TOT-ID (WS-OPR-SUB) = WS-TALLY-OPER-ID
               ADD 1 TO WS-OPR-TOT-CALLS (WS-OPR-SUB)
               SET WS-TOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-OPR-SUB
           END-IF.
       4300-EXIT.
           EXIT.
      *
       4400-FIND-OPR-FCN-TOTAL.
           IF WS-OPR-FCN-ID (WS-OPR-SUB, WS-OPR-FCN-SUB)
                                = CAUD-BUS-FCN-ID
               ADD 1 TO WS-OPR-FCN-CALLS (WS-OPR-SUB, WS-OPR-FCN-SUB)
               SET WS-TOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-OPR-FCN-SUB
           END-IF.
       4400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - PRINT THE SUMMARY SECTION AND CLOSE       *
      *****************************************************************
               UNTIL WS-SUB > WS-RC-TOT-CNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SUMMARY - CALLS BY OPERATOR' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-OPR-SUB.
           PERFORM 9300-PRINT-OPR-TOTAL THRU 9300-EXIT
               UNTIL WS-OPR-SUB > WS-OPR-TOT-CNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SEL-CALL-CNT TO WS-CNT-D.
           STRING 'TOTAL CALLS SELECTED:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
           ADD 1 TO WS-SUB.
       9200-EXIT.
           EXIT.
      *
       9300-PRINT-OPR-TOTAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-OPR-TOT-CALLS (WS-OPR-SUB) TO WS-CNT-D.
           STRING '  ' WS-OPR-TOT-ID (WS-OPR-SUB)
                  '  CALLS: ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-OPR-FCN-SUB.
           PERFORM 9310-PRINT-OPR-FCN-TOTAL THRU 9310-EXIT
               UNTIL WS-OPR-FCN-SUB > WS-OPR-FCN-CNT (WS-OPR-SUB).
           ADD 1 TO WS-OPR-SUB.
       9300-EXIT.
           EXIT.
      *
       9310-PRINT-OPR-FCN-TOTAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-OPR-FCN-CALLS (WS-OPR-SUB, WS-OPR-FCN-SUB)
                                TO WS-CNT-D.
           STRING '      ' WS-OPR-FCN-ID (WS-OPR-SUB, WS-OPR-FCN-SUB)
                  '  CALLS: ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-OPR-FCN-SUB.
       9310-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
