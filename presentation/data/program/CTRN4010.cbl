      **            READS THE TAMTXN TRANSACTION FEED (CTRN4000)      **
      **            SUBMITTED BY THE POLICY ADMIN AND NEW-BUSINESS    **
      **            SYSTEMS AND DRIVES EACH REQUEST THROUGH CSOM4000  **
      **            UNDER ITS OWN FUNCTION CODE (TUPD, TTST, TTRM OR  **
      **            TXCH).  EVERY TRANSACTION GETS A MATCHING         **
      **            RESPONSE RECORD ON TAMRSP CARRYING ITS            **
      **            MIR-RETRN-CD AND MIR-EDIT-RSN-CD; TRANSACTIONS    **
      **            THAT DO NOT APPLY ALSO LAND ON THE TXNREJ         **
      **            SYSTEM CAN REPAIR AND RESUBMIT.  END OF RUN       **
      **            SIGNALS CSOM4000 WITH MIR-BUS-FCN-TAMRA-EOJ SO    **
      **            THE RUN IS COVERED BY A CCTL4000 CONTROL RECORD   **
      **            FOR CBAL4000.  THE FEED IS ENVELOPED (HEADER AND  **
      **            TRAILER, CTRN4000) AND THE WHOLE FILE IS CHECKED  **
      **            BEFORE ANY OF IT IS APPLIED: THE TRAILER COUNT    **
      **            AND HASH TOTALS MUST AGREE WITH THE RECORDS, AND  **
      **            THE HEADER SEQUENCE NUMBER MUST BE THE NEXT ONE   **
      **            EXPECTED FROM THE SENDING SYSTEM (TXNSEQ,         **
      **            CTSQ4000).  A FILE THAT FAILS IS REFUSED WHOLE    **
      **            WITH ONE MESSAGE ON TXNREJ AND RETURN CODE 8      **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      **                  CHECK FOR EVERY LATER TUPD.  A BATCH       **
      **                  CALLER CARRIES A BLANK STAMP AND IS NOT    **
      **                  CHECKED                                    **
      ** 2026-10-15 RAK   HEADER/TRAILER ENVELOPE CHECKED BEFORE     **
      **                  ANYTHING IS APPLIED (1500): RECORD COUNT,  **
      **                  7-PAY CUMULATIVE AND 1035 PAID HASH        **
      **                  TOTALS, AND THE SENDING SYSTEM'S FILE      **
      **                  SEQUENCE AGAINST THE NEW TXNSEQ CONTROL    **
      **                  FILE.  A PARTIAL, DUPLICATE OR OUT-OF-     **
      **                  SEQUENCE FILE IS REFUSED WHOLE WITH A      **
      **                  MESSAGE ON TXNREJ AND RETURN CODE 8; AN    **
      **                  ACCEPTED FILE'S SEQUENCE IS RECORDED ONCE  **
      **                  IT HAS BEEN APPLIED                        **
      ** 2026-10-15 RAK   TXCH (SECTION 1035 EXCHANGE) IS ACCEPTED   **
      **                  FROM THE FEED: THE OLD POLICY ID AND       **
      **                  EXCHANGE DATE COME FROM THE NEW CTRN-XCHG- **
      **                  FIELDS AND THE EXCHANGED VALUE FROM        **
      **                  CTRN-TAMRA-1035-PD-AMT                     **
      ** 2026-10-15 RAK   EVERY CSOM4000 CALL NOW CARRIES A BLANK    **
      **                  MIR-OPER-ID, SO THE SERVER TREATS IT AS A  **
      **                  BATCH CALL AND SKIPS THE OPERATOR          **
      **                  AUTHORITY CHECK                            **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTRN4010.
           SELECT REJECTS-FILE        ASSIGN TO TXNREJ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXNREJ-STATUS.
           SELECT SEQUENCE-FILE       ASSIGN TO TXNSEQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TSQ-SEND-SYS-ID
                  FILE STATUS IS WS-TXNSEQ-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  REJ-EDIT-RSN-CD                     PIC X(02).
           05  FILLER                              PIC X(02).
           05  REJ-REASON                          PIC X(30).
      *
       FD  SEQUENCE-FILE.
           COPY CTSQ4000.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-SCAN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF                            VALUE 'Y'.
           05  WS-FILE-REJECT-SW                PIC X(01) VALUE 'N'.
               88  WS-FILE-REJECTED                       VALUE 'Y'.
           05  WS-TRL-SEEN-SW                   PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN                            VALUE 'Y'.
           05  WS-TSQ-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  WS-TSQ-FOUND                           VALUE 'Y'.
           05  WS-TXNSEQ-OPEN-SW                PIC X(01) VALUE 'N'.
               88  WS-TXNSEQ-OPEN                         VALUE 'Y'.
      *
       01  WS-TAMTXN-STATUS                     PIC X(02).
           88  WS-TAMTXN-OK                               VALUE '00'.
       01  WS-TAMRSP-STATUS                     PIC X(02).
       01  WS-TXNREJ-STATUS                     PIC X(02).
       01  WS-TXNSEQ-STATUS                     PIC X(02).
           88  WS-TXNSEQ-OK                               VALUE '00'.
           88  WS-TXNSEQ-NEW-FILE                   VALUE '35', '05'.
      *
       01  WS-WORK-FIELDS.
           05  WS-READ-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-APPLIED-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-REJECTED-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-DATE-YYYYMMDD                 PIC 9(08).
           05  WS-TIME-HHMMSSTH                 PIC 9(08).
      *
      *    ENVELOPE CONTROL - THE HEADER AS RECEIVED, AND THE COUNT
      *    AND HASH TOTALS ACCUMULATED FROM THE TRANSACTION RECORDS
      *    FOR COMPARISON WITH THE TRAILER
       01  WS-ENVELOPE-FIELDS.
           05  WS-ENV-REASON                    PIC X(30).
           05  WS-HDR-SEND-SYS-ID               PIC X(08) VALUE SPACES.
           05  WS-HDR-CREATE-DT                 PIC X(10).
           05  WS-HDR-CREATE-TM                 PIC X(08).
           05  WS-HDR-FILE-SEQ-NO               PIC 9(07).
           05  WS-EXPECT-SEQ-NO                 PIC 9(07).
           05  WS-DTL-CNT                       PIC 9(07) COMP VALUE 0.
           05  WS-HASH-7PAY-CUM                 PIC 9(19)V99 VALUE 0.
           05  WS-HASH-1035-PD                  PIC 9(19)V99 VALUE 0.
           05  WS-TRL-REC-CNT                   PIC 9(07) VALUE 0.
           05  WS-TRL-HASH-7PAY-CUM             PIC 9(19)V99.
           05  WS-TRL-HASH-1035-PD              PIC 9(19)V99.
           05  WS-CUM-AMT-X                     PIC X(19).
           05  WS-CUM-AMT-9 REDEFINES WS-CUM-AMT-X
                                                PIC 9(17)V99.
           05  WS-1035-AMT-X                    PIC X(16).
           05  WS-1035-AMT-9 REDEFINES WS-1035-AMT-X
                                                PIC 9(14)V99.
      *
           COPY CCWM4000.
      *
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
               UNTIL WS-EOF.
           IF NOT WS-FILE-REJECTED
               PERFORM 2700-RECORD-SEQUENCE THRU 2700-EXIT
           END-IF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           IF WS-FILE-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       1000-INITIALIZE.
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           OPEN OUTPUT REJECTS-FILE.
           IF NOT WS-EOF
               PERFORM 1500-VALIDATE-ENVELOPE THRU 1500-EXIT
           END-IF.
           IF NOT WS-EOF
               PERFORM 2100-READ-TXN THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1500-VALIDATE-ENVELOPE - READ THE WHOLE FEED ONCE WITHOUT  *
      *    APPLYING ANYTHING: IT MUST OPEN WITH ONE HEADER, CLOSE     *
      *    WITH ONE TRAILER, AND THE TRAILER'S COUNT AND HASH TOTALS  *
      *    MUST MATCH THE TRANSACTION RECORDS BETWEEN THEM.  THE      *
      *    HEADER'S SEQUENCE NUMBER IS THEN CHECKED AGAINST TXNSEQ.   *
      *    A FILE THAT PASSES IS REOPENED AND POSITIONED PAST ITS     *
      *    HEADER FOR THE APPLY PASS; ONE THAT FAILS IS REFUSED WHOLE *
      *****************************************************************
       1500-VALIDATE-ENVELOPE.
           READ TRANSACTION-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           IF WS-SCAN-EOF OR NOT CTRN-ENVELOPE-HDR
               MOVE 'FILE REFUSED - NO HEADER'   TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           MOVE CTRN-HDR-SEND-SYS-ID      TO WS-HDR-SEND-SYS-ID.
           MOVE CTRN-HDR-CREATE-DT        TO WS-HDR-CREATE-DT.
           MOVE CTRN-HDR-CREATE-TM        TO WS-HDR-CREATE-TM.
           IF CTRN-HDR-SEND-SYS-ID = SPACES
              OR CTRN-HDR-FILE-SEQ-NO IS NOT NUMERIC
              OR CTRN-HDR-CREATE-DT = SPACES
               MOVE 'FILE REFUSED - HEADER INVALID' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           MOVE CTRN-HDR-FILE-SEQ-NO      TO WS-HDR-FILE-SEQ-NO.
           IF WS-HDR-FILE-SEQ-NO = 0
               MOVE 'FILE REFUSED - HEADER INVALID' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-SCAN-ONE-RECORD THRU 1510-EXIT
               UNTIL WS-SCAN-EOF OR WS-FILE-REJECTED.
           IF WS-FILE-REJECTED
               GO TO 1500-EXIT
           END-IF.
           IF NOT WS-TRL-SEEN
               MOVE 'FILE REFUSED - NO TRAILER'  TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF WS-TRL-REC-CNT NOT = WS-DTL-CNT
               MOVE 'FILE REFUSED - COUNT MISMATCH' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF WS-TRL-HASH-7PAY-CUM NOT = WS-HASH-7PAY-CUM
              OR WS-TRL-HASH-1035-PD NOT = WS-HASH-1035-PD
               MOVE 'FILE REFUSED - HASH MISMATCH' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1600-CHECK-SEQUENCE THRU 1600-EXIT.
           IF WS-FILE-REJECTED
               GO TO 1500-EXIT
           END-IF.
           CLOSE TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.
           READ TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.
      *
      *    ONE RECORD AFTER THE HEADER.  NOTHING MAY FOLLOW THE
      *    TRAILER, AND A SECOND HEADER MEANS TWO FILES WERE JOINED
       1510-SCAN-ONE-RECORD.
           READ TRANSACTION-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           IF WS-SCAN-EOF
               GO TO 1510-EXIT
           END-IF.
           IF WS-TRL-SEEN
               MOVE 'FILE REFUSED - DATA AFTER TRLR' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1510-EXIT
           END-IF.
           IF CTRN-ENVELOPE-HDR
               MOVE 'FILE REFUSED - SECOND HEADER' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1510-EXIT
           END-IF.
           IF CTRN-ENVELOPE-TRL
               SET WS-TRL-SEEN TO TRUE
               IF CTRN-TRL-REC-CNT IS NOT NUMERIC
                  OR CTRN-TRL-HASH-7PAY-CUM IS NOT NUMERIC
                  OR CTRN-TRL-HASH-1035-PD IS NOT NUMERIC
                   MOVE 'FILE REFUSED - TRAILER INVALID'
                                        TO WS-ENV-REASON
                   PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
                   GO TO 1510-EXIT
               END-IF
               MOVE CTRN-TRL-REC-CNT       TO WS-TRL-REC-CNT
               MOVE CTRN-TRL-HASH-7PAY-CUM TO WS-TRL-HASH-7PAY-CUM
               MOVE CTRN-TRL-HASH-1035-PD  TO WS-TRL-HASH-1035-PD
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-DTL-CNT.
           IF CTRN-TAMRA-7PAY-CUM-AMT IS NUMERIC
               MOVE CTRN-TAMRA-7PAY-CUM-AMT TO WS-CUM-AMT-X
               ADD WS-CUM-AMT-9 TO WS-HASH-7PAY-CUM
           END-IF.
           IF CTRN-TAMRA-1035-PD-AMT IS NUMERIC
               MOVE CTRN-TAMRA-1035-PD-AMT TO WS-1035-AMT-X
               ADD WS-1035-AMT-9 TO WS-HASH-1035-PD
           END-IF.
       1510-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1600-CHECK-SEQUENCE - THE HEADER SEQUENCE MUST BE ONE MORE *
      *    THAN THE LAST ACCEPTED FROM THE SAME SENDING SYSTEM.  THE  *
      *    TXNSEQ FILE IS CREATED EMPTY ON ITS FIRST EVER RUN, AND A  *
      *    SYSTEM WITH NO RECORD YET HAS ITS FIRST FILE ACCEPTED      *
      *****************************************************************
       1600-CHECK-SEQUENCE.
           OPEN I-O SEQUENCE-FILE.
           IF WS-TXNSEQ-NEW-FILE
               OPEN OUTPUT SEQUENCE-FILE
               CLOSE SEQUENCE-FILE
               OPEN I-O SEQUENCE-FILE
           END-IF.
           IF NOT WS-TXNSEQ-OK
               DISPLAY 'CTRN4010 - TXNSEQ NOT AVAILABLE, STATUS '
                       WS-TXNSEQ-STATUS
               MOVE 'FILE REFUSED - NO SEQ CONTROL' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1600-EXIT
           END-IF.
           SET WS-TXNSEQ-OPEN TO TRUE.
           MOVE WS-HDR-SEND-SYS-ID TO TSQ-SEND-SYS-ID.
           READ SEQUENCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TSQ-FOUND-SW
               NOT INVALID KEY
                   SET WS-TSQ-FOUND TO TRUE
           END-READ.
           IF NOT WS-TSQ-FOUND
               GO TO 1600-EXIT
           END-IF.
           COMPUTE WS-EXPECT-SEQ-NO = TSQ-LAST-SEQ-NO + 1.
           IF WS-HDR-FILE-SEQ-NO <= TSQ-LAST-SEQ-NO
               DISPLAY 'CTRN4010 - ' WS-HDR-SEND-SYS-ID
                       ' FILE SEQUENCE ' WS-HDR-FILE-SEQ-NO
                       ' ALREADY ACCEPTED (LAST ' TSQ-LAST-SEQ-NO ')'
               MOVE 'FILE REFUSED - DUPLICATE FILE' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1600-EXIT
           END-IF.
           IF WS-HDR-FILE-SEQ-NO NOT = WS-EXPECT-SEQ-NO
               DISPLAY 'CTRN4010 - ' WS-HDR-SEND-SYS-ID
                       ' FILE SEQUENCE ' WS-HDR-FILE-SEQ-NO
                       ' RECEIVED, ' WS-EXPECT-SEQ-NO ' EXPECTED'
               MOVE 'FILE REFUSED - OUT OF SEQUENCE' TO WS-ENV-REASON
               PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
               GO TO 1600-EXIT
           END-IF.
       1600-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1900-REFUSE-FILE - THE FEED IS REFUSED WHOLE: ONE TXNREJ   *
      *    RECORD NAMING THE SENDING SYSTEM AND THE REASON, NOTHING   *
      *    APPLIED, AND RETURN CODE 8 AT END OF RUN                   *
      *****************************************************************
       1900-REFUSE-FILE.
           SET WS-FILE-REJECTED TO TRUE.
           SET WS-EOF TO TRUE.
           MOVE SPACES                    TO REJ-REJECT-RECORD.
           MOVE 'HDR '                    TO REJ-BUS-FCN-ID.
           MOVE WS-HDR-SEND-SYS-ID        TO REJ-POL-ID.
           MOVE '99'                      TO REJ-RETRN-CD.
           MOVE WS-ENV-REASON             TO REJ-REASON.
           WRITE REJ-REJECT-RECORD.
           MOVE SPACES TO REJ-REJECT-RECORD.
           DISPLAY 'CTRN4010 - ' WS-ENV-REASON
                   ' - SENDING SYSTEM ' WS-HDR-SEND-SYS-ID.
           DISPLAY 'CTRN4010 - TRAILER COUNT ' WS-TRL-REC-CNT
                   ' RECORDS COUNTED ' WS-DTL-CNT.
       1900-EXIT.
           EXIT.
      *
       2000-PROCESS-FEED.
           PERFORM 2200-DRIVE-ONE-TXN THRU 2200-EXIT.
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND CTRN-ENVELOPE-TRL
               SET WS-EOF TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2200-DRIVE-ONE-TXN - STAGE ONE TRANSACTION INTO THE        *
      *    MESSAGE INTERFACE AND DRIVE IT THROUGH CSOM4000.  ONLY     *
      *    THE UPDATE, TEST, TERMINATION AND 1035 EXCHANGE FUNCTIONS  *
      *    ARE ACCEPTED FROM THE FEED; ANYTHING ELSE IS ANSWERED (AND *
      *    REJECTED) AS AN INVALID REQUEST WITHOUT CALLING THE        *
      *    SERVER.                                                    *
      *    CTRN-COMMON-FIELDS MIRRORS MIR-COMMON-FIELDS, SO ONE       *
      *    GROUP MOVE STAGES THE WHOLE SNAPSHOT                       *
      *****************************************************************
           IF CTRN-BUS-FCN-ID NOT = 'TUPD'
              AND CTRN-BUS-FCN-ID NOT = 'TTST'
              AND CTRN-BUS-FCN-ID NOT = 'TTRM'
              AND CTRN-BUS-FCN-ID NOT = 'TXCH'
               SET MIR-RETRN-INVALD-RQST TO TRUE
               SET MIR-EDIT-OK TO TRUE
               PERFORM 2400-WRITE-RESPONSE THRU 2400-EXIT
           MOVE CTRN-POL-TERM-DT      TO MIR-POL-TERM-DT.
           MOVE CTRN-POL-TERM-REASN-CD
                                TO MIR-POL-TERM-REASN-CD.
           MOVE CTRN-XCHG-OLD-POL-ID  TO MIR-XCHG-OLD-POL-ID.
           MOVE CTRN-XCHG-DT          TO MIR-XCHG-DT.
           MOVE CTRN-TAMRA-1035-PD-AMT
                                TO MIR-XCHG-AMT.
      *    THE SERVER RETURNS A FRESH LAST-UPDATE STAMP AFTER EVERY
      *    APPLIED WRITE; LEFT IN PLACE IT WOULD RIDE INTO THE NEXT
      *    POLICY'S UPDATE AND FAIL THE COLLISION CHECK.  A BATCH
      *    CALLER CARRIES A BLANK STAMP AND IS NOT CHECKED, AND A
      *    BLANK OPERATOR ID SO CSOM4000 DOES NOT CHECK ITS AUTHORITY
           MOVE SPACES                TO MIR-LAST-UPD-STAMP.
           MOVE SPACES                TO MIR-OPER-ID.
           CALL 'CSOM4000' USING MIR-PARM-AREA MIR-BULK-PARM-AREA.
           PERFORM 2400-WRITE-RESPONSE THRU 2400-EXIT.
           IF MIR-RETRN-OK OR MIR-RETRN-PARTIAL
           EXIT.
      *
      *****************************************************************
      *    2700-RECORD-SEQUENCE - THE FILE HAS BEEN APPLIED; RECORD   *
      *    ITS SEQUENCE AS THE LAST ACCEPTED FROM ITS SENDING SYSTEM  *
      *****************************************************************
       2700-RECORD-SEQUENCE.
           IF NOT WS-TXNSEQ-OPEN
               GO TO 2700-EXIT
           END-IF.
           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-HHMMSSTH FROM TIME.
           MOVE WS-HDR-SEND-SYS-ID        TO TSQ-SEND-SYS-ID.
           MOVE WS-HDR-FILE-SEQ-NO        TO TSQ-LAST-SEQ-NO.
           MOVE WS-HDR-CREATE-DT          TO TSQ-LAST-CREATE-DT.
           MOVE WS-HDR-CREATE-TM          TO TSQ-LAST-CREATE-TM.
           MOVE WS-DTL-CNT                TO TSQ-LAST-REC-CNT.
           STRING WS-DATE-YYYYMMDD (1:4) '-'
                  WS-DATE-YYYYMMDD (5:2) '-'
                  WS-DATE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE INTO TSQ-LAST-ACCEPT-DT.
           MOVE WS-TIME-HHMMSSTH          TO TSQ-LAST-ACCEPT-TM.
           IF WS-TSQ-FOUND
               REWRITE TSQ-SEQUENCE-RECORD
                   INVALID KEY
                       DISPLAY 'CTRN4010 - TXNSEQ REWRITE FAILED, '
                               'STATUS ' WS-TXNSEQ-STATUS
               END-REWRITE
           ELSE
               WRITE TSQ-SEQUENCE-RECORD
                   INVALID KEY
                       DISPLAY 'CTRN4010 - TXNSEQ WRITE FAILED, '
                               'STATUS ' WS-TXNSEQ-STATUS
               END-WRITE
           END-IF.
       2700-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - SIGNAL END OF RUN TO CSOM4000 SO THE RUN  *
      *    CONTROL TOTALS RECORD IS WRITTEN, THEN CLOSE AND REPORT    *
      *****************************************************************
           END-IF.
           CLOSE RESPONSE-FILE.
           CLOSE REJECTS-FILE.
           IF WS-TXNSEQ-OPEN
               CLOSE SEQUENCE-FILE
           END-IF.
           DISPLAY 'CTRN4010 - TRANSACTIONS READ:    ' WS-READ-CNT.
           DISPLAY 'CTRN4010 - TRANSACTIONS APPLIED: ' WS-APPLIED-CNT.
           DISPLAY 'CTRN4010 - TRANSACTIONS REJECTED:' WS-REJECTED-CNT.
           IF WS-FILE-REJECTED
               DISPLAY 'CTRN4010 - FILE REFUSED, NOTHING APPLIED'
           END-IF.
       9000-EXIT.
           EXIT.
      *****************************************************************
