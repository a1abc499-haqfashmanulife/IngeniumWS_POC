      *****************************************************************
      **  PROGRAM:  CREC4000                                         **
      **  REMARKS:  TAMRA MASTER / POLICY ADMIN IN-FORCE              **
      **            RECONCILIATION                                    **
      **            WEEKLY MATCH OF THE TAMRA MASTER AGAINST THE      **
      **            POLICY ADMIN SYSTEM'S IN-FORCE EXTRACT (CINF4000) **
      **            BY POLICY ID, BOTH IN POLICY ID ORDER.  REPORTS   **
      **            ON RECRPT EVERY POLICY ACTIVE ON ONE SIDE BUT     **
      **            MISSING, TERMINATED OR LAPSED ON THE OTHER, AND   **
      **            EVERY POLICY ACTIVE ON BOTH WHOSE OWNER NAME, SUM **
      **            INSURED OR ISSUE DATE DISAGREES.  WHERE THE ADMIN **
      **            VALUES ARE ENOUGH TO PUT THE MASTER RIGHT, A      **
      **            CTRN4000 CORRECTION TRANSACTION IS WRITTEN TO     **
      **            RECTXN (TTRM FOR A TERMINATION THE MASTER NEVER   **
      **            RECEIVED, TUPD FOR THE FIELD DIFFERENCES) FOR     **
      **            REVIEW AND SUBMISSION THROUGH CTRN4010.  THE      **
      **            MASTER IS READ BUT NEVER UPDATED HERE.  RECTXN IS **
      **            ENVELOPED LIKE ANY OTHER TAMTXN FEED, AS SENDING  **
      **            SYSTEM 'TAMREC', NUMBERED ONE PAST THE LAST FILE  **
      **            CTRN4010 ACCEPTED FROM IT (TXNSEQ)                **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      ** 2026-10-15 RAK   RECTXN NOW CARRIES THE CTRN4000 HEADER AND **
      **                  TRAILER CTRN4010 REQUIRES: SENDING SYSTEM  **
      **                  TAMREC, NEXT SEQUENCE FROM TXNSEQ, RECORD  **
      **                  COUNT AND HASH TOTALS                      **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CREC4000.
       AUTHOR.        R A KELLER.
       INSTALLATION.  HOME OFFICE SYSTEMS - POLICY ADMINISTRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAMRA-MASTER-FILE   ASSIGN TO TAMMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTAM-POL-ID
                  FILE STATUS IS WS-TAMMSTR-STATUS.
           SELECT INFORCE-FILE        ASSIGN TO TAMINF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TAMINF-STATUS.
           SELECT CORRECTION-FILE     ASSIGN TO RECTXN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RECTXN-STATUS.
           SELECT SEQUENCE-FILE       ASSIGN TO TXNSEQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TSQ-SEND-SYS-ID
                  FILE STATUS IS WS-TXNSEQ-STATUS.
           SELECT RECON-RPT-FILE      ASSIGN TO RECRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RECRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAMRA-MASTER-FILE.
           COPY CTAM4000.
      *
       FD  INFORCE-FILE.
           COPY CINF4000.
      *
       FD  CORRECTION-FILE.
           COPY CTRN4000.
      *
       FD  SEQUENCE-FILE.
           COPY CTSQ4000.
      *
       FD  RECON-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-MSTR-SW                   PIC X(01) VALUE 'N'.
               88  WS-EOF-MSTR                            VALUE 'Y'.
           05  WS-EOF-INF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-INF                             VALUE 'Y'.
           05  WS-FIELD-DIFF-SW                 PIC X(01) VALUE 'N'.
               88  WS-FIELD-DIFF                          VALUE 'Y'.
      *
       01  WS-TAMMSTR-STATUS                    PIC X(02).
           88  WS-TAMMSTR-OK                              VALUE '00'.
           88  WS-TAMMSTR-EOF                             VALUE '10'.
       01  WS-TAMINF-STATUS                     PIC X(02).
           88  WS-TAMINF-OK                               VALUE '00'.
           88  WS-TAMINF-EOF                              VALUE '10'.
       01  WS-RECTXN-STATUS                     PIC X(02).
       01  WS-RECRPT-STATUS                     PIC X(02).
       01  WS-TXNSEQ-STATUS                     PIC X(02).
           88  WS-TXNSEQ-OK                               VALUE '00'.
      *
      *    SUM INSURED CARRIES TWO IMPLIED DECIMALS ON BOTH SIDES;
      *    THE REDEFINES LET THE TWO BE COMPARED AS NUMBERS SO A
      *    DIFFERENCE IN LEADING ZEROES IS NOT REPORTED
       01  WS-AMOUNT-FIELDS.
           05  WS-MSTR-SUM-INS-X                PIC X(18).
           05  WS-MSTR-SUM-INS-9 REDEFINES WS-MSTR-SUM-INS-X
                                                PIC 9(16)V99.
           05  WS-INF-SUM-INS-X                 PIC X(18).
           05  WS-INF-SUM-INS-9 REDEFINES WS-INF-SUM-INS-X
                                                PIC 9(16)V99.
           05  WS-SUM-INS-D                     PIC Z(15)9.99.
      *
      *    RECTXN ENVELOPE - THE TRAILER COUNT AND HASH TOTALS ARE
      *    BUILT FROM EVERY CORRECTION AS IT IS WRITTEN
       01  WS-ENVELOPE-FIELDS.
           05  WS-SEND-SYS-ID                   PIC X(08)
                                                VALUE 'TAMREC'.
           05  WS-FILE-SEQ-NO                   PIC 9(07) VALUE 1.
           05  WS-DATE-YYYYMMDD                 PIC 9(08).
           05  WS-TIME-HHMMSSTH                 PIC 9(08).
           05  WS-TXN-CNT                       PIC 9(07) COMP VALUE 0.
           05  WS-HASH-7PAY-CUM                 PIC 9(19)V99 VALUE 0.
           05  WS-HASH-1035-PD                  PIC 9(19)V99 VALUE 0.
           05  WS-CUM-AMT-X                     PIC X(19).
           05  WS-CUM-AMT-9 REDEFINES WS-CUM-AMT-X
                                                PIC 9(17)V99.
           05  WS-1035-AMT-X                    PIC X(16).
           05  WS-1035-AMT-9 REDEFINES WS-1035-AMT-X
                                                PIC 9(14)V99.
      *
       01  WS-WORK-FIELDS.
           05  WS-MSTR-READ-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-INF-READ-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-MATCHED-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-MSTR-ONLY-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-INF-ONLY-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-STAT-DIFF-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-FIELD-DIFF-CNT                PIC 9(07) COMP VALUE 0.
           05  WS-EXCEPT-CNT                    PIC 9(07) COMP VALUE 0.
           05  WS-TTRM-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-TUPD-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(50)
               VALUE 'TAMRA MASTER / ADMIN IN-FORCE RECONCILIATION'.
           05  FILLER                           PIC X(07)
               VALUE 'PAGE '.
           05  WS-HDG-PAGE                      PIC ZZZZ9.
      *
       01  WS-HDG-LINE-2.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FILLER                           PIC X(12)
               VALUE 'POLICY ID'.
           05  FILLER                           PIC X(26)
               VALUE 'DISCREPANCY'.
           05  FILLER                           PIC X(42)
               VALUE 'TAMRA MASTER VALUE'.
           05  FILLER                           PIC X(42)
               VALUE 'POLICY ADMIN VALUE'.
           05  FILLER                           PIC X(04)
               VALUE 'CORR'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-POL-ID                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-REASON                      PIC X(24).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-MSTR-VALUE                  PIC X(40).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-INF-VALUE                   PIC X(40).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-CORR-FCN                    PIC X(04).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
               UNTIL WS-EOF-MSTR AND WS-EOF-INF.
           PERFORM 9000-TERMINATE     THRU 9000-EXIT.
           STOP RUN.
      *
      *****************************************************************
      *    1000-INITIALIZE - A MISSING EXTRACT WOULD REPORT EVERY     *
      *    ACTIVE POLICY AS MISSING FROM THE ADMIN SYSTEM, SO THE RUN *
      *    ENDS WITHOUT A REPORT INSTEAD                              *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT  INFORCE-FILE.
           IF NOT WS-TAMINF-OK
               DISPLAY 'CREC4000 - TAMINF NOT AVAILABLE, STATUS '
                       WS-TAMINF-STATUS
               DISPLAY 'CREC4000 - RUN ENDED, NOTHING RECONCILED'
               SET WS-EOF-MSTR TO TRUE
               SET WS-EOF-INF  TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  TAMRA-MASTER-FILE.
           OPEN OUTPUT CORRECTION-FILE.
           PERFORM 1200-WRITE-TXN-HEADER THRU 1200-EXIT.
           OPEN OUTPUT RECON-RPT-FILE.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 2100-READ-MASTER    THRU 2100-EXIT.
           PERFORM 2200-READ-INF       THRU 2200-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1200-WRITE-TXN-HEADER - OPEN RECTXN WITH ITS ENVELOPE      *
      *    HEADER.  THE FILE IS NUMBERED ONE PAST THE LAST TAMREC     *
      *    FILE CTRN4010 ACCEPTED, SO A WEEK'S FILE THAT WAS NEVER    *
      *    SUBMITTED IS SIMPLY SUPERSEDED BY THE NEXT                 *
      *****************************************************************
       1200-WRITE-TXN-HEADER.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-TXNSEQ-OK
               MOVE WS-SEND-SYS-ID TO TSQ-SEND-SYS-ID
               READ SEQUENCE-FILE
                   INVALID KEY
                       MOVE 1 TO WS-FILE-SEQ-NO
                   NOT INVALID KEY
                       COMPUTE WS-FILE-SEQ-NO = TSQ-LAST-SEQ-NO + 1
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.
           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-HHMMSSTH FROM TIME.
           MOVE SPACES                    TO CTRN-HDR-RECORD.
           MOVE 'HDR '                    TO CTRN-HDR-REC-TYPE.
           MOVE WS-SEND-SYS-ID            TO CTRN-HDR-SEND-SYS-ID.
           STRING WS-DATE-YYYYMMDD (1:4) '-'
                  WS-DATE-YYYYMMDD (5:2) '-'
                  WS-DATE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE INTO CTRN-HDR-CREATE-DT.
           MOVE WS-TIME-HHMMSSTH          TO CTRN-HDR-CREATE-TM.
           MOVE WS-FILE-SEQ-NO            TO CTRN-HDR-FILE-SEQ-NO.
           WRITE CTRN-HDR-RECORD.
       1200-EXIT.
           EXIT.
      *
       1100-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT TO WS-HDG-PAGE.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-LINE-CNT.
       1100-EXIT.
           EXIT.
      *
       2100-READ-MASTER.
           READ TAMRA-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-MSTR TO TRUE
               NOT AT END
                   ADD 1 TO WS-MSTR-READ-CNT
           END-READ.
       2100-EXIT.
           EXIT.
      *
       2200-READ-INF.
           READ INFORCE-FILE
               AT END
                   SET WS-EOF-INF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INF-READ-CNT
           END-READ.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-PROCESS-MATCH - CLASSIC KEY MATCH-MERGE BETWEEN THE   *
      *    TAMRA MASTER (BY CTAM-POL-ID) AND THE IN-FORCE EXTRACT     *
      *    (BY INF-POL-ID), BOTH PRESORTED ASCENDING BY POLICY ID     *
      *****************************************************************
       2000-PROCESS-MATCH.
           EVALUATE TRUE
               WHEN WS-EOF-MSTR
                   PERFORM 2400-INF-ONLY    THRU 2400-EXIT
                   PERFORM 2200-READ-INF    THRU 2200-EXIT
               WHEN WS-EOF-INF
                   PERFORM 2300-MSTR-ONLY   THRU 2300-EXIT
                   PERFORM 2100-READ-MASTER THRU 2100-EXIT
               WHEN CTAM-POL-ID = INF-POL-ID
                   PERFORM 2500-COMPARE-POLICY THRU 2500-EXIT
                   PERFORM 2100-READ-MASTER THRU 2100-EXIT
                   PERFORM 2200-READ-INF    THRU 2200-EXIT
               WHEN CTAM-POL-ID < INF-POL-ID
                   PERFORM 2300-MSTR-ONLY   THRU 2300-EXIT
                   PERFORM 2100-READ-MASTER THRU 2100-EXIT
               WHEN OTHER
                   PERFORM 2400-INF-ONLY    THRU 2400-EXIT
                   PERFORM 2200-READ-INF    THRU 2200-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2300-MSTR-ONLY - AN ACTIVE POLICY ON THE TAMRA MASTER THAT *
      *    THE ADMIN SYSTEM DOES NOT KNOW.  NOTHING ON THE EXTRACT    *
      *    SAYS WHAT HAPPENED TO IT, SO IT IS REPORTED FOR RESEARCH   *
      *    WITHOUT A CORRECTION                                       *
      *****************************************************************
       2300-MSTR-ONLY.
           IF CTAM-POL-TERMINATED
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-MSTR-ONLY-CNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CTAM-POL-ID                TO WS-D-POL-ID.
           MOVE 'NOT ON ADMIN EXTRACT'     TO WS-D-REASON.
           MOVE 'ACTIVE'                   TO WS-D-MSTR-VALUE.
           MOVE 'NOT FOUND'                TO WS-D-INF-VALUE.
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
       2300-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2400-INF-ONLY - A POLICY IN FORCE ON THE ADMIN SYSTEM THAT *
      *    WAS NEVER SENT TO THE TAMRA MASTER.  THE EXTRACT CARRIES   *
      *    NONE OF THE 7-PAY FIGURES A NEW MASTER NEEDS, SO IT IS     *
      *    REPORTED FOR THE ADMIN SYSTEM TO RESEND                    *
      *****************************************************************
       2400-INF-ONLY.
           IF NOT INF-POL-INFORCE
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-INF-ONLY-CNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE INF-POL-ID                 TO WS-D-POL-ID.
           MOVE 'NOT ON TAMRA MASTER'      TO WS-D-REASON.
           MOVE 'NOT FOUND'                TO WS-D-MSTR-VALUE.
           MOVE 'IN FORCE'                 TO WS-D-INF-VALUE.
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
       2400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2500-COMPARE-POLICY - THE POLICY IS ON BOTH SIDES.  A      *
      *    STATUS DISAGREEMENT IS REPORTED FIRST; THE FIELD CHECKS    *
      *    ONLY MEAN SOMETHING WHEN BOTH SIDES HAVE IT ACTIVE         *
      *****************************************************************
       2500-COMPARE-POLICY.
           ADD 1 TO WS-MATCHED-CNT.
           IF CTAM-POL-TERMINATED AND NOT INF-POL-INFORCE
               GO TO 2500-EXIT
           END-IF.
           IF CTAM-POL-ACTIVE AND NOT INF-POL-INFORCE
               PERFORM 2600-ADMIN-TERMINATED THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF CTAM-POL-TERMINATED
               ADD 1 TO WS-STAT-DIFF-CNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CTAM-POL-ID            TO WS-D-POL-ID
               MOVE 'TERMINATED ON MASTER'  TO WS-D-REASON
               STRING 'TERMINATED ' CTAM-POL-TERM-DT
                      ' REASON ' CTAM-POL-TERM-REASN-CD
                      DELIMITED BY SIZE INTO WS-D-MSTR-VALUE
               MOVE 'IN FORCE'             TO WS-D-INF-VALUE
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2700-COMPARE-FIELDS THRU 2700-EXIT.
       2500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2600-ADMIN-TERMINATED - ACTIVE ON THE MASTER BUT LAPSED OR *
      *    TERMINATED ON THE ADMIN SYSTEM: THE TERMINATION NEVER      *
      *    REACHED US.  WHEN THE EXTRACT CARRIES THE TERMINATION      *
      *    DATE, A TTRM CORRECTION IS WRITTEN; A LAPSE TERMINATES AS  *
      *    LAPSED, ANY OTHER TERMINATION TAKES THE ADMIN REASON, OR   *
      *    SURRENDERED WHEN THE ADMIN REASON IS NOT ONE OF OURS       *
      *****************************************************************
       2600-ADMIN-TERMINATED.
           ADD 1 TO WS-STAT-DIFF-CNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CTAM-POL-ID                TO WS-D-POL-ID.
           MOVE 'ACTIVE'                   TO WS-D-MSTR-VALUE.
           IF INF-POL-LAPSED
               MOVE 'LAPSED ON ADMIN'      TO WS-D-REASON
               STRING 'LAPSED ' INF-POL-TERM-DT
                      DELIMITED BY SIZE INTO WS-D-INF-VALUE
           ELSE
               MOVE 'TERMINATED ON ADMIN'  TO WS-D-REASON
               STRING 'TERMINATED ' INF-POL-TERM-DT
                      ' REASON ' INF-POL-TERM-REASN-CD
                      DELIMITED BY SIZE INTO WS-D-INF-VALUE
           END-IF.
           IF INF-POL-TERM-DT = SPACES
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2800-STAGE-CORRECTION THRU 2800-EXIT.
           MOVE 'TTRM'                     TO CTRN-BUS-FCN-ID.
           MOVE INF-POL-TERM-DT            TO CTRN-POL-TERM-DT.
           EVALUATE TRUE
               WHEN INF-POL-LAPSED
                   MOVE 'L'                TO CTRN-POL-TERM-REASN-CD
               WHEN INF-TERM-SURRENDERED
                 OR INF-TERM-LAPSED
                 OR INF-TERM-RESCINDED
                   MOVE INF-POL-TERM-REASN-CD
                                           TO CTRN-POL-TERM-REASN-CD
               WHEN OTHER
                   MOVE 'S'                TO CTRN-POL-TERM-REASN-CD
           END-EVALUATE.
           PERFORM 2850-WRITE-CORRECTION THRU 2850-EXIT.
           ADD 1 TO WS-TTRM-CNT.
           MOVE 'TTRM'                     TO WS-D-CORR-FCN.
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
       2600-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2700-COMPARE-FIELDS - ACTIVE ON BOTH SIDES.  EACH FIELD    *
      *    THAT DISAGREES GETS ITS OWN REPORT LINE; ONE TUPD CARRIES  *
      *    ALL OF THE POLICY'S ADMIN VALUES OVER THE MASTER'S CURRENT *
      *    SNAPSHOT, SO THE 7-PAY FIGURES GO BACK UNCHANGED           *
      *****************************************************************
       2700-COMPARE-FIELDS.
           MOVE 'N' TO WS-FIELD-DIFF-SW.
           PERFORM 2800-STAGE-CORRECTION THRU 2800-EXIT.
           MOVE 'TUPD'                     TO CTRN-BUS-FCN-ID.
           IF CTAM-DV-OWN-CLI-NM NOT = INF-OWN-CLI-NM
               SET WS-FIELD-DIFF TO TRUE
               MOVE INF-OWN-CLI-NM         TO CTRN-DV-OWN-CLI-NM
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CTAM-POL-ID            TO WS-D-POL-ID
               MOVE 'OWNER NAME DIFFERS'   TO WS-D-REASON
               MOVE CTAM-DV-OWN-CLI-NM     TO WS-D-MSTR-VALUE
               MOVE INF-OWN-CLI-NM         TO WS-D-INF-VALUE
               MOVE 'TUPD'                 TO WS-D-CORR-FCN
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           END-IF.
           MOVE CTAM-TAMRA-SUM-INS-AMT     TO WS-MSTR-SUM-INS-X.
           MOVE INF-SUM-INS-AMT            TO WS-INF-SUM-INS-X.
           IF WS-MSTR-SUM-INS-X IS NUMERIC
              AND WS-INF-SUM-INS-X IS NUMERIC
               IF WS-MSTR-SUM-INS-9 NOT = WS-INF-SUM-INS-9
                   PERFORM 2750-SUM-INS-DIFFERS THRU 2750-EXIT
               END-IF
           ELSE
               IF WS-MSTR-SUM-INS-X NOT = WS-INF-SUM-INS-X
                   PERFORM 2750-SUM-INS-DIFFERS THRU 2750-EXIT
               END-IF
           END-IF.
           IF CTAM-POL-ISS-EFF-DT NOT = INF-POL-ISS-EFF-DT
               SET WS-FIELD-DIFF TO TRUE
               MOVE INF-POL-ISS-EFF-DT     TO CTRN-POL-ISS-EFF-DT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CTAM-POL-ID            TO WS-D-POL-ID
               MOVE 'ISSUE DATE DIFFERS'   TO WS-D-REASON
               MOVE CTAM-POL-ISS-EFF-DT    TO WS-D-MSTR-VALUE
               MOVE INF-POL-ISS-EFF-DT     TO WS-D-INF-VALUE
               MOVE 'TUPD'                 TO WS-D-CORR-FCN
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           END-IF.
           IF WS-FIELD-DIFF
               ADD 1 TO WS-FIELD-DIFF-CNT
               PERFORM 2850-WRITE-CORRECTION THRU 2850-EXIT
               ADD 1 TO WS-TUPD-CNT
           END-IF.
       2700-EXIT.
           EXIT.
      *
       2750-SUM-INS-DIFFERS.
           SET WS-FIELD-DIFF TO TRUE.
           MOVE INF-SUM-INS-AMT            TO CTRN-TAMRA-SUM-INS-AMT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CTAM-POL-ID                TO WS-D-POL-ID.
           MOVE 'SUM INSURED DIFFERS'      TO WS-D-REASON.
           IF WS-MSTR-SUM-INS-X IS NUMERIC
               MOVE WS-MSTR-SUM-INS-9      TO WS-SUM-INS-D
               MOVE WS-SUM-INS-D           TO WS-D-MSTR-VALUE
           ELSE
               MOVE WS-MSTR-SUM-INS-X      TO WS-D-MSTR-VALUE
           END-IF.
           IF WS-INF-SUM-INS-X IS NUMERIC
               MOVE WS-INF-SUM-INS-9       TO WS-SUM-INS-D
               MOVE WS-SUM-INS-D           TO WS-D-INF-VALUE
           ELSE
               MOVE WS-INF-SUM-INS-X       TO WS-D-INF-VALUE
           END-IF.
           MOVE 'TUPD'                     TO WS-D-CORR-FCN.
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
       2750-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2800-STAGE-CORRECTION - START A CORRECTION TRANSACTION     *
      *    FROM THE MASTER'S CURRENT SNAPSHOT, FIELD FOR FIELD        *
      *****************************************************************
       2800-STAGE-CORRECTION.
           MOVE SPACES                     TO CTRN-TXN-RECORD.
           MOVE CTAM-TAMRA-EFF-DT          TO CTRN-TAMRA-EFF-DT.
           MOVE CTAM-DV-OWN-CLI-NM         TO CTRN-DV-OWN-CLI-NM.
           MOVE CTAM-POL-ID                TO CTRN-POL-ID.
           MOVE CTAM-TAMRA-ACB-AMT         TO CTRN-TAMRA-ACB-AMT.
           MOVE CTAM-TAMRA-7PAY-ANN-AMT    TO CTRN-TAMRA-7PAY-ANN-AMT.
           MOVE CTAM-TAMRA-CV-AMT          TO CTRN-TAMRA-CV-AMT.
           MOVE CTAM-TAMRA-7PAY-CUM-AMT    TO CTRN-TAMRA-7PAY-CUM-AMT.
           MOVE CTAM-POL-MATRL-CHNG-DT     TO CTRN-POL-MATRL-CHNG-DT.
           MOVE CTAM-POL-MEC-DT            TO CTRN-POL-MEC-DT.
           MOVE CTAM-TAMRA-NSP-AMT         TO CTRN-TAMRA-NSP-AMT.
           MOVE CTAM-TAMRA-1035-PD-AMT     TO CTRN-TAMRA-1035-PD-AMT.
           MOVE CTAM-POL-7PAY-ANN-AMT      TO CTRN-POL-7PAY-ANN-AMT.
           MOVE CTAM-POL-7PAY-CUM-AMT      TO CTRN-POL-7PAY-CUM-AMT.
           MOVE CTAM-POL-ISS-EFF-DT        TO CTRN-POL-ISS-EFF-DT.
           MOVE CTAM-TAMRA-REASN-CD        TO CTRN-TAMRA-REASN-CD.
           MOVE CTAM-TAMRA-STAT-CD         TO CTRN-TAMRA-STAT-CD.
           MOVE CTAM-TAMRA-SUM-INS-AMT     TO CTRN-TAMRA-SUM-INS-AMT.
           MOVE CTAM-TAMRA-GSP-AMT         TO CTRN-TAMRA-GSP-AMT.
           MOVE CTAM-TAMRA-GLP-AMT         TO CTRN-TAMRA-GLP-AMT.
           MOVE CTAM-7702-STAT-CD          TO CTRN-7702-STAT-CD.
       2800-EXIT.
           EXIT.
      *
      *    EVERY CORRECTION GOES INTO THE TRAILER COUNT AND HASH
      *    TOTALS.  A TTRM ROW CARRIES THE MASTER AMOUNTS STAGED BY
      *    2800 AND IS TOTALLED THE SAME AS A TUPD ROW, AS CTRN4010
      *    TOTALS EVERY RECORD; ONLY A NON-NUMERIC AMOUNT ADDS NOTHING
       2850-WRITE-CORRECTION.
           WRITE CTRN-TXN-RECORD.
           ADD 1 TO WS-TXN-CNT.
           IF CTRN-TAMRA-7PAY-CUM-AMT IS NUMERIC
               MOVE CTRN-TAMRA-7PAY-CUM-AMT TO WS-CUM-AMT-X
               ADD WS-CUM-AMT-9 TO WS-HASH-7PAY-CUM
           END-IF.
           IF CTRN-TAMRA-1035-PD-AMT IS NUMERIC
               MOVE CTRN-TAMRA-1035-PD-AMT TO WS-1035-AMT-X
               ADD WS-1035-AMT-9 TO WS-HASH-1035-PD
           END-IF.
       2850-EXIT.
           EXIT.
      *
       2900-WRITE-DETAIL.
           ADD 1 TO WS-EXCEPT-CNT.
           IF WS-LINE-CNT >= 55
               PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
       2900-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - PRINT THE RECONCILIATION TOTALS AND CLOSE *
      *****************************************************************
       9000-TERMINATE.
           IF NOT WS-TAMINF-OK AND NOT WS-TAMINF-EOF
               GO TO 9000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MSTR-READ-CNT TO WS-CNT-D.
           STRING 'MASTER RECORDS READ:   ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-INF-READ-CNT TO WS-CNT-D.
           STRING 'ADMIN RECORDS READ:    ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MATCHED-CNT TO WS-CNT-D.
           STRING 'POLICIES MATCHED:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MSTR-ONLY-CNT TO WS-CNT-D.
           STRING 'ACTIVE, NOT ON ADMIN:  ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-INF-ONLY-CNT TO WS-CNT-D.
           STRING 'IN FORCE, NOT ON TAMRA:' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-STAT-DIFF-CNT TO WS-CNT-D.
           STRING 'STATUS DISAGREES:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-FIELD-DIFF-CNT TO WS-CNT-D.
           STRING 'FIELDS DISAGREE:       ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TTRM-CNT TO WS-CNT-D.
           STRING 'TTRM CORRECTIONS:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TUPD-CNT TO WS-CNT-D.
           STRING 'TUPD CORRECTIONS:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE TAMRA-MASTER-FILE.
           CLOSE INFORCE-FILE.
           MOVE SPACES                    TO CTRN-TRL-RECORD.
           MOVE 'TRL '                    TO CTRN-TRL-REC-TYPE.
           MOVE WS-TXN-CNT                TO CTRN-TRL-REC-CNT.
           MOVE WS-HASH-7PAY-CUM          TO CTRN-TRL-HASH-7PAY-CUM.
           MOVE WS-HASH-1035-PD           TO CTRN-TRL-HASH-1035-PD.
           WRITE CTRN-TRL-RECORD.
           CLOSE CORRECTION-FILE.
           CLOSE RECON-RPT-FILE.
           DISPLAY 'CREC4000 - MASTER RECORDS READ:  ' WS-MSTR-READ-CNT.
           DISPLAY 'CREC4000 - ADMIN RECORDS READ:   ' WS-INF-READ-CNT.
           DISPLAY 'CREC4000 - DISCREPANCY LINES:    ' WS-EXCEPT-CNT.
           DISPLAY 'CREC4000 - CORRECTIONS WRITTEN:  '
                   WS-TTRM-CNT ' TTRM  ' WS-TUPD-CNT ' TUPD'.
           DISPLAY 'CREC4000 - RECTXN FILE SEQUENCE: ' WS-FILE-SEQ-NO.
       9000-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
