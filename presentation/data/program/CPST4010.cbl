      *****************************************************************
      **  PROGRAM:  CPST4010                                         **
      **  REMARKS:  PREMIUM RECEIPT POSTING                           **
      **            READS THE DAILY TAMRCPT PREMIUM CASH-RECEIPT      **
      **            FEED (CRCP4000) AND ADDS EACH RECEIPT INTO THE    **
      **            TAMRA MASTER'S CUMULATIVE 7-PAY PREMIUM           **
      **            (CTAM-TAMRA-7PAY-CUM-AMT AND                      **
      **            CTAM-POL-7PAY-CUM-AMT) THROUGH CSOM4000.  A       **
      **            REVERSED OR NSF RECEIPT BACKS ITS AMOUNT OUT      **
      **            AGAIN.  THE RECEIPTS FOR ONE POLICY ARE NETTED    **
      **            INTO ONE MIR-BUS-FCN-TAMRA-TEST CALL DATED WITH   **
      **            THE LATEST RECEIPT DATE, SO THE 7-PAY MEC TEST    **
      **            RUNS ON THE NEW TOTAL.  RECEIPTS FOR POLICIES     **
      **            NOT ON (OR TERMINATED ON) THE MASTER, RECEIPTS    **
      **            DATED BEFORE THE CURRENT 7-PAY START DATE, AND    **
      **            POSTINGS CSOM4000 REFUSES GO TO THE RCPREJ        **
      **            REJECTS FILE FOR MANUAL WORKUP.  A POSTING        **
      **            SUMMARY PRINTS ON RCPRPT                          **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      ** 2026-10-15 RAK   EVERY CSOM4000 CALL NOW CARRIES A BLANK    **
      **                  MIR-OPER-ID, SO THE SERVER TREATS IT AS A  **
      **                  BATCH CALL AND SKIPS THE OPERATOR          **
      **                  AUTHORITY CHECK                            **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPST4010.
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
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTAM-POL-ID
                  FILE STATUS IS WS-TAMMSTR-STATUS.
           SELECT RECEIPT-FILE       ASSIGN TO TAMRCPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TAMRCPT-STATUS.
           SELECT REJECTS-FILE       ASSIGN TO RCPREJ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCPREJ-STATUS.
           SELECT POSTING-RPT-FILE   ASSIGN TO RCPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCPRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAMRA-MASTER-FILE.
           COPY CTAM4000.
      *
       FD  RECEIPT-FILE.
           COPY CRCP4000.
      *
       FD  REJECTS-FILE.
       01  REJ-REJECT-RECORD.
           05  REJ-POL-ID.
               10  REJ-POL-ID-BASE                 PIC X(09).
               10  REJ-POL-ID-SFX                  PIC X(01).
           05  FILLER                              PIC X(02).
           05  REJ-RCPT-AMT                        PIC X(16).
           05  FILLER                              PIC X(02).
           05  REJ-RCPT-DT                         PIC X(10).
           05  FILLER                              PIC X(02).
           05  REJ-RVRSL-CD                        PIC X(01).
           05  FILLER                              PIC X(02).
           05  REJ-RETRN-CD                        PIC X(02).
           05  FILLER                              PIC X(02).
           05  REJ-REASON                          PIC X(30).
      *
       FD  POSTING-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-MSTR-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  WS-MSTR-FOUND                          VALUE 'Y'.
           05  WS-DATE-VALID-SW                 PIC X(01) VALUE 'N'.
               88  WS-DATE-VALID                          VALUE 'Y'.
      *
       01  WS-TAMMSTR-STATUS                    PIC X(02).
           88  WS-TAMMSTR-OK                              VALUE '00'.
           88  WS-TAMMSTR-NOT-FOUND                       VALUE '23'.
       01  WS-TAMRCPT-STATUS                    PIC X(02).
           88  WS-TAMRCPT-EOF                             VALUE '10'.
       01  WS-RCPREJ-STATUS                     PIC X(02).
       01  WS-RCPRPT-STATUS                     PIC X(02).
      *
      *    THE RECEIPTS STAGED FOR THE POLICY IN HAND.  THE FEED IS
      *    PRESORTED BY POLICY, SO EACH POLICY'S RECEIPTS ARRIVE
      *    TOGETHER AND ARE POSTED AS ONE NET CHANGE WHEN THE POLICY
      *    ID BREAKS
       01  WS-POLICY-FIELDS.
           05  WS-CUR-POL-ID                    PIC X(10) VALUE SPACES.
           05  WS-7PAY-START-DT                 PIC X(10).
           05  WS-LAST-RCPT-DT                  PIC X(10).
           05  WS-NET-AMT-N                     PIC S9(15)V99.
           05  WS-POL-RCPT-CNT                  PIC 9(05) COMP.
           05  WS-POL-RVRSL-CNT                 PIC 9(05) COMP.
           05  WS-POL-RCPT-AMT-N                PIC S9(15)V99.
           05  WS-POL-RVRSL-AMT-N               PIC S9(15)V99.
      *
      *    THE AMOUNT FIELDS CARRY TWO IMPLIED DECIMALS; EACH
      *    REDEFINES PUTS THE LAST TWO DIGITS IN THE CENTS PLACES
       01  WS-AMOUNT-FIELDS.
           05  WS-RCPT-AMT-X                    PIC X(16).
           05  WS-RCPT-AMT-9 REDEFINES WS-RCPT-AMT-X
                                                PIC 9(14)V99.
           05  WS-TAMRA-CUM-X                   PIC X(19).
           05  WS-TAMRA-CUM-9 REDEFINES WS-TAMRA-CUM-X
                                                PIC 9(17)V99.
           05  WS-POL-CUM-X                     PIC X(18).
           05  WS-POL-CUM-9 REDEFINES WS-POL-CUM-X
                                                PIC 9(16)V99.
           05  WS-NEW-CUM-N                     PIC S9(17)V99.
      *
       01  WS-WORK-FIELDS.
           05  WS-EDIT-MM                       PIC 9(02).
           05  WS-EDIT-DD                       PIC 9(02).
           05  WS-READ-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-POSTED-CNT                    PIC 9(07) COMP VALUE 0.
           05  WS-REVERSED-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-REJECTED-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-UPDATED-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-NETTED-CNT                    PIC 9(07) COMP VALUE 0.
           05  WS-NEW-MEC-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-TOT-RCPT-AMT-N                PIC S9(15)V99 VALUE 0.
           05  WS-TOT-RVRSL-AMT-N               PIC S9(15)V99 VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-AMT-D                         PIC Z(14)9.99.
      *
           COPY CCWM4000.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 2500-POST-POLICY  THRU 2500-EXIT.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT  TAMRA-MASTER-FILE.
           OPEN INPUT  RECEIPT-FILE.
           OPEN OUTPUT REJECTS-FILE.
           OPEN OUTPUT POSTING-RPT-FILE.
           MOVE 0 TO MIR-BULK-CNT.
           MOVE 0 TO WS-POL-RCPT-CNT.
           MOVE 0 TO WS-POL-RVRSL-CNT.
           PERFORM 2100-READ-RCPT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-PROCESS-FEED - ON A CHANGE OF POLICY ID, POST WHAT    *
      *    WAS STAGED FOR THE PREVIOUS POLICY AND LOOK THE NEW ONE    *
      *    UP; THEN STAGE THE RECEIPT IN HAND                         *
      *****************************************************************
       2000-PROCESS-FEED.
           IF RCP-POL-ID NOT = WS-CUR-POL-ID
               PERFORM 2500-POST-POLICY  THRU 2500-EXIT
               PERFORM 2200-START-POLICY THRU 2200-EXIT
           END-IF.
           PERFORM 2300-STAGE-RECEIPT THRU 2300-EXIT.
           PERFORM 2100-READ-RCPT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-RCPT.
           READ RECEIPT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2200-START-POLICY - READ THE MASTER FOR THE NEW POLICY AND *
      *    DERIVE THE START OF ITS CURRENT 7-PAY PERIOD THE SAME WAY  *
      *    CSOM4000 DOES: POLICY ISSUE, OR THE LAST MATERIAL CHANGE   *
      *    WHEN ONE RESTARTED THE CLOCK                               *
      *****************************************************************
       2200-START-POLICY.
           MOVE RCP-POL-ID TO WS-CUR-POL-ID.
           MOVE 0          TO WS-NET-AMT-N.
           MOVE 0          TO WS-POL-RCPT-CNT.
           MOVE 0          TO WS-POL-RVRSL-CNT.
           MOVE 0          TO WS-POL-RCPT-AMT-N.
           MOVE 0          TO WS-POL-RVRSL-AMT-N.
           MOVE LOW-VALUES TO WS-LAST-RCPT-DT.
           MOVE 'N' TO WS-MSTR-FOUND-SW.
           MOVE RCP-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MSTR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MSTR-FOUND-SW
           END-READ.
           IF NOT WS-MSTR-FOUND
               GO TO 2200-EXIT
           END-IF.
           IF CTAM-POL-MATRL-CHNG-DT NOT = SPACES
              AND CTAM-POL-MATRL-CHNG-DT > CTAM-POL-ISS-EFF-DT
               MOVE CTAM-POL-MATRL-CHNG-DT TO WS-7PAY-START-DT
           ELSE
               MOVE CTAM-POL-ISS-EFF-DT    TO WS-7PAY-START-DT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2300-STAGE-RECEIPT - VALIDATE ONE RECEIPT AGAINST THE      *
      *    MASTER IN HAND AND ADD IT INTO (OR, FOR A REVERSAL OR NSF, *
      *    SUBTRACT IT FROM) THE POLICY'S NET CHANGE.  ANYTHING THAT  *
      *    CANNOT BE POSTED GOES STRAIGHT TO THE REJECTS              *
      *****************************************************************
       2300-STAGE-RECEIPT.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO REJ-REJECT-RECORD.
           MOVE RCP-POL-ID            TO REJ-POL-ID.
           MOVE RCP-RCPT-AMT          TO REJ-RCPT-AMT.
           MOVE RCP-RCPT-DT           TO REJ-RCPT-DT.
           MOVE RCP-RVRSL-CD          TO REJ-RVRSL-CD.
           MOVE '02'                  TO REJ-RETRN-CD.
           IF NOT WS-MSTR-FOUND
               MOVE 'POLICY NOT ON MASTER'      TO REJ-REASON
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF CTAM-POL-TERMINATED
               MOVE 'POLICY TERMINATED'         TO REJ-REASON
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE '01'                  TO REJ-RETRN-CD.
           IF NOT RCP-RCPT-NORMAL
              AND NOT RCP-RCPT-REVERSED
              AND NOT RCP-RCPT-NSF
               MOVE 'INVALID REVERSAL FLAG'     TO REJ-REASON
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF RCP-RCPT-AMT NOT NUMERIC
               MOVE 'RECEIPT AMOUNT NOT NUMERIC' TO REJ-REASON
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2400-CHECK-RCPT-DT THRU 2400-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'RECEIPT DATE INVALID'      TO REJ-REASON
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE '02'                  TO REJ-RETRN-CD.
           IF RCP-RCPT-DT < WS-7PAY-START-DT
               MOVE 'DATED BEFORE 7-PAY START'  TO REJ-REASON
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE RCP-RCPT-AMT TO WS-RCPT-AMT-X.
           IF RCP-RCPT-NORMAL
               ADD WS-RCPT-AMT-9      TO WS-NET-AMT-N
               ADD WS-RCPT-AMT-9      TO WS-POL-RCPT-AMT-N
               ADD 1                  TO WS-POL-RCPT-CNT
           ELSE
               SUBTRACT WS-RCPT-AMT-9 FROM WS-NET-AMT-N
               ADD WS-RCPT-AMT-9      TO WS-POL-RVRSL-AMT-N
               ADD 1                  TO WS-POL-RVRSL-CNT
           END-IF.
           IF RCP-RCPT-DT > WS-LAST-RCPT-DT
               MOVE RCP-RCPT-DT TO WS-LAST-RCPT-DT
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2400-CHECK-RCPT-DT - THE RECEIPT DATE MUST BE A VALID      *
      *    CCYY-MM-DD                                                 *
      *****************************************************************
       2400-CHECK-RCPT-DT.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF RCP-RCPT-DT (5:1) = '-' AND RCP-RCPT-DT (8:1) = '-'
              AND RCP-RCPT-DT (1:4) IS NUMERIC
              AND RCP-RCPT-DT (6:2) IS NUMERIC
              AND RCP-RCPT-DT (9:2) IS NUMERIC
               MOVE RCP-RCPT-DT (6:2) TO WS-EDIT-MM
               MOVE RCP-RCPT-DT (9:2) TO WS-EDIT-DD
               IF WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
                  AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2500-POST-POLICY - APPLY THE NET CHANGE STAGED FOR THE     *
      *    POLICY IN HAND.  BOTH CUMULATIVE 7-PAY AMOUNTS TAKE THE    *
      *    NET CHANGE, FLOORED AT ZERO, AND GO TO CSOM4000 UNDER THE  *
      *    7-PAY TEST FUNCTION WITH THE REST OF THE MASTER'S CURRENT  *
      *    SNAPSHOT, DATED WITH THE LATEST RECEIPT DATE, SO THE MEC   *
      *    RULING IS RE-DERIVED ON THE NEW TOTAL.  RECEIPTS THAT NET  *
      *    TO NOTHING CHANGE NOTHING AND ARE NOT SENT                 *
      *****************************************************************
       2500-POST-POLICY.
           IF WS-POL-RCPT-CNT = 0 AND WS-POL-RVRSL-CNT = 0
               GO TO 2500-EXIT
           END-IF.
           IF WS-NET-AMT-N = 0
               ADD 1 TO WS-NETTED-CNT
               ADD WS-POL-RCPT-CNT    TO WS-POSTED-CNT
               ADD WS-POL-RVRSL-CNT   TO WS-REVERSED-CNT
               ADD WS-POL-RCPT-AMT-N  TO WS-TOT-RCPT-AMT-N
               ADD WS-POL-RVRSL-AMT-N TO WS-TOT-RVRSL-AMT-N
               GO TO 2590-CLEAR
           END-IF.
           MOVE 0 TO WS-TAMRA-CUM-9.
           IF CTAM-TAMRA-7PAY-CUM-AMT IS NUMERIC
               MOVE CTAM-TAMRA-7PAY-CUM-AMT TO WS-TAMRA-CUM-X
           END-IF.
           COMPUTE WS-NEW-CUM-N = WS-TAMRA-CUM-9 + WS-NET-AMT-N.
           IF WS-NEW-CUM-N < 0
               MOVE 0 TO WS-NEW-CUM-N
           END-IF.
           MOVE WS-NEW-CUM-N TO WS-TAMRA-CUM-9.
           MOVE 0 TO WS-POL-CUM-9.
           IF CTAM-POL-7PAY-CUM-AMT IS NUMERIC
               MOVE CTAM-POL-7PAY-CUM-AMT TO WS-POL-CUM-X
           END-IF.
           COMPUTE WS-NEW-CUM-N = WS-POL-CUM-9 + WS-NET-AMT-N.
           IF WS-NEW-CUM-N < 0
               MOVE 0 TO WS-NEW-CUM-N
           END-IF.
           MOVE WS-NEW-CUM-N TO WS-POL-CUM-9.
           SET MIR-BUS-FCN-TAMRA-TEST TO TRUE.
           MOVE CTAM-POL-ID               TO MIR-POL-ID.
           MOVE CTAM-DV-OWN-CLI-NM        TO MIR-DV-OWN-CLI-NM.
           MOVE WS-LAST-RCPT-DT           TO MIR-TAMRA-EFF-DT.
           MOVE CTAM-TAMRA-ACB-AMT        TO MIR-TAMRA-ACB-AMT.
           MOVE CTAM-TAMRA-7PAY-ANN-AMT   TO MIR-TAMRA-7PAY-ANN-AMT.
           MOVE CTAM-TAMRA-CV-AMT         TO MIR-TAMRA-CV-AMT.
           MOVE WS-TAMRA-CUM-X            TO MIR-TAMRA-7PAY-CUM-AMT.
           MOVE CTAM-POL-MATRL-CHNG-DT    TO MIR-POL-MATRL-CHNG-DT.
           MOVE CTAM-POL-MEC-DT           TO MIR-POL-MEC-DT.
           MOVE CTAM-TAMRA-NSP-AMT        TO MIR-TAMRA-NSP-AMT.
           MOVE CTAM-TAMRA-1035-PD-AMT    TO MIR-TAMRA-1035-PD-AMT.
           MOVE CTAM-POL-7PAY-ANN-AMT     TO MIR-POL-7PAY-ANN-AMT.
           MOVE WS-POL-CUM-X              TO MIR-POL-7PAY-CUM-AMT.
           MOVE CTAM-POL-ISS-EFF-DT       TO MIR-POL-ISS-EFF-DT.
           MOVE CTAM-TAMRA-REASN-CD       TO MIR-TAMRA-REASN-CD.
           MOVE CTAM-TAMRA-STAT-CD        TO MIR-TAMRA-STAT-CD.
           MOVE CTAM-TAMRA-SUM-INS-AMT    TO MIR-TAMRA-SUM-INS-AMT.
           MOVE CTAM-TAMRA-GSP-AMT        TO MIR-TAMRA-GSP-AMT.
           MOVE CTAM-TAMRA-GLP-AMT        TO MIR-TAMRA-GLP-AMT.
           MOVE CTAM-7702-STAT-CD         TO MIR-7702-STAT-CD.
           MOVE SPACES                    TO MIR-LAST-UPD-STAMP.
           MOVE SPACES                    TO MIR-OPER-ID.
           CALL 'CSOM4000' USING MIR-PARM-AREA MIR-BULK-PARM-AREA.
           IF MIR-RETRN-OK OR MIR-RETRN-PARTIAL
               ADD 1 TO WS-UPDATED-CNT
               ADD WS-POL-RCPT-CNT    TO WS-POSTED-CNT
               ADD WS-POL-RVRSL-CNT   TO WS-REVERSED-CNT
               ADD WS-POL-RCPT-AMT-N  TO WS-TOT-RCPT-AMT-N
               ADD WS-POL-RVRSL-AMT-N TO WS-TOT-RVRSL-AMT-N
               IF CTAM-POL-MEC-DT = SPACES
                  AND MIR-POL-MEC-DT NOT = SPACES
                   ADD 1 TO WS-NEW-MEC-CNT
               END-IF
               GO TO 2590-CLEAR
           END-IF.
      *    THE WHOLE NET POSTING WAS REFUSED: ONE REJECT LINE
      *    CARRIES THE NET AMOUNT, FLAGGED 'R' WHEN IT WAS A NET
      *    REDUCTION
           MOVE SPACES TO REJ-REJECT-RECORD.
           MOVE CTAM-POL-ID               TO REJ-POL-ID.
           IF WS-NET-AMT-N < 0
               COMPUTE WS-RCPT-AMT-9 = 0 - WS-NET-AMT-N
               MOVE 'R'                   TO REJ-RVRSL-CD
           ELSE
               MOVE WS-NET-AMT-N          TO WS-RCPT-AMT-9
           END-IF.
           MOVE WS-RCPT-AMT-X             TO REJ-RCPT-AMT.
           MOVE WS-LAST-RCPT-DT           TO REJ-RCPT-DT.
           MOVE MIR-RETRN-CD              TO REJ-RETRN-CD.
           EVALUATE TRUE
               WHEN MIR-RETRN-EDIT-ERROR
                   MOVE 'POSTING EDIT REJECTED'  TO REJ-REASON
               WHEN MIR-RETRN-RQST-FAILED
                   MOVE 'POSTING REQUEST FAILED' TO REJ-REASON
               WHEN OTHER
                   MOVE 'UNEXPECTED RETURN CODE' TO REJ-REASON
           END-EVALUATE.
           PERFORM 3000-WRITE-REJECT THRU 3000-EXIT.
       2590-CLEAR.
           MOVE 0 TO WS-POL-RCPT-CNT.
           MOVE 0 TO WS-POL-RVRSL-CNT.
           MOVE 0 TO WS-NET-AMT-N.
       2500-EXIT.
           EXIT.
      *
       3000-WRITE-REJECT.
           WRITE REJ-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-CNT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - SIGNAL END OF RUN TO CSOM4000, PRINT THE  *
      *    POSTING SUMMARY AND CLOSE                                  *
      *****************************************************************
       9000-TERMINATE.
           SET MIR-BUS-FCN-TAMRA-EOJ TO TRUE.
           CALL 'CSOM4000' USING MIR-PARM-AREA MIR-BULK-PARM-AREA.
           MOVE SPACES TO RPT-LINE.
           MOVE 'PREMIUM RECEIPT POSTING SUMMARY' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-READ-CNT TO WS-CNT-D.
           STRING 'FEED RECORDS READ:     ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-POSTED-CNT TO WS-CNT-D.
           STRING 'RECEIPTS POSTED:       ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-REVERSED-CNT TO WS-CNT-D.
           STRING 'REVERSALS BACKED OUT:  ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-REJECTED-CNT TO WS-CNT-D.
           STRING 'REJECTED FOR WORKUP:   ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-UPDATED-CNT TO WS-CNT-D.
           STRING 'POLICIES UPDATED:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-NETTED-CNT TO WS-CNT-D.
           STRING 'NETTED TO ZERO:        ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-NEW-MEC-CNT TO WS-CNT-D.
           STRING 'POLICIES NEWLY MEC:    ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOT-RCPT-AMT-N TO WS-AMT-D.
           STRING 'PREMIUM POSTED:        ' DELIMITED BY SIZE
                  WS-AMT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOT-RVRSL-AMT-N TO WS-AMT-D.
           STRING 'PREMIUM BACKED OUT:    ' DELIMITED BY SIZE
                  WS-AMT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE TAMRA-MASTER-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE REJECTS-FILE.
           CLOSE POSTING-RPT-FILE.
       9000-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
