      *****************************************************************
      **  PROGRAM:  CVER4000                                         **
      **  REMARKS:  TAMRA MASTER INTEGRITY VERIFICATION SWEEP         **
      **            READS EVERY TAMMSTR RECORD AND CHECKS ITS         **
      **            CROSS-FIELD CONSISTENCY.  RUN AFTER A CONVERSION  **
      **            OR ANY UTILITY THAT REWRITES THE MASTER OUTSIDE   **
      **            CSOM4000 (CARC4010, CSRT4000, CPRG4000,           **
      **            CRCV4000), AND BEFORE CBAL4000 SIGNS OFF THE      **
      **            CYCLE.  EVERY VIOLATION IS LISTED ON VERXCP WITH  **
      **            ITS RULE CODE AND THE LIST ENDS WITH A COUNT BY   **
      **            RULE:                                             **
      **              HCNT - CTAM-TAMRA-HIST-CNT OUT OF RANGE, OR A   **
      **                     SLOT INSIDE THE COUNT NOT POPULATED      **
      **              HSEQ - HISTORY SLOT EARLIER THAN THE ONE        **
      **                     BEFORE IT                                **
      **              HSNP - CURRENT STATUS, ACB, 7-PAY ANNUAL OR     **
      **                     7-PAY CUMULATIVE DIFFERS FROM THE LATEST **
      **                     HISTORY SLOT                             **
      **              MECD - MEC DATE WITHOUT STATUS 'F', OR STATUS   **
      **                     'F' WITHOUT A MEC DATE                   **
      **              TERM - TERMINATION STATUS, DATE AND REASON NOT  **
      **                     ALL SET (T / DATE / S,L,R) OR ALL BLANK  **
      **              AMTS - AMOUNT NOT NUMERIC (GSP AND GLP MAY BE   **
      **                     BLANK, AS CEDT4000 ALLOWS)               **
      **              DATE - DATE NOT A VALID CCYY-MM-DD, OR A        **
      **                     REQUIRED DATE MISSING                    **
      **              STMP - LAST-UPDATE STAMP NOT PRESENT            **
      **            ONLY STATUS, ACB, 7-PAY ANNUAL AND 7-PAY          **
      **            CUMULATIVE ARE COMPARED FOR HSNP: A CURE,         **
      **            REINSTATEMENT OR 7-PAY EXPIRY APPENDS A HISTORY   **
      **            SLOT WITHOUT MOVING CTAM-TAMRA-EFF-DT OR THE      **
      **            REASON CODE.  READ-ONLY: THE MASTER IS NEVER      **
      **            REWRITTEN.  RETURN CODE 4 WHEN ANY EXCEPTION IS   **
      **            FOUND SO THE SIGN-OFF STEP CAN BE HELD            **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      ** 2026-10-15 RAK   CRCV4000 FORWARD RECOVERY ADDED TO THE     **
      **                  UTILITIES THIS SWEEP FOLLOWS               **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CVER4000.
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
           SELECT EXCEPTION-RPT-FILE  ASSIGN TO VERXCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VERXCP-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAMRA-MASTER-FILE.
           COPY CTAM4000.
      *
       FD  EXCEPTION-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-DATE-VALID-SW                 PIC X(01) VALUE 'N'.
               88  WS-DATE-VALID                          VALUE 'Y'.
           05  WS-DATE-REQD-SW                  PIC X(01) VALUE 'N'.
               88  WS-DATE-REQUIRED                       VALUE 'Y'.
           05  WS-HIST-USABLE-SW                PIC X(01) VALUE 'N'.
               88  WS-HIST-USABLE                         VALUE 'Y'.
           05  WS-POL-XCP-SW                    PIC X(01) VALUE 'N'.
               88  WS-POL-HAS-XCP                         VALUE 'Y'.
           05  WS-TERM-SET-SW                   PIC X(01) VALUE 'N'.
               88  WS-TERM-ALL-SET                        VALUE 'Y'.
      *
       01  WS-TAMMSTR-STATUS                    PIC X(02).
           88  WS-TAMMSTR-OK                              VALUE '00'.
       01  WS-VERXCP-STATUS                     PIC X(02).
      *
       01  WS-WORK-FIELDS.
           05  WS-SUB                           PIC 9(03) COMP.
           05  WS-LAST-SUB                      PIC 9(03) COMP.
           05  WS-RULE-SUB                      PIC 9(02) COMP.
           05  WS-EDIT-DATE                     PIC X(10).
           05  WS-EDIT-MM                       PIC 9(02).
           05  WS-EDIT-DD                       PIC 9(02).
           05  WS-CHK-AMT                       PIC X(19).
           05  WS-CHK-LEN                       PIC 9(02) COMP.
           05  WS-SLOT-D                        PIC 9(02).
           05  WS-XCP-FIELD                     PIC X(22) VALUE SPACES.
           05  WS-XCP-VALUE                     PIC X(19) VALUE SPACES.
           05  WS-READ-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-XCP-POL-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-XCP-CNT                       PIC 9(07) COMP VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
      *
      *    RULE CODES AND DESCRIPTIONS, IN THE ORDER OF THE SUMMARY
       01  WS-RULE-VALUES.
           05  FILLER                           PIC X(44)
               VALUE 'HCNTHISTORY COUNT DISAGREES WITH SLOTS      '.
           05  FILLER                           PIC X(44)
               VALUE 'HSEQHISTORY OUT OF EFFECTIVE-DATE ORDER     '.
           05  FILLER                           PIC X(44)
               VALUE 'HSNPSNAPSHOT DIFFERS FROM LATEST SLOT       '.
           05  FILLER                           PIC X(44)
               VALUE 'MECDMEC DATE AND MEC STATUS DISAGREE        '.
           05  FILLER                           PIC X(44)
               VALUE 'TERMTERMINATION FIELDS NOT ALL SET OR BLANK '.
           05  FILLER                           PIC X(44)
               VALUE 'AMTSAMOUNT NOT NUMERIC                      '.
           05  FILLER                           PIC X(44)
               VALUE 'DATEDATE MISSING OR NOT A VALID CCYY-MM-DD  '.
           05  FILLER                           PIC X(44)
               VALUE 'STMPLAST-UPDATE STAMP NOT PRESENT           '.
       01  WS-RULE-TBL REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY OCCURS 8 TIMES.
               10  WS-RULE-CD                   PIC X(04).
               10  WS-RULE-DESC                 PIC X(40).
      *
       01  WS-RULE-COUNTS.
           05  WS-RULE-CNT                      PIC 9(07) COMP
                   OCCURS 8 TIMES.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(40)
               VALUE 'TAMRA MASTER INTEGRITY EXCEPTIONS'.
           05  FILLER                           PIC X(07)
               VALUE 'PAGE '.
           05  WS-HDG-PAGE                      PIC ZZZZ9.
      *
       01  WS-HDG-LINE-2.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(12)
               VALUE 'POLICY ID'.
           05  FILLER                           PIC X(06)
               VALUE 'RULE'.
           05  FILLER                           PIC X(24)
               VALUE 'FIELD'.
           05  FILLER                           PIC X(21)
               VALUE 'VALUE'.
           05  FILLER                           PIC X(40)
               VALUE 'DESCRIPTION'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  WS-D-POL-ID                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-RULE-CD                     PIC X(04).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-FIELD                       PIC X(22).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-VALUE                       PIC X(19).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-DESC                        PIC X(40).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           IF WS-XCP-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE 1 TO WS-RULE-SUB.
           PERFORM 1050-CLEAR-RULE-CNT THRU 1050-EXIT
               UNTIL WS-RULE-SUB > 8.
           OPEN INPUT  TAMRA-MASTER-FILE.
           OPEN OUTPUT EXCEPTION-RPT-FILE.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           IF NOT WS-TAMMSTR-OK
               DISPLAY 'CVER4000 - TAMMSTR NOT AVAILABLE, STATUS '
                       WS-TAMMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-READ-MASTER    THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
       1050-CLEAR-RULE-CNT.
           MOVE 0 TO WS-RULE-CNT (WS-RULE-SUB).
           ADD 1 TO WS-RULE-SUB.
       1050-EXIT.
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
       2000-PROCESS-FILE.
           PERFORM 2200-VERIFY-RECORD THRU 2200-EXIT.
           PERFORM 2100-READ-MASTER   THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-MASTER.
           READ TAMRA-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2200-VERIFY-RECORD - RUN EVERY RULE AGAINST ONE MASTER     *
      *    RECORD.  THE RULES ARE INDEPENDENT: ONE FAILURE DOES NOT   *
      *    STOP THE REST, SO A DAMAGED RECORD SHOWS EVERYTHING WRONG  *
      *    WITH IT IN ONE PASS                                        *
      *****************************************************************
       2200-VERIFY-RECORD.
           IF WS-EOF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-READ-CNT.
           MOVE 'N' TO WS-POL-XCP-SW.
           PERFORM 3000-CHECK-HIST-COUNT   THRU 3000-EXIT.
           IF WS-HIST-USABLE
               MOVE 1 TO WS-SUB
               PERFORM 3100-CHECK-ONE-SLOT THRU 3100-EXIT
                   UNTIL WS-SUB > CTAM-TAMRA-HIST-CNT
               PERFORM 3200-CHECK-SNAPSHOT THRU 3200-EXIT
           END-IF.
           PERFORM 4000-CHECK-MEC-DATE     THRU 4000-EXIT.
           PERFORM 4100-CHECK-TERMINATION  THRU 4100-EXIT.
           PERFORM 5000-CHECK-AMOUNTS      THRU 5000-EXIT.
           PERFORM 6000-CHECK-DATES        THRU 6000-EXIT.
           PERFORM 7000-CHECK-STAMP        THRU 7000-EXIT.
           IF WS-POL-HAS-XCP
               ADD 1 TO WS-XCP-POL-CNT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-CHECK-HIST-COUNT - EVERY MASTER IS BUILT WITH ONE     *
      *    SLOT AND THE TABLE HOLDS AT MOST 60.  A COUNT OUTSIDE THAT *
      *    RANGE MEANS THE SLOTS CANNOT BE TRUSTED, SO THE SLOT AND   *
      *    SNAPSHOT CHECKS ARE SKIPPED FOR THE RECORD                 *
      *****************************************************************
       3000-CHECK-HIST-COUNT.
           MOVE 'Y' TO WS-HIST-USABLE-SW.
           IF CTAM-TAMRA-HIST-CNT < 1 OR CTAM-TAMRA-HIST-CNT > 60
               MOVE 'N' TO WS-HIST-USABLE-SW
               MOVE 1 TO WS-RULE-SUB
               MOVE 'CTAM-TAMRA-HIST-CNT' TO WS-XCP-FIELD
               MOVE CTAM-TAMRA-HIST-CNT TO WS-CNT-D
               MOVE WS-CNT-D TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3100-CHECK-ONE-SLOT - A SLOT INSIDE THE COUNT MUST CARRY   *
      *    AN EFFECTIVE DATE (HCNT), NOT EARLIER THAN THE SLOT BEFORE *
      *    IT (HSEQ), THAT IS A VALID DATE (DATE), AND NUMERIC        *
      *    AMOUNTS (AMTS)                                             *
      *****************************************************************
       3100-CHECK-ONE-SLOT.
           MOVE WS-SUB TO WS-SLOT-D.
           IF CTAM-HIST-EFF-DT (WS-SUB) = SPACES
              OR CTAM-HIST-EFF-DT (WS-SUB) = LOW-VALUES
               MOVE 1 TO WS-RULE-SUB
               STRING 'HIST SLOT ' WS-SLOT-D ' EFF-DT'
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE SPACES TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
               ADD 1 TO WS-SUB
               GO TO 3100-EXIT
           END-IF.
           MOVE CTAM-HIST-EFF-DT (WS-SUB) TO WS-EDIT-DATE.
           PERFORM 9100-VALIDATE-DATE-FORMAT THRU 9100-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 7 TO WS-RULE-SUB
               STRING 'HIST SLOT ' WS-SLOT-D ' EFF-DT'
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE WS-EDIT-DATE TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF WS-SUB > 1
              AND CTAM-HIST-EFF-DT (WS-SUB) <
                  CTAM-HIST-EFF-DT (WS-SUB - 1)
               MOVE 2 TO WS-RULE-SUB
               STRING 'HIST SLOT ' WS-SLOT-D ' EFF-DT'
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-HIST-EFF-DT (WS-SUB) TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF CTAM-HIST-ACB-AMT (WS-SUB) IS NOT NUMERIC
               MOVE 6 TO WS-RULE-SUB
               STRING 'HIST SLOT ' WS-SLOT-D ' ACB'
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-HIST-ACB-AMT (WS-SUB) TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF CTAM-HIST-7PAY-ANN-AMT (WS-SUB) IS NOT NUMERIC
               MOVE 6 TO WS-RULE-SUB
               STRING 'HIST SLOT ' WS-SLOT-D ' 7PAY-ANN'
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-HIST-7PAY-ANN-AMT (WS-SUB) TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF CTAM-HIST-7PAY-CUM-AMT (WS-SUB) IS NOT NUMERIC
               MOVE 6 TO WS-RULE-SUB
               STRING 'HIST SLOT ' WS-SLOT-D ' 7PAY-CUM'
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-HIST-7PAY-CUM-AMT (WS-SUB) TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-SUB.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3200-CHECK-SNAPSHOT - THE CURRENT STATUS, ACB, 7-PAY       *
      *    ANNUAL AND 7-PAY CUMULATIVE MUST EQUAL THE LATEST SLOT.    *
      *    EFFECTIVE DATE AND REASON ARE NOT COMPARED (A CURE,        *
      *    REINSTATEMENT OR EXPIRY SLOT LEAVES THEM AS THEY WERE)     *
      *****************************************************************
       3200-CHECK-SNAPSHOT.
           MOVE CTAM-TAMRA-HIST-CNT TO WS-LAST-SUB.
           MOVE WS-LAST-SUB TO WS-SLOT-D.
           MOVE 3 TO WS-RULE-SUB.
           IF CTAM-TAMRA-STAT-CD NOT = CTAM-HIST-STAT-CD (WS-LAST-SUB)
               STRING 'STAT-CD VS SLOT ' WS-SLOT-D
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-TAMRA-STAT-CD TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF CTAM-TAMRA-ACB-AMT NOT = CTAM-HIST-ACB-AMT (WS-LAST-SUB)
               STRING 'ACB VS SLOT ' WS-SLOT-D
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-TAMRA-ACB-AMT TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF CTAM-TAMRA-7PAY-ANN-AMT NOT =
              CTAM-HIST-7PAY-ANN-AMT (WS-LAST-SUB)
               STRING '7PAY-ANN VS SLOT ' WS-SLOT-D
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-TAMRA-7PAY-ANN-AMT TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF CTAM-TAMRA-7PAY-CUM-AMT NOT =
              CTAM-HIST-7PAY-CUM-AMT (WS-LAST-SUB)
               STRING '7PAY-CUM VS SLOT ' WS-SLOT-D
                      DELIMITED BY SIZE INTO WS-XCP-FIELD
               MOVE CTAM-TAMRA-7PAY-CUM-AMT TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *
       4000-CHECK-MEC-DATE.
           MOVE 4 TO WS-RULE-SUB.
           IF CTAM-STAT-MEC-FAIL AND CTAM-POL-MEC-DT = SPACES
               MOVE 'STAT F, NO MEC-DT' TO WS-XCP-FIELD
               MOVE CTAM-TAMRA-STAT-CD  TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
           IF NOT CTAM-STAT-MEC-FAIL AND CTAM-POL-MEC-DT NOT = SPACES
               MOVE 'MEC-DT, STAT NOT F' TO WS-XCP-FIELD
               MOVE CTAM-POL-MEC-DT     TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-CHECK-TERMINATION.
           IF CTAM-POL-ACTIVE
              AND CTAM-POL-TERM-DT = SPACES
              AND CTAM-POL-TERM-REASN-CD = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE 'N' TO WS-TERM-SET-SW.
           IF CTAM-POL-TERMINATED
              AND CTAM-POL-TERM-DT NOT = SPACES
              AND (CTAM-TERM-SURRENDERED OR CTAM-TERM-LAPSED
                   OR CTAM-TERM-RESCINDED)
               SET WS-TERM-ALL-SET TO TRUE
           END-IF.
           IF NOT WS-TERM-ALL-SET
               MOVE 5 TO WS-RULE-SUB
               MOVE 'TERM STAT/DT/REASN' TO WS-XCP-FIELD
               MOVE SPACES TO WS-XCP-VALUE
               STRING CTAM-POL-TERM-STAT-CD '/'
                      CTAM-POL-TERM-DT '/'
                      CTAM-POL-TERM-REASN-CD
                      DELIMITED BY SIZE INTO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5000-CHECK-AMOUNTS - EVERY SNAPSHOT AMOUNT MUST BE NUMERIC *
      *    (THE HISTORY SLOT AMOUNTS ARE CHECKED IN 3100).  GSP AND   *
      *    GLP MAY BE BLANK ON A POLICY NEVER 7702-TESTED             *
      *****************************************************************
       5000-CHECK-AMOUNTS.
           MOVE CTAM-TAMRA-ACB-AMT        TO WS-CHK-AMT.
           MOVE 16                        TO WS-CHK-LEN.
           MOVE 'CTAM-TAMRA-ACB-AMT'      TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-TAMRA-7PAY-ANN-AMT   TO WS-CHK-AMT.
           MOVE 17                        TO WS-CHK-LEN.
           MOVE 'CTAM-TAMRA-7PAY-ANN'     TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-TAMRA-CV-AMT         TO WS-CHK-AMT.
           MOVE 16                        TO WS-CHK-LEN.
           MOVE 'CTAM-TAMRA-CV-AMT'       TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-TAMRA-7PAY-CUM-AMT   TO WS-CHK-AMT.
           MOVE 19                        TO WS-CHK-LEN.
           MOVE 'CTAM-TAMRA-7PAY-CUM'     TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-TAMRA-NSP-AMT        TO WS-CHK-AMT.
           MOVE 16                        TO WS-CHK-LEN.
           MOVE 'CTAM-TAMRA-NSP-AMT'      TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-TAMRA-1035-PD-AMT    TO WS-CHK-AMT.
           MOVE 16                        TO WS-CHK-LEN.
           MOVE 'CTAM-TAMRA-1035-PD-AMT'  TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-POL-7PAY-ANN-AMT     TO WS-CHK-AMT.
           MOVE 16                        TO WS-CHK-LEN.
           MOVE 'CTAM-POL-7PAY-ANN-AMT'   TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-POL-7PAY-CUM-AMT     TO WS-CHK-AMT.
           MOVE 18                        TO WS-CHK-LEN.
           MOVE 'CTAM-POL-7PAY-CUM-AMT'   TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           MOVE CTAM-TAMRA-SUM-INS-AMT    TO WS-CHK-AMT.
           MOVE 18                        TO WS-CHK-LEN.
           MOVE 'CTAM-TAMRA-SUM-INS-AMT'  TO WS-XCP-FIELD.
           PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT.
           IF CTAM-TAMRA-GSP-AMT NOT = SPACES
               MOVE CTAM-TAMRA-GSP-AMT    TO WS-CHK-AMT
               MOVE 16                    TO WS-CHK-LEN
               MOVE 'CTAM-TAMRA-GSP-AMT'  TO WS-XCP-FIELD
               PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT
           END-IF.
           IF CTAM-TAMRA-GLP-AMT NOT = SPACES
               MOVE CTAM-TAMRA-GLP-AMT    TO WS-CHK-AMT
               MOVE 16                    TO WS-CHK-LEN
               MOVE 'CTAM-TAMRA-GLP-AMT'  TO WS-XCP-FIELD
               PERFORM 5100-CHECK-ONE-AMOUNT THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-CHECK-ONE-AMOUNT.
           IF WS-CHK-AMT (1:WS-CHK-LEN) IS NOT NUMERIC
               MOVE 6 TO WS-RULE-SUB
               MOVE WS-CHK-AMT TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6000-CHECK-DATES - THE TAMRA EFFECTIVE AND ISSUE DATES ARE *
      *    REQUIRED (AS CEDT4000 REQUIRES THEM ON EVERY UPDATE); THE  *
      *    OTHERS ARE CHECKED ONLY WHEN PRESENT.  A MISSING LAST-     *
      *    UPDATE DATE IS LEFT TO THE STAMP RULE                      *
      *****************************************************************
       6000-CHECK-DATES.
           MOVE 'Y' TO WS-DATE-REQD-SW.
           MOVE CTAM-TAMRA-EFF-DT         TO WS-EDIT-DATE.
           MOVE 'CTAM-TAMRA-EFF-DT'       TO WS-XCP-FIELD.
           PERFORM 6100-CHECK-ONE-DATE THRU 6100-EXIT.
           MOVE CTAM-POL-ISS-EFF-DT       TO WS-EDIT-DATE.
           MOVE 'CTAM-POL-ISS-EFF-DT'     TO WS-XCP-FIELD.
           PERFORM 6100-CHECK-ONE-DATE THRU 6100-EXIT.
           MOVE 'N' TO WS-DATE-REQD-SW.
           MOVE CTAM-POL-MATRL-CHNG-DT    TO WS-EDIT-DATE.
           MOVE 'CTAM-POL-MATRL-CHNG-DT'  TO WS-XCP-FIELD.
           PERFORM 6100-CHECK-ONE-DATE THRU 6100-EXIT.
           MOVE CTAM-POL-MEC-DT           TO WS-EDIT-DATE.
           MOVE 'CTAM-POL-MEC-DT'         TO WS-XCP-FIELD.
           PERFORM 6100-CHECK-ONE-DATE THRU 6100-EXIT.
           MOVE CTAM-POL-TERM-DT          TO WS-EDIT-DATE.
           MOVE 'CTAM-POL-TERM-DT'        TO WS-XCP-FIELD.
           PERFORM 6100-CHECK-ONE-DATE THRU 6100-EXIT.
           MOVE CTAM-7PAY-PRD-END-DT      TO WS-EDIT-DATE.
           MOVE 'CTAM-7PAY-PRD-END-DT'    TO WS-XCP-FIELD.
           PERFORM 6100-CHECK-ONE-DATE THRU 6100-EXIT.
           MOVE CTAM-LAST-UPD-DT          TO WS-EDIT-DATE.
           MOVE 'CTAM-LAST-UPD-DT'        TO WS-XCP-FIELD.
           PERFORM 6100-CHECK-ONE-DATE THRU 6100-EXIT.
       6000-EXIT.
           EXIT.
      *
       6100-CHECK-ONE-DATE.
           IF WS-EDIT-DATE = SPACES AND NOT WS-DATE-REQUIRED
               GO TO 6100-EXIT
           END-IF.
           PERFORM 9100-VALIDATE-DATE-FORMAT THRU 9100-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 7 TO WS-RULE-SUB
               MOVE WS-EDIT-DATE TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.
      *
       7000-CHECK-STAMP.
           IF CTAM-LAST-UPD-DT  = SPACES
              OR CTAM-LAST-UPD-TM  = SPACES
              OR CTAM-LAST-UPD-SRC = SPACES
               MOVE 8 TO WS-RULE-SUB
               MOVE 'CTAM-LAST-UPD-STAMP' TO WS-XCP-FIELD
               MOVE CTAM-LAST-UPD-STAMP TO WS-XCP-VALUE
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-WRITE-EXCEPTION - LIST ONE VIOLATION OF RULE          *
      *    WS-RULE-SUB AGAINST THE CURRENT POLICY.  THE CALLER SETS   *
      *    WS-XCP-FIELD AND WS-XCP-VALUE; BOTH ARE CLEARED HERE       *
      *****************************************************************
       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-XCP-CNT.
           ADD 1 TO WS-RULE-CNT (WS-RULE-SUB).
           SET WS-POL-HAS-XCP TO TRUE.
           IF WS-LINE-CNT >= 55
               PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
           END-IF.
           MOVE CTAM-POL-ID                 TO WS-D-POL-ID.
           MOVE WS-RULE-CD   (WS-RULE-SUB)  TO WS-D-RULE-CD.
           MOVE WS-XCP-FIELD                TO WS-D-FIELD.
           MOVE WS-XCP-VALUE                TO WS-D-VALUE.
           MOVE WS-RULE-DESC (WS-RULE-SUB)  TO WS-D-DESC.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE SPACES TO WS-XCP-FIELD.
           MOVE SPACES TO WS-XCP-VALUE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - COUNTS BY RULE, THEN THE RUN TOTALS       *
      *****************************************************************
       9000-TERMINATE.
           IF WS-LINE-CNT > 45
               PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SUMMARY - EXCEPTIONS BY RULE' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-RULE-SUB.
           PERFORM 9010-PRINT-RULE-CNT THRU 9010-EXIT
               UNTIL WS-RULE-SUB > 8.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-READ-CNT TO WS-CNT-D.
           STRING 'MASTER RECORDS READ:    ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-XCP-POL-CNT TO WS-CNT-D.
           STRING 'POLICIES IN EXCEPTION:  ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-XCP-CNT TO WS-CNT-D.
           STRING 'TOTAL EXCEPTIONS:       ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TAMMSTR-OK OR WS-TAMMSTR-STATUS = '10'
               CLOSE TAMRA-MASTER-FILE
           END-IF.
           CLOSE EXCEPTION-RPT-FILE.
           DISPLAY 'CVER4000 - MASTER RECORDS READ:   ' WS-READ-CNT.
           DISPLAY 'CVER4000 - POLICIES IN EXCEPTION: ' WS-XCP-POL-CNT.
           DISPLAY 'CVER4000 - TOTAL EXCEPTIONS:      ' WS-XCP-CNT.
       9000-EXIT.
           EXIT.
      *
       9010-PRINT-RULE-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RULE-CNT (WS-RULE-SUB) TO WS-CNT-D.
           STRING '  ' WS-RULE-CD (WS-RULE-SUB) '  '
                  WS-RULE-DESC (WS-RULE-SUB) ' ' WS-CNT-D
                  DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-RULE-SUB.
       9010-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9100-VALIDATE-DATE-FORMAT - CHECK WS-EDIT-DATE FOR A       *
      *    VALID CCYY-MM-DD PICTURE, SETTING WS-DATE-VALID-SW (THE    *
      *    SAME TEST CEDT4000 APPLIES ON THE WAY IN)                  *
      *****************************************************************
       9100-VALIDATE-DATE-FORMAT.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-EDIT-DATE (5:1) = '-' AND WS-EDIT-DATE (8:1) = '-'
              AND WS-EDIT-DATE (1:4) IS NUMERIC
              AND WS-EDIT-DATE (6:2) IS NUMERIC
              AND WS-EDIT-DATE (9:2) IS NUMERIC
               MOVE WS-EDIT-DATE (6:2) TO WS-EDIT-MM
               MOVE WS-EDIT-DATE (9:2) TO WS-EDIT-DD
               IF WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
                  AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
