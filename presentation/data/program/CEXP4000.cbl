      *****************************************************************
      **  PROGRAM:  CEXP4000                                         **
      **  REMARKS:  MONTH-END 7-PAY PERIOD EXPIRY                    **
      **            SWEEPS THE TAMRA MASTER FOR ACTIVE, NON-MEC       **
      **            POLICIES WHOSE 7-PAY TESTING PERIOD (SEVEN YEARS  **
      **            FROM ISSUE, OR FROM THE LAST MATERIAL CHANGE THAT **
      **            RESTARTED THE CLOCK) ENDED ON OR BEFORE THE RUN   **
      **            DATE ON THE EXPPARM PARAMETER CARD, AND CLOSES    **
      **            EACH ONE THROUGH CSOM4000 UNDER                   **
      **            MIR-BUS-FCN-TAMRA-EXPR.  CSOM4000 STAMPS THE      **
      **            PERIOD END DATE ON THE MASTER AND APPENDS A       **
      **            REASON 'E' HISTORY EVENT; THE DAILY EXCEPTION     **
      **            AND WARNING REPORTS THEN LEAVE THE POLICY ALONE   **
      **            UNTIL A MATERIAL CHANGE REOPENS THE PERIOD.  THE  **
      **            CLOSED-CONTRACT LIST ON EXPRPT IS THE COMPLIANCE  **
      **            SIGN-OFF COPY                                     **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      ** 2026-10-15 RAK   A 7-PAY PERIOD STARTED ON 02-29 NOW ENDS ON **
      **                  02-28 WHEN THE SEVENTH ANNIVERSARY FALLS   **
      **                  IN A COMMON YEAR, MATCHING CSOM4000 6410   **
      ** 2026-10-15 RAK   EVERY CSOM4000 CALL NOW CARRIES A BLANK    **
      **                  MIR-OPER-ID, SO THE SERVER TREATS IT AS A  **
      **                  BATCH CALL AND SKIPS THE OPERATOR          **
      **                  AUTHORITY CHECK                            **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEXP4000.
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
           SELECT PARAMETER-FILE      ASSIGN TO EXPPARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXPPARM-STATUS.
           SELECT CLOSED-RPT-FILE     ASSIGN TO EXPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXPRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAMRA-MASTER-FILE.
           COPY CTAM4000.
      *
       FD  PARAMETER-FILE.
       01  PARM-RECORD.
           05  PARM-RUN-DT                         PIC X(10).
           05  FILLER                              PIC X(70).
      *
       FD  CLOSED-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-PARM-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-PARM-EOF                            VALUE 'Y'.
           05  WS-DATE-VALID-SW                 PIC X(01) VALUE 'N'.
               88  WS-DATE-VALID                          VALUE 'Y'.
      *
       01  WS-TAMMSTR-STATUS                    PIC X(02).
           88  WS-TAMMSTR-OK                              VALUE '00'.
           88  WS-TAMMSTR-EOF                             VALUE '10'.
       01  WS-EXPPARM-STATUS                    PIC X(02).
       01  WS-EXPRPT-STATUS                     PIC X(02).
      *
      *    THE PERIOD END IS DERIVED HERE THE SAME WAY CSOM4000
      *    DERIVES IT, SO ONLY POLICIES ACTUALLY DUE ARE SENT
       01  WS-POLICY-FIELDS.
           05  WS-RUN-DT                        PIC X(10) VALUE SPACES.
           05  WS-7PAY-START-DT                 PIC X(10).
           05  WS-PRD-END-DT                    PIC X(10).
           05  WS-PRD-END-YYYY                  PIC 9(04).
           05  WS-PRD-END-QUOT                  PIC 9(04) COMP.
           05  WS-PRD-END-REM-4                 PIC 9(03) COMP.
           05  WS-PRD-END-REM-100               PIC 9(03) COMP.
           05  WS-PRD-END-REM-400               PIC 9(03) COMP.
      *
       01  WS-AMOUNT-FIELDS.
           05  WS-TAMRA-CUM-X                   PIC X(19).
           05  WS-TAMRA-CUM-9 REDEFINES WS-TAMRA-CUM-X
                                                PIC 9(17)V99.
           05  WS-TAMRA-ANN-X                   PIC X(17).
           05  WS-TAMRA-ANN-9 REDEFINES WS-TAMRA-ANN-X
                                                PIC 9(15)V99.
      *
       01  WS-WORK-FIELDS.
           05  WS-EDIT-MM                       PIC 9(02).
           05  WS-EDIT-DD                       PIC 9(02).
           05  WS-READ-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-SKIP-TERM-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-SKIP-MEC-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-SKIP-CLOSED-CNT               PIC 9(07) COMP VALUE 0.
           05  WS-NOT-DUE-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-CLOSED-CNT                    PIC 9(07) COMP VALUE 0.
           05  WS-ERROR-CNT                     PIC 9(07) COMP VALUE 0.
           05  WS-TOT-CUM-AMT-N                 PIC S9(17)V99 VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-AMT-D                         PIC Z(16)9.99.
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(40)
               VALUE '7-PAY PERIOD EXPIRY - CLOSED CONTRACTS'.
           05  FILLER                           PIC X(10)
               VALUE 'RUN DATE '.
           05  WS-HDG-RUN-DT                    PIC X(10).
           05  FILLER                           PIC X(05) VALUE SPACES.
           05  FILLER                           PIC X(07)
               VALUE 'PAGE '.
           05  WS-HDG-PAGE                      PIC ZZZZ9.
      *
       01  WS-HDG-LINE-2.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(12)
               VALUE 'POLICY ID'.
           05  FILLER                           PIC X(32)
               VALUE 'OWNER NAME'.
           05  FILLER                           PIC X(12)
               VALUE '7PAY START'.
           05  FILLER                           PIC X(12)
               VALUE 'PERIOD END'.
           05  FILLER                           PIC X(20)
               VALUE '     7PAY-ANN-AMT'.
           05  FILLER                           PIC X(22)
               VALUE '       7PAY-CUM-AMT'.
           05  FILLER                           PIC X(04)
               VALUE 'RC'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  WS-D-POL-ID                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-OWN-NM                      PIC X(30).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-START-DT                    PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-END-DT                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-ANN-AMT                     PIC Z(14)9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-CUM-AMT                     PIC Z(16)9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-RETRN-CD                    PIC X(02).
      *
       01  WS-ERROR-LINE.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  WS-E-POL-ID                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FILLER                           PIC X(24)
               VALUE '** NOT CLOSED - RETURN '.
           05  WS-E-RETRN-CD                    PIC X(02).
           05  FILLER                           PIC X(07)
               VALUE ' EDIT '.
           05  WS-E-EDIT-CD                     PIC X(02).
      *
           COPY CCWM4000.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           STOP RUN.
      *
      *****************************************************************
      *    1000-INITIALIZE - PICK UP THE RUN DATE FROM THE EXPPARM    *
      *    CARD.  A MISSING, BLANK OR INVALID CARD ENDS THE RUN       *
      *    WITHOUT TOUCHING THE MASTER - AN EXPIRY IS NEVER IMPLIED   *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-EXPPARM-STATUS NOT = '00'
               SET WS-PARM-EOF TO TRUE
               MOVE SPACES TO PARM-RECORD
           ELSE
               READ PARAMETER-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                       MOVE SPACES TO PARM-RECORD
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.
           IF WS-PARM-EOF OR PARM-RUN-DT = SPACES
               DISPLAY 'CEXP4000 - NO RUN DATE PARAMETER SUPPLIED'
               DISPLAY 'CEXP4000 - RUN ENDED, NO PERIODS CLOSED'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-CHECK-RUN-DT THRU 1100-EXIT.
           IF NOT WS-DATE-VALID
               DISPLAY 'CEXP4000 - RUN DATE PARAMETER INVALID: '
                       PARM-RUN-DT
               DISPLAY 'CEXP4000 - RUN ENDED, NO PERIODS CLOSED'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PARM-RUN-DT TO WS-RUN-DT.
           MOVE 0 TO MIR-BULK-CNT.
           OPEN INPUT  TAMRA-MASTER-FILE.
           OPEN OUTPUT CLOSED-RPT-FILE.
           PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
           PERFORM 2100-READ-MASTER    THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1100-CHECK-RUN-DT - THE RUN DATE MUST BE A VALID           *
      *    CCYY-MM-DD                                                 *
      *****************************************************************
       1100-CHECK-RUN-DT.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF PARM-RUN-DT (5:1) = '-' AND PARM-RUN-DT (8:1) = '-'
              AND PARM-RUN-DT (1:4) IS NUMERIC
              AND PARM-RUN-DT (6:2) IS NUMERIC
              AND PARM-RUN-DT (9:2) IS NUMERIC
               MOVE PARM-RUN-DT (6:2) TO WS-EDIT-MM
               MOVE PARM-RUN-DT (9:2) TO WS-EDIT-DD
               IF WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
                  AND WS-EDIT-DD >= 1 AND WS-EDIT-DD <= 31
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT TO WS-HDG-PAGE.
           MOVE WS-RUN-DT   TO WS-HDG-RUN-DT.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-LINE-CNT.
       1200-EXIT.
           EXIT.
      *
       2000-PROCESS-FILE.
           PERFORM 2200-CHECK-EXPIRY THRU 2200-EXIT.
           PERFORM 2100-READ-MASTER  THRU 2100-EXIT.
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
      *    2200-CHECK-EXPIRY - A POLICY IS CLOSED ONLY WHEN IT IS     *
      *    ACTIVE, HAS NEVER FAILED THE 7-PAY TEST, STILL HAS AN OPEN *
      *    PERIOD, AND THAT PERIOD'S SEVENTH ANNIVERSARY FALLS ON OR  *
      *    BEFORE THE RUN DATE                                        *
      *****************************************************************
       2200-CHECK-EXPIRY.
           IF WS-EOF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-READ-CNT.
           IF CTAM-POL-TERMINATED
               ADD 1 TO WS-SKIP-TERM-CNT
               GO TO 2200-EXIT
           END-IF.
           IF CTAM-POL-MEC-DT NOT = SPACES
              OR CTAM-STAT-MEC-FAIL
               ADD 1 TO WS-SKIP-MEC-CNT
               GO TO 2200-EXIT
           END-IF.
           IF NOT CTAM-7PAY-PRD-OPEN
               ADD 1 TO WS-SKIP-CLOSED-CNT
               GO TO 2200-EXIT
           END-IF.
           IF CTAM-POL-MATRL-CHNG-DT NOT = SPACES
              AND CTAM-POL-MATRL-CHNG-DT > CTAM-POL-ISS-EFF-DT
               MOVE CTAM-POL-MATRL-CHNG-DT TO WS-7PAY-START-DT
           ELSE
               MOVE CTAM-POL-ISS-EFF-DT    TO WS-7PAY-START-DT
           END-IF.
           IF WS-7PAY-START-DT (1:4) IS NOT NUMERIC
               ADD 1 TO WS-ERROR-CNT
               DISPLAY 'CEXP4000 - NO VALID 7-PAY START DATE, POLICY '
                       CTAM-POL-ID
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-7PAY-START-DT (1:4) TO WS-PRD-END-YYYY.
           ADD 7 TO WS-PRD-END-YYYY.
           MOVE SPACES TO WS-PRD-END-DT.
           STRING WS-PRD-END-YYYY
                  WS-7PAY-START-DT (5:6)
                  DELIMITED BY SIZE INTO WS-PRD-END-DT.
      *    A PERIOD STARTED ON 02-29 ENDS ON 02-28 IN A COMMON YEAR
           IF WS-PRD-END-DT (5:6) = '-02-29'
               DIVIDE WS-PRD-END-YYYY BY 4
                   GIVING WS-PRD-END-QUOT REMAINDER WS-PRD-END-REM-4
               DIVIDE WS-PRD-END-YYYY BY 100
                   GIVING WS-PRD-END-QUOT REMAINDER WS-PRD-END-REM-100
               DIVIDE WS-PRD-END-YYYY BY 400
                   GIVING WS-PRD-END-QUOT REMAINDER WS-PRD-END-REM-400
               IF WS-PRD-END-REM-4 NOT = 0
                  OR (WS-PRD-END-REM-100 = 0
                      AND WS-PRD-END-REM-400 NOT = 0)
                   MOVE '-02-28' TO WS-PRD-END-DT (5:6)
               END-IF
           END-IF.
           IF WS-PRD-END-DT > WS-RUN-DT
               ADD 1 TO WS-NOT-DUE-CNT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-CLOSE-PERIOD THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2300-CLOSE-PERIOD - HAVE CSOM4000 CLOSE THE PERIOD AND     *
      *    LIST THE CONTRACT.  A REFUSAL IS LISTED AS NOT CLOSED WITH *
      *    THE RETURN AND EDIT CODES FOR FOLLOW-UP                    *
      *****************************************************************
       2300-CLOSE-PERIOD.
           SET MIR-BUS-FCN-TAMRA-EXPR TO TRUE.
           MOVE CTAM-POL-ID               TO MIR-POL-ID.
           MOVE WS-RUN-DT                 TO MIR-EXPR-RUN-DT.
           MOVE SPACES                    TO MIR-LAST-UPD-STAMP.
           MOVE SPACES                    TO MIR-OPER-ID.
           CALL 'CSOM4000' USING MIR-PARM-AREA MIR-BULK-PARM-AREA.
           IF WS-LINE-CNT > 50
               PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
           END-IF.
           IF NOT MIR-RETRN-OK AND NOT MIR-RETRN-PARTIAL
               ADD 1 TO WS-ERROR-CNT
               MOVE CTAM-POL-ID     TO WS-E-POL-ID
               MOVE MIR-RETRN-CD    TO WS-E-RETRN-CD
               MOVE MIR-EDIT-RSN-CD TO WS-E-EDIT-CD
               MOVE WS-ERROR-LINE   TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-CNT
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-CLOSED-CNT.
           MOVE 0 TO WS-TAMRA-ANN-9.
           IF CTAM-TAMRA-7PAY-ANN-AMT IS NUMERIC
               MOVE CTAM-TAMRA-7PAY-ANN-AMT TO WS-TAMRA-ANN-X
           END-IF.
           MOVE 0 TO WS-TAMRA-CUM-9.
           IF CTAM-TAMRA-7PAY-CUM-AMT IS NUMERIC
               MOVE CTAM-TAMRA-7PAY-CUM-AMT TO WS-TAMRA-CUM-X
           END-IF.
           ADD WS-TAMRA-CUM-9 TO WS-TOT-CUM-AMT-N.
           MOVE CTAM-POL-ID               TO WS-D-POL-ID.
           MOVE CTAM-DV-OWN-CLI-NM        TO WS-D-OWN-NM.
           MOVE WS-7PAY-START-DT          TO WS-D-START-DT.
           MOVE MIR-7PAY-PRD-END-DT       TO WS-D-END-DT.
           MOVE WS-TAMRA-ANN-9            TO WS-D-ANN-AMT.
           MOVE WS-TAMRA-CUM-9            TO WS-D-CUM-AMT.
           MOVE MIR-RETRN-CD              TO WS-D-RETRN-CD.
           MOVE WS-DETAIL-LINE            TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
       2300-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - SIGNAL END OF RUN TO CSOM4000, PRINT THE  *
      *    TOTALS AND THE COMPLIANCE SIGN-OFF BLOCK, AND CLOSE        *
      *****************************************************************
       9000-TERMINATE.
           IF WS-RUN-DT = SPACES
               GO TO 9000-EXIT
           END-IF.
           SET MIR-BUS-FCN-TAMRA-EOJ TO TRUE.
           CALL 'CSOM4000' USING MIR-PARM-AREA MIR-BULK-PARM-AREA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CLOSED-CNT TO WS-CNT-D.
           STRING 'CONTRACTS CLOSED:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ERROR-CNT TO WS-CNT-D.
           STRING 'NOT CLOSED (ERRORS):   ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOT-CUM-AMT-N TO WS-AMT-D.
           STRING 'CLOSED 7PAY-CUM-AMT:   ' DELIMITED BY SIZE
                  WS-AMT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'COMPLIANCE REVIEW:  ______________________________'
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'DATE SIGNED:        ______________________________'
               TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE TAMRA-MASTER-FILE.
           CLOSE CLOSED-RPT-FILE.
           DISPLAY 'CEXP4000 - POLICIES READ:              '
                   WS-READ-CNT.
           DISPLAY 'CEXP4000 - PERIODS CLOSED:             '
                   WS-CLOSED-CNT.
           DISPLAY 'CEXP4000 - NOT YET DUE:                '
                   WS-NOT-DUE-CNT.
           DISPLAY 'CEXP4000 - SKIPPED, TERMINATED:        '
                   WS-SKIP-TERM-CNT.
           DISPLAY 'CEXP4000 - SKIPPED, MEC:               '
                   WS-SKIP-MEC-CNT.
           DISPLAY 'CEXP4000 - SKIPPED, ALREADY CLOSED:    '
                   WS-SKIP-CLOSED-CNT.
           DISPLAY 'CEXP4000 - NOT CLOSED (ERRORS):        '
                   WS-ERROR-CNT.
       9000-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
