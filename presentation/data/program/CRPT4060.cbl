      *****************************************************************
      **  PROGRAM:  CRPT4060                                         **
      **  REMARKS:  MONTH-END TAMRA/MEC PORTFOLIO STATISTICS          **
      **            SWEEPS THE TAMRA MASTER AND PRINTS, BY ISSUE      **
      **            YEAR (FROM CTAM-POL-ISS-EFF-DT) AND FOR ALL       **
      **            YEARS COMBINED, THE POLICY COUNT AND THE TOTAL    **
      **            7-PAY LIMIT (ANNUAL 7-PAY PREMIUM), CUMULATIVE    **
      **            7-PAY PREMIUM, NSP, SUM INSURED AND 1035 PAID     **
      **            AMOUNTS, BROKEN DOWN BY MEC STATUS, 7702 STATUS,  **
      **            TAMRA REASON CODE AND ACTIVE/TERMINATED STATUS.   **
      **            THE MONTH'S MOVEMENT - NEW MECS, MEC CURES,       **
      **            TERMINATIONS AND REINSTATEMENTS - IS COUNTED FROM **
      **            THE SUCCESSFUL CALLS ON TAMAUDIT (AND THE AUDIT   **
      **            ARCHIVE, WHEN THE RETENTION SWEEP HAS ALREADY     **
      **            ROLLED PART OF THE MONTH OFF) RUN IN THE REPORT   **
      **            MONTH ON THE STAPARM CARD.  THE SAME FIGURES ARE  **
      **            WRITTEN COMMA-DELIMITED TO STAEXT FOR THE         **
      **            ACTUARIAL SPREADSHEETS.  READ-ONLY: NOTHING IS    **
      **            WRITTEN TO THE MASTER OR THE AUDIT TRAIL          **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      ** 2026-10-15 RAK   THE SURRENDER OF THE OLD CONTRACT IN A     **
      **                  1035 EXCHANGE (TXCH) COUNTS AS A           **
      **                  TERMINATION                                **
      ** 2026-10-15 RAK   A MEC CARRIED OVER TO THE NEW CONTRACT BY  **
      **                  A 1035 EXCHANGE IS NO LONGER COUNTED AS A  **
      **                  NEW MEC                                    **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPT4060.
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
           SELECT AUDIT-FILE          ASSIGN TO TAMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-ARCH-FILE     ASSIGN TO AUDARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAAR-ARCH-KEY
                  FILE STATUS IS WS-AUDARCH-STATUS.
           SELECT PARAMETER-FILE      ASSIGN TO STAPARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STAPARM-STATUS.
           SELECT STATS-RPT-FILE      ASSIGN TO STARPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STARPT-STATUS.
           SELECT STATS-EXT-FILE      ASSIGN TO STAEXT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STAEXT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAMRA-MASTER-FILE.
           COPY CTAM4000.
      *
       FD  AUDIT-FILE.
           COPY CAUD4000.
      *
       FD  AUDIT-ARCH-FILE.
           COPY CAAR4000.
      *
       FD  PARAMETER-FILE.
       01  PARM-RECORD.
           05  PARM-RPT-MONTH                      PIC X(07).
           05  FILLER                              PIC X(73).
      *
       FD  STATS-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       FD  STATS-EXT-FILE.
       01  EXT-LINE                            PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-PARM-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-PARM-EOF                            VALUE 'Y'.
           05  WS-AUD-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-AUD-EOF                             VALUE 'Y'.
           05  WS-ARCH-AVAIL-SW                 PIC X(01) VALUE 'N'.
               88  WS-ARCH-AVAIL                          VALUE 'Y'.
           05  WS-ARCH-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-ARCH-EOF                            VALUE 'Y'.
           05  WS-AMT-WARN-SW                   PIC X(01) VALUE 'N'.
               88  WS-AMT-WARNING                         VALUE 'Y'.
      *
       01  WS-TAMMSTR-STATUS                    PIC X(02).
           88  WS-TAMMSTR-OK                              VALUE '00'.
       01  WS-AUDIT-STATUS                      PIC X(02).
           88  WS-AUDIT-OK                                VALUE '00'.
           88  WS-AUDIT-EOF                               VALUE '10'.
       01  WS-AUDARCH-STATUS                    PIC X(02).
           88  WS-AUDARCH-OK                              VALUE '00'.
       01  WS-STAPARM-STATUS                    PIC X(02).
       01  WS-STARPT-STATUS                     PIC X(02).
       01  WS-STAEXT-STATUS                     PIC X(02).
      *
       01  WS-WORK-FIELDS.
           05  WS-RPT-MONTH                     PIC X(07) VALUE SPACES.
           05  WS-MONTH-FROM-DT                 PIC X(10).
           05  WS-MONTH-THRU-DT                 PIC X(10).
           05  WS-EDIT-MM                       PIC 9(02).
           05  WS-ISS-YYYY                      PIC 9(04).
           05  WS-YR                            PIC 9(03) COMP.
           05  WS-TOT-YR                        PIC 9(03) COMP
                                                 VALUE 202.
           05  WS-BKT                           PIC 9(02) COMP.
           05  WS-PRT-YR                        PIC 9(03) COMP.
           05  WS-PRT-YYYY                      PIC 9(04).
           05  WS-READ-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-AMT-WARN-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-AUD-READ-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-AUD-MONTH-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
      *
      *    THE BUCKETS ONE POLICY IS ADDED TO - ALWAYS FIVE: THE
      *    ALL-POLICIES LINE PLUS ONE LINE FROM EACH BREAKDOWN
       01  WS-POLICY-BUCKETS.
           05  WS-POL-BKT                       PIC 9(02) COMP
                   OCCURS 5 TIMES.
           05  WS-POL-BKT-SUB                   PIC 9(02) COMP.
      *
       01  WS-AMOUNT-FIELDS.
           05  WS-ANN-X                         PIC X(17).
           05  WS-ANN-9 REDEFINES WS-ANN-X      PIC 9(15)V99.
           05  WS-CUM-X                         PIC X(19).
           05  WS-CUM-9 REDEFINES WS-CUM-X      PIC 9(17)V99.
           05  WS-NSP-X                         PIC X(16).
           05  WS-NSP-9 REDEFINES WS-NSP-X      PIC 9(14)V99.
           05  WS-SUM-X                         PIC X(18).
           05  WS-SUM-9 REDEFINES WS-SUM-X      PIC 9(16)V99.
           05  WS-1035-X                        PIC X(16).
           05  WS-1035-9 REDEFINES WS-1035-X    PIC 9(14)V99.
      *
      *    MONTH MOVEMENT COUNTS FROM THE AUDIT TRAIL
       01  WS-MOVEMENT-COUNTS.
           05  WS-MOV-NEW-MEC-CNT               PIC 9(07) COMP VALUE 0.
           05  WS-MOV-CURE-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-MOV-TERM-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-MOV-REIN-CNT                  PIC 9(07) COMP VALUE 0.
      *
      *    BREAKDOWN LINES: REPORT LABEL, EXTRACT DIMENSION AND
      *    EXTRACT VALUE FOR EACH OF THE TWELVE BUCKETS
       01  WS-BKT-LABEL-VALUES.
           05  FILLER                           PIC X(34)
               VALUE 'ALL POLICIES        ALL   ALL     '.
           05  FILLER                           PIC X(34)
               VALUE '  MEC STATUS PASS   MEC   PASS    '.
           05  FILLER                           PIC X(34)
               VALUE '  MEC STATUS FAIL   MEC   FAIL    '.
           05  FILLER                           PIC X(34)
               VALUE '  MEC NOT TESTED    MEC   UNTESTED'.
           05  FILLER                           PIC X(34)
               VALUE '  7702 QUALIFIED    7702  QUAL    '.
           05  FILLER                           PIC X(34)
               VALUE '  7702 DISQUALIFIED 7702  DISQUAL '.
           05  FILLER                           PIC X(34)
               VALUE '  7702 NOT TESTED   7702  UNTESTED'.
           05  FILLER                           PIC X(34)
               VALUE '  REASON M          REASONM       '.
           05  FILLER                           PIC X(34)
               VALUE '  REASON R          REASONR       '.
           05  FILLER                           PIC X(34)
               VALUE '  REASON OTHER      REASONOTHER   '.
           05  FILLER                           PIC X(34)
               VALUE '  ACTIVE            STATUSACTIVE  '.
           05  FILLER                           PIC X(34)
               VALUE '  TERMINATED        STATUSTERM    '.
       01  WS-BKT-LABEL-TBL REDEFINES WS-BKT-LABEL-VALUES.
           05  WS-BKT-LABEL-ENTRY OCCURS 12 TIMES.
               10  WS-BKT-LABEL                 PIC X(20).
               10  WS-BKT-DIM                   PIC X(06).
               10  WS-BKT-VAL                   PIC X(08).
      *
      *    ONE ROW PER ISSUE YEAR 1900-2099 (ROW = YEAR - 1899), ROW
      *    201 FOR A MISSING OR UNREADABLE ISSUE DATE, ROW 202 FOR
      *    ALL YEARS COMBINED; TWELVE BUCKETS PER ROW
       01  WS-YEAR-TBL.
           05  WS-YR-ENTRY OCCURS 202 TIMES.
               10  WS-YR-BKT OCCURS 12 TIMES.
                   15  WS-YB-CNT                PIC 9(07) COMP.
                   15  WS-YB-ANN-AMT            PIC S9(17)V99.
                   15  WS-YB-CUM-AMT            PIC S9(17)V99.
                   15  WS-YB-NSP-AMT            PIC S9(17)V99.
                   15  WS-YB-SUM-AMT            PIC S9(17)V99.
                   15  WS-YB-1035-AMT           PIC S9(17)V99.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(40)
               VALUE 'TAMRA/MEC PORTFOLIO STATISTICS'.
           05  FILLER                           PIC X(07)
               VALUE 'MONTH '.
           05  WS-HDG-MONTH                     PIC X(07).
           05  FILLER                           PIC X(05) VALUE SPACES.
           05  FILLER                           PIC X(07)
               VALUE 'PAGE '.
           05  WS-HDG-PAGE                      PIC ZZZZ9.
      *
       01  WS-HDG-LINE-2.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FILLER                           PIC X(20)
               VALUE 'CATEGORY'.
           05  FILLER                           PIC X(08)
               VALUE 'POLICIES'.
           05  FILLER                           PIC X(20)
               VALUE '          7PAY-LIMIT'.
           05  FILLER                           PIC X(20)
               VALUE '         CUM-PREMIUM'.
           05  FILLER                           PIC X(20)
               VALUE '                 NSP'.
           05  FILLER                           PIC X(20)
               VALUE '         SUM-INSURED'.
           05  FILLER                           PIC X(20)
               VALUE '           1035-PAID'.
      *
       01  WS-YEAR-LINE.
           05  FILLER                           PIC X(11)
               VALUE 'ISSUE YEAR '.
           05  WS-Y-YEAR                        PIC X(15).
      *
       01  WS-DETAIL-LINE.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-LABEL                       PIC X(20).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-D-CNT                         PIC ZZZZZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-D-ANN-AMT                     PIC Z(15)9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-D-CUM-AMT                     PIC Z(15)9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-D-NSP-AMT                     PIC Z(15)9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-D-SUM-AMT                     PIC Z(15)9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-D-1035-AMT                    PIC Z(15)9.99.
      *
      *    DELIMITED EXTRACT FIELDS - UNSUPPRESSED SO EVERY VALUE
      *    LOADS AS A NUMBER
       01  WS-EXTRACT-FIELDS.
           05  WS-X-YEAR                        PIC X(04).
           05  WS-X-CNT                         PIC 9(07).
           05  WS-X-ANN-AMT                     PIC 9(17).99.
           05  WS-X-CUM-AMT                     PIC 9(17).99.
           05  WS-X-NSP-AMT                     PIC 9(17).99.
           05  WS-X-SUM-AMT                     PIC 9(17).99.
           05  WS-X-1035-AMT                    PIC 9(17).99.
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
      *    1000-INITIALIZE - PICK UP THE REPORT MONTH (CCYY-MM) FROM  *
      *    THE STAPARM CARD.  A MISSING, BLANK OR INVALID CARD ENDS   *
      *    THE RUN WITHOUT PRODUCING A REPORT - THE MONTH IS NEVER    *
      *    IMPLIED                                                    *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-STAPARM-STATUS NOT = '00'
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
           IF WS-PARM-EOF OR PARM-RPT-MONTH = SPACES
               DISPLAY 'CRPT4060 - NO REPORT MONTH PARAMETER SUPPLIED'
               DISPLAY 'CRPT4060 - RUN ENDED, NO REPORT PRODUCED'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF PARM-RPT-MONTH (1:4) IS NOT NUMERIC
              OR PARM-RPT-MONTH (5:1) NOT = '-'
              OR PARM-RPT-MONTH (6:2) IS NOT NUMERIC
               DISPLAY 'CRPT4060 - REPORT MONTH PARAMETER INVALID: '
                       PARM-RPT-MONTH
               DISPLAY 'CRPT4060 - RUN ENDED, NO REPORT PRODUCED'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PARM-RPT-MONTH (6:2) TO WS-EDIT-MM.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               DISPLAY 'CRPT4060 - REPORT MONTH PARAMETER INVALID: '
                       PARM-RPT-MONTH
               DISPLAY 'CRPT4060 - RUN ENDED, NO REPORT PRODUCED'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PARM-RPT-MONTH TO WS-RPT-MONTH.
           STRING WS-RPT-MONTH '-01' DELIMITED BY SIZE
                  INTO WS-MONTH-FROM-DT.
           STRING WS-RPT-MONTH '-31' DELIMITED BY SIZE
                  INTO WS-MONTH-THRU-DT.
           INITIALIZE WS-YEAR-TBL.
           OPEN INPUT TAMRA-MASTER-FILE.
           IF NOT WS-TAMMSTR-OK
               DISPLAY 'CRPT4060 - TAMMSTR NOT AVAILABLE, STATUS '
                       WS-TAMMSTR-STATUS
               MOVE SPACES TO WS-RPT-MONTH
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT STATS-RPT-FILE.
           OPEN OUTPUT STATS-EXT-FILE.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
       1200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT  TO WS-HDG-PAGE.
           MOVE WS-RPT-MONTH TO WS-HDG-MONTH.
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
           PERFORM 2200-TALLY-POLICY THRU 2200-EXIT.
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
      *    2200-TALLY-POLICY - PICK THE ISSUE YEAR ROW AND THE FIVE   *
      *    BUCKETS THIS POLICY FALLS IN, CONVERT ITS AMOUNTS (A       *
      *    NON-NUMERIC AMOUNT COUNTS AS ZERO AND IS FLAGGED), AND ADD *
      *    IT TO ITS YEAR ROW AND TO THE ALL-YEARS ROW                *
      *****************************************************************
       2200-TALLY-POLICY.
           IF WS-EOF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-READ-CNT.
           MOVE 201 TO WS-YR.
           IF CTAM-POL-ISS-EFF-DT (1:4) IS NUMERIC
               MOVE CTAM-POL-ISS-EFF-DT (1:4) TO WS-ISS-YYYY
               IF WS-ISS-YYYY >= 1900 AND WS-ISS-YYYY <= 2099
                   COMPUTE WS-YR = WS-ISS-YYYY - 1899
               END-IF
           END-IF.
           MOVE 1 TO WS-POL-BKT (1).
           EVALUATE TRUE
               WHEN CTAM-STAT-MEC-PASS
                   MOVE 2 TO WS-POL-BKT (2)
               WHEN CTAM-STAT-MEC-FAIL
                   MOVE 3 TO WS-POL-BKT (2)
               WHEN OTHER
                   MOVE 4 TO WS-POL-BKT (2)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CTAM-7702-QUALIFIED
                   MOVE 5 TO WS-POL-BKT (3)
               WHEN CTAM-7702-DISQUALIFIED
                   MOVE 6 TO WS-POL-BKT (3)
               WHEN OTHER
                   MOVE 7 TO WS-POL-BKT (3)
           END-EVALUATE.
           EVALUATE CTAM-TAMRA-REASN-CD
               WHEN 'M'
                   MOVE 8 TO WS-POL-BKT (4)
               WHEN 'R'
                   MOVE 9 TO WS-POL-BKT (4)
               WHEN OTHER
                   MOVE 10 TO WS-POL-BKT (4)
           END-EVALUATE.
           IF CTAM-POL-TERMINATED
               MOVE 12 TO WS-POL-BKT (5)
           ELSE
               MOVE 11 TO WS-POL-BKT (5)
           END-IF.
           PERFORM 2300-CONVERT-AMOUNTS THRU 2300-EXIT.
           MOVE 1 TO WS-POL-BKT-SUB.
           PERFORM 2400-ADD-TO-BUCKETS THRU 2400-EXIT
               UNTIL WS-POL-BKT-SUB > 5.
       2200-EXIT.
           EXIT.
      *
       2300-CONVERT-AMOUNTS.
           MOVE 'N' TO WS-AMT-WARN-SW.
           MOVE 0 TO WS-ANN-9.
           IF CTAM-TAMRA-7PAY-ANN-AMT IS NUMERIC
               MOVE CTAM-TAMRA-7PAY-ANN-AMT TO WS-ANN-X
           ELSE
               SET WS-AMT-WARNING TO TRUE
           END-IF.
           MOVE 0 TO WS-CUM-9.
           IF CTAM-TAMRA-7PAY-CUM-AMT IS NUMERIC
               MOVE CTAM-TAMRA-7PAY-CUM-AMT TO WS-CUM-X
           ELSE
               SET WS-AMT-WARNING TO TRUE
           END-IF.
           MOVE 0 TO WS-NSP-9.
           IF CTAM-TAMRA-NSP-AMT IS NUMERIC
               MOVE CTAM-TAMRA-NSP-AMT TO WS-NSP-X
           ELSE
               SET WS-AMT-WARNING TO TRUE
           END-IF.
           MOVE 0 TO WS-SUM-9.
           IF CTAM-TAMRA-SUM-INS-AMT IS NUMERIC
               MOVE CTAM-TAMRA-SUM-INS-AMT TO WS-SUM-X
           ELSE
               SET WS-AMT-WARNING TO TRUE
           END-IF.
           MOVE 0 TO WS-1035-9.
           IF CTAM-TAMRA-1035-PD-AMT IS NUMERIC
               MOVE CTAM-TAMRA-1035-PD-AMT TO WS-1035-X
           ELSE
               SET WS-AMT-WARNING TO TRUE
           END-IF.
           IF WS-AMT-WARNING
               ADD 1 TO WS-AMT-WARN-CNT
               DISPLAY 'CRPT4060 - NON-NUMERIC AMOUNT TAKEN AS ZERO, '
                       'POLICY ' CTAM-POL-ID
           END-IF.
       2300-EXIT.
           EXIT.
      *
       2400-ADD-TO-BUCKETS.
           MOVE WS-POL-BKT (WS-POL-BKT-SUB) TO WS-BKT.
           ADD 1         TO WS-YB-CNT      (WS-YR, WS-BKT)
                            WS-YB-CNT      (WS-TOT-YR, WS-BKT).
           ADD WS-ANN-9  TO WS-YB-ANN-AMT  (WS-YR, WS-BKT)
                            WS-YB-ANN-AMT  (WS-TOT-YR, WS-BKT).
           ADD WS-CUM-9  TO WS-YB-CUM-AMT  (WS-YR, WS-BKT)
                            WS-YB-CUM-AMT  (WS-TOT-YR, WS-BKT).
           ADD WS-NSP-9  TO WS-YB-NSP-AMT  (WS-YR, WS-BKT)
                            WS-YB-NSP-AMT  (WS-TOT-YR, WS-BKT).
           ADD WS-SUM-9  TO WS-YB-SUM-AMT  (WS-YR, WS-BKT)
                            WS-YB-SUM-AMT  (WS-TOT-YR, WS-BKT).
           ADD WS-1035-9 TO WS-YB-1035-AMT (WS-YR, WS-BKT)
                            WS-YB-1035-AMT (WS-TOT-YR, WS-BKT).
           ADD 1 TO WS-POL-BKT-SUB.
       2400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-COUNT-MOVEMENT - COUNT THE MONTH'S MOVEMENT FROM THE  *
      *    SUCCESSFUL AUDITED CALLS RUN IN THE REPORT MONTH: ARCHIVED *
      *    CALLS FIRST (KEYED BROWSE ON RUN DATE), THEN THE LIVE      *
      *    FILE.  NO ARCHIVE FILE MEANS THE LIVE FILE ALONE           *
      *****************************************************************
       3000-COUNT-MOVEMENT.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF WS-AUDARCH-OK
               SET WS-ARCH-AVAIL TO TRUE
               PERFORM 3100-SCAN-ARCHIVE THRU 3100-EXIT
               CLOSE AUDIT-ARCH-FILE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY 'CRPT4060 - TAMAUDIT NOT AVAILABLE, STATUS '
                       WS-AUDIT-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-SCAN-ONE-AUDIT THRU 3300-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-SCAN-ARCHIVE.
           MOVE WS-MONTH-FROM-DT TO CAAR-RUN-DT.
           MOVE LOW-VALUES       TO CAAR-POL-ID.
           MOVE ZEROS            TO CAAR-ARCH-SEQ.
           START AUDIT-ARCH-FILE KEY NOT LESS THAN CAAR-ARCH-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           MOVE 'N' TO WS-ARCH-EOF-SW.
           PERFORM 3200-SCAN-ONE-ARCH THRU 3200-EXIT
               UNTIL WS-ARCH-EOF.
       3100-EXIT.
           EXIT.
      *
       3200-SCAN-ONE-ARCH.
           READ AUDIT-ARCH-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ.
           IF WS-ARCH-EOF
               GO TO 3200-EXIT
           END-IF.
           IF CAAR-RUN-DT > WS-MONTH-THRU-DT
               SET WS-ARCH-EOF TO TRUE
               GO TO 3200-EXIT
           END-IF.
           MOVE CAAR-RUN-DT               TO CAUD-RUN-DT.
           MOVE CAAR-BUS-FCN-ID           TO CAUD-BUS-FCN-ID.
           MOVE CAAR-RETRN-CD             TO CAUD-RETRN-CD.
           MOVE CAAR-BEFORE-IMAGE         TO CAUD-BEFORE-IMAGE.
           MOVE CAAR-AFTER-IMAGE          TO CAUD-AFTER-IMAGE.
           PERFORM 3400-TALLY-MOVEMENT THRU 3400-EXIT.
       3200-EXIT.
           EXIT.
      *
       3300-SCAN-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.
           IF WS-AUD-EOF
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-AUD-READ-CNT.
           IF CAUD-RUN-DT (1:7) NOT = WS-RPT-MONTH
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3400-TALLY-MOVEMENT THRU 3400-EXIT.
       3300-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3400-TALLY-MOVEMENT - ONE AUDITED CALL IN THE REPORT       *
      *    MONTH.  ONLY CALLS THAT WERE APPLIED COUNT.  A NEW MEC IS  *
      *    ANY CALL THAT TURNED THE 7-PAY STATUS TO 'F', EXCEPT A     *
      *    1035 EXCHANGE: THE NEW CONTRACT THERE ONLY INHERITS THE    *
      *    OLD CONTRACT'S EXISTING MEC RULING, WHICH IS NOT A NEW     *
      *    MEC.  CURES, TERMINATIONS AND REINSTATEMENTS ARE THEIR OWN *
      *    FUNCTIONS, PLUS THE OLD-CONTRACT SIDE OF A 1035 EXCHANGE,  *
      *    WHICH IS SURRENDERED IN THE SAME CALL                      *
      *****************************************************************
       3400-TALLY-MOVEMENT.
           IF CAUD-RETRN-CD NOT = '00' AND CAUD-RETRN-CD NOT = '50'
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-AUD-MONTH-CNT.
           IF CAUD-BUS-FCN-ID NOT = 'TXCH'
              AND CAUD-BEF-TAMRA-STAT-CD NOT = 'F'
              AND CAUD-AFT-TAMRA-STAT-CD = 'F'
               ADD 1 TO WS-MOV-NEW-MEC-CNT
           END-IF.
           EVALUATE CAUD-BUS-FCN-ID
               WHEN 'TCUR'
                   ADD 1 TO WS-MOV-CURE-CNT
               WHEN 'TTRM'
                   ADD 1 TO WS-MOV-TERM-CNT
               WHEN 'TRIN'
                   ADD 1 TO WS-MOV-REIN-CNT
               WHEN 'TXCH'
                   IF CAUD-BEF-POL-TERM-STAT-CD NOT = 'T'
                      AND CAUD-AFT-POL-TERM-STAT-CD = 'T'
                       ADD 1 TO WS-MOV-TERM-CNT
                   END-IF
           END-EVALUATE.
       3400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    4000-PRINT-STATISTICS - ONE BLOCK PER ISSUE YEAR HOLDING   *
      *    POLICIES, OLDEST FIRST, THEN THE UNKNOWN-YEAR BLOCK (IF    *
      *    ANY) AND THE ALL-YEARS BLOCK.  EVERY PRINTED LINE IS ALSO  *
      *    WRITTEN TO THE DELIMITED EXTRACT                           *
      *****************************************************************
       4000-PRINT-STATISTICS.
           MOVE SPACES TO EXT-LINE.
           STRING 'RECORD,MONTH,ISSUE-YEAR,DIMENSION,VALUE,POLICIES,'
                  '7PAY-LIMIT,CUM-PREMIUM,NSP,SUM-INSURED,1035-PAID'
                  DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
           MOVE 1 TO WS-PRT-YR.
           PERFORM 4100-PRINT-YEAR THRU 4100-EXIT
               UNTIL WS-PRT-YR > 202.
       4000-EXIT.
           EXIT.
      *
       4100-PRINT-YEAR.
           IF WS-YB-CNT (WS-PRT-YR, 1) = 0
               ADD 1 TO WS-PRT-YR
               GO TO 4100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRT-YR = 202
                   MOVE 'ALL YEARS'   TO WS-Y-YEAR
                   MOVE 'ALL'         TO WS-X-YEAR
               WHEN WS-PRT-YR = 201
                   MOVE 'UNKNOWN'     TO WS-Y-YEAR
                   MOVE 'UNKN'        TO WS-X-YEAR
               WHEN OTHER
                   COMPUTE WS-PRT-YYYY = WS-PRT-YR + 1899
                   MOVE WS-PRT-YYYY   TO WS-Y-YEAR
                   MOVE WS-PRT-YYYY   TO WS-X-YEAR
           END-EVALUATE.
           IF WS-LINE-CNT > 40
               PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
           END-IF.
           MOVE WS-YEAR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE 1 TO WS-BKT.
           PERFORM 4200-PRINT-BUCKET THRU 4200-EXIT
               UNTIL WS-BKT > 12.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-PRT-YR.
       4100-EXIT.
           EXIT.
      *
      *    A BREAKDOWN LINE WITH NO POLICIES IS LEFT OFF THE PRINTED
      *    REPORT BUT STILL GOES TO THE EXTRACT, SO THE SPREADSHEET
      *    GRID IS THE SAME SHAPE EVERY MONTH
       4200-PRINT-BUCKET.
           IF WS-YB-CNT (WS-PRT-YR, WS-BKT) > 0
               IF WS-LINE-CNT >= 55
                   PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
               END-IF
               MOVE WS-BKT-LABEL (WS-BKT)  TO WS-D-LABEL
               MOVE WS-YB-CNT      (WS-PRT-YR, WS-BKT) TO WS-D-CNT
               MOVE WS-YB-ANN-AMT  (WS-PRT-YR, WS-BKT) TO WS-D-ANN-AMT
               MOVE WS-YB-CUM-AMT  (WS-PRT-YR, WS-BKT) TO WS-D-CUM-AMT
               MOVE WS-YB-NSP-AMT  (WS-PRT-YR, WS-BKT) TO WS-D-NSP-AMT
               MOVE WS-YB-SUM-AMT  (WS-PRT-YR, WS-BKT) TO WS-D-SUM-AMT
               MOVE WS-YB-1035-AMT (WS-PRT-YR, WS-BKT)
                                TO WS-D-1035-AMT
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
           MOVE WS-YB-CNT      (WS-PRT-YR, WS-BKT) TO WS-X-CNT.
           MOVE WS-YB-ANN-AMT  (WS-PRT-YR, WS-BKT) TO WS-X-ANN-AMT.
           MOVE WS-YB-CUM-AMT  (WS-PRT-YR, WS-BKT) TO WS-X-CUM-AMT.
           MOVE WS-YB-NSP-AMT  (WS-PRT-YR, WS-BKT) TO WS-X-NSP-AMT.
           MOVE WS-YB-SUM-AMT  (WS-PRT-YR, WS-BKT) TO WS-X-SUM-AMT.
           MOVE WS-YB-1035-AMT (WS-PRT-YR, WS-BKT) TO WS-X-1035-AMT.
           MOVE SPACES TO EXT-LINE.
           STRING 'STAT,' WS-RPT-MONTH ',' WS-X-YEAR ','
                                DELIMITED BY SIZE
                  WS-BKT-DIM (WS-BKT) DELIMITED BY SPACE
                  ','           DELIMITED BY SIZE
                  WS-BKT-VAL (WS-BKT) DELIMITED BY SPACE
                  ',' WS-X-CNT ',' WS-X-ANN-AMT ',' WS-X-CUM-AMT
                  ',' WS-X-NSP-AMT ',' WS-X-SUM-AMT ',' WS-X-1035-AMT
                                DELIMITED BY SIZE
                  INTO EXT-LINE.
           WRITE EXT-LINE.
           ADD 1 TO WS-BKT.
       4200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5000-PRINT-MOVEMENT - THE MONTH'S MOVEMENT COUNTS, ON THE  *
      *    REPORT AND AS MOVE ROWS ON THE EXTRACT                     *
      *****************************************************************
       5000-PRINT-MOVEMENT.
           IF WS-LINE-CNT > 45
               PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'MOVEMENT FOR MONTH ' WS-RPT-MONTH
                  DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MOV-NEW-MEC-CNT TO WS-CNT-D.
           STRING '  NEW MECS:             ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MOV-CURE-CNT TO WS-CNT-D.
           STRING '  MEC CURES:            ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MOV-TERM-CNT TO WS-CNT-D.
           STRING '  TERMINATIONS:         ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MOV-REIN-CNT TO WS-CNT-D.
           STRING '  REINSTATEMENTS:       ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 5 TO WS-LINE-CNT.
           MOVE WS-MOV-NEW-MEC-CNT TO WS-X-CNT.
           MOVE SPACES TO EXT-LINE.
           STRING 'MOVE,' WS-RPT-MONTH ',ALL,MOVEMENT,NEW-MEC,'
                  WS-X-CNT ',,,,,' DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           MOVE WS-MOV-CURE-CNT TO WS-X-CNT.
           MOVE SPACES TO EXT-LINE.
           STRING 'MOVE,' WS-RPT-MONTH ',ALL,MOVEMENT,CURE,'
                  WS-X-CNT ',,,,,' DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           MOVE WS-MOV-TERM-CNT TO WS-X-CNT.
           MOVE SPACES TO EXT-LINE.
           STRING 'MOVE,' WS-RPT-MONTH ',ALL,MOVEMENT,TERMINATION,'
                  WS-X-CNT ',,,,,' DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           MOVE WS-MOV-REIN-CNT TO WS-X-CNT.
           MOVE SPACES TO EXT-LINE.
           STRING 'MOVE,' WS-RPT-MONTH ',ALL,MOVEMENT,REINSTATEMENT,'
                  WS-X-CNT ',,,,,' DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - COUNT THE MONTH'S MOVEMENT, PRINT THE     *
      *    STATISTICS AND THE MOVEMENT, AND CLOSE                     *
      *****************************************************************
       9000-TERMINATE.
           IF WS-RPT-MONTH = SPACES
               GO TO 9000-EXIT
           END-IF.
           CLOSE TAMRA-MASTER-FILE.
           PERFORM 3000-COUNT-MOVEMENT    THRU 3000-EXIT.
           PERFORM 4000-PRINT-STATISTICS  THRU 4000-EXIT.
           PERFORM 5000-PRINT-MOVEMENT    THRU 5000-EXIT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-READ-CNT TO WS-CNT-D.
           STRING 'POLICIES READ:          ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-AMT-WARN-CNT TO WS-CNT-D.
           STRING 'AMOUNTS TAKEN AS ZERO:  ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE STATS-RPT-FILE.
           CLOSE STATS-EXT-FILE.
           DISPLAY 'CRPT4060 - POLICIES READ:              '
                   WS-READ-CNT.
           DISPLAY 'CRPT4060 - AMOUNTS TAKEN AS ZERO:      '
                   WS-AMT-WARN-CNT.
           DISPLAY 'CRPT4060 - LIVE AUDIT RECORDS READ:    '
                   WS-AUD-READ-CNT.
           DISPLAY 'CRPT4060 - APPLIED CALLS IN MONTH:     '
                   WS-AUD-MONTH-CNT.
       9000-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
