      *****************************************************************
      **  PROGRAM:  CRPT4080                                         **
      **  REMARKS:  MEC COMPLIANCE CASE AGING REPORT                  **
      **            LISTS EVERY OPEN CASE ON THE TAMCASE FILE         **
      **            (CCAS4000), GROUPED BY DISPOSITION AND THEN BY    **
      **            ASSIGNED ANALYST, WITH THE DAYS THE CASE HAS BEEN **
      **            OPEN AND THE DAYS LEFT BEFORE ITS CURE WINDOW     **
      **            CLOSES, SO NO CASE SITS PAST THE WINDOW WITHOUT   **
      **            SOMEONE ACTING ON IT.  CASES WITH NO DISPOSITION  **
      **            PRINT FIRST, EARLIEST WINDOW FIRST WITHIN EACH    **
      **            ANALYST.  A CASE WHOSE OWNER HAS ELECTED TO KEEP  **
      **            THE MEC NO LONGER AGES AGAINST THE WINDOW.  THE   **
      **            AS-OF DATE COMES FROM THE CASPARM CARD (COLUMNS   **
      **            1-10, CCYY-MM-DD) AND DEFAULTS TO TODAY.  ENDS    **
      **            RC 4 WHEN ANY CASE IS PAST ITS WINDOW WITH NO     **
      **            DISPOSITION RECORDED.  READ-ONLY                  **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPT4080.
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
           SELECT CASE-FILE           ASSIGN TO TAMCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CCAS-POL-ID
                  FILE STATUS IS WS-TAMCASE-STATUS.
           SELECT PARAMETER-FILE      ASSIGN TO CASPARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CASPARM-STATUS.
           SELECT AGING-RPT-FILE      ASSIGN TO CASRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CASRPT-STATUS.
           SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
           COPY CCAS4000.
      *
       FD  PARAMETER-FILE.
       01  PARM-RECORD.
           05  PARM-ASOF-DT                        PIC X(10).
           05  FILLER                              PIC X(70).
      *
       FD  AGING-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       SD  SORT-WORK-FILE.
       01  SRT-CASE-RECORD.
           05  SRT-DISP-CD                         PIC X(01).
           05  SRT-ANLST-ID                        PIC X(08).
           05  SRT-WINDOW-END-DT                   PIC X(10).
           05  SRT-POL-ID                          PIC X(10).
           05  SRT-TRIG-CD                         PIC X(01).
           05  SRT-TRIG-DT                         PIC X(10).
           05  SRT-OPEN-DT                         PIC X(10).
           05  SRT-DISP-DT                         PIC X(10).
           05  SRT-LAST-NOTE-DT                    PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-SORT-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF                            VALUE 'Y'.
           05  WS-PARM-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-PARM-EOF                            VALUE 'Y'.
           05  WS-PARM-OK-SW                    PIC X(01) VALUE 'N'.
               88  WS-PARM-OK                             VALUE 'Y'.
           05  WS-RUN-OK-SW                     PIC X(01) VALUE 'N'.
               88  WS-RUN-OK                              VALUE 'Y'.
           05  WS-CASE-OPEN-SW                  PIC X(01) VALUE 'N'.
               88  WS-CASE-FILE-OPEN                      VALUE 'Y'.
           05  WS-FIRST-GROUP-SW                PIC X(01) VALUE 'Y'.
               88  WS-FIRST-GROUP                         VALUE 'Y'.
           05  WS-CNV-OK-SW                     PIC X(01) VALUE 'N'.
               88  WS-CNV-OK                              VALUE 'Y'.
      *
       01  WS-TAMCASE-STATUS                    PIC X(02).
           88  WS-TAMCASE-OK                              VALUE '00'.
           88  WS-TAMCASE-NOT-FOUND                       VALUE '35'.
       01  WS-CASPARM-STATUS                    PIC X(02).
       01  WS-CASRPT-STATUS                     PIC X(02).
      *
       01  WS-WORK-FIELDS.
           05  WS-ASOF-DT                       PIC X(10) VALUE SPACES.
           05  WS-DATE-YYYYMMDD                 PIC 9(08).
           05  WS-EDIT-DT                       PIC X(10).
           05  WS-EDIT-MM                       PIC 9(02).
           05  WS-EDIT-DD                       PIC 9(02).
           05  WS-ASOF-DAYS                     PIC 9(07) COMP.
           05  WS-DAYS-OPEN                     PIC S9(07) COMP.
           05  WS-DAYS-LEFT                     PIC S9(07) COMP.
           05  WS-PREV-DISP-CD                  PIC X(01).
           05  WS-PREV-ANLST-ID                 PIC X(08).
           05  WS-DISP-TXT                      PIC X(20).
           05  WS-READ-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-OPEN-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-PAST-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-PAST-NO-ACTN-CNT              PIC 9(07) COMP VALUE 0.
           05  WS-DUE-CNT                       PIC 9(07) COMP VALUE 0.
           05  WS-UNASSGN-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-ANLST-CNT                     PIC 9(07) COMP VALUE 0.
           05  WS-ANLST-PAST-CNT                PIC 9(07) COMP VALUE 0.
           05  WS-DISP-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-DISP-PAST-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-CNT2-D                        PIC ZZZZZZ9.
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
      *
      *    DATE-TO-DAY-NUMBER CONVERSION (1300).  ONLY DIFFERENCES
      *    BETWEEN TWO DAY NUMBERS ARE USED, SO THE EPOCH DOES NOT
      *    MATTER; MARCH IS TAKEN AS THE FIRST MONTH SO THE LEAP DAY
      *    FALLS AT THE END OF THE YEAR
       01  WS-CNV-FIELDS.
           05  WS-CNV-DT                        PIC X(10).
           05  WS-CNV-YYYY                      PIC 9(04).
           05  WS-CNV-MM                        PIC 9(02).
           05  WS-CNV-DD                        PIC 9(02).
           05  WS-CNV-Q4                        PIC 9(04) COMP.
           05  WS-CNV-Q100                      PIC 9(04) COMP.
           05  WS-CNV-Q400                      PIC 9(04) COMP.
           05  WS-CNV-MDAYS                     PIC 9(04) COMP.
           05  WS-CNV-DAYS                      PIC 9(07) COMP.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(36)
               VALUE 'MEC COMPLIANCE CASE AGING REPORT'.
           05  FILLER                           PIC X(06)
               VALUE 'AS OF '.
           05  WS-HDG-ASOF-DT                   PIC X(10).
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  FILLER                           PIC X(07)
               VALUE 'PAGE '.
           05  WS-HDG-PAGE                      PIC ZZZZ9.
      *
       01  WS-HDG-LINE-2.
           05  FILLER                           PIC X(06) VALUE SPACES.
           05  FILLER                           PIC X(12)
               VALUE 'POLICY ID'.
           05  FILLER                           PIC X(03)
               VALUE 'T'.
           05  FILLER                           PIC X(12)
               VALUE 'TRIG DATE'.
           05  FILLER                           PIC X(12)
               VALUE 'OPENED'.
           05  FILLER                           PIC X(10)
               VALUE 'DAYS OPEN'.
           05  FILLER                           PIC X(11)
               VALUE 'WINDOW END'.
           05  FILLER                           PIC X(10)
               VALUE 'DAYS LEFT'.
           05  FILLER                           PIC X(14)
               VALUE 'AGING'.
           05  FILLER                           PIC X(12)
               VALUE 'DISP DATE'.
           05  FILLER                           PIC X(10)
               VALUE 'LAST NOTE'.
      *
       01  WS-GROUP-LINE.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FILLER                           PIC X(13)
               VALUE 'DISPOSITION: '.
           05  WS-G-DISP-CD                     PIC X(01).
           05  FILLER                           PIC X(03) VALUE ' - '.
           05  WS-G-DISP-TXT                    PIC X(20).
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  FILLER                           PIC X(09)
               VALUE 'ANALYST: '.
           05  WS-G-ANLST-ID                    PIC X(10).
      *
       01  WS-DETAIL-LINE.
           05  FILLER                           PIC X(06) VALUE SPACES.
           05  WS-D-POL-ID                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-TRIG-CD                     PIC X(01).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-TRIG-DT                     PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-OPEN-DT                     PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-DAYS-OPEN                   PIC ZZZZZZ9.
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  WS-D-WINDOW-END-DT               PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-D-DAYS-LEFT                   PIC -ZZZZZ9.
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  WS-D-AGING                       PIC X(12).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-DISP-DT                     PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-LAST-NOTE-DT                PIC X(10).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OK
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-DISP-CD
                                    SRT-ANLST-ID
                                    SRT-WINDOW-END-DT
                                    SRT-POL-ID
                   INPUT PROCEDURE IS 2000-SELECT-CASES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-CASES
                       THRU 3000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF.
           STOP RUN.
      *
      *****************************************************************
      *    1000-INITIALIZE - PICK UP THE AS-OF DATE (TODAY WHEN NO    *
      *    CARD OR A BLANK CARD IS SUPPLIED; AN INVALID DATE ENDS THE *
      *    RUN RC 16 WITHOUT A REPORT) AND OPEN THE FILES.  A CASE    *
      *    FILE THAT HAS NOT YET BEEN CREATED (NO CASE EVER OPENED)   *
      *    GIVES AN EMPTY REPORT                                      *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-CASPARM-STATUS NOT = '00'
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
           IF WS-PARM-EOF OR PARM-ASOF-DT = SPACES
               ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD
               STRING WS-DATE-YYYYMMDD (1:4) '-'
                      WS-DATE-YYYYMMDD (5:2) '-'
                      WS-DATE-YYYYMMDD (7:2)
                      DELIMITED BY SIZE INTO WS-ASOF-DT
           ELSE
               MOVE PARM-ASOF-DT TO WS-EDIT-DT
               PERFORM 1100-EDIT-DATE THRU 1100-EXIT
               IF NOT WS-PARM-OK
                   DISPLAY 'CRPT4080 - AS-OF DATE PARAMETER INVALID: '
                           PARM-ASOF-DT
                   DISPLAY 'CRPT4080 - RUN ENDED, NO REPORT PRODUCED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE PARM-ASOF-DT TO WS-ASOF-DT
           END-IF.
           MOVE WS-ASOF-DT TO WS-CNV-DT.
           PERFORM 1300-DATE-TO-DAYS THRU 1300-EXIT.
           MOVE WS-CNV-DAYS TO WS-ASOF-DAYS.
           SET WS-RUN-OK TO TRUE.
           OPEN OUTPUT AGING-RPT-FILE.
           PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
           OPEN INPUT CASE-FILE.
           IF WS-TAMCASE-NOT-FOUND
               DISPLAY 'CRPT4080 - TAMCASE NOT YET CREATED, '
                       'NO CASES TO REPORT'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-TAMCASE-OK
               DISPLAY 'CRPT4080 - TAMCASE NOT AVAILABLE, STATUS '
                       WS-TAMCASE-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CASE-FILE-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1100-EDIT-DATE - WS-EDIT-DT MUST BE CCYY-MM-DD WITH A      *
      *    MONTH OF 01-12 AND A DAY OF 01-31                          *
      *****************************************************************
       1100-EDIT-DATE.
           MOVE 'N' TO WS-PARM-OK-SW.
           IF WS-EDIT-DT (1:4) IS NOT NUMERIC
              OR WS-EDIT-DT (5:1) NOT = '-'
              OR WS-EDIT-DT (6:2) IS NOT NUMERIC
              OR WS-EDIT-DT (8:1) NOT = '-'
              OR WS-EDIT-DT (9:2) IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-EDIT-DT (6:2) TO WS-EDIT-MM.
           MOVE WS-EDIT-DT (9:2) TO WS-EDIT-DD.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
              OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               GO TO 1100-EXIT
           END-IF.
           SET WS-PARM-OK TO TRUE.
       1100-EXIT.
           EXIT.
      *
       1200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT  TO WS-HDG-PAGE.
           MOVE WS-ASOF-DT   TO WS-HDG-ASOF-DT.
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
      *****************************************************************
      *    1300-DATE-TO-DAYS - TURN THE CCYY-MM-DD DATE IN WS-CNV-DT  *
      *    INTO A DAY NUMBER IN WS-CNV-DAYS.  A DATE THAT IS NOT      *
      *    CCYY-MM-DD LEAVES WS-CNV-OK-SW 'N'                         *
      *****************************************************************
       1300-DATE-TO-DAYS.
           MOVE 'N' TO WS-CNV-OK-SW.
           MOVE 0 TO WS-CNV-DAYS.
           IF WS-CNV-DT (1:4) IS NOT NUMERIC
              OR WS-CNV-DT (6:2) IS NOT NUMERIC
              OR WS-CNV-DT (9:2) IS NOT NUMERIC
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-CNV-DT (1:4) TO WS-CNV-YYYY.
           MOVE WS-CNV-DT (6:2) TO WS-CNV-MM.
           MOVE WS-CNV-DT (9:2) TO WS-CNV-DD.
           IF WS-CNV-MM < 1 OR WS-CNV-MM > 12 OR WS-CNV-YYYY < 1
               GO TO 1300-EXIT
           END-IF.
           IF WS-CNV-MM < 3
               SUBTRACT 1 FROM WS-CNV-YYYY
               ADD 12 TO WS-CNV-MM
           END-IF.
           DIVIDE WS-CNV-YYYY BY 4   GIVING WS-CNV-Q4.
           DIVIDE WS-CNV-YYYY BY 100 GIVING WS-CNV-Q100.
           DIVIDE WS-CNV-YYYY BY 400 GIVING WS-CNV-Q400.
           COMPUTE WS-CNV-MDAYS = (153 * (WS-CNV-MM - 3)) + 2.
           DIVIDE WS-CNV-MDAYS BY 5 GIVING WS-CNV-MDAYS.
           COMPUTE WS-CNV-DAYS = (365 * WS-CNV-YYYY)
                               + WS-CNV-Q4 - WS-CNV-Q100 + WS-CNV-Q400
                               + WS-CNV-MDAYS + WS-CNV-DD.
           SET WS-CNV-OK TO TRUE.
       1300-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-SELECT-CASES - SORT INPUT: SWEEP THE CASE FILE AND    *
      *    RELEASE ONE SORT RECORD FOR EVERY OPEN CASE                *
      *****************************************************************
       2000-SELECT-CASES.
           IF NOT WS-EOF
               PERFORM 2100-READ-CASE THRU 2100-EXIT
           END-IF.
           PERFORM 2200-CHECK-ONE-CASE THRU 2200-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.
      *
       2100-READ-CASE.
           READ CASE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-READ-CNT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-CHECK-ONE-CASE.
           IF NOT CCAS-CASE-OPEN
               GO TO 2290-NEXT
           END-IF.
           MOVE SPACES TO SRT-CASE-RECORD.
           MOVE CCAS-DISP-CD              TO SRT-DISP-CD.
           MOVE CCAS-ANLST-ID             TO SRT-ANLST-ID.
           MOVE CCAS-CURE-WINDOW-END-DT   TO SRT-WINDOW-END-DT.
           MOVE CCAS-POL-ID               TO SRT-POL-ID.
           MOVE CCAS-TRIG-CD              TO SRT-TRIG-CD.
           MOVE CCAS-TRIG-DT              TO SRT-TRIG-DT.
           MOVE CCAS-OPEN-DT              TO SRT-OPEN-DT.
           MOVE CCAS-DISP-DT              TO SRT-DISP-DT.
           IF CCAS-NOTE-CNT > 0 AND CCAS-NOTE-CNT NOT > 10
               MOVE CCAS-NOTE-DT (CCAS-NOTE-CNT) TO SRT-LAST-NOTE-DT
           END-IF.
           RELEASE SRT-CASE-RECORD.
       2290-NEXT.
           PERFORM 2100-READ-CASE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-PRINT-CASES - SORT OUTPUT: THE SORTED CASES COME BACK *
      *    BY DISPOSITION, ANALYST AND WINDOW END.  A NEW ANALYST OR  *
      *    DISPOSITION PRINTS THE PRIOR GROUP'S TOTALS AND A NEW      *
      *    GROUP LINE                                                 *
      *****************************************************************
       3000-PRINT-CASES.
           PERFORM 3100-RETURN-ONE THRU 3100-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-GROUP
               PERFORM 3400-ANLST-TOTAL THRU 3400-EXIT
               PERFORM 3500-DISP-TOTAL THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-RETURN-ONE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
               GO TO 3100-EXIT
           END-IF.
           IF WS-FIRST-GROUP
               MOVE 'N' TO WS-FIRST-GROUP-SW
               PERFORM 3300-GROUP-LINE THRU 3300-EXIT
           ELSE
               IF SRT-DISP-CD NOT = WS-PREV-DISP-CD
                   PERFORM 3400-ANLST-TOTAL THRU 3400-EXIT
                   PERFORM 3500-DISP-TOTAL THRU 3500-EXIT
                   PERFORM 3300-GROUP-LINE THRU 3300-EXIT
               ELSE
                   IF SRT-ANLST-ID NOT = WS-PREV-ANLST-ID
                       PERFORM 3400-ANLST-TOTAL THRU 3400-EXIT
                       PERFORM 3300-GROUP-LINE THRU 3300-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3200-PRINT-DETAIL - AGE ONE CASE.  DAYS LEFT IS NEGATIVE   *
      *    ONCE THE WINDOW HAS CLOSED.  AGING IS PAST WINDOW, DUE     *
      *    (WITHIN 30 DAYS), OPEN, NO WINDOW (NO WINDOW ON THE CASE)  *
      *    OR KEEPS MEC (OWNER ELECTED TO KEEP THE MEC - NOT AGED).   *
      *    PAST NO DISP FLAGS A LAPSED WINDOW NOBODY HAS ACTED ON     *
      *****************************************************************
       3200-PRINT-DETAIL.
           ADD 1 TO WS-OPEN-CNT.
           ADD 1 TO WS-ANLST-CNT.
           ADD 1 TO WS-DISP-CNT.
           IF SRT-ANLST-ID = SPACES
               ADD 1 TO WS-UNASSGN-CNT
           END-IF.
           IF WS-LINE-CNT >= 55
               PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SRT-POL-ID                TO WS-D-POL-ID.
           MOVE SRT-TRIG-CD               TO WS-D-TRIG-CD.
           MOVE SRT-TRIG-DT               TO WS-D-TRIG-DT.
           MOVE SRT-OPEN-DT               TO WS-D-OPEN-DT.
           MOVE SRT-WINDOW-END-DT         TO WS-D-WINDOW-END-DT.
           MOVE SRT-DISP-DT               TO WS-D-DISP-DT.
           MOVE SRT-LAST-NOTE-DT          TO WS-D-LAST-NOTE-DT.
           MOVE SRT-OPEN-DT TO WS-CNV-DT.
           PERFORM 1300-DATE-TO-DAYS THRU 1300-EXIT.
           IF WS-CNV-OK
               COMPUTE WS-DAYS-OPEN = WS-ASOF-DAYS - WS-CNV-DAYS
               MOVE WS-DAYS-OPEN TO WS-D-DAYS-OPEN
           END-IF.
           IF SRT-DISP-CD = 'K'
               MOVE 'KEEPS MEC'           TO WS-D-AGING
               GO TO 3290-WRITE
           END-IF.
           MOVE SRT-WINDOW-END-DT TO WS-CNV-DT.
           PERFORM 1300-DATE-TO-DAYS THRU 1300-EXIT.
           IF NOT WS-CNV-OK
               MOVE 'NO WINDOW'           TO WS-D-AGING
               GO TO 3290-WRITE
           END-IF.
           COMPUTE WS-DAYS-LEFT = WS-CNV-DAYS - WS-ASOF-DAYS.
           MOVE WS-DAYS-LEFT TO WS-D-DAYS-LEFT.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 'PAST WINDOW'     TO WS-D-AGING
                   ADD 1 TO WS-PAST-CNT
                   ADD 1 TO WS-ANLST-PAST-CNT
                   ADD 1 TO WS-DISP-PAST-CNT
                   IF SRT-DISP-CD = SPACES
                       MOVE 'PAST NO DISP'    TO WS-D-AGING
                       ADD 1 TO WS-PAST-NO-ACTN-CNT
                   END-IF
               WHEN WS-DAYS-LEFT NOT > 30
                   MOVE 'DUE'             TO WS-D-AGING
                   ADD 1 TO WS-DUE-CNT
               WHEN OTHER
                   MOVE 'OPEN'            TO WS-D-AGING
           END-EVALUATE.
       3290-WRITE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
       3200-EXIT.
           EXIT.
      *
       3300-GROUP-LINE.
           MOVE SRT-DISP-CD  TO WS-PREV-DISP-CD.
           MOVE SRT-ANLST-ID TO WS-PREV-ANLST-ID.
           IF WS-LINE-CNT >= 53
               PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
           END-IF.
           EVALUATE SRT-DISP-CD
               WHEN ' '   MOVE 'NO DISPOSITION'  TO WS-DISP-TXT
               WHEN 'N'   MOVE 'OWNER NOTIFIED'  TO WS-DISP-TXT
               WHEN 'R'   MOVE 'REFUND OFFERED'  TO WS-DISP-TXT
               WHEN 'K'   MOVE 'OWNER KEEPS MEC' TO WS-DISP-TXT
               WHEN OTHER MOVE 'UNKNOWN'         TO WS-DISP-TXT
           END-EVALUATE.
           MOVE SRT-DISP-CD TO WS-G-DISP-CD.
           MOVE WS-DISP-TXT TO WS-G-DISP-TXT.
           MOVE SRT-ANLST-ID TO WS-G-ANLST-ID.
           IF SRT-ANLST-ID = SPACES
               MOVE 'UNASSIGNED' TO WS-G-ANLST-ID
           END-IF.
           MOVE WS-GROUP-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
       3300-EXIT.
           EXIT.
      *
       3400-ANLST-TOTAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ANLST-CNT TO WS-CNT-D.
           MOVE WS-ANLST-PAST-CNT TO WS-CNT2-D.
           STRING '      ANALYST TOTAL:     ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  '   PAST WINDOW: ' DELIMITED BY SIZE
                  WS-CNT2-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 2 TO WS-LINE-CNT.
           MOVE 0 TO WS-ANLST-CNT.
           MOVE 0 TO WS-ANLST-PAST-CNT.
       3400-EXIT.
           EXIT.
      *
       3500-DISP-TOTAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-DISP-CNT TO WS-CNT-D.
           MOVE WS-DISP-PAST-CNT TO WS-CNT2-D.
           STRING '  DISPOSITION TOTAL:     ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  '   PAST WINDOW: ' DELIMITED BY SIZE
                  WS-CNT2-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 2 TO WS-LINE-CNT.
           MOVE 0 TO WS-DISP-CNT.
           MOVE 0 TO WS-DISP-PAST-CNT.
       3500-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF WS-CASE-FILE-OPEN
               CLOSE CASE-FILE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-OPEN-CNT TO WS-CNT-D.
           STRING 'OPEN CASES:                      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-PAST-CNT TO WS-CNT-D.
           STRING 'PAST CURE WINDOW:                ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-PAST-NO-ACTN-CNT TO WS-CNT-D.
           STRING 'PAST WINDOW, NO DISPOSITION:     ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-DUE-CNT TO WS-CNT-D.
           STRING 'DUE WITHIN 30 DAYS:              ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-UNASSGN-CNT TO WS-CNT-D.
           STRING 'UNASSIGNED:                      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE AGING-RPT-FILE.
           DISPLAY 'CRPT4080 - CASE RECORDS READ:            '
                   WS-READ-CNT.
           DISPLAY 'CRPT4080 - OPEN CASES:                   '
                   WS-OPEN-CNT.
           DISPLAY 'CRPT4080 - PAST WINDOW, NO DISPOSITION:  '
                   WS-PAST-NO-ACTN-CNT.
           IF WS-PAST-NO-ACTN-CNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
