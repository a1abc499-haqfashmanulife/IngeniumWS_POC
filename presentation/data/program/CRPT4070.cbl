      *****************************************************************
      **  PROGRAM:  CRPT4070                                         **
      **  REMARKS:  SECTION 1035 EXCHANGE LINK REPORT                 **
      **            LISTS EVERY 1035 EXCHANGE LINKED BY CSOM4000      **
      **            (TXCH) DURING THE PERIOD ON THE XRFPARM CARD,     **
      **            ONE LINE PER EXCHANGE FROM THE NEW-CONTRACT SIDE  **
      **            OF THE TAMXREF CROSS-REFERENCE: NEW AND OLD       **
      **            POLICY, EXCHANGE DATE, EXCHANGED VALUE, WHETHER   **
      **            A MEC RULING WAS CARRIED ONTO THE NEW CONTRACT    **
      **            AND ITS ORIGINAL MEC DATE, AND WHEN AND BY WHOM   **
      **            THE LINK WAS RECORDED.  THE PERIOD IS SELECTED ON **
      **            THE DATE THE LINK WAS RECORDED (CXRF-LINK-DT), SO **
      **            A BACK-DATED EXCHANGE KEYED THIS PERIOD STILL     **
      **            APPEARS.  READ-ONLY: NOTHING IS WRITTEN TO THE    **
      **            MASTER OR THE CROSS-REFERENCE                     **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPT4070.
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
           SELECT XREF-FILE           ASSIGN TO TAMXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CXRF-XREF-KEY
                  FILE STATUS IS WS-TAMXREF-STATUS.
           SELECT PARAMETER-FILE      ASSIGN TO XRFPARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XRFPARM-STATUS.
           SELECT XREF-RPT-FILE       ASSIGN TO XRFRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XRFRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
           COPY CXRF4000.
      *
       FD  PARAMETER-FILE.
       01  PARM-RECORD.
           05  PARM-FROM-DT                        PIC X(10).
           05  FILLER                              PIC X(01).
           05  PARM-THRU-DT                        PIC X(10).
           05  FILLER                              PIC X(59).
      *
       FD  XREF-RPT-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-PARM-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-PARM-EOF                            VALUE 'Y'.
           05  WS-PARM-OK-SW                    PIC X(01) VALUE 'N'.
               88  WS-PARM-OK                             VALUE 'Y'.
           05  WS-XREF-OPEN-SW                  PIC X(01) VALUE 'N'.
               88  WS-XREF-OPEN                           VALUE 'Y'.
      *
       01  WS-TAMXREF-STATUS                    PIC X(02).
           88  WS-TAMXREF-OK                              VALUE '00'.
           88  WS-TAMXREF-NOT-FOUND                       VALUE '35'.
       01  WS-XRFPARM-STATUS                    PIC X(02).
       01  WS-XRFRPT-STATUS                     PIC X(02).
      *
       01  WS-WORK-FIELDS.
           05  WS-FROM-DT                       PIC X(10) VALUE SPACES.
           05  WS-THRU-DT                       PIC X(10) VALUE SPACES.
           05  WS-EDIT-DT                       PIC X(10).
           05  WS-EDIT-MM                       PIC 9(02).
           05  WS-EDIT-DD                       PIC 9(02).
           05  WS-AMT-X                         PIC X(16).
           05  WS-AMT-9 REDEFINES WS-AMT-X      PIC 9(14)V99.
           05  WS-TOT-AMT                       PIC 9(16)V99 VALUE 0.
           05  WS-READ-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-XCHG-CNT                      PIC 9(07) COMP VALUE 0.
           05  WS-MEC-CNT                       PIC 9(07) COMP VALUE 0.
           05  WS-AMT-WARN-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-TOT-AMT-D                     PIC Z(15)9.99.
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(36)
               VALUE '1035 EXCHANGE LINK REPORT'.
           05  FILLER                           PIC X(08)
               VALUE 'LINKED '.
           05  WS-HDG-FROM-DT                   PIC X(10).
           05  FILLER                           PIC X(04)
               VALUE ' TO '.
           05  WS-HDG-THRU-DT                   PIC X(10).
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  FILLER                           PIC X(07)
               VALUE 'PAGE '.
           05  WS-HDG-PAGE                      PIC ZZZZ9.
      *
       01  WS-HDG-LINE-2.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FILLER                           PIC X(12)
               VALUE 'NEW POLICY'.
           05  FILLER                           PIC X(12)
               VALUE 'OLD POLICY'.
           05  FILLER                           PIC X(12)
               VALUE 'EXCH DATE'.
           05  FILLER                           PIC X(21)
               VALUE 'EXCHANGED VALUE'.
           05  FILLER                           PIC X(05)
               VALUE 'MEC'.
           05  FILLER                           PIC X(12)
               VALUE 'MEC DATE'.
           05  FILLER                           PIC X(12)
               VALUE 'LINKED ON'.
           05  FILLER                           PIC X(10)
               VALUE 'AT'.
           05  FILLER                           PIC X(08)
               VALUE 'OPERATOR'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-NEW-POL-ID                  PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-OLD-POL-ID                  PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-XCHG-DT                     PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-XCHG-AMT                    PIC Z(13)9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-MEC-CARRIED                 PIC X(03).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-MEC-DT                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-LINK-DT                     PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-LINK-TM                     PIC X(08).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-D-OPER-ID                     PIC X(08).
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
      *    1000-INITIALIZE - PICK UP THE PERIOD (FROM-DATE IN COLUMNS *
      *    1-10, THROUGH-DATE IN 12-21, BOTH CCYY-MM-DD) FROM THE     *
      *    XRFPARM CARD.  A MISSING, BLANK OR INVALID CARD ENDS THE   *
      *    RUN WITHOUT PRODUCING A REPORT - THE PERIOD IS NEVER       *
      *    IMPLIED.  A CROSS-REFERENCE THAT HAS NOT YET BEEN CREATED  *
      *    (NO EXCHANGE EVER LINKED) GIVES AN EMPTY REPORT            *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-XRFPARM-STATUS NOT = '00'
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
           IF WS-PARM-EOF OR PARM-FROM-DT = SPACES
                          OR PARM-THRU-DT = SPACES
               DISPLAY 'CRPT4070 - NO REPORT PERIOD PARAMETER SUPPLIED'
               DISPLAY 'CRPT4070 - RUN ENDED, NO REPORT PRODUCED'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PARM-FROM-DT TO WS-EDIT-DT.
           PERFORM 1100-EDIT-DATE THRU 1100-EXIT.
           IF WS-PARM-OK
               MOVE 'N' TO WS-PARM-OK-SW
               MOVE PARM-THRU-DT TO WS-EDIT-DT
               PERFORM 1100-EDIT-DATE THRU 1100-EXIT
           END-IF.
           IF WS-PARM-OK AND PARM-FROM-DT > PARM-THRU-DT
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF.
           IF NOT WS-PARM-OK
               DISPLAY 'CRPT4070 - REPORT PERIOD PARAMETER INVALID: '
                       PARM-FROM-DT ' ' PARM-THRU-DT
               DISPLAY 'CRPT4070 - RUN ENDED, NO REPORT PRODUCED'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PARM-FROM-DT TO WS-FROM-DT.
           MOVE PARM-THRU-DT TO WS-THRU-DT.
           OPEN OUTPUT XREF-RPT-FILE.
           PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
           OPEN INPUT XREF-FILE.
           IF WS-TAMXREF-NOT-FOUND
               DISPLAY 'CRPT4070 - TAMXREF NOT YET CREATED, '
                       'NO EXCHANGES TO REPORT'
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-TAMXREF-OK
               DISPLAY 'CRPT4070 - TAMXREF NOT AVAILABLE, STATUS '
                       WS-TAMXREF-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-XREF-OPEN TO TRUE.
           PERFORM 2100-READ-XREF THRU 2100-EXIT.
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
           MOVE WS-FROM-DT   TO WS-HDG-FROM-DT.
           MOVE WS-THRU-DT   TO WS-HDG-THRU-DT.
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
      *    2000-PROCESS-FILE - EACH EXCHANGE IS ON FILE TWICE; ONLY   *
      *    THE NEW-CONTRACT SIDE IS PRINTED, SO IT IS COUNTED ONCE    *
      *****************************************************************
       2000-PROCESS-FILE.
           IF NOT CXRF-ROLE-NEW-CONTRACT
               GO TO 2290-NEXT
           END-IF.
           IF CXRF-LINK-DT < WS-FROM-DT OR CXRF-LINK-DT > WS-THRU-DT
               GO TO 2290-NEXT
           END-IF.
           ADD 1 TO WS-XCHG-CNT.
           IF WS-LINE-CNT >= 55
               PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CXRF-POL-ID               TO WS-D-NEW-POL-ID.
           MOVE CXRF-LINKED-POL-ID        TO WS-D-OLD-POL-ID.
           MOVE CXRF-XCHG-DT              TO WS-D-XCHG-DT.
      *    THE EXCHANGED VALUE CARRIES TWO IMPLIED DECIMALS; THE
      *    REDEFINES PUTS THE LAST TWO DIGITS IN THE CENTS PLACES
           MOVE 0 TO WS-D-XCHG-AMT.
           IF CXRF-XCHG-AMT IS NUMERIC
               MOVE CXRF-XCHG-AMT TO WS-AMT-X
               MOVE WS-AMT-9 TO WS-D-XCHG-AMT
               ADD WS-AMT-9 TO WS-TOT-AMT
           ELSE
               ADD 1 TO WS-AMT-WARN-CNT
               DISPLAY 'CRPT4070 - NON-NUMERIC AMOUNT TAKEN AS ZERO, '
                       'POLICY ' CXRF-POL-ID
           END-IF.
           IF CXRF-MEC-CARRIED
               MOVE 'YES'                 TO WS-D-MEC-CARRIED
               MOVE CXRF-MEC-DT           TO WS-D-MEC-DT
               ADD 1 TO WS-MEC-CNT
           ELSE
               MOVE 'NO '                 TO WS-D-MEC-CARRIED
           END-IF.
           MOVE CXRF-LINK-DT              TO WS-D-LINK-DT.
           MOVE CXRF-LINK-TM              TO WS-D-LINK-TM.
           MOVE CXRF-OPER-ID              TO WS-D-OPER-ID.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
       2290-NEXT.
           PERFORM 2100-READ-XREF THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-READ-CNT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF WS-FROM-DT = SPACES
               GO TO 9000-EXIT
           END-IF.
           IF WS-XREF-OPEN
               CLOSE XREF-FILE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-XCHG-CNT TO WS-CNT-D.
           STRING 'EXCHANGES LINKED IN PERIOD:      ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MEC-CNT TO WS-CNT-D.
           STRING 'WITH MEC STATUS CARRIED OVER:    ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOT-AMT TO WS-TOT-AMT-D.
           STRING 'TOTAL EXCHANGED VALUE:  ' DELIMITED BY SIZE
                  WS-TOT-AMT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-AMT-WARN-CNT TO WS-CNT-D.
           STRING 'AMOUNTS TAKEN AS ZERO:           ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE XREF-RPT-FILE.
           DISPLAY 'CRPT4070 - CROSS-REFERENCE RECORDS READ: '
                   WS-READ-CNT.
           DISPLAY 'CRPT4070 - EXCHANGES LINKED IN PERIOD:   '
                   WS-XCHG-CNT.
           DISPLAY 'CRPT4070 - WITH MEC STATUS CARRIED OVER: '
                   WS-MEC-CNT.
       9000-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
