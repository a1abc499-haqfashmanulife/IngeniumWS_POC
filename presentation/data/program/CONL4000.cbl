      **                  WHETHER THE PAYMENT WOULD MAKE THE POLICY  **
      **                  A MEC AND THE EXACT HEADROOM LEFT, SO THE  **
      **                  REP CAN ANSWER ON THE PHONE                **
      ** 2026-10-15 RAK   OPERATOR SIGN-ON: THE SESSION NOW OPENS    **
      **                  WITH A SIGN-ON SCREEN CHECKED AGAINST THE  **
      **                  OPERATOR SECURITY FILE (TAMOPER, COPR4000) **
      **                  - AN UNKNOWN OR INACTIVE OPERATOR GETS     **
      **                  THREE TRIES AND THE SESSION ENDS.  THE     **
      **                  SIGNED-ON OPERATOR ID RIDES EVERY CSOM4000 **
      **                  CALL IN MIR-OPER-ID AND IS SHOWN ON THE    **
      **                  INQUIRY SCREEN.  A CALL REFUSED WITH       **
      **                  MIR-RETRN-NOT-AUTHORIZED IS REPORTED ON    **
      **                  THE SCREEN THAT DROVE IT                   **
      ** 2026-10-15 RAK   SECTION 1035 EXCHANGES: THE HISTORY        **
      **                  DISPLAY NOW SHOWS THE LINKED POLICY FROM   **
      **                  THE EXCHANGE CROSS-REFERENCE FILE          **
      **                  (TAMXREF, CXRF4000) ON BOTH THE OLD AND    **
      **                  THE NEW CONTRACT, AND CMD E OPENS AN       **
      **                  EXCHANGE SCREEN THAT TAKES THE OLD POLICY  **
      **                  ID, EXCHANGE DATE AND EXCHANGED VALUE AND  **
      **                  DRIVES MIR-BUS-FCN-TAMRA-XCHG WITH THE     **
      **                  DISPLAYED POLICY AS THE NEW CONTRACT       **
      ** 2026-10-15 RAK   ADDED CMD C ON THE HISTORY DISPLAY: THE    **
      **                  MEC COMPLIANCE CASE SCREEN SHOWS THE       **
      **                  POLICY'S CASE FROM TAMCASE (CCAS4000) AND  **
      **                  LETS THE ANALYST ASSIGN IT, RECORD THE     **
      **                  DISPOSITION AND ADD DATED NOTES.  CASES    **
      **                  ARE OPENED BY CSOM4000, NEVER FROM HERE    **
      ** 2026-10-15 RAK   ASSIGNING A CASE OR CHANGING ITS           **
      **                  DISPOSITION NOW NEEDS FUNCTION TCAS IN THE **
      **                  SIGNED-ON OPERATOR'S TAMOPER AUTHORITY     **
      **                  LIST; ANY SIGNED-ON OPERATOR MAY STILL ADD **
      **                  A NOTE                                     **
      ** 2026-10-15 RAK   THE CASE SCREEN NOW SHOWS A WORKING-       **
      **                  STORAGE COPY OF THE CASE (CHLD-CASE-       **
      **                  RECORD), REFRESHED ON EACH READ AND SAVE,  **
      **                  INSTEAD OF THE TAMCASE RECORD AREA AFTER   **
      **                  THE FILE IS CLOSED                         **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONL4000.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARC-ARCH-KEY
                  FILE STATUS IS WS-TAMARCH-STATUS.
           SELECT OPERATOR-FILE       ASSIGN TO TAMOPER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPR-OPER-ID
                  FILE STATUS IS WS-TAMOPER-STATUS.
           SELECT XREF-FILE           ASSIGN TO TAMXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CXRF-XREF-KEY
                  FILE STATUS IS WS-TAMXREF-STATUS.
           SELECT CASE-FILE           ASSIGN TO TAMCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CCAS-POL-ID
                  FILE STATUS IS WS-TAMCASE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
           COPY CARC4000.
      *
       FD  OPERATOR-FILE.
           COPY COPR4000.
      *
       FD  XREF-FILE.
           COPY CXRF4000.
      *
       FD  CASE-FILE.
           COPY CCAS4000.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  WS-MAINT-DONE                          VALUE 'Y'.
           05  WS-WHATIF-DONE-SW                PIC X(01) VALUE 'N'.
               88  WS-WHATIF-DONE                         VALUE 'Y'.
           05  WS-SIGNED-ON-SW                  PIC X(01) VALUE 'N'.
               88  WS-SIGNED-ON                           VALUE 'Y'.
           05  WS-XREF-AVAIL-SW                 PIC X(01) VALUE 'N'.
               88  WS-XREF-AVAIL                          VALUE 'Y'.
           05  WS-XREF-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-XREF-EOF                            VALUE 'Y'.
           05  WS-XCHG-DONE-SW                  PIC X(01) VALUE 'N'.
               88  WS-XCHG-DONE                           VALUE 'Y'.
           05  WS-CASE-DONE-SW                  PIC X(01) VALUE 'N'.
               88  WS-CASE-DONE                           VALUE 'Y'.
           05  WS-CASE-ON-FILE-SW               PIC X(01) VALUE 'N'.
               88  WS-CASE-ON-FILE                        VALUE 'Y'.
           05  WS-ANLST-OK-SW                   PIC X(01) VALUE 'N'.
               88  WS-ANLST-OK                            VALUE 'Y'.
           05  WS-CASE-AUTH-SW                  PIC X(01) VALUE 'N'.
               88  WS-CASE-AUTHORIZED                     VALUE 'Y'.
      *
       01  WS-CRT-STATUS                        PIC 9(04).
      *
       01  WS-TAMARCH-STATUS                    PIC X(02).
           88  WS-TAMARCH-OK                              VALUE '00'.
           88  WS-TAMARCH-NEW-FILE                  VALUE '35', '05'.
      *
       01  WS-TAMOPER-STATUS                    PIC X(02).
           88  WS-TAMOPER-OK                              VALUE '00'.
      *
       01  WS-TAMXREF-STATUS                    PIC X(02).
           88  WS-TAMXREF-OK                              VALUE '00'.
      *
       01  WS-TAMCASE-STATUS                    PIC X(02).
           88  WS-TAMCASE-OK                              VALUE '00'.
      *
       01  WS-WORK-FIELDS.
           05  WS-CURR-PAGE                     PIC 9(03) VALUE 1.
           05  WS-DISP-SUB                       PIC 9(02) COMP.
           05  WS-TOT-ITEMS                      PIC 9(03) COMP.
           05  WS-LIVE-SUB                       PIC 9(03) COMP.
           05  WS-SIGNON-TRIES                   PIC 9(02) COMP VALUE 0.
           05  WS-XREF-LINK-CNT                  PIC 9(03) COMP.
           05  WS-DATE-YYYYMMDD                  PIC 9(08).
           05  WS-CASE-TODAY-DT                  PIC X(10).
           05  WS-CASE-NOW-TM                    PIC X(08).
      *
       01  WS-DISPLAY-SLOT-TBL.
           05  WS-DISPLAY-SLOT OCCURS 10 TIMES.
       01  CONL-S-CMD                            PIC X(01).
       01  CONL-S-ACK                            PIC X(01).
       01  CONL-H-CMD                            PIC X(01).
       01  CONL-S-OPER-ID                        PIC X(08).
      *
       01  WS-SIGNON-MSG                        PIC X(60).
      *
       01  WS-OPER-NM                           PIC X(30).
      *
       01  CONL-MAINT-FIELDS.
           05  CONL-M-CMD                       PIC X(01).
           05  CONL-W-EFF-DT                    PIC X(10).
      *
       01  WS-WHATIF-MSG                        PIC X(60).
      *
       01  CONL-XCHG-FIELDS.
           05  CONL-X-CMD                       PIC X(01).
           05  CONL-X-OLD-POL-ID                PIC X(10).
           05  CONL-X-XCHG-DT                   PIC X(10).
           05  CONL-X-XCHG-AMT                  PIC X(16).
      *
       01  WS-XCHG-MSG                          PIC X(60).
      *
       01  WS-XREF-LINK-MSG                     PIC X(70).
      *
       01  CONL-CASE-FIELDS.
           05  CONL-C-CMD                       PIC X(01).
           05  CONL-C-ANLST-ID                  PIC X(08).
           05  CONL-C-DISP-CD                   PIC X(01).
               88  CONL-C-DISP-VALID          VALUE ' ', 'N', 'R',
                                                    'K', 'C', 'X'.
           05  CONL-C-NOTE-TXT                  PIC X(60).
      *
       01  WS-CASE-MSG                          PIC X(60).
      *
      *    THE CASE AS LAST READ OR SAVED, HELD FOR THE CASE SCREEN
      *    ONCE TAMCASE IS CLOSED AGAIN
           COPY CCAS4000 REPLACING LEADING ==CCAS== BY ==CHLD==.
      *
       01  WS-WHATIF-WORK.
           05  WS-W-HEADROOM-X                  PIC X(16).
           COPY CCWM4000.
      *
       SCREEN SECTION.
       01  CONL-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 30 VALUE 'TAMRA OPERATOR SIGN-ON'.
           05  LINE 03 COL 05 VALUE 'OPERATOR ID:'.
           05  LINE 03 COL 18 PIC X(08) TO CONL-S-OPER-ID.
           05  LINE 05 COL 05
               VALUE 'ENTER OPERATOR ID, PRESS ENTER, OR BLANK TO EXIT'.
           05  LINE 20 COL 05 PIC X(60) FROM WS-SIGNON-MSG.
      *
       01  CONL-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 30 VALUE 'TAMRA HISTORY INQUIRY'.
           05  LINE 02 COL 05 VALUE 'OPERATOR:'.
           05  LINE 02 COL 15 PIC X(08) FROM MIR-OPER-ID.
           05  LINE 02 COL 25 PIC X(30) FROM WS-OPER-NM.
           05  LINE 03 COL 05 VALUE 'POLICY ID:'.
           05  LINE 03 COL 16 PIC X(10) TO CONL-S-POL-ID.
           05  LINE 05 COL 05
           05  LINE 05 COL 05 VALUE 'POLICY NOT FOUND ON TAMRA MASTER'.
           05  LINE 22 COL 05 VALUE 'PRESS ENTER TO CONTINUE'.
           05  LINE 22 COL 30 PIC X(01) TO CONL-S-ACK.
      *
       01  CONL-NOT-AUTH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 30 VALUE 'TAMRA HISTORY INQUIRY'.
           05  LINE 05 COL 05
               VALUE 'OPERATOR NOT AUTHORIZED FOR TAMRA INQUIRY (TINQ)'.
           05  LINE 22 COL 05 VALUE 'PRESS ENTER TO CONTINUE'.
           05  LINE 22 COL 30 PIC X(01) TO CONL-S-ACK.
      *
       01  CONL-HISTORY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 65 PIC ZZ9 FROM WS-CURR-PAGE.
           05  LINE 01 COL 69 VALUE 'OF'.
           05  LINE 01 COL 72 PIC ZZ9 FROM WS-TOTAL-PAGES.
           05  LINE 02 COL 05 PIC X(70) FROM WS-XREF-LINK-MSG.
           05  LINE 03 COL 02 VALUE 'EFF DATE'.
           05  LINE 03 COL 13 VALUE 'R'.
           05  LINE 03 COL 15 VALUE 'S'.
           05  LINE 13 COL 76 PIC X(01) FROM WS-D-SRC (10).
           05  LINE 20 COL 05 PIC X(60) FROM WS-ARCH-WARN-MSG.
           05  LINE 22 COL 05
               VALUE 'N=NEXT  P=PREV  M=MAINT  W=WHATIF'.
           05  LINE 22 COL 40
               VALUE 'E=EXCH  C=CASE  X=EXIT  CMD:'.
           05  LINE 22 COL 69 PIC X(01) TO CONL-H-CMD.
      *
       01  CONL-MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 22 COL 05
               VALUE 'P=PROJECT  X=BACK  CMD:'.
           05  LINE 22 COL 29 PIC X(01) TO CONL-W-CMD.
      *
       01  CONL-XCHG-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 20 VALUE '1035 EXCHANGE INTO POLICY'.
           05  LINE 01 COL 47 PIC X(10) FROM MIR-POL-ID.
           05  LINE 03 COL 05 VALUE 'OLD POLICY ID.....:'.
           05  LINE 03 COL 25 PIC X(10) USING CONL-X-OLD-POL-ID.
           05  LINE 04 COL 05 VALUE 'EXCHANGE DATE.....:'.
           05  LINE 04 COL 25 PIC X(10) USING CONL-X-XCHG-DT.
           05  LINE 05 COL 05 VALUE 'EXCHANGED VALUE...:'.
           05  LINE 05 COL 25 PIC X(16) USING CONL-X-XCHG-AMT.
           05  LINE 07 COL 05 PIC X(60) FROM WS-XCHG-MSG.
           05  LINE 22 COL 05
               VALUE 'S=SUBMIT  X=BACK  CMD:'.
           05  LINE 22 COL 28 PIC X(01) TO CONL-X-CMD.
      *
       01  CONL-CASE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 20 VALUE 'MEC COMPLIANCE CASE - POLICY'.
           05  LINE 01 COL 50 PIC X(10) FROM MIR-POL-ID.
           05  LINE 03 COL 05 VALUE 'STATUS:'.
           05  LINE 03 COL 13 PIC X(01) FROM CHLD-CASE-STAT-CD.
           05  LINE 03 COL 18 VALUE 'TRIGGER:'.
           05  LINE 03 COL 27 PIC X(01) FROM CHLD-TRIG-CD.
           05  LINE 03 COL 32 VALUE 'TRIGGER DATE:'.
           05  LINE 03 COL 46 PIC X(10) FROM CHLD-TRIG-DT.
           05  LINE 04 COL 05 VALUE 'OPENED:'.
           05  LINE 04 COL 13 PIC X(10) FROM CHLD-OPEN-DT.
           05  LINE 04 COL 25 VALUE 'BY:'.
           05  LINE 04 COL 29 PIC X(04) FROM CHLD-OPEN-FCN-ID.
           05  LINE 04 COL 35 VALUE 'TIMES OPENED:'.
           05  LINE 04 COL 49 PIC ZZ9 FROM CHLD-OPEN-CNT.
           05  LINE 05 COL 05 VALUE 'CURE WINDOW END:'.
           05  LINE 05 COL 22 PIC X(10) FROM CHLD-CURE-WINDOW-END-DT.
           05  LINE 05 COL 35 VALUE 'CLOSED:'.
           05  LINE 05 COL 43 PIC X(10) FROM CHLD-CLOSE-DT.
           05  LINE 05 COL 55 VALUE 'BY:'.
           05  LINE 05 COL 59 PIC X(04) FROM CHLD-CLOSE-SRC.
           05  LINE 06 COL 05 PIC X(60) FROM WS-CASE-MSG.
           05  LINE 07 COL 05 VALUE 'ANALYST ID........:'.
           05  LINE 07 COL 25 PIC X(08) USING CONL-C-ANLST-ID.
           05  LINE 07 COL 40 VALUE 'ASSIGNED:'.
           05  LINE 07 COL 50 PIC X(10) FROM CHLD-ASSGN-DT.
           05  LINE 08 COL 05 VALUE 'DISPOSITION.......:'.
           05  LINE 08 COL 25 PIC X(01) USING CONL-C-DISP-CD.
           05  LINE 08 COL 40 VALUE 'SET:'.
           05  LINE 08 COL 50 PIC X(10) FROM CHLD-DISP-DT.
           05  LINE 09 COL 05 VALUE
               'N=OWNER NOTIFIED  R=REFUND OFFERED  K=KEEP MEC'.
           05  LINE 09 COL 53 VALUE 'C=CURED  X=CLOSED'.
           05  LINE 10 COL 05 VALUE 'NEW NOTE:'.
           05  LINE 10 COL 15 PIC X(60) USING CONL-C-NOTE-TXT.
           05  LINE 11 COL 01 VALUE 'DATE'.
           05  LINE 11 COL 12 VALUE 'OPERATOR'.
           05  LINE 11 COL 21 VALUE 'NOTE'.
           05  LINE 12 COL 01 PIC X(10) FROM CHLD-NOTE-DT (1).
           05  LINE 12 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (1).
           05  LINE 12 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (1).
           05  LINE 13 COL 01 PIC X(10) FROM CHLD-NOTE-DT (2).
           05  LINE 13 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (2).
           05  LINE 13 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (2).
           05  LINE 14 COL 01 PIC X(10) FROM CHLD-NOTE-DT (3).
           05  LINE 14 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (3).
           05  LINE 14 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (3).
           05  LINE 15 COL 01 PIC X(10) FROM CHLD-NOTE-DT (4).
           05  LINE 15 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (4).
           05  LINE 15 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (4).
           05  LINE 16 COL 01 PIC X(10) FROM CHLD-NOTE-DT (5).
           05  LINE 16 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (5).
           05  LINE 16 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (5).
           05  LINE 17 COL 01 PIC X(10) FROM CHLD-NOTE-DT (6).
           05  LINE 17 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (6).
           05  LINE 17 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (6).
           05  LINE 18 COL 01 PIC X(10) FROM CHLD-NOTE-DT (7).
           05  LINE 18 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (7).
           05  LINE 18 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (7).
           05  LINE 19 COL 01 PIC X(10) FROM CHLD-NOTE-DT (8).
           05  LINE 19 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (8).
           05  LINE 19 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (8).
           05  LINE 20 COL 01 PIC X(10) FROM CHLD-NOTE-DT (9).
           05  LINE 20 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (9).
           05  LINE 20 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (9).
           05  LINE 21 COL 01 PIC X(10) FROM CHLD-NOTE-DT (10).
           05  LINE 21 COL 12 PIC X(08)
                           FROM CHLD-NOTE-OPER-ID (10).
           05  LINE 21 COL 21 PIC X(60) FROM CHLD-NOTE-TEXT (10).
           05  LINE 22 COL 05
               VALUE 'S=SAVE  X=BACK  CMD:'.
           05  LINE 22 COL 26 PIC X(01) TO CONL-C-CMD.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-OPEN-ARCHIVE THRU 1000-EXIT.
           PERFORM 1100-OPEN-XREF THRU 1100-EXIT.
           PERFORM 1500-SIGN-ON THRU 1500-EXIT.
           PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
               UNTIL WS-DONE.
           IF WS-ARCH-AVAIL
               CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-XREF-AVAIL
               CLOSE XREF-FILE
           END-IF.
           IF WS-SIGNED-ON
               SET MIR-BUS-FCN-TAMRA-EOJ TO TRUE
               CALL 'CSOM4000' USING MIR-PARM-AREA MIR-BULK-PARM-AREA
           END-IF.
           STOP RUN.
      *
      *****************************************************************
           EXIT.
      *
      *****************************************************************
      *    1100-OPEN-XREF - THE 1035 EXCHANGE CROSS-REFERENCE IS      *
      *    OPTIONAL FOR INQUIRY THE SAME WAY: CSOM4000 CREATES IT ON  *
      *    THE FIRST EXCHANGE, SO 3600 TRIES AGAIN WHEN IT IS NOT     *
      *    YET AVAILABLE                                              *
      *****************************************************************
       1100-OPEN-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-TAMXREF-OK
               SET WS-XREF-AVAIL TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1500-SIGN-ON - THE OPERATOR MUST SIGN ON WITH AN ID THAT   *
      *    IS ON THE OPERATOR SECURITY FILE AND ACTIVE BEFORE ANY     *
      *    POLICY CAN BE INQUIRED.  THREE FAILED TRIES, A BLANK ID,   *
      *    OR NO SECURITY FILE ENDS THE SESSION WITHOUT A SINGLE      *
      *    CSOM4000 CALL.  THE SIGNED-ON ID IS LEFT IN MIR-OPER-ID,   *
      *    WHERE IT RIDES EVERY CALL FOR THE REST OF THE SESSION      *
      *****************************************************************
       1500-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-TAMOPER-OK
               DISPLAY 'CONL4000 - TAMOPER NOT AVAILABLE, STATUS '
                       WS-TAMOPER-STATUS
               SET WS-DONE TO TRUE
               GO TO 1500-EXIT
           END-IF.
           MOVE SPACES TO WS-SIGNON-MSG.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM 1510-SIGNON-SCREEN THRU 1510-EXIT
               UNTIL WS-SIGNED-ON OR WS-DONE.
           CLOSE OPERATOR-FILE.
       1500-EXIT.
           EXIT.
      *
       1510-SIGNON-SCREEN.
           MOVE SPACES TO CONL-S-OPER-ID.
           DISPLAY CONL-SIGNON-SCREEN.
           ACCEPT  CONL-SIGNON-SCREEN.
           IF CONL-S-OPER-ID = SPACES
               SET WS-DONE TO TRUE
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-SIGNON-TRIES.
           MOVE CONL-S-OPER-ID TO OPR-OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'OPERATOR ID NOT ON FILE - RE-ENTER'
                                TO WS-SIGNON-MSG
               NOT INVALID KEY
                   IF OPR-ACTIVE
                       SET WS-SIGNED-ON TO TRUE
                       MOVE OPR-OPER-ID TO MIR-OPER-ID
                       MOVE OPR-OPER-NM TO WS-OPER-NM
                   ELSE
                       MOVE 'OPERATOR ID NOT ACTIVE - RE-ENTER'
                                TO WS-SIGNON-MSG
                   END-IF
           END-READ.
           IF NOT WS-SIGNED-ON AND WS-SIGNON-TRIES >= 3
               DISPLAY 'CONL4000 - SIGN-ON FAILED THREE TIMES: '
                       CONL-S-OPER-ID
               SET WS-DONE TO TRUE
           END-IF.
       1510-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-PROCESS-TXN - PROMPT FOR A POLICY ID, LOOK IT UP, AND *
      *    SHOW ITS HISTORY; BLANK POLICY ID OR CMD X ENDS THE RUN    *
      *****************************************************************
           END-IF.
           MOVE CONL-S-POL-ID TO MIR-POL-ID.
           PERFORM 3000-CALL-INQUIRE THRU 3000-EXIT.
           EVALUATE TRUE
               WHEN MIR-RETRN-OK
                   PERFORM 4000-VIEW-HISTORY THRU 4000-EXIT
               WHEN MIR-RETRN-NOT-AUTHORIZED
                   DISPLAY CONL-NOT-AUTH-SCREEN
                   ACCEPT  CONL-NOT-AUTH-SCREEN
               WHEN OTHER
                   DISPLAY CONL-NOT-FOUND-SCREEN
                   ACCEPT  CONL-NOT-FOUND-SCREEN
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
           EXIT.
      *
      *****************************************************************
      *    3600-LOAD-XREF-LINK - BUILD THE LINKED-POLICY LINE FOR THE *
      *    HISTORY DISPLAY FROM THE 1035 EXCHANGE CROSS-REFERENCE.    *
      *    THE KEY LEADS WITH THE POLICY ID, SO A GENERIC START ON    *
      *    THE POLICY FINDS ITS LINKS WHETHER IT WAS THE OLD OR THE   *
      *    NEW CONTRACT.  THE FIRST LINK IS SHOWN; MORE THAN ONE      *
      *    (SEVERAL CONTRACTS EXCHANGED INTO ONE) IS FLAGGED          *
      *****************************************************************
       3600-LOAD-XREF-LINK.
           MOVE SPACES TO WS-XREF-LINK-MSG.
           MOVE 0 TO WS-XREF-LINK-CNT.
           IF NOT WS-XREF-AVAIL
               PERFORM 1100-OPEN-XREF THRU 1100-EXIT
           END-IF.
           IF NOT WS-XREF-AVAIL
               GO TO 3600-EXIT
           END-IF.
           MOVE MIR-POL-ID TO CXRF-POL-ID.
           MOVE LOW-VALUES TO CXRF-LINK-ROLE.
           MOVE LOW-VALUES TO CXRF-LINKED-POL-ID.
           START XREF-FILE KEY NOT LESS THAN CXRF-XREF-KEY
               INVALID KEY
                   GO TO 3600-EXIT
           END-START.
           MOVE 'N' TO WS-XREF-EOF-SW.
           PERFORM 3610-READ-XREF THRU 3610-EXIT
               UNTIL WS-XREF-EOF OR WS-XREF-LINK-CNT > 1.
           IF WS-XREF-LINK-CNT > 1
               MOVE '+ MORE' TO WS-XREF-LINK-MSG (64:6)
           END-IF.
       3600-EXIT.
           EXIT.
      *
       3610-READ-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
           END-READ.
           IF WS-XREF-EOF
               GO TO 3610-EXIT
           END-IF.
           IF CXRF-POL-ID NOT = MIR-POL-ID
               SET WS-XREF-EOF TO TRUE
               GO TO 3610-EXIT
           END-IF.
           ADD 1 TO WS-XREF-LINK-CNT.
           IF WS-XREF-LINK-CNT > 1
               GO TO 3610-EXIT
           END-IF.
           IF CXRF-ROLE-NEW-CONTRACT
               STRING 'REPLACES POLICY ' DELIMITED BY SIZE
                      CXRF-LINKED-POL-ID DELIMITED BY SIZE
                      ' (1035 EXCHANGE ' DELIMITED BY SIZE
                      CXRF-XCHG-DT DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-XREF-LINK-MSG
           ELSE
               STRING 'REPLACED BY POLICY ' DELIMITED BY SIZE
                      CXRF-LINKED-POL-ID DELIMITED BY SIZE
                      ' (1035 EXCHANGE ' DELIMITED BY SIZE
                      CXRF-XCHG-DT DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-XREF-LINK-MSG
           END-IF.
       3610-EXIT.
           EXIT.
      *
      *****************************************************************
      *    4000-VIEW-HISTORY - PAGE THROUGH THE COMBINED TIMELINE     *
      *    (ARCHIVED EVENTS FIRST, THEN THE LIVE TABLE) TEN LINES AT  *
      *    A TIME UNTIL THE ANALYST KEYS X                            *
      *
      *****************************************************************
      *    4050-CALC-PAGES - LOAD THE ARCHIVED EVENTS AND SIZE THE    *
      *    COMBINED TIMELINE, AND PICK UP ANY 1035 EXCHANGE LINK.     *
      *    ALSO RE-PERFORMED AFTER A MAINTENANCE UPDATE OR AN         *
      *    EXCHANGE SO THE REFRESHED HISTORY PAGES CORRECTLY          *
      *****************************************************************
       4050-CALC-PAGES.
           PERFORM 3500-LOAD-ARCHIVE THRU 3500-EXIT.
           PERFORM 3600-LOAD-XREF-LINK THRU 3600-EXIT.
           COMPUTE WS-TOT-ITEMS = WS-ARCH-CNT + MIR-TAMRA-HIST-CNT.
           DIVIDE WS-TOT-ITEMS BY 10
               GIVING WS-TOTAL-PAGES
                   PERFORM 5000-MAINTAIN-POLICY THRU 5000-EXIT
               WHEN 'W'
                   PERFORM 6000-WHATIF-POLICY THRU 6000-EXIT
               WHEN 'E'
                   PERFORM 7000-EXCHANGE-POLICY THRU 7000-EXIT
               WHEN 'C'
                   PERFORM 8000-CASE-POLICY THRU 8000-EXIT
               WHEN OTHER
                   SET WS-VIEW-DONE TO TRUE
           END-EVALUATE.
                   PERFORM 5050-LOAD-MAINT-FIELDS THRU 5050-EXIT
                   MOVE 'RECORD CHANGED BY ANOTHER JOB - RESUBMIT'
                                TO WS-MAINT-MSG
               WHEN MIR-RETRN-NOT-AUTHORIZED
                   MOVE 'NOT AUTHORIZED FOR TAMRA MAINTENANCE (TUPD)'
                                TO WS-MAINT-MSG
               WHEN OTHER
                   MOVE 'UPDATE FAILED - SEE OPERATIONS'
                                TO WS-MAINT-MSG
                          ' - CHECK PREMIUM AND DATE'
                          DELIMITED BY SIZE
                          INTO WS-WHATIF-MSG
               WHEN MIR-RETRN-NOT-AUTHORIZED
                   MOVE 'NOT AUTHORIZED FOR WHAT-IF PROJECTION (TPRJ)'
                                TO WS-WHATIF-MSG
               WHEN OTHER
                   MOVE 'PROJECTION FAILED - SEE OPERATIONS'
                                TO WS-WHATIF-MSG
           END-EVALUATE.
       6200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7000-EXCHANGE-POLICY - RECORD A SECTION 1035 EXCHANGE INTO *
      *    THE DISPLAYED POLICY.  THE ANALYST KEYS THE OLD POLICY ID, *
      *    THE EXCHANGE DATE AND THE EXCHANGED VALUE; CSOM4000 LINKS  *
      *    THE TWO, CARRIES ANY MEC RULING ACROSS AND SURRENDERS THE  *
      *    OLD CONTRACT.  ON SUCCESS THE HISTORY IS RE-INQUIRED SO    *
      *    THE DISPLAY SHOWS THE NEW LINK; ON A REJECT THE REASON IS  *
      *    ECHOED WITH THE KEYED VALUES INTACT                        *
      *****************************************************************
       7000-EXCHANGE-POLICY.
           MOVE SPACES TO CONL-X-OLD-POL-ID.
           MOVE SPACES TO CONL-X-XCHG-DT.
           MOVE SPACES TO CONL-X-XCHG-AMT.
           MOVE 'ENTER OLD POLICY, DATE AND VALUE, THEN S TO SUBMIT'
                                TO WS-XCHG-MSG.
           MOVE 'N' TO WS-XCHG-DONE-SW.
           PERFORM 7100-XCHG-SCREEN THRU 7100-EXIT
               UNTIL WS-XCHG-DONE.
       7000-EXIT.
           EXIT.
      *
       7100-XCHG-SCREEN.
           MOVE SPACES TO CONL-X-CMD.
           DISPLAY CONL-XCHG-SCREEN.
           ACCEPT  CONL-XCHG-SCREEN.
           EVALUATE CONL-X-CMD
               WHEN 'X'
                   SET WS-XCHG-DONE TO TRUE
               WHEN 'S'
                   PERFORM 7200-SUBMIT-EXCHANGE THRU 7200-EXIT
               WHEN OTHER
                   MOVE 'KEY S TO SUBMIT OR X TO GO BACK'
                                TO WS-XCHG-MSG
           END-EVALUATE.
       7100-EXIT.
           EXIT.
      *
       7200-SUBMIT-EXCHANGE.
           MOVE CONL-X-OLD-POL-ID         TO MIR-XCHG-OLD-POL-ID.
           MOVE CONL-X-XCHG-DT            TO MIR-XCHG-DT.
           MOVE CONL-X-XCHG-AMT           TO MIR-XCHG-AMT.
           SET MIR-BUS-FCN-TAMRA-XCHG TO TRUE.
           CALL 'CSOM4000' USING MIR-PARM-AREA MIR-BULK-PARM-AREA.
           EVALUATE TRUE
               WHEN MIR-RETRN-OK OR MIR-RETRN-PARTIAL
                   SET WS-XCHG-DONE TO TRUE
                   PERFORM 3000-CALL-INQUIRE THRU 3000-EXIT
                   PERFORM 4050-CALC-PAGES  THRU 4050-EXIT
               WHEN MIR-RETRN-EDIT-ERROR
                   PERFORM 7300-XCHG-REASON-TEXT THRU 7300-EXIT
               WHEN MIR-RETRN-NOT-AUTHORIZED
                   MOVE 'NOT AUTHORIZED FOR 1035 EXCHANGE (TXCH)'
                                TO WS-XCHG-MSG
               WHEN OTHER
                   MOVE 'EXCHANGE FAILED - SEE OPERATIONS'
                                TO WS-XCHG-MSG
           END-EVALUATE.
       7200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7300-XCHG-REASON-TEXT - TRANSLATE MIR-EDIT-RSN-CD INTO     *
      *    THE MESSAGE TEXT ECHOED ON THE EXCHANGE SCREEN             *
      *****************************************************************
       7300-XCHG-REASON-TEXT.
           EVALUATE TRUE
               WHEN MIR-EDIT-XCHG-OLD-POL-ID-MISSING
                   MOVE 'EDIT 53 - OLD POLICY ID MISSING'
                                TO WS-XCHG-MSG
               WHEN MIR-EDIT-XCHG-OLD-POL-ID-INVALID
                   MOVE 'EDIT 54 - OLD POLICY ID NOT NUMERIC OR SAME'
                                TO WS-XCHG-MSG
               WHEN MIR-EDIT-XCHG-DT-MISSING
                   MOVE 'EDIT 55 - EXCHANGE DATE MISSING'
                                TO WS-XCHG-MSG
               WHEN MIR-EDIT-XCHG-DT-INVALID
                   MOVE 'EDIT 56 - EXCHANGE DATE NOT CCYY-MM-DD'
                                TO WS-XCHG-MSG
               WHEN MIR-EDIT-XCHG-AMT-INVALID
                   MOVE 'EDIT 57 - EXCHANGED VALUE NOT NUMERIC'
                                TO WS-XCHG-MSG
               WHEN MIR-EDIT-XCHG-OLD-POL-INELIGIBLE
                   MOVE 'EDIT 58 - OLD POLICY NOT ON FILE OR TERMINATED'
                                TO WS-XCHG-MSG
               WHEN MIR-EDIT-XCHG-NEW-POL-INELIGIBLE
                   MOVE 'EDIT 59 - THIS POLICY IS NOT IN FORCE'
                                TO WS-XCHG-MSG
               WHEN OTHER
                   MOVE SPACES TO WS-XCHG-MSG
                   STRING 'EDIT ' DELIMITED BY SIZE
                          MIR-EDIT-RSN-CD DELIMITED BY SIZE
                          ' - CHECK POLICY ID, DATE AND VALUE'
                          DELIMITED BY SIZE
                          INTO WS-XCHG-MSG
           END-EVALUATE.
       7300-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-CASE-POLICY - THE MEC COMPLIANCE CASE FOR THE         *
      *    DISPLAYED POLICY.  CASES ARE OPENED BY CSOM4000 ONLY; HERE *
      *    THE ANALYST ASSIGNS THE CASE, RECORDS THE DISPOSITION AND  *
      *    ADDS DATED NOTES.  TAMCASE IS OPENED JUST LONG ENOUGH TO   *
      *    READ OR REWRITE THE ONE CASE; THE SCREEN SHOWS THE COPY    *
      *    HELD IN CHLD-CASE-RECORD, NEVER THE CLOSED FILE'S RECORD   *
      *    AREA                                                       *
      *****************************************************************
       8000-CASE-POLICY.
           MOVE SPACES TO CONL-C-NOTE-TXT.
           PERFORM 8050-LOAD-CASE THRU 8050-EXIT.
           MOVE 'N' TO WS-CASE-DONE-SW.
           PERFORM 8100-CASE-SCREEN THRU 8100-EXIT
               UNTIL WS-CASE-DONE.
       8000-EXIT.
           EXIT.
      *
       8050-LOAD-CASE.
           MOVE 'N' TO WS-CASE-ON-FILE-SW.
           MOVE SPACES TO CONL-C-ANLST-ID.
           MOVE SPACES TO CONL-C-DISP-CD.
           OPEN INPUT CASE-FILE.
           IF WS-TAMCASE-OK
               MOVE MIR-POL-ID TO CCAS-POL-ID
               READ CASE-FILE
                   NOT INVALID KEY
                       SET WS-CASE-ON-FILE TO TRUE
                       MOVE CCAS-CASE-RECORD TO CHLD-CASE-RECORD
               END-READ
               CLOSE CASE-FILE
           END-IF.
           IF NOT WS-CASE-ON-FILE
               MOVE SPACES TO CHLD-CASE-RECORD
               MOVE 0 TO CHLD-OPEN-CNT
               MOVE 0 TO CHLD-NOTE-CNT
               MOVE 'NO COMPLIANCE CASE ON FILE FOR THIS POLICY'
                                TO WS-CASE-MSG
               GO TO 8050-EXIT
           END-IF.
           MOVE CHLD-ANLST-ID TO CONL-C-ANLST-ID.
           MOVE CHLD-DISP-CD  TO CONL-C-DISP-CD.
           IF CHLD-CASE-CLOSED
               MOVE 'CASE IS CLOSED - ONLY A NOTE CAN BE ADDED'
                                TO WS-CASE-MSG
           ELSE
               MOVE 'KEY ANALYST, DISPOSITION OR A NOTE, THEN S TO SAVE'
                                TO WS-CASE-MSG
           END-IF.
       8050-EXIT.
           EXIT.
      *
       8100-CASE-SCREEN.
           MOVE SPACES TO CONL-C-CMD.
           DISPLAY CONL-CASE-SCREEN.
           ACCEPT  CONL-CASE-SCREEN.
           EVALUATE CONL-C-CMD
               WHEN 'X'
                   SET WS-CASE-DONE TO TRUE
               WHEN 'S'
                   PERFORM 8200-SAVE-CASE THRU 8200-EXIT
               WHEN OTHER
                   MOVE 'KEY S TO SAVE OR X TO GO BACK'
                                TO WS-CASE-MSG
           END-EVALUATE.
       8100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8200-SAVE-CASE - RE-READ THE CASE FOR UPDATE, EDIT THE     *
      *    KEYED VALUES AGAINST IT AND REWRITE.  THE ANALYST MUST BE  *
      *    AN ACTIVE OPERATOR ON TAMOPER.  A CURE ON A MEC CASE IS    *
      *    RECORDED ONLY BY THE TCUR CURE FUNCTION, WHICH CLOSES THE  *
      *    CASE ITSELF.  DISPOSITION C OR X CLOSES THE CASE.          *
      *    CHANGING THE ANALYST OR THE DISPOSITION NEEDS CASE         *
      *    MAINTENANCE AUTHORITY (FUNCTION TCAS ON THE SIGNED-ON      *
      *    OPERATOR'S TAMOPER RECORD, RE-READ HERE SO A REVOKED       *
      *    AUTHORITY TAKES EFFECT AT ONCE).  A NOTE ON ITS OWN IS     *
      *    OPEN TO EVERY SIGNED-ON OPERATOR                           *
      *****************************************************************
       8200-SAVE-CASE.
           IF NOT WS-CASE-ON-FILE
               MOVE 'NO COMPLIANCE CASE ON FILE FOR THIS POLICY'
                                TO WS-CASE-MSG
               GO TO 8200-EXIT
           END-IF.
           OPEN I-O CASE-FILE.
           IF NOT WS-TAMCASE-OK
               MOVE 'CASE FILE NOT AVAILABLE - SEE OPERATIONS'
                                TO WS-CASE-MSG
               GO TO 8200-EXIT
           END-IF.
           MOVE MIR-POL-ID TO CCAS-POL-ID.
           READ CASE-FILE
               INVALID KEY
                   MOVE 'NO COMPLIANCE CASE ON FILE FOR THIS POLICY'
                                TO WS-CASE-MSG
                   GO TO 8290-CLOSE
           END-READ.
           MOVE CCAS-CASE-RECORD TO CHLD-CASE-RECORD.
           IF CONL-C-ANLST-ID = CCAS-ANLST-ID
              AND CONL-C-DISP-CD = CCAS-DISP-CD
              AND CONL-C-NOTE-TXT = SPACES
               MOVE 'NOTHING CHANGED - NOTHING SAVED' TO WS-CASE-MSG
               GO TO 8290-CLOSE
           END-IF.
           IF CCAS-CASE-CLOSED
              AND (CONL-C-ANLST-ID NOT = CCAS-ANLST-ID
                   OR CONL-C-DISP-CD NOT = CCAS-DISP-CD)
               MOVE 'CASE IS CLOSED - ONLY A NOTE CAN BE ADDED'
                                TO WS-CASE-MSG
               GO TO 8290-CLOSE
           END-IF.
           IF CONL-C-ANLST-ID NOT = CCAS-ANLST-ID
              OR CONL-C-DISP-CD NOT = CCAS-DISP-CD
               PERFORM 8255-CHECK-CASE-AUTH THRU 8255-EXIT
               IF NOT WS-CASE-AUTHORIZED
                   MOVE 'NOT AUTHORIZED FOR CASE MAINTENANCE'
                                TO WS-CASE-MSG
                   GO TO 8290-CLOSE
               END-IF
           END-IF.
           IF NOT CONL-C-DISP-VALID
               MOVE 'DISPOSITION MUST BE N, R, K, C, X OR BLANK'
                                TO WS-CASE-MSG
               GO TO 8290-CLOSE
           END-IF.
           IF CONL-C-DISP-CD = 'C'
              AND CCAS-DISP-CD NOT = 'C'
              AND CCAS-TRIG-MEC
               MOVE 'A MEC IS CURED ONLY BY THE CURE FUNCTION (TCUR)'
                                TO WS-CASE-MSG
               GO TO 8290-CLOSE
           END-IF.
           IF CONL-C-ANLST-ID NOT = CCAS-ANLST-ID
              AND CONL-C-ANLST-ID NOT = SPACES
               PERFORM 8250-CHECK-ANALYST THRU 8250-EXIT
               IF NOT WS-ANLST-OK
                   MOVE 'ANALYST ID IS NOT AN ACTIVE OPERATOR'
                                TO WS-CASE-MSG
                   GO TO 8290-CLOSE
               END-IF
           END-IF.
           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-CASE-TODAY-DT.
           STRING WS-DATE-YYYYMMDD (1:4) '-'
                  WS-DATE-YYYYMMDD (5:2) '-'
                  WS-DATE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE INTO WS-CASE-TODAY-DT.
           ACCEPT WS-CASE-NOW-TM FROM TIME.
           IF CONL-C-ANLST-ID NOT = CCAS-ANLST-ID
               MOVE CONL-C-ANLST-ID  TO CCAS-ANLST-ID
               MOVE WS-CASE-TODAY-DT TO CCAS-ASSGN-DT
               IF CCAS-ANLST-ID = SPACES
                   MOVE SPACES TO CCAS-ASSGN-DT
               END-IF
           END-IF.
           IF CONL-C-DISP-CD NOT = CCAS-DISP-CD
               MOVE CONL-C-DISP-CD   TO CCAS-DISP-CD
               MOVE WS-CASE-TODAY-DT TO CCAS-DISP-DT
               IF CCAS-DISP-CURED OR CCAS-DISP-CLOSED
                   MOVE 'C'              TO CCAS-CASE-STAT-CD
                   MOVE WS-CASE-TODAY-DT TO CCAS-CLOSE-DT
                   MOVE 'CONL'           TO CCAS-CLOSE-SRC
               END-IF
           END-IF.
           IF CONL-C-NOTE-TXT NOT = SPACES
               PERFORM 8260-ADD-NOTE THRU 8260-EXIT
           END-IF.
           MOVE WS-CASE-TODAY-DT TO CCAS-LAST-UPD-DT.
           MOVE WS-CASE-NOW-TM   TO CCAS-LAST-UPD-TM.
           MOVE MIR-OPER-ID      TO CCAS-LAST-UPD-OPER-ID.
           REWRITE CCAS-CASE-RECORD.
           IF WS-TAMCASE-OK
               MOVE CCAS-CASE-RECORD TO CHLD-CASE-RECORD
               MOVE SPACES TO CONL-C-NOTE-TXT
               IF CCAS-CASE-CLOSED
                   MOVE 'CASE SAVED - CASE IS NOW CLOSED'
                                TO WS-CASE-MSG
               ELSE
                   MOVE 'CASE SAVED' TO WS-CASE-MSG
               END-IF
           ELSE
               MOVE 'CASE UPDATE FAILED - SEE OPERATIONS'
                                TO WS-CASE-MSG
           END-IF.
       8290-CLOSE.
           CLOSE CASE-FILE.
       8200-EXIT.
           EXIT.
      *
       8250-CHECK-ANALYST.
           MOVE 'N' TO WS-ANLST-OK-SW.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-TAMOPER-OK
               GO TO 8250-EXIT
           END-IF.
           MOVE CONL-C-ANLST-ID TO OPR-OPER-ID.
           READ OPERATOR-FILE
               NOT INVALID KEY
                   IF OPR-ACTIVE
                       SET WS-ANLST-OK TO TRUE
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.
       8250-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8255-CHECK-CASE-AUTH - THE SIGNED-ON OPERATOR MUST STILL   *
      *    BE ACTIVE AND CARRY FUNCTION TCAS, CHECKED THE SAME WAY    *
      *    CSOM4000 CHECKS A CALL'S MIR-BUS-FCN-ID                    *
      *****************************************************************
       8255-CHECK-CASE-AUTH.
           MOVE 'N' TO WS-CASE-AUTH-SW.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-TAMOPER-OK
               GO TO 8255-EXIT
           END-IF.
           MOVE MIR-OPER-ID TO OPR-OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE SPACES TO OPR-OPERATOR-RECORD
           END-READ.
           IF OPR-ACTIVE
               MOVE 1 TO WS-SUB
               PERFORM 8256-TEST-ONE-FCN THRU 8256-EXIT
                   UNTIL WS-CASE-AUTHORIZED OR WS-SUB > 20
           END-IF.
           CLOSE OPERATOR-FILE.
       8255-EXIT.
           EXIT.
      *
       8256-TEST-ONE-FCN.
           IF OPR-AUTH-FCN-ID (WS-SUB) = 'TCAS'
               SET WS-CASE-AUTHORIZED TO TRUE
           ELSE
               ADD 1 TO WS-SUB
           END-IF.
       8256-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8260-ADD-NOTE - APPEND THE KEYED NOTE AS THE NEWEST,       *
      *    DROPPING THE OLDEST WHEN ALL TEN ARE IN USE                *
      *****************************************************************
       8260-ADD-NOTE.
           IF CCAS-NOTE-CNT NOT < 10
               PERFORM 8265-SHIFT-ONE-NOTE THRU 8265-EXIT
                   VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > 10
               MOVE 9 TO CCAS-NOTE-CNT
           END-IF.
           ADD 1 TO CCAS-NOTE-CNT.
           MOVE WS-CASE-TODAY-DT   TO CCAS-NOTE-DT (CCAS-NOTE-CNT).
           MOVE MIR-OPER-ID        TO CCAS-NOTE-OPER-ID (CCAS-NOTE-CNT).
           MOVE CONL-C-NOTE-TXT    TO CCAS-NOTE-TEXT (CCAS-NOTE-CNT).
       8260-EXIT.
           EXIT.
      *
       8265-SHIFT-ONE-NOTE.
           MOVE CCAS-NOTE-T (WS-SUB) TO CCAS-NOTE-T (WS-SUB - 1).
       8265-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
