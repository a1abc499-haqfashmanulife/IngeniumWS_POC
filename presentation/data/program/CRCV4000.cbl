      *****************************************************************
      **  PROGRAM:  CRCV4000                                         **
      **  REMARKS:  TAMRA MASTER FORWARD RECOVERY                     **
      **            RUN AGAINST A TAMMSTR RESTORED FROM BACKUP.       **
      **            READS TAMAUDIT IN THE ORDER THE CALLS WERE MADE   **
      **            AND REAPPLIES, FROM ITS AFTER IMAGE, EVERY        **
      **            SUCCESSFUL (RETURN CODE 00 OR 50) STATE-CHANGING  **
      **            CALL RUN AFTER THE RECOVERY POINT ON THE RCVPARM  **
      **            CARD - NORMALLY THE TIME THE BACKUP WAS TAKEN -   **
      **            AND STOPS AT THE FIRST CALL AT OR AFTER THE STOP  **
      **            POINT ON THE SAME CARD, SO THE MASTER CAN BE      **
      **            BROUGHT FORWARD TO JUST BEFORE A BAD RUN.  THE    **
      **            HISTORY EVENT THE CALL ADDED (CAUD-HIST-EVENT)    **
      **            IS REPLAYED THROUGH THE SAME INSERT, RESEQUENCE   **
      **            AND ARCHIVE RULES CSOM4000 USES; AN EVENT ALREADY **
      **            ON TAMARCH IS NOT ARCHIVED TWICE.  A CALL IS      **
      **            REAPPLIED ONLY WHEN THE RESTORED MASTER STILL     **
      **            MATCHES ITS BEFORE IMAGE (OR THE POLICY IS NOT    **
      **            ON FILE AND THE CALL CREATED IT); ONE WHOSE AFTER **
      **            IMAGE IS ALREADY ON THE MASTER IS SKIPPED, AND    **
      **            ANY OTHER MISMATCH IS LEFT ALONE AND REPORTED AS  **
      **            A CONFLICT FOR OPERATIONS TO RESOLVE.  EVERY CALL **
      **            IN THE RECOVERY WINDOW EXCEPT THE READ-ONLY       **
      **            TINQ/TASF/TPRJ CALLS (COUNTED ONLY) IS LISTED ON  **
      **            THE RCVLOG RECOVERY LOG.  NOTHING IS WRITTEN TO   **
      **            TAMAUDIT - THE CALLS ARE ALREADY AUDITED.  THE    **
      **            RUN ENDS BY RE-HASHING THE RECOVERED MASTER AND   **
      **            APPENDING A FRESH TAMPOSN POSITION RECORD, AS     **
      **            CPRG4000 DOES, SO CBAL4000 BALANCES FROM THE      **
      **            RECOVERED MASTER.  RETURN CODE 4 WHEN ANY         **
      **            CONFLICT WAS REPORTED, 16 WHEN THE RUN COULD NOT  **
      **            START                                             **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRCV4000.
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
           SELECT AUDIT-FILE          ASSIGN TO TAMAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE        ASSIGN TO TAMARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARC-ARCH-KEY
                  FILE STATUS IS WS-TAMARCH-STATUS.
           SELECT PARAMETER-FILE      ASSIGN TO RCVPARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCVPARM-STATUS.
           SELECT RECOVERY-LOG-FILE   ASSIGN TO RCVLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCVLOG-STATUS.
           SELECT POSITION-FILE       ASSIGN TO TAMPOSN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TAMPOSN-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAMRA-MASTER-FILE.
           COPY CTAM4000.
      *
       FD  AUDIT-FILE.
           COPY CAUD4000.
      *
       FD  ARCHIVE-FILE.
           COPY CARC4000.
      *
      *    RECOVERY POINT IN COLUMNS 1-19, STOP POINT IN 21-39, EACH
      *    A CCYY-MM-DD DATE AND AN HHMMSSHH TIME AS ON TAMAUDIT
      *    (A SIX-DIGIT HHMMSS TIME IS TAKEN AS HHMMSS00)
       FD  PARAMETER-FILE.
       01  PARM-RECORD.
           05  PARM-FROM-DT                        PIC X(10).
           05  FILLER                              PIC X(01).
           05  PARM-FROM-TM                        PIC X(08).
           05  FILLER                              PIC X(01).
           05  PARM-STOP-DT                        PIC X(10).
           05  FILLER                              PIC X(01).
           05  PARM-STOP-TM                        PIC X(08).
           05  FILLER                              PIC X(41).
      *
       FD  RECOVERY-LOG-FILE.
       01  RPT-LINE                            PIC X(132).
      *
       FD  POSITION-FILE.
       01  POSN-POSITION-RECORD.
           05  POSN-RUN-DT                         PIC X(10).
           05  POSN-HASH-7PAY-CUM                  PIC 9(18).
           05  POSN-HASH-1035-PD                   PIC 9(18).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                        PIC X(01) VALUE 'N'.
               88  WS-EOF                                 VALUE 'Y'.
           05  WS-PARM-EOF-SW                   PIC X(01) VALUE 'N'.
               88  WS-PARM-EOF                            VALUE 'Y'.
           05  WS-PARM-OK-SW                    PIC X(01) VALUE 'N'.
               88  WS-PARM-OK                             VALUE 'Y'.
           05  WS-STARTED-SW                    PIC X(01) VALUE 'N'.
               88  WS-RCV-STARTED                         VALUE 'Y'.
           05  WS-STOP-SW                       PIC X(01) VALUE 'N'.
               88  WS-STOP-REACHED                        VALUE 'Y'.
           05  WS-FOUND-SW                      PIC X(01) VALUE 'N'.
               88  WS-POL-FOUND                           VALUE 'Y'.
           05  WS-HIST-FULL-SW                  PIC X(01) VALUE 'N'.
               88  WS-HIST-FULL                           VALUE 'Y'.
           05  WS-RESEQ-SW                      PIC X(01) VALUE 'N'.
               88  WS-RESEQUENCED                         VALUE 'Y'.
           05  WS-POS-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  WS-POS-FOUND                           VALUE 'Y'.
           05  WS-ARCH-DONE-SW                  PIC X(01) VALUE 'N'.
               88  WS-ARCH-DONE                           VALUE 'Y'.
           05  WS-ARCH-HIT-SW                   PIC X(01) VALUE 'N'.
               88  WS-ARCH-HIT                            VALUE 'Y'.
           05  WS-REHASH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-REHASH-EOF                          VALUE 'Y'.
           05  WS-WRITE-FAIL-SW                 PIC X(01) VALUE 'N'.
               88  WS-WRITE-FAILED                        VALUE 'Y'.
      *
       01  WS-TAMMSTR-STATUS                    PIC X(02).
           88  WS-TAMMSTR-OK                              VALUE '00'.
       01  WS-AUDIT-STATUS                      PIC X(02).
           88  WS-AUDIT-OK                                VALUE '00'.
       01  WS-TAMARCH-STATUS                    PIC X(02).
           88  WS-TAMARCH-OK                              VALUE '00'.
           88  WS-TAMARCH-NEW-FILE                   VALUE '35', '05'.
       01  WS-RCVPARM-STATUS                    PIC X(02).
       01  WS-RCVLOG-STATUS                     PIC X(02).
       01  WS-TAMPOSN-STATUS                    PIC X(02).
           88  WS-TAMPOSN-OK                              VALUE '00'.
      *
       01  WS-WORK-FIELDS.
           05  WS-FROM-STAMP.
               10  WS-FROM-DT                   PIC X(10) VALUE SPACES.
               10  WS-FROM-TM                   PIC X(08) VALUE SPACES.
           05  WS-STOP-STAMP.
               10  WS-STOP-DT                   PIC X(10) VALUE SPACES.
               10  WS-STOP-TM                   PIC X(08) VALUE SPACES.
           05  WS-AUD-STAMP.
               10  WS-AUD-DT                    PIC X(10).
               10  WS-AUD-TM                    PIC X(08).
           05  WS-EDIT-DT                       PIC X(10).
           05  WS-EDIT-TM                       PIC X(08).
           05  WS-EDIT-MM                       PIC 9(02).
           05  WS-EDIT-DD                       PIC 9(02).
           05  WS-SUB                           PIC 9(03) COMP.
           05  WS-INS-SUB                       PIC 9(03) COMP.
           05  WS-DATE-YYYYMMDD                 PIC 9(08).
           05  WS-TODAY-DT                      PIC X(10).
           05  WS-AMT-7PAY-CUM                  PIC 9(18).
           05  WS-AMT-1035-PD                   PIC 9(16).
           05  WS-CUR-POSN-7PAY-CUM             PIC 9(18) COMP VALUE 0.
           05  WS-CUR-POSN-1035-PD              PIC 9(18) COMP VALUE 0.
      *
       01  WS-COUNTERS.
           05  WS-AUD-READ-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-BEFORE-PT-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-WINDOW-CNT                    PIC 9(07) COMP VALUE 0.
           05  WS-REAPPLIED-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-SKIP-RC-CNT                   PIC 9(07) COMP VALUE 0.
           05  WS-SKIP-DONE-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-READ-ONLY-CNT                 PIC 9(07) COMP VALUE 0.
           05  WS-CONFLICT-CNT                  PIC 9(07) COMP VALUE 0.
           05  WS-HIST-ADDED-CNT                PIC 9(07) COMP VALUE 0.
           05  WS-ARCH-WRITTEN-CNT              PIC 9(07) COMP VALUE 0.
           05  WS-ARCH-FOUND-CNT                PIC 9(07) COMP VALUE 0.
           05  WS-CNT-D                         PIC ZZZZZZ9.
           05  WS-LINE-CNT                      PIC 9(03) COMP VALUE 0.
           05  WS-PAGE-CNT                      PIC 9(05) COMP VALUE 0.
      *
      *    THE HISTORY EVENT BEING REPLAYED, AND THE ONE BEING SENT
      *    TO THE ARCHIVE (THE INCOMING EVENT OR THE OLDEST SLOT)
       01  WS-EVT-EVENT.
           05  WS-EVT-EFF-DT                    PIC X(10).
           05  WS-EVT-REASN-CD                  PIC X(01).
           05  WS-EVT-STAT-CD                   PIC X(01).
           05  WS-EVT-ACB-AMT                   PIC X(16).
           05  WS-EVT-7PAY-ANN-AMT              PIC X(17).
           05  WS-EVT-7PAY-CUM-AMT              PIC X(19).
      *
       01  WS-ARC-EVENT.
           05  WS-ARC-EFF-DT                    PIC X(10).
           05  WS-ARC-REASN-CD                  PIC X(01).
           05  WS-ARC-STAT-CD                   PIC X(01).
           05  WS-ARC-ACB-AMT                   PIC X(16).
           05  WS-ARC-7PAY-ANN-AMT              PIC X(17).
           05  WS-ARC-7PAY-CUM-AMT              PIC X(19).
      *
      *    THE RESTORED MASTER'S CURRENT VALUES, LAID OUT EXACTLY AS
      *    AN AUDIT IMAGE SO IT COMPARES DIRECTLY WITH THE CALL'S
      *    BEFORE AND AFTER IMAGES
           COPY CAUD4000 REPLACING LEADING ==CAUD== BY ==MIMG==.
      *
       01  WS-HDG-LINE-1.
           05  FILLER                           PIC X(10) VALUE SPACES.
           05  FILLER                           PIC X(32)
               VALUE 'TAMRA MASTER FORWARD RECOVERY'.
           05  FILLER                           PIC X(05)
               VALUE 'FROM '.
           05  WS-HDG-FROM-DT                   PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-HDG-FROM-TM                   PIC X(08).
           05  FILLER                           PIC X(09)
               VALUE '  STOP AT'.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-HDG-STOP-DT                   PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-HDG-STOP-TM                   PIC X(08).
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  FILLER                           PIC X(07)
               VALUE 'PAGE '.
           05  WS-HDG-PAGE                      PIC ZZZZ9.
      *
       01  WS-HDG-LINE-2.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FILLER                           PIC X(12)
               VALUE 'RUN DATE'.
           05  FILLER                           PIC X(10)
               VALUE 'RUN TIME'.
           05  FILLER                           PIC X(06)
               VALUE 'FCN'.
           05  FILLER                           PIC X(12)
               VALUE 'POLICY ID'.
           05  FILLER                           PIC X(04)
               VALUE 'RC'.
           05  FILLER                           PIC X(10)
               VALUE 'OPERATOR'.
           05  FILLER                           PIC X(12)
               VALUE 'ACTION'.
           05  FILLER                           PIC X(50)
               VALUE 'DETAIL'.
      *
       01  WS-LOG-LINE.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-RUN-DT                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-RUN-TM                      PIC X(08).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-BUS-FCN-ID                  PIC X(04).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-POL-ID                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-RETRN-CD                    PIC X(02).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-OPER-ID                     PIC X(08).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-ACTION                      PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-L-DETAIL                      PIC X(50).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
           PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE     THRU 9000-EXIT.
           IF WS-CONFLICT-CNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *****************************************************************
      *    1000-INITIALIZE - PICK UP THE RECOVERY AND STOP POINTS     *
      *    FROM THE RCVPARM CARD.  A MISSING, BLANK OR INVALID CARD   *
      *    ENDS THE RUN WITHOUT TOUCHING THE MASTER - NEITHER POINT   *
      *    IS EVER IMPLIED.  THE RESTORED MASTER AND THE AUDIT TRAIL  *
      *    MUST BOTH OPEN; THE HISTORY ARCHIVE IS CREATED IF NEW      *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-RCVPARM-STATUS NOT = '00'
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
                          OR PARM-STOP-DT = SPACES
               DISPLAY 'CRCV4000 - NO RECOVERY PARAMETER SUPPLIED'
               DISPLAY 'CRCV4000 - RUN ENDED, MASTER NOT TOUCHED'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PARM-FROM-DT TO WS-EDIT-DT.
           MOVE PARM-FROM-TM TO WS-EDIT-TM.
           PERFORM 1100-EDIT-POINT THRU 1100-EXIT.
           MOVE WS-EDIT-TM   TO WS-FROM-TM.
           IF WS-PARM-OK
               MOVE PARM-STOP-DT TO WS-EDIT-DT
               MOVE PARM-STOP-TM TO WS-EDIT-TM
               PERFORM 1100-EDIT-POINT THRU 1100-EXIT
               MOVE WS-EDIT-TM   TO WS-STOP-TM
           END-IF.
           MOVE PARM-FROM-DT TO WS-FROM-DT.
           MOVE PARM-STOP-DT TO WS-STOP-DT.
           IF WS-PARM-OK AND WS-FROM-STAMP NOT < WS-STOP-STAMP
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF.
           IF NOT WS-PARM-OK
               DISPLAY 'CRCV4000 - RECOVERY PARAMETER INVALID: '
                       PARM-RECORD (1:39)
               DISPLAY 'CRCV4000 - RUN ENDED, MASTER NOT TOUCHED'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O TAMRA-MASTER-FILE.
           IF NOT WS-TAMMSTR-OK
               DISPLAY 'CRCV4000 - TAMMSTR NOT AVAILABLE, STATUS '
                       WS-TAMMSTR-STATUS
               DISPLAY 'CRCV4000 - RUN ENDED, MASTER NOT TOUCHED'
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY 'CRCV4000 - TAMAUDIT NOT AVAILABLE, STATUS '
                       WS-AUDIT-STATUS
               DISPLAY 'CRCV4000 - RUN ENDED, MASTER NOT TOUCHED'
               CLOSE TAMRA-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ARCHIVE-FILE.
           IF WS-TAMARCH-NEW-FILE
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF.
           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           STRING WS-DATE-YYYYMMDD (1:4) '-'
                  WS-DATE-YYYYMMDD (5:2) '-'
                  WS-DATE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DT.
           SET WS-RCV-STARTED TO TRUE.
           OPEN OUTPUT RECOVERY-LOG-FILE.
           PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1100-EDIT-POINT - WS-EDIT-DT MUST BE CCYY-MM-DD WITH A     *
      *    MONTH OF 01-12 AND A DAY OF 01-31; WS-EDIT-TM MUST BE      *
      *    EIGHT DIGITS ONCE A BLANK HUNDREDTHS PAIR IS ZERO-FILLED   *
      *****************************************************************
       1100-EDIT-POINT.
           MOVE 'N' TO WS-PARM-OK-SW.
           IF WS-EDIT-TM (7:2) = SPACES
               MOVE '00' TO WS-EDIT-TM (7:2)
           END-IF.
           IF WS-EDIT-TM IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
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
           MOVE WS-FROM-TM   TO WS-HDG-FROM-TM.
           MOVE WS-STOP-DT   TO WS-HDG-STOP-DT.
           MOVE WS-STOP-TM   TO WS-HDG-STOP-TM.
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
      *    2000-PROCESS-AUDIT - ONE TAMAUDIT RECORD.  CALLS AT OR     *
      *    BEFORE THE RECOVERY POINT ARE ALREADY ON THE RESTORED      *
      *    MASTER; THE FIRST CALL AT OR AFTER THE STOP POINT ENDS     *
      *    THE RECOVERY.  READ-ONLY CALLS CHANGED NOTHING, AND A      *
      *    CALL THAT DID NOT SUCCEED WAS NEVER APPLIED                *
      *****************************************************************
       2000-PROCESS-AUDIT.
           MOVE CAUD-RUN-DT TO WS-AUD-DT.
           MOVE CAUD-RUN-TM TO WS-AUD-TM.
           IF WS-AUD-STAMP NOT > WS-FROM-STAMP
               ADD 1 TO WS-BEFORE-PT-CNT
               GO TO 2900-NEXT
           END-IF.
           IF WS-AUD-STAMP NOT < WS-STOP-STAMP
               SET WS-STOP-REACHED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-CNT.
           IF CAUD-BUS-FCN-ID = 'TINQ' OR CAUD-BUS-FCN-ID = 'TASF'
              OR CAUD-BUS-FCN-ID = 'TPRJ'
               ADD 1 TO WS-READ-ONLY-CNT
               GO TO 2900-NEXT
           END-IF.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE CAUD-RUN-DT               TO WS-L-RUN-DT.
           MOVE CAUD-RUN-TM               TO WS-L-RUN-TM.
           MOVE CAUD-BUS-FCN-ID           TO WS-L-BUS-FCN-ID.
           MOVE CAUD-POL-ID               TO WS-L-POL-ID.
           MOVE CAUD-RETRN-CD             TO WS-L-RETRN-CD.
           MOVE CAUD-OPER-ID              TO WS-L-OPER-ID.
           IF CAUD-RETRN-CD NOT = '00' AND CAUD-RETRN-CD NOT = '50'
               ADD 1 TO WS-SKIP-RC-CNT
               MOVE 'SKIPPED'             TO WS-L-ACTION
               MOVE 'CALL WAS NOT APPLIED' TO WS-L-DETAIL
               PERFORM 2500-WRITE-LOG-LINE THRU 2500-EXIT
               GO TO 2900-NEXT
           END-IF.
           PERFORM 3000-REAPPLY-CALL THRU 3000-EXIT.
           PERFORM 2500-WRITE-LOG-LINE THRU 2500-EXIT.
       2900-NEXT.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-AUD-READ-CNT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2500-WRITE-LOG-LINE.
           IF WS-LINE-CNT >= 55
               PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
           END-IF.
           MOVE WS-LOG-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-CNT.
       2500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-REAPPLY-CALL - LINE THE RESTORED MASTER UP AGAINST    *
      *    THE CALL'S IMAGES.  STILL AT THE BEFORE IMAGE (OR NOT ON   *
      *    FILE FOR A CALL THAT CREATED THE POLICY): REAPPLY.         *
      *    ALREADY AT THE AFTER IMAGE: THE BACKUP CAUGHT THIS CALL,   *
      *    SKIP IT.  ANYTHING ELSE IS A CONFLICT AND THE MASTER IS    *
      *    LEFT AS IT IS                                              *
      *****************************************************************
       3000-REAPPLY-CALL.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE CAUD-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF NOT WS-POL-FOUND
               IF CAUD-BEFORE-IMAGE = SPACES
                   PERFORM 3200-APPLY-AFTER-IMAGE THRU 3200-EXIT
               ELSE
                   ADD 1 TO WS-CONFLICT-CNT
                   MOVE 'CONFLICT'        TO WS-L-ACTION
                   MOVE 'POLICY NOT ON RESTORED MASTER'
                                          TO WS-L-DETAIL
               END-IF
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-BUILD-MASTER-IMAGE THRU 3100-EXIT.
           IF MIMG-BEFORE-IMAGE = CAUD-BEFORE-IMAGE
               PERFORM 3200-APPLY-AFTER-IMAGE THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF MIMG-BEFORE-IMAGE = CAUD-AFTER-IMAGE
               ADD 1 TO WS-SKIP-DONE-CNT
               MOVE 'SKIPPED'             TO WS-L-ACTION
               MOVE 'ALREADY ON RESTORED MASTER'
                                          TO WS-L-DETAIL
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CONFLICT-CNT.
           MOVE 'CONFLICT'                TO WS-L-ACTION.
           IF CAUD-BEFORE-IMAGE = SPACES
               MOVE 'CALL CREATED POLICY BUT IT IS ALREADY ON FILE'
                                          TO WS-L-DETAIL
           ELSE
               MOVE 'RESTORED MASTER DOES NOT MATCH BEFORE IMAGE'
                                          TO WS-L-DETAIL
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3100-BUILD-MASTER-IMAGE - THE RESTORED MASTER'S CURRENT    *
      *    VALUES IN AUDIT-IMAGE LAYOUT (AS CSOM4000'S 8100 TAKES     *
      *    THEM)                                                      *
      *****************************************************************
       3100-BUILD-MASTER-IMAGE.
           MOVE CTAM-TAMRA-EFF-DT         TO MIMG-BEF-TAMRA-EFF-DT.
           MOVE CTAM-DV-OWN-CLI-NM        TO MIMG-BEF-DV-OWN-CLI-NM.
           MOVE CTAM-TAMRA-ACB-AMT        TO MIMG-BEF-TAMRA-ACB-AMT.
           MOVE CTAM-TAMRA-7PAY-ANN-AMT
                                TO MIMG-BEF-TAMRA-7PAY-ANN-AMT.
           MOVE CTAM-TAMRA-CV-AMT         TO MIMG-BEF-TAMRA-CV-AMT.
           MOVE CTAM-TAMRA-7PAY-CUM-AMT
                                TO MIMG-BEF-TAMRA-7PAY-CUM-AMT.
           MOVE CTAM-POL-MATRL-CHNG-DT    TO MIMG-BEF-POL-MATRL-CHNG-DT.
           MOVE CTAM-POL-MEC-DT           TO MIMG-BEF-POL-MEC-DT.
           MOVE CTAM-TAMRA-NSP-AMT        TO MIMG-BEF-TAMRA-NSP-AMT.
           MOVE CTAM-TAMRA-1035-PD-AMT    TO MIMG-BEF-TAMRA-1035-PD-AMT.
           MOVE CTAM-POL-7PAY-ANN-AMT     TO MIMG-BEF-POL-7PAY-ANN-AMT.
           MOVE CTAM-POL-7PAY-CUM-AMT     TO MIMG-BEF-POL-7PAY-CUM-AMT.
           MOVE CTAM-POL-ISS-EFF-DT       TO MIMG-BEF-POL-ISS-EFF-DT.
           MOVE CTAM-TAMRA-REASN-CD       TO MIMG-BEF-TAMRA-REASN-CD.
           MOVE CTAM-TAMRA-STAT-CD        TO MIMG-BEF-TAMRA-STAT-CD.
           MOVE CTAM-TAMRA-SUM-INS-AMT    TO MIMG-BEF-TAMRA-SUM-INS-AMT.
           MOVE CTAM-POL-TERM-STAT-CD     TO MIMG-BEF-POL-TERM-STAT-CD.
           MOVE CTAM-POL-TERM-DT          TO MIMG-BEF-POL-TERM-DT.
           MOVE CTAM-POL-TERM-REASN-CD
                                TO MIMG-BEF-POL-TERM-REASN-CD.
           MOVE CTAM-TAMRA-GSP-AMT        TO MIMG-BEF-TAMRA-GSP-AMT.
           MOVE CTAM-TAMRA-GLP-AMT        TO MIMG-BEF-TAMRA-GLP-AMT.
           MOVE CTAM-7702-STAT-CD         TO MIMG-BEF-7702-STAT-CD.
           MOVE CTAM-7PAY-PRD-END-DT      TO MIMG-BEF-7PAY-PRD-END-DT.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3200-APPLY-AFTER-IMAGE - THE AFTER IMAGE BECOMES THE       *
      *    CURRENT SNAPSHOT, THE CALL'S HISTORY EVENT IS REPLAYED,    *
      *    AND THE LAST-UPDATE STAMP IS SET FROM THE AUDITED CALL.    *
      *    A POLICY THE CALL CREATED STARTS WITH AN EMPTY HISTORY;    *
      *    IF ITS AUDIT RECORD CARRIES NO EVENT THE FIRST SLOT IS     *
      *    TAKEN FROM THE AFTER IMAGE, AS CSOM4000'S 4100 BUILDS IT   *
      *****************************************************************
       3200-APPLY-AFTER-IMAGE.
           IF NOT WS-POL-FOUND
               MOVE CAUD-POL-ID           TO CTAM-POL-ID
               MOVE 0                     TO CTAM-TAMRA-HIST-CNT
           END-IF.
           MOVE CAUD-AFT-TAMRA-EFF-DT     TO CTAM-TAMRA-EFF-DT.
           MOVE CAUD-AFT-DV-OWN-CLI-NM    TO CTAM-DV-OWN-CLI-NM.
           MOVE CAUD-AFT-TAMRA-ACB-AMT    TO CTAM-TAMRA-ACB-AMT.
           MOVE CAUD-AFT-TAMRA-7PAY-ANN-AMT
                                TO CTAM-TAMRA-7PAY-ANN-AMT.
           MOVE CAUD-AFT-TAMRA-CV-AMT     TO CTAM-TAMRA-CV-AMT.
           MOVE CAUD-AFT-TAMRA-7PAY-CUM-AMT
                                TO CTAM-TAMRA-7PAY-CUM-AMT.
           MOVE CAUD-AFT-POL-MATRL-CHNG-DT
                                TO CTAM-POL-MATRL-CHNG-DT.
           MOVE CAUD-AFT-POL-MEC-DT       TO CTAM-POL-MEC-DT.
           MOVE CAUD-AFT-TAMRA-NSP-AMT    TO CTAM-TAMRA-NSP-AMT.
           MOVE CAUD-AFT-TAMRA-1035-PD-AMT
                                TO CTAM-TAMRA-1035-PD-AMT.
           MOVE CAUD-AFT-POL-7PAY-ANN-AMT TO CTAM-POL-7PAY-ANN-AMT.
           MOVE CAUD-AFT-POL-7PAY-CUM-AMT TO CTAM-POL-7PAY-CUM-AMT.
           MOVE CAUD-AFT-POL-ISS-EFF-DT   TO CTAM-POL-ISS-EFF-DT.
           MOVE CAUD-AFT-TAMRA-REASN-CD   TO CTAM-TAMRA-REASN-CD.
           MOVE CAUD-AFT-TAMRA-STAT-CD    TO CTAM-TAMRA-STAT-CD.
           MOVE CAUD-AFT-TAMRA-SUM-INS-AMT
                                TO CTAM-TAMRA-SUM-INS-AMT.
           MOVE CAUD-AFT-POL-TERM-STAT-CD TO CTAM-POL-TERM-STAT-CD.
           MOVE CAUD-AFT-POL-TERM-DT      TO CTAM-POL-TERM-DT.
           MOVE CAUD-AFT-POL-TERM-REASN-CD
                                TO CTAM-POL-TERM-REASN-CD.
           MOVE CAUD-AFT-TAMRA-GSP-AMT    TO CTAM-TAMRA-GSP-AMT.
           MOVE CAUD-AFT-TAMRA-GLP-AMT    TO CTAM-TAMRA-GLP-AMT.
           MOVE CAUD-AFT-7702-STAT-CD     TO CTAM-7702-STAT-CD.
           MOVE CAUD-AFT-7PAY-PRD-END-DT  TO CTAM-7PAY-PRD-END-DT.
           MOVE 'N' TO WS-HIST-FULL-SW.
           MOVE 'N' TO WS-RESEQ-SW.
           IF CAUD-HIST-ADDED
               MOVE CAUD-HIST-EFF-DT      TO WS-EVT-EFF-DT
               MOVE CAUD-HIST-REASN-CD    TO WS-EVT-REASN-CD
               MOVE CAUD-HIST-STAT-CD     TO WS-EVT-STAT-CD
               MOVE CAUD-HIST-ACB-AMT     TO WS-EVT-ACB-AMT
               MOVE CAUD-HIST-7PAY-ANN-AMT
                                          TO WS-EVT-7PAY-ANN-AMT
               MOVE CAUD-HIST-7PAY-CUM-AMT
                                          TO WS-EVT-7PAY-CUM-AMT
               PERFORM 3300-APPEND-HISTORY THRU 3300-EXIT
           ELSE
               IF CTAM-TAMRA-HIST-CNT = 0
                   MOVE CAUD-AFT-TAMRA-EFF-DT  TO WS-EVT-EFF-DT
                   MOVE CAUD-AFT-TAMRA-REASN-CD
                                          TO WS-EVT-REASN-CD
                   MOVE CAUD-AFT-TAMRA-STAT-CD TO WS-EVT-STAT-CD
                   MOVE CAUD-AFT-TAMRA-ACB-AMT TO WS-EVT-ACB-AMT
                   MOVE CAUD-AFT-TAMRA-7PAY-ANN-AMT
                                          TO WS-EVT-7PAY-ANN-AMT
                   MOVE CAUD-AFT-TAMRA-7PAY-CUM-AMT
                                          TO WS-EVT-7PAY-CUM-AMT
                   PERFORM 3300-APPEND-HISTORY THRU 3300-EXIT
               END-IF
           END-IF.
           MOVE CAUD-RUN-DT               TO CTAM-LAST-UPD-DT.
           MOVE CAUD-RUN-TM               TO CTAM-LAST-UPD-TM.
           MOVE CAUD-BUS-FCN-ID           TO CTAM-LAST-UPD-SRC.
           MOVE 'N' TO WS-WRITE-FAIL-SW.
           IF WS-POL-FOUND
               REWRITE CTAM-MASTER-RECORD
                   INVALID KEY
                       SET WS-WRITE-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE CTAM-MASTER-RECORD
                   INVALID KEY
                       SET WS-WRITE-FAILED TO TRUE
               END-WRITE
           END-IF.
           IF WS-WRITE-FAILED
               ADD 1 TO WS-CONFLICT-CNT
               MOVE 'CONFLICT'            TO WS-L-ACTION
               MOVE 'MASTER WRITE FAILED' TO WS-L-DETAIL
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-REAPPLIED-CNT.
           MOVE 'REAPPLIED'               TO WS-L-ACTION.
           EVALUATE TRUE
               WHEN NOT WS-POL-FOUND
                   MOVE 'POLICY ADDED TO MASTER' TO WS-L-DETAIL
               WHEN WS-HIST-FULL
                   MOVE 'HISTORY FULL - OLDEST EVENT TO ARCHIVE'
                                          TO WS-L-DETAIL
               WHEN WS-RESEQUENCED
                   MOVE 'HISTORY EVENT REPLAYED - RESEQUENCED'
                                          TO WS-L-DETAIL
               WHEN CAUD-HIST-ADDED
                   MOVE 'HISTORY EVENT REPLAYED' TO WS-L-DETAIL
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3300-APPEND-HISTORY - INSERT WS-EVT-EVENT IN ITS           *
      *    CHRONOLOGICAL POSITION UNDER THE SAME RULES AS CSOM4000'S  *
      *    4200: A NEWEST EVENT LANDS IN THE NEXT FREE SLOT, A        *
      *    BACKDATED ONE SHIFTS THE LATER SLOTS UP, AND ONCE ALL 60   *
      *    SLOTS ARE IN USE WHICHEVER IS OLDEST - THE EVENT OR SLOT 1 *
      *    - GOES TO THE TAMARCH ARCHIVE                              *
      *****************************************************************
       3300-APPEND-HISTORY.
           ADD 1 TO WS-HIST-ADDED-CNT.
           IF CTAM-TAMRA-HIST-CNT >= 60
               SET WS-HIST-FULL TO TRUE
               IF WS-EVT-EFF-DT < CTAM-HIST-EFF-DT (1)
                   MOVE WS-EVT-EVENT TO WS-ARC-EVENT
                   PERFORM 3500-ARCHIVE-EVENT THRU 3500-EXIT
                   GO TO 3300-EXIT
               END-IF
               MOVE CTAM-HIST-EFF-DT (1)       TO WS-ARC-EFF-DT
               MOVE CTAM-HIST-REASN-CD (1)     TO WS-ARC-REASN-CD
               MOVE CTAM-HIST-STAT-CD (1)      TO WS-ARC-STAT-CD
               MOVE CTAM-HIST-ACB-AMT (1)      TO WS-ARC-ACB-AMT
               MOVE CTAM-HIST-7PAY-ANN-AMT (1) TO WS-ARC-7PAY-ANN-AMT
               MOVE CTAM-HIST-7PAY-CUM-AMT (1) TO WS-ARC-7PAY-CUM-AMT
               PERFORM 3500-ARCHIVE-EVENT THRU 3500-EXIT
               PERFORM 3310-SHIFT-DOWN THRU 3310-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 59
               SUBTRACT 1 FROM CTAM-TAMRA-HIST-CNT
           END-IF.
           MOVE 1 TO WS-INS-SUB.
           MOVE 'N' TO WS-POS-FOUND-SW.
           PERFORM 3320-TEST-ONE-POS THRU 3320-EXIT
               UNTIL WS-POS-FOUND.
           ADD 1 TO CTAM-TAMRA-HIST-CNT.
           IF WS-INS-SUB < CTAM-TAMRA-HIST-CNT
               SET WS-RESEQUENCED TO TRUE
               PERFORM 3330-SHIFT-UP THRU 3330-EXIT
                   VARYING WS-SUB FROM CTAM-TAMRA-HIST-CNT BY -1
                   UNTIL WS-SUB <= WS-INS-SUB
           END-IF.
           MOVE WS-INS-SUB TO WS-SUB.
           MOVE WS-EVT-EFF-DT       TO CTAM-HIST-EFF-DT (WS-SUB).
           MOVE WS-EVT-REASN-CD     TO CTAM-HIST-REASN-CD (WS-SUB).
           MOVE WS-EVT-STAT-CD      TO CTAM-HIST-STAT-CD (WS-SUB).
           MOVE WS-EVT-ACB-AMT      TO CTAM-HIST-ACB-AMT (WS-SUB).
           MOVE WS-EVT-7PAY-ANN-AMT TO CTAM-HIST-7PAY-ANN-AMT (WS-SUB).
           MOVE WS-EVT-7PAY-CUM-AMT TO CTAM-HIST-7PAY-CUM-AMT (WS-SUB).
       3300-EXIT.
           EXIT.
      *
       3310-SHIFT-DOWN.
           MOVE CTAM-HIST-EFF-DT (WS-SUB + 1)
                                TO CTAM-HIST-EFF-DT (WS-SUB).
           MOVE CTAM-HIST-REASN-CD (WS-SUB + 1)
                                TO CTAM-HIST-REASN-CD (WS-SUB).
           MOVE CTAM-HIST-STAT-CD (WS-SUB + 1)
                                TO CTAM-HIST-STAT-CD (WS-SUB).
           MOVE CTAM-HIST-ACB-AMT (WS-SUB + 1)
                                TO CTAM-HIST-ACB-AMT (WS-SUB).
           MOVE CTAM-HIST-7PAY-ANN-AMT (WS-SUB + 1)
                                TO CTAM-HIST-7PAY-ANN-AMT (WS-SUB).
           MOVE CTAM-HIST-7PAY-CUM-AMT (WS-SUB + 1)
                                TO CTAM-HIST-7PAY-CUM-AMT (WS-SUB).
       3310-EXIT.
           EXIT.
      *
      *    THE FIRST SLOT LATER THAN THE EVENT, OR ONE PAST THE END
       3320-TEST-ONE-POS.
           IF WS-INS-SUB > CTAM-TAMRA-HIST-CNT
               SET WS-POS-FOUND TO TRUE
               GO TO 3320-EXIT
           END-IF.
           IF CTAM-HIST-EFF-DT (WS-INS-SUB) > WS-EVT-EFF-DT
               SET WS-POS-FOUND TO TRUE
               GO TO 3320-EXIT
           END-IF.
           ADD 1 TO WS-INS-SUB.
       3320-EXIT.
           EXIT.
      *
       3330-SHIFT-UP.
           MOVE CTAM-HIST-EFF-DT (WS-SUB - 1)
                                TO CTAM-HIST-EFF-DT (WS-SUB).
           MOVE CTAM-HIST-REASN-CD (WS-SUB - 1)
                                TO CTAM-HIST-REASN-CD (WS-SUB).
           MOVE CTAM-HIST-STAT-CD (WS-SUB - 1)
                                TO CTAM-HIST-STAT-CD (WS-SUB).
           MOVE CTAM-HIST-ACB-AMT (WS-SUB - 1)
                                TO CTAM-HIST-ACB-AMT (WS-SUB).
           MOVE CTAM-HIST-7PAY-ANN-AMT (WS-SUB - 1)
                                TO CTAM-HIST-7PAY-ANN-AMT (WS-SUB).
           MOVE CTAM-HIST-7PAY-CUM-AMT (WS-SUB - 1)
                                TO CTAM-HIST-7PAY-CUM-AMT (WS-SUB).
       3330-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3500-ARCHIVE-EVENT - SEND WS-ARC-EVENT TO TAMARCH.  THE    *
      *    ORIGINAL CALL WILL USUALLY HAVE ARCHIVED THE SAME EVENT    *
      *    ALREADY (THE ARCHIVE IS NOT RESTORED WITH THE MASTER), SO  *
      *    EACH SEQUENCE NUMBER FOR THE POLICY AND DATE IS TRIED IN   *
      *    TURN: AN IDENTICAL EVENT ALREADY THERE ENDS THE SEARCH,    *
      *    A DIFFERENT ONE MOVES ON TO THE NEXT NUMBER, AND A FREE    *
      *    NUMBER TAKES THE EVENT                                     *
      *****************************************************************
       3500-ARCHIVE-EVENT.
           MOVE CTAM-POL-ID               TO CARC-POL-ID.
           MOVE WS-ARC-EFF-DT             TO CARC-HIST-EFF-DT.
           MOVE 1                         TO CARC-ARCH-SEQ.
           MOVE 'N' TO WS-ARCH-DONE-SW.
           PERFORM 3510-TRY-ONE-SEQ THRU 3510-EXIT
               UNTIL WS-ARCH-DONE OR CARC-ARCH-SEQ > 998.
       3500-EXIT.
           EXIT.
      *
       3510-TRY-ONE-SEQ.
           MOVE 'Y' TO WS-ARCH-HIT-SW.
           READ ARCHIVE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ARCH-HIT-SW
           END-READ.
           IF WS-ARCH-HIT
               IF CARC-HIST-REASN-CD          = WS-ARC-REASN-CD
                  AND CARC-HIST-STAT-CD       = WS-ARC-STAT-CD
                  AND CARC-HIST-ACB-AMT       = WS-ARC-ACB-AMT
                  AND CARC-HIST-7PAY-ANN-AMT  = WS-ARC-7PAY-ANN-AMT
                  AND CARC-HIST-7PAY-CUM-AMT  = WS-ARC-7PAY-CUM-AMT
                   ADD 1 TO WS-ARCH-FOUND-CNT
                   SET WS-ARCH-DONE TO TRUE
               ELSE
                   ADD 1 TO CARC-ARCH-SEQ
               END-IF
               GO TO 3510-EXIT
           END-IF.
           MOVE WS-ARC-REASN-CD           TO CARC-HIST-REASN-CD.
           MOVE WS-ARC-STAT-CD            TO CARC-HIST-STAT-CD.
           MOVE WS-ARC-ACB-AMT            TO CARC-HIST-ACB-AMT.
           MOVE WS-ARC-7PAY-ANN-AMT       TO CARC-HIST-7PAY-ANN-AMT.
           MOVE WS-ARC-7PAY-CUM-AMT       TO CARC-HIST-7PAY-CUM-AMT.
           MOVE WS-TODAY-DT               TO CARC-ARCHVD-DT.
           WRITE CARC-ARCHIVE-RECORD
               INVALID KEY
                   ADD 1 TO CARC-ARCH-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-ARCH-WRITTEN-CNT
                   SET WS-ARCH-DONE TO TRUE
           END-WRITE.
       3510-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-TERMINATE - REBASE THE POSITION FROM THE RECOVERED    *
      *    MASTER AND CLOSE THE LOG WITH THE RUN TOTALS               *
      *****************************************************************
       9000-TERMINATE.
           IF NOT WS-RCV-STARTED
               GO TO 9000-EXIT
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE ARCHIVE-FILE.
           PERFORM 8000-REBASE-POSITION THRU 8000-EXIT.
           CLOSE TAMRA-MASTER-FILE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-STOP-REACHED
               STRING 'RECOVERY STOPPED AT FIRST CALL AT OR AFTER '
                      DELIMITED BY SIZE
                      WS-STOP-DT ' ' WS-STOP-TM DELIMITED BY SIZE
                      INTO RPT-LINE
           ELSE
               MOVE 'RECOVERY REACHED THE END OF THE AUDIT TRAIL'
                                TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-AUD-READ-CNT TO WS-CNT-D.
           STRING 'AUDIT RECORDS READ:              ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-BEFORE-PT-CNT TO WS-CNT-D.
           STRING 'AT OR BEFORE RECOVERY POINT:     ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-WINDOW-CNT TO WS-CNT-D.
           STRING 'CALLS IN RECOVERY WINDOW:        ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-REAPPLIED-CNT TO WS-CNT-D.
           STRING '  REAPPLIED:                     ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-SKIP-DONE-CNT TO WS-CNT-D.
           STRING '  SKIPPED - ALREADY ON MASTER:   ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-SKIP-RC-CNT TO WS-CNT-D.
           STRING '  SKIPPED - CALL NOT APPLIED:    ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-READ-ONLY-CNT TO WS-CNT-D.
           STRING '  SKIPPED - READ-ONLY (UNLISTED):' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CONFLICT-CNT TO WS-CNT-D.
           STRING '  CONFLICTS:                     ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-HIST-ADDED-CNT TO WS-CNT-D.
           STRING 'HISTORY EVENTS REPLAYED:         ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ARCH-WRITTEN-CNT TO WS-CNT-D.
           STRING 'EVENTS WRITTEN TO ARCHIVE:       ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ARCH-FOUND-CNT TO WS-CNT-D.
           STRING 'EVENTS ALREADY ON ARCHIVE:       ' DELIMITED BY SIZE
                  WS-CNT-D DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE RECOVERY-LOG-FILE.
           DISPLAY 'CRCV4000 - AUDIT RECORDS READ:         '
                   WS-AUD-READ-CNT.
           DISPLAY 'CRCV4000 - CALLS REAPPLIED:            '
                   WS-REAPPLIED-CNT.
           DISPLAY 'CRCV4000 - SKIPPED, ALREADY ON MASTER: '
                   WS-SKIP-DONE-CNT.
           DISPLAY 'CRCV4000 - SKIPPED, CALL NOT APPLIED:  '
                   WS-SKIP-RC-CNT.
           DISPLAY 'CRCV4000 - SKIPPED, READ-ONLY CALLS:   '
                   WS-READ-ONLY-CNT.
           DISPLAY 'CRCV4000 - CONFLICTS:                  '
                   WS-CONFLICT-CNT.
       9000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-REBASE-POSITION - THE MASTER WAS REBUILT OUTSIDE THE  *
      *    CSOM4000 PATH, SO RE-HASH THE KEY AMOUNTS ACROSS IT (THE   *
      *    SAME HASH CBAL4000'S 4000-SUM-MASTER COMPUTES) AND APPEND  *
      *    A FRESH TAMPOSN POSITION RECORD, AS CPRG4000 DOES AFTER A  *
      *    PURGE.  THE NEXT BALANCING RUN THEN MEASURES ITS MASTER    *
      *    MOVEMENT FROM THE RECOVERED BASE                           *
      *****************************************************************
       8000-REBASE-POSITION.
           MOVE LOW-VALUES TO CTAM-POL-ID.
           START TAMRA-MASTER-FILE KEY NOT LESS THAN CTAM-POL-ID
               INVALID KEY
                   SET WS-REHASH-EOF TO TRUE
           END-START.
           PERFORM 8100-SUM-ONE-MASTER THRU 8100-EXIT
               UNTIL WS-REHASH-EOF.
           OPEN EXTEND POSITION-FILE.
           IF NOT WS-TAMPOSN-OK
               OPEN OUTPUT POSITION-FILE
           END-IF.
           MOVE WS-TODAY-DT            TO POSN-RUN-DT.
           MOVE WS-CUR-POSN-7PAY-CUM   TO POSN-HASH-7PAY-CUM.
           MOVE WS-CUR-POSN-1035-PD    TO POSN-HASH-1035-PD.
           WRITE POSN-POSITION-RECORD.
           CLOSE POSITION-FILE.
           DISPLAY 'CRCV4000 - TAMPOSN POSITION REBASED'.
       8000-EXIT.
           EXIT.
      *
       8100-SUM-ONE-MASTER.
           READ TAMRA-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-REHASH-EOF TO TRUE
           END-READ.
           IF WS-REHASH-EOF
               GO TO 8100-EXIT
           END-IF.
           IF CTAM-TAMRA-7PAY-CUM-AMT IS NUMERIC
               MOVE CTAM-TAMRA-7PAY-CUM-AMT TO WS-AMT-7PAY-CUM
               ADD WS-AMT-7PAY-CUM TO WS-CUR-POSN-7PAY-CUM
           END-IF.
           IF CTAM-TAMRA-1035-PD-AMT IS NUMERIC
               MOVE CTAM-TAMRA-1035-PD-AMT TO WS-AMT-1035-PD
               ADD WS-AMT-1035-PD TO WS-CUR-POSN-1035-PD
           END-IF.
       8100-EXIT.
           EXIT.
      *****************************************************************
      **                END OF PROGRAM                                **
      *****************************************************************
