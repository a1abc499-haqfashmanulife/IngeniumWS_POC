      **                  TINQ/TASF IT IS READ-ONLY, AND THE HELD    **
      **                  IMAGE IS STRICTLY THE LAST STATE-CHANGING  **
      **                  CALL AS DOCUMENTED                         **
      ** 2026-10-15 RAK   ADDED MIR-BUS-FCN-TAMRA-EXPR, SERVICED BY  **
      **                  6400-CLOSE-7PAY-PERIOD - AN ACTIVE, NON-   **
      **                  MEC POLICY WHOSE 7-PAY TESTING PERIOD      **
      **                  (SEVEN YEARS FROM THE 6140 START DATE)     **
      **                  ENDED ON OR BEFORE MIR-EXPR-RUN-DT IS      **
      **                  CLOSED: CTAM-7PAY-PRD-END-DT IS SET AND    **
      **                  AN EXPIRY EVENT (REASON 'E') IS APPENDED   **
      **                  TO THE HISTORY.  WHILE THE PERIOD IS       **
      **                  CLOSED A TTST CALL NO LONGER RE-DERIVES    **
      **                  THE MEC STATUS OR RUNS THE BENEFIT         **
      **                  REDUCTION RECOMPUTE; A LATER MATERIAL      **
      **                  CHANGE (OR A CLOCK-RESTARTING              **
      **                  REINSTATEMENT) REOPENS IT (4160)           **
      ** 2026-10-15 RAK   FUNCTION-LEVEL AUTHORITY: A CALL CARRYING  **
      **                  AN OPERATOR ID IN MIR-OPER-ID IS CHECKED   **
      **                  AGAINST THE OPERATOR SECURITY FILE         **
      **                  (TAMOPER, COPR4000) BY 2000-CHECK-         **
      **                  AUTHORITY BEFORE ANY EDIT OR BUSINESS      **
      **                  LOGIC RUNS.  AN UNKNOWN OR INACTIVE        **
      **                  OPERATOR, OR A FUNCTION NOT IN THE         **
      **                  OPERATOR'S LIST, IS REFUSED WITH           **
      **                  MIR-RETRN-NOT-AUTHORIZED AND THE REFUSAL   **
      **                  IS AUDITED (A REFUSED BULK CALL WRITES ONE **
      **                  AUDIT RECORD).  A BLANK OPERATOR ID (BATCH **
      **                  CALLERS) AND TEOJ ARE NOT CHECKED.  THE    **
      **                  OPERATOR ID IS WRITTEN TO CAUD-OPER-ID ON  **
      **                  EVERY AUDIT RECORD                         **
      ** 2026-10-15 RAK   ADDED MIR-BUS-FCN-TAMRA-XCHG, SERVICED BY  **
      **                  6800-EXCHANGE-1035 - A SECTION 1035        **
      **                  EXCHANGE OF MIR-XCHG-OLD-POL-ID INTO       **
      **                  MIR-POL-ID.  A MEC RULING ON THE OLD       **
      **                  CONTRACT (STATUS AND ORIGINAL MEC DATE) IS **
      **                  CARRIED ONTO THE NEW ONE, THE EXCHANGED    **
      **                  VALUE BECOMES THE NEW CONTRACT'S 1035      **
      **                  PAID AMOUNT, AND THE OLD CONTRACT IS       **
      **                  TERMINATED AS SURRENDERED IN THE SAME      **
      **                  CALL.  THE LINK IS WRITTEN BOTH WAYS TO    **
      **                  THE NEW EXCHANGE CROSS-REFERENCE FILE      **
      **                  (TAMXREF, CXRF4000) AND EACH CONTRACT GETS **
      **                  ITS OWN TXCH AUDIT RECORD                  **
      ** 2026-10-15 RAK   EVERY HISTORY EVENT A CALL ADDS (4210, OR  **
      **                  4240 WHEN IT GOES STRAIGHT TO THE ARCHIVE) **
      **                  IS ALSO NOTED IN THE AUDIT RECORD'S        **
      **                  CAUD-HIST-EVENT SO CRCV4000 CAN REBUILD    **
      **                  THE HISTORY TABLE DURING FORWARD RECOVERY  **
      ** 2026-10-15 RAK   MEC COMPLIANCE CASES (TAMCASE, CCAS4000):  **
      **                  8400 OPENS A CASE WHEN AN APPLIED CALL     **
      **                  MAKES A POLICY A MEC, 7702-DISQUALIFIES IT **
      **                  OR TAKES IT ACROSS THE CRPT4050 WARNING    **
      **                  THRESHOLD, AND CLOSES THE CASE WHEN A CURE **
      **                  OR A TERMINATION IS APPLIED.  TAMCASE IS   **
      **                  OPENED ONLY FOR THE CASE BEING CHANGED SO  **
      **                  CONL4000 CAN MAINTAIN IT BETWEEN CALLS     **
      ** 2026-10-15 RAK   A 7-PAY PERIOD STARTED ON 02-29 NOW ENDS ON **
      **                  02-28 WHEN THE SEVENTH ANNIVERSARY FALLS   **
      **                  IN A COMMON YEAR (6410, AS IN CEXP4000)    **
      ** 2026-10-15 RAK   A 1035 EXCHANGE IS ONE UNIT OF WORK: WHEN  **
      **                  THE OLD CONTRACT CANNOT BE SURRENDERED,    **
      **                  6850 PUTS THE NEW CONTRACT BACK FROM ITS   **
      **                  SAVED IMAGE, REMOVES ANY HISTORY SLOT      **
      **                  ARCHIVED FOR IT, AND THE RC 02 AUDIT       **
      **                  RECORD CARRIES NO IMAGES                   **
      ** 2026-10-15 RAK   TAMCASE OPEN, WRITE AND REWRITE FAILURES   **
      **                  ARE NOW DISPLAYED WITH THE POLICY AND FILE **
      **                  STATUS (8470) AND RETURN THE CALL MIR-     **
      **                  RETRN-PARTIAL INSTEAD OF PASSING SILENTLY  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSOM4000.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAAR-ARCH-KEY
                  FILE STATUS IS WS-AUDARCH-STATUS.
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
      *
       FD  AUDIT-ARCH-FILE.
           COPY CAAR4000.
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
               88  WS-POS-FOUND                         VALUE 'Y'.
           05  WS-AUDARCH-AVAIL-SW             PIC X(01) VALUE 'N'.
               88  WS-AUDARCH-AVAIL                     VALUE 'Y'.
           05  WS-PRD-REOPEN-SW                PIC X(01) VALUE 'N'.
               88  WS-PRD-REOPENED                      VALUE 'Y'.
           05  WS-PRD-CLOSED-SW                PIC X(01) VALUE 'N'.
               88  WS-PRD-CLOSED                        VALUE 'Y'.
           05  WS-TAMOPER-AVAIL-SW             PIC X(01) VALUE 'N'.
               88  WS-TAMOPER-AVAIL                     VALUE 'Y'.
           05  WS-FCN-AUTH-SW                  PIC X(01) VALUE 'N'.
               88  WS-FCN-AUTHORIZED                    VALUE 'Y'.
      *
       01  WS-TAMMSTR-STATUS                   PIC X(02).
           88  WS-TAMMSTR-OK                             VALUE '00'.
      *
       01  WS-AUDARCH-STATUS                   PIC X(02).
           88  WS-AUDARCH-OK                             VALUE '00'.
      *
       01  WS-TAMOPER-STATUS                   PIC X(02).
           88  WS-TAMOPER-OK                             VALUE '00'.
      *
       01  WS-TAMXREF-STATUS                   PIC X(02).
           88  WS-TAMXREF-OK                             VALUE '00'.
           88  WS-TAMXREF-NEW-FILE                  VALUE '35', '05'.
      *
       01  WS-TAMCASE-STATUS                   PIC X(02).
           88  WS-TAMCASE-OK                             VALUE '00'.
           88  WS-TAMCASE-NOT-FOUND                      VALUE '23'.
           88  WS-TAMCASE-NEW-FILE                  VALUE '35', '05'.
      *
       01  WS-CONTROL-TOTALS.
           05  WS-CTL-CALLS-INQ                PIC 9(09) COMP VALUE 0.
           05  WS-CTL-CALLS-CURE               PIC 9(09) COMP VALUE 0.
           05  WS-CTL-CALLS-REIN               PIC 9(09) COMP VALUE 0.
           05  WS-CTL-CALLS-PROJ               PIC 9(09) COMP VALUE 0.
           05  WS-CTL-CALLS-EXPR               PIC 9(09) COMP VALUE 0.
           05  WS-CTL-CALLS-XCHG               PIC 9(09) COMP VALUE 0.
           05  WS-CTL-UPDATES-APPLIED          PIC 9(09) COMP VALUE 0.
           05  WS-CTL-EDIT-REJECTS             PIC 9(09) COMP VALUE 0.
           05  WS-CTL-HASH-7PAY-CUM            PIC 9(18) COMP VALUE 0.
           05  WS-BULK-FAIL-CNT                PIC 9(05) COMP.
           05  WS-MIR-LENGTH-N                 PIC 9(05).
           05  WS-INS-SUB                      PIC 9(03) COMP.
           05  WS-AUTH-SUB                     PIC 9(03) COMP.
      *
       01  WS-MEC-TEST-FIELDS.
           05  WS-7PAY-START-DT                PIC X(10).
           05  WS-CURE-NEW-CUM-X               PIC X(19).
           05  WS-CURE-NEW-CUM-9 REDEFINES WS-CURE-NEW-CUM-X
                                               PIC 9(17)V99.
      *
       01  WS-EXPR-FIELDS.
           05  WS-EXPR-END-DT                  PIC X(10).
           05  WS-EXPR-YYYY                    PIC 9(04).
           05  WS-EXPR-QUOT                    PIC 9(04) COMP.
           05  WS-EXPR-REM-4                   PIC 9(03) COMP.
           05  WS-EXPR-REM-100                 PIC 9(03) COMP.
           05  WS-EXPR-REM-400                 PIC 9(03) COMP.
      *
       01  WS-XCHG-FIELDS.
           05  WS-XCHG-OLD-MEC-SW              PIC X(01).
               88  WS-XCHG-OLD-WAS-MEC                   VALUE 'Y'.
           05  WS-XCHG-OLD-MEC-DT              PIC X(10).
           05  WS-XCHG-NEW-STAMP               PIC X(22).
           05  WS-XCHG-LINK-DT                 PIC X(10).
           05  WS-XCHG-LINK-TM                 PIC X(08).
      *    HOLD AREAS FOR THE NEW CONTRACT'S AUDIT IMAGES AND HISTORY
      *    EVENT WHILE THE OLD CONTRACT'S SURRENDER IS CAPTURED AND
      *    AUDITED - SAME LENGTH AS CAUD-BEFORE-IMAGE /
      *    CAUD-AFTER-IMAGE / CAUD-HIST-EVENT
           05  WS-XCHG-BEF-IMAGE               PIC X(299).
           05  WS-XCHG-AFT-IMAGE               PIC X(299).
           05  WS-XCHG-HIST-EVENT              PIC X(65).
      *    THE NEW CONTRACT AS READ BEFORE 6820 CHANGED IT - SAME
      *    MAXIMUM LENGTH AS CTAM-MASTER-RECORD - AND THE KEY OF ANY
      *    HISTORY SLOT 6820 SENT TO TAMARCH, SO 6850 CAN BACK BOTH
      *    OUT IF THE OLD CONTRACT CANNOT BE SURRENDERED
           05  WS-XCHG-NEW-SAVE                PIC X(4173).
           05  WS-XCHG-ARCH-SW                 PIC X(01).
               88  WS-XCHG-ARCHIVED                      VALUE 'Y'.
           05  WS-XCHG-ARCH-KEY                PIC X(23).
      *
       01  WS-CASE-FIELDS.
           05  WS-CASE-ACTN-SW                 PIC X(01).
               88  WS-CASE-NO-ACTN                       VALUE ' '.
               88  WS-CASE-TO-OPEN                       VALUE 'O'.
               88  WS-CASE-TO-CLOSE                      VALUE 'C'.
           05  WS-CASE-FOUND-SW                PIC X(01).
               88  WS-CASE-FOUND                         VALUE 'Y'.
           05  WS-CASE-IO-FAIL-SW              PIC X(01).
               88  WS-CASE-IO-FAILED                     VALUE 'Y'.
           05  WS-CASE-CHANGED-SW              PIC X(01).
               88  WS-CASE-CHANGED                       VALUE 'Y'.
           05  WS-CASE-WARN-SW                 PIC X(01).
               88  WS-CASE-AT-WARNING                    VALUE 'Y'.
           05  WS-CASE-BEF-WARN-SW             PIC X(01).
               88  WS-CASE-BEF-AT-WARNING                VALUE 'Y'.
      *    SAME DEFAULT WARNING PERCENTAGE AS THE CRPT4050 WRNPARM CARD
           05  WS-CASE-WARN-PCT                PIC 9(03) VALUE 80.
           05  WS-CASE-NEW-TRIG-CD             PIC X(01).
           05  WS-CASE-NEW-TRIG-DT             PIC X(10).
           05  WS-CASE-NEW-RANK                PIC 9(01).
           05  WS-CASE-OLD-RANK                PIC 9(01).
           05  WS-CASE-CLOSE-DISP              PIC X(01).
           05  WS-CASE-EVENT-TXT               PIC X(40).
           05  WS-CASE-NOTE-TXT                PIC X(60).
           05  WS-CASE-NOTE-OPER-ID            PIC X(08).
           05  WS-CASE-WINDOW-END-DT           PIC X(10).
           05  WS-CASE-YYYY                    PIC 9(04).
           05  WS-CASE-MM                      PIC 9(02).
           05  WS-CASE-SUB                     PIC 9(03) COMP.
      *    ONE AUDIT IMAGE'S WARNING-TEST FIELDS, MOVED HERE SO THE
      *    BEFORE AND AFTER IMAGES GO THROUGH THE SAME 8415 TEST
           05  WS-CASE-IMG-STAT-CD             PIC X(01).
           05  WS-CASE-IMG-MEC-DT              PIC X(10).
           05  WS-CASE-IMG-TERM-STAT-CD        PIC X(01).
           05  WS-CASE-IMG-PRD-END-DT          PIC X(10).
           05  WS-CASE-IMG-ANN-AMT             PIC X(17).
           05  WS-CASE-IMG-CUM-AMT             PIC X(19).
           05  WS-CASE-ANN-AMT-X               PIC X(17).
           05  WS-CASE-ANN-AMT-9 REDEFINES WS-CASE-ANN-AMT-X
                                               PIC 9(15)V99.
           05  WS-CASE-CUM-AMT-X               PIC X(18).
           05  WS-CASE-CUM-AMT-9 REDEFINES WS-CASE-CUM-AMT-X
                                               PIC 9(16)V99.
           05  WS-CASE-ANN-AMT-N               PIC S9(15)V99.
           05  WS-CASE-CUM-AMT-N               PIC S9(16)V99.
           05  WS-CASE-THRESHOLD-N             PIC S9(16)V99.
      *
       01  WS-PROJ-FIELDS.
           05  WS-PROJ-PREM-N                  PIC S9(14)V99.
           05  WS-ASOF-TAMRA-GSP-AMT           PIC X(16).
           05  WS-ASOF-TAMRA-GLP-AMT           PIC X(16).
           05  WS-ASOF-7702-STAT-CD            PIC X(01).
           05  WS-ASOF-7PAY-PRD-END-DT         PIC X(10).
      *
       LINKAGE SECTION.
           COPY CCWM4000.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE SPACES TO CAUD-BEFORE-IMAGE.
           MOVE SPACES TO CAUD-AFTER-IMAGE.
           MOVE SPACES TO CAUD-HIST-EVENT.
           PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
           IF MIR-RETRN-OK
               AND (MIR-BUS-FCN-TAMRA-INQ OR MIR-BUS-FCN-TAMRA-UPD
                   OR MIR-BUS-FCN-TAMRA-TEST
                   OR MIR-BUS-FCN-TAMRA-ASOF
                   OR MIR-BUS-FCN-TAMRA-CURE
                   OR MIR-BUS-FCN-TAMRA-REIN
                   OR MIR-BUS-FCN-TAMRA-PROJ
                   OR MIR-BUS-FCN-TAMRA-EXPR
                   OR MIR-BUS-FCN-TAMRA-XCHG)
               CALL 'CEDT4000' USING MIR-PARM-AREA
               IF NOT MIR-EDIT-OK
                   SET MIR-RETRN-EDIT-ERROR TO TRUE
                       PERFORM 6700-REINSTATE THRU 6700-EXIT
                   WHEN MIR-BUS-FCN-TAMRA-PROJ
                       PERFORM 6900-PROJECT THRU 6900-EXIT
                   WHEN MIR-BUS-FCN-TAMRA-EXPR
                       PERFORM 6400-CLOSE-7PAY-PERIOD THRU 6400-EXIT
                   WHEN MIR-BUS-FCN-TAMRA-XCHG
                       PERFORM 6800-EXCHANGE-1035 THRU 6800-EXIT
                   WHEN MIR-BUS-FCN-TAMRA-EOJ
                       PERFORM 7500-WRITE-CONTROL THRU 7500-EXIT
                   WHEN OTHER
                       SET MIR-RETRN-INVALD-RQST TO TRUE
               END-EVALUATE
           END-IF.
           IF NOT MIR-BUS-FCN-TAMRA-EOJ
              AND (NOT MIR-BUS-FCN-TAMRA-BULK
                   OR MIR-RETRN-NOT-AUTHORIZED)
               PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-IF.
           GOBACK.
               IF WS-AUDARCH-OK
                   SET WS-AUDARCH-AVAIL TO TRUE
               END-IF
      *        NO OPERATOR SECURITY FILE MEANS NO SIGNED-ON OPERATOR
      *        CAN BE AUTHORIZED - 2000 REFUSES THEM ALL
               OPEN INPUT OPERATOR-FILE
               IF WS-TAMOPER-OK
                   SET WS-TAMOPER-AVAIL TO TRUE
               END-IF
               OPEN I-O XREF-FILE
               IF WS-TAMXREF-NEW-FILE
                   OPEN OUTPUT XREF-FILE
                   CLOSE XREF-FILE
                   OPEN I-O XREF-FILE
               END-IF
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-CHECK-AUTHORITY - REFUSE THE CALL WITH                *
      *    MIR-RETRN-NOT-AUTHORIZED UNLESS THE OPERATOR IN            *
      *    MIR-OPER-ID IS ON THE OPERATOR SECURITY FILE, IS ACTIVE,   *
      *    AND HAS THIS MIR-BUS-FCN-ID IN THE AUTHORIZED FUNCTION     *
      *    LIST.  BATCH CALLERS CARRY NO OPERATOR ID AND ARE NOT      *
      *    CHECKED, THE SAME WAY A BLANK MIR-LAST-UPD-STAMP IS NOT    *
      *    CHECKED; END-OF-RUN (TEOJ) IS NEVER REFUSED                *
      *****************************************************************
       2000-CHECK-AUTHORITY.
           IF MIR-OPER-ID = SPACES OR MIR-OPER-ID = LOW-VALUES
              OR MIR-BUS-FCN-TAMRA-EOJ
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-TAMOPER-AVAIL
               SET MIR-RETRN-NOT-AUTHORIZED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE MIR-OPER-ID TO OPR-OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   SET MIR-RETRN-NOT-AUTHORIZED TO TRUE
           END-READ.
           IF MIR-RETRN-NOT-AUTHORIZED
               GO TO 2000-EXIT
           END-IF.
           IF NOT OPR-ACTIVE
               SET MIR-RETRN-NOT-AUTHORIZED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-FCN-AUTH-SW.
           MOVE 1 TO WS-AUTH-SUB.
           PERFORM 2100-TEST-ONE-FCN THRU 2100-EXIT
               UNTIL WS-FCN-AUTHORIZED OR WS-AUTH-SUB > 20.
           IF NOT WS-FCN-AUTHORIZED
               SET MIR-RETRN-NOT-AUTHORIZED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-TEST-ONE-FCN.
           IF OPR-AUTH-FCN-ID (WS-AUTH-SUB) = MIR-BUS-FCN-ID
               SET WS-FCN-AUTHORIZED TO TRUE
           ELSE
               ADD 1 TO WS-AUTH-SUB
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-INQUIRE - RETURN THE CURRENT SNAPSHOT AND HISTORY     *
      *    FOR ONE POLICY                                             *
      *****************************************************************
           MOVE CTAM-TAMRA-GLP-AMT        TO MIR-TAMRA-GLP-AMT.
           MOVE CTAM-7702-STAT-CD         TO MIR-7702-STAT-CD.
           MOVE CTAM-LAST-UPD-STAMP       TO MIR-LAST-UPD-STAMP.
           MOVE CTAM-7PAY-PRD-END-DT      TO MIR-7PAY-PRD-END-DT.
           MOVE CTAM-TAMRA-HIST-CNT       TO MIR-TAMRA-HIST-CNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CTAM-TAMRA-HIST-CNT
               PERFORM 8200-CAPTURE-AFTER-IMG THRU 8200-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-PRD-REOPEN-SW.
           IF WS-POL-FOUND
               PERFORM 4160-CHECK-PRD-REOPEN THRU 4160-EXIT
           END-IF.
      *    A TTST CALL HAS ALREADY RUN THE REDUCTION CHECK IN
      *    6000-TAMRA-TEST; A DIRECT OR BULK UPDATE RUNS IT HERE.
      *    A CLOSED 7-PAY PERIOD IS PAST THE REDUCTION RULE
           IF WS-POL-FOUND
              AND (MIR-BUS-FCN-TAMRA-UPD OR MIR-BUS-FCN-TAMRA-BULK)
              AND (CTAM-7PAY-PRD-OPEN OR WS-PRD-REOPENED)
               PERFORM 6150-CHECK-BENEFIT-REDUCTION THRU 6150-EXIT
           END-IF.
           IF NOT WS-POL-FOUND
               END-IF
           END-IF.
           PERFORM 4300-REFRESH-CURRENT THRU 4300-EXIT.
           IF WS-PRD-REOPENED
               MOVE SPACES TO CTAM-7PAY-PRD-END-DT
           END-IF.
           PERFORM 4400-STAMP-LAST-UPD THRU 4400-EXIT.
           PERFORM 8200-CAPTURE-AFTER-IMG THRU 8200-EXIT.
           IF NOT WS-POL-FOUND
           END-IF.
       4150-EXIT.
           EXIT.
      *
      *****************************************************************
      *    4160-CHECK-PRD-REOPEN - A CLOSED 7-PAY PERIOD REOPENS WHEN *
      *    THE INCOMING CALL CARRIES A MATERIAL CHANGE LATER THAN THE *
      *    ONE ON THE MASTER THAT ALSO RESTARTS THE CLOCK UNDER THE   *
      *    6140 RULE (LATER THAN THE ISSUE DATE).  PERFORMED BEFORE   *
      *    4300 OVERWRITES THE MASTER'S MATERIAL CHANGE DATE          *
      *****************************************************************
       4160-CHECK-PRD-REOPEN.
           MOVE 'N' TO WS-PRD-REOPEN-SW.
           IF CTAM-7PAY-PRD-OPEN
               GO TO 4160-EXIT
           END-IF.
           IF MIR-POL-MATRL-CHNG-DT NOT = SPACES
              AND MIR-POL-MATRL-CHNG-DT > CTAM-POL-MATRL-CHNG-DT
              AND MIR-POL-MATRL-CHNG-DT > MIR-POL-ISS-EFF-DT
               SET WS-PRD-REOPENED TO TRUE
           END-IF.
       4160-EXIT.
           EXIT.
      *
       4100-BUILD-NEW-MASTER.
           MOVE MIR-POL-ID                TO CTAM-POL-ID.
           MOVE SPACES                    TO CTAM-POL-TERM-STAT-CD.
           MOVE SPACES                    TO CTAM-POL-TERM-DT.
           MOVE SPACES                    TO CTAM-POL-TERM-REASN-CD.
           MOVE SPACES                    TO CTAM-7PAY-PRD-END-DT.
           MOVE 1                         TO CTAM-TAMRA-HIST-CNT.
           MOVE 1                         TO WS-SUB.
           PERFORM 4210-STORE-NEW-SLOT THRU 4210-EXIT.
                                TO CTAM-HIST-7PAY-ANN-AMT (WS-SUB).
           MOVE MIR-TAMRA-7PAY-CUM-AMT
                                TO CTAM-HIST-7PAY-CUM-AMT (WS-SUB).
           PERFORM 4270-NOTE-HIST-EVENT THRU 4270-EXIT.
       4210-EXIT.
           EXIT.
      *
           MOVE 'N' TO WS-ARCH-WRITTEN-SW.
           PERFORM 4260-WRITE-ARCHIVE THRU 4260-EXIT
               UNTIL WS-ARCH-WRITTEN OR CARC-ARCH-SEQ > 998.
           PERFORM 4270-NOTE-HIST-EVENT THRU 4270-EXIT.
       4240-EXIT.
           EXIT.
      *
           EXIT.
      *
      *****************************************************************
      *    4270-NOTE-HIST-EVENT - COPY THE EVENT JUST ADDED TO THE    *
      *    HISTORY INTO THE AUDIT RECORD, SO THE FORWARD RECOVERY     *
      *    RUN (CRCV4000) CAN REPLAY IT THROUGH THE SAME INSERT RULES *
      *****************************************************************
       4270-NOTE-HIST-EVENT.
           SET CAUD-HIST-ADDED            TO TRUE.
           MOVE MIR-TAMRA-EFF-DT          TO CAUD-HIST-EFF-DT.
           MOVE MIR-TAMRA-REASN-CD        TO CAUD-HIST-REASN-CD.
           MOVE MIR-TAMRA-STAT-CD         TO CAUD-HIST-STAT-CD.
           MOVE MIR-TAMRA-ACB-AMT         TO CAUD-HIST-ACB-AMT.
           MOVE MIR-TAMRA-7PAY-ANN-AMT    TO CAUD-HIST-7PAY-ANN-AMT.
           MOVE MIR-TAMRA-7PAY-CUM-AMT    TO CAUD-HIST-7PAY-CUM-AMT.
       4270-EXIT.
           EXIT.
      *
      *****************************************************************
      *    4300-REFRESH-CURRENT - REPLACE THE CURRENT-SNAPSHOT        *
      *    FIELDS WITH WHATEVER CAME IN ON THIS CALL                  *
      *****************************************************************
      *    UPDATE LOGIC A STAND-ALONE MIR-BUS-FCN-TAMRA-UPD CALL USES *
      *****************************************************************
       5100-BULK-ONE-ENTRY.
           MOVE SPACES TO CAUD-HIST-EVENT.
           MOVE MIR-BULK-POL-ID (WS-BULK-SUB)        TO MIR-POL-ID.
           MOVE MIR-BULK-TAMRA-EFF-DT (WS-BULK-SUB)
                                TO MIR-TAMRA-EFF-DT.
      *****************************************************************
       6000-TAMRA-TEST.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-PRD-CLOSED-SW.
           MOVE MIR-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE CTAM-POL-MEC-DT TO MIR-POL-MEC-DT
           END-READ.
      *    A 7-PAY PERIOD CLOSED BY THE EXPIRY RUN IS NOT RE-TESTED
      *    UNTIL A NEW MATERIAL CHANGE REOPENS IT - THE STATUS ON
      *    THE MASTER STANDS.  THE 7702 TEST RUNS FOR THE LIFE OF
      *    THE CONTRACT AND IS NOT AFFECTED
           IF WS-POL-FOUND
               PERFORM 4160-CHECK-PRD-REOPEN THRU 4160-EXIT
               IF NOT CTAM-7PAY-PRD-OPEN AND NOT WS-PRD-REOPENED
                   SET WS-PRD-CLOSED TO TRUE
               END-IF
           END-IF.
           IF WS-PRD-CLOSED
               MOVE CTAM-TAMRA-STAT-CD TO MIR-TAMRA-STAT-CD
           ELSE
               IF WS-POL-FOUND
                   PERFORM 6150-CHECK-BENEFIT-REDUCTION THRU 6150-EXIT
               END-IF
               PERFORM 6100-DERIVE-MEC-STATUS THRU 6100-EXIT
           END-IF.
           PERFORM 6200-DERIVE-7702-STATUS THRU 6200-EXIT.
           PERFORM 4000-UPDATE THRU 4000-EXIT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6400-CLOSE-7PAY-PERIOD - CLOSE THE 7-PAY TESTING PERIOD OF *
      *    A POLICY THAT CAME THROUGH IT WITHOUT FAILING.  THE        *
      *    PERIOD RUNS SEVEN YEARS FROM THE 7-PAY START DATE (THE     *
      *    SHARED 6140 RULE - ISSUE, OR THE LAST MATERIAL CHANGE      *
      *    THAT RESTARTED THE CLOCK).  ONCE IT HAS ENDED ON OR        *
      *    BEFORE MIR-EXPR-RUN-DT THE END DATE IS SET ON THE MASTER   *
      *    (CTAM-7PAY-PRD-END-DT) AND THE EXPIRY IS APPENDED AS A     *
      *    HISTORY EVENT WITH REASON 'E', DATED WITH THE PERIOD END   *
      *    DATE; THE BEFORE AND AFTER IMAGES GO TO TAMAUDIT AS ON     *
      *    ANY OTHER CALL.  A TERMINATED POLICY, A MEC, OR ONE        *
      *    WHOSE PERIOD IS ALREADY CLOSED IS REJECTED WITH EDIT       *
      *    REASON 51; A PERIOD STILL RUNNING WITH EDIT REASON 52.     *
      *    NOTHING CHANGES ON A REJECTED CALL                         *
      *****************************************************************
       6400-CLOSE-7PAY-PERIOD.
           MOVE 'N' TO WS-HIST-FULL-SW.
           MOVE 'N' TO WS-RESEQ-SW.
           MOVE MIR-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   SET MIR-RETRN-RQST-FAILED TO TRUE
           END-READ.
           IF NOT MIR-RETRN-OK
               MOVE SPACES TO CAUD-BEFORE-IMAGE
               MOVE SPACES TO CAUD-AFTER-IMAGE
               GO TO 6400-EXIT
           END-IF.
           PERFORM 8100-CAPTURE-BEFORE-IMG THRU 8100-EXIT.
           PERFORM 8200-CAPTURE-AFTER-IMG  THRU 8200-EXIT.
           MOVE CTAM-7PAY-PRD-END-DT TO MIR-7PAY-PRD-END-DT.
           IF CTAM-POL-TERMINATED
              OR CTAM-POL-MEC-DT NOT = SPACES
              OR CTAM-STAT-MEC-FAIL
              OR NOT CTAM-7PAY-PRD-OPEN
               SET MIR-RETRN-EDIT-ERROR TO TRUE
               SET MIR-EDIT-EXPR-POL-INELIGIBLE TO TRUE
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6410-DERIVE-PRD-END THRU 6410-EXIT.
           IF WS-EXPR-END-DT > MIR-EXPR-RUN-DT
               SET MIR-RETRN-EDIT-ERROR TO TRUE
               SET MIR-EDIT-EXPR-PRD-NOT-ENDED TO TRUE
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6420-APPLY-EXPIRY THRU 6420-EXIT.
           PERFORM 4400-STAMP-LAST-UPD THRU 4400-EXIT.
           PERFORM 8200-CAPTURE-AFTER-IMG THRU 8200-EXIT.
           REWRITE CTAM-MASTER-RECORD
               INVALID KEY
                   SET MIR-RETRN-RQST-FAILED TO TRUE
           END-REWRITE.
           IF MIR-RETRN-OK
              AND (WS-HIST-FULL OR WS-RESEQUENCED)
               SET MIR-RETRN-PARTIAL TO TRUE
           END-IF.
       6400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6410-DERIVE-PRD-END - THE 7-PAY PERIOD ENDS ON THE SEVENTH *
      *    ANNIVERSARY OF THE 7-PAY START DATE, DERIVED FROM THE      *
      *    MASTER'S OWN DATES.  CEXP4000 2200 DERIVES IT THE SAME WAY *
      *    AND THE TWO MUST STAY IDENTICAL                            *
      *****************************************************************
       6410-DERIVE-PRD-END.
           MOVE CTAM-POL-MATRL-CHNG-DT    TO MIR-POL-MATRL-CHNG-DT.
           MOVE CTAM-POL-ISS-EFF-DT       TO MIR-POL-ISS-EFF-DT.
           PERFORM 6140-DERIVE-7PAY-START THRU 6140-EXIT.
           MOVE WS-7PAY-START-DT (1:4)    TO WS-EXPR-YYYY.
           ADD 7 TO WS-EXPR-YYYY.
           MOVE SPACES TO WS-EXPR-END-DT.
           STRING WS-EXPR-YYYY
                  WS-7PAY-START-DT (5:6)
                  DELIMITED BY SIZE INTO WS-EXPR-END-DT.
      *    A PERIOD STARTED ON 02-29 ENDS ON 02-28 IN A COMMON YEAR
           IF WS-EXPR-END-DT (5:6) = '-02-29'
               DIVIDE WS-EXPR-YYYY BY 4
                   GIVING WS-EXPR-QUOT REMAINDER WS-EXPR-REM-4
               DIVIDE WS-EXPR-YYYY BY 100
                   GIVING WS-EXPR-QUOT REMAINDER WS-EXPR-REM-100
               DIVIDE WS-EXPR-YYYY BY 400
                   GIVING WS-EXPR-QUOT REMAINDER WS-EXPR-REM-400
               IF WS-EXPR-REM-4 NOT = 0
                  OR (WS-EXPR-REM-100 = 0 AND WS-EXPR-REM-400 NOT = 0)
                   MOVE '-02-28' TO WS-EXPR-END-DT (5:6)
               END-IF
           END-IF.
       6410-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6420-APPLY-EXPIRY - MARK THE PERIOD CLOSED ON THE MASTER   *
      *    AND THE CALLER'S OUTPUT FIELD, AND APPEND THE EXPIRY AS A  *
      *    HISTORY EVENT CARRYING THE CURRENT STATUS AND AMOUNTS.     *
      *    THE CURRENT SNAPSHOT'S OWN EFFECTIVE DATE AND REASON ARE   *
      *    LEFT ALONE, AS ON A CURE OR A REINSTATEMENT                *
      *****************************************************************
       6420-APPLY-EXPIRY.
           MOVE WS-EXPR-END-DT            TO CTAM-7PAY-PRD-END-DT.
           MOVE WS-EXPR-END-DT            TO MIR-7PAY-PRD-END-DT.
           MOVE WS-EXPR-END-DT            TO MIR-TAMRA-EFF-DT.
           MOVE 'E'                       TO MIR-TAMRA-REASN-CD.
           MOVE CTAM-TAMRA-STAT-CD        TO MIR-TAMRA-STAT-CD.
           MOVE CTAM-TAMRA-ACB-AMT        TO MIR-TAMRA-ACB-AMT.
           MOVE CTAM-TAMRA-7PAY-ANN-AMT   TO MIR-TAMRA-7PAY-ANN-AMT.
           MOVE CTAM-TAMRA-7PAY-CUM-AMT   TO MIR-TAMRA-7PAY-CUM-AMT.
           PERFORM 4200-APPEND-HISTORY THRU 4200-EXIT.
       6420-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6500-AS-OF-SNAPSHOT - RECONSTRUCT THE MIR-COMMON-FIELDS    *
      *    SNAPSHOT AS IT STOOD AT CLOSE OF BUSINESS MIR-ASOF-DT.     *
      *    EVERY STATE-CHANGING CALL LEAVES ITS AFTER IMAGE ON        *
      *****************************************************************
       6500-AS-OF-SNAPSHOT.
           PERFORM 6510-SCAN-AUDIT-ASOF THRU 6510-EXIT.
           MOVE SPACES TO CAUD-HIST-EVENT.
           MOVE MIR-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
           MOVE WS-ASOF-TAMRA-GSP-AMT     TO MIR-TAMRA-GSP-AMT.
           MOVE WS-ASOF-TAMRA-GLP-AMT     TO MIR-TAMRA-GLP-AMT.
           MOVE WS-ASOF-7702-STAT-CD      TO MIR-7702-STAT-CD.
           MOVE WS-ASOF-7PAY-PRD-END-DT   TO MIR-7PAY-PRD-END-DT.
       6550-EXIT.
           EXIT.
      *
               MOVE MIR-POL-REIN-DT TO CTAM-POL-MATRL-CHNG-DT
               MOVE MIR-POL-REIN-DT TO MIR-POL-MATRL-CHNG-DT
               MOVE ZEROS TO CTAM-TAMRA-7PAY-CUM-AMT
               MOVE SPACES TO CTAM-7PAY-PRD-END-DT
               MOVE 'M' TO MIR-TAMRA-REASN-CD
           ELSE
               MOVE 'R' TO MIR-TAMRA-REASN-CD
           EXIT.
      *
      *****************************************************************
      *    6800-EXCHANGE-1035 - SECTION 1035 EXCHANGE OF THE OLD      *
      *    CONTRACT (MIR-XCHG-OLD-POL-ID) INTO THE NEW ONE            *
      *    (MIR-POL-ID).  BOTH CONTRACTS ARE CHECKED BEFORE EITHER IS *
      *    TOUCHED: THE NEW CONTRACT MUST BE ON FILE (ELSE THE        *
      *    REQUEST FAILS) AND IN FORCE (EDIT REASON 59); THE OLD      *
      *    CONTRACT MUST BE ON FILE AND IN FORCE (EDIT REASON 58).    *
      *    A CONTRACT RECEIVED IN EXCHANGE FOR A MEC IS ITSELF A MEC, *
      *    SO AN OLD CONTRACT CARRYING A MEC RULING PASSES ITS STATUS *
      *    AND ORIGINAL MEC DATE TO THE NEW ONE, APPENDED AS A        *
      *    HISTORY EVENT DATED WITH THE EXCHANGE DATE.  THE EXCHANGED *
      *    VALUE BECOMES THE NEW CONTRACT'S 1035 PAID AMOUNT, AND THE *
      *    OLD CONTRACT IS THEN TERMINATED AS SURRENDERED ON THE      *
      *    EXCHANGE DATE IN THE SAME CALL.  THE LINK GOES TO TAMXREF  *
      *    UNDER BOTH POLICY IDS.  THE CALLER GETS THE NEW CONTRACT'S *
      *    SNAPSHOT AND STAMP BACK, AND THE MAINLINE AUDITS THE NEW   *
      *    CONTRACT; THE OLD ONE IS AUDITED HERE (8050).  THE TWO     *
      *    UPDATES STAND OR FALL TOGETHER: IF THE OLD CONTRACT CANNOT *
      *    BE SURRENDERED, 6850 BACKS THE NEW CONTRACT OUT AND THE    *
      *    CALL FAILS HAVING CHANGED NOTHING                          *
      *****************************************************************
       6800-EXCHANGE-1035.
           MOVE 'N' TO WS-HIST-FULL-SW.
           MOVE 'N' TO WS-RESEQ-SW.
           MOVE 'N' TO WS-XCHG-OLD-MEC-SW.
           MOVE SPACES TO WS-XCHG-OLD-MEC-DT.
           MOVE MIR-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   SET MIR-RETRN-RQST-FAILED TO TRUE
           END-READ.
           IF NOT MIR-RETRN-OK
               MOVE SPACES TO CAUD-BEFORE-IMAGE
               MOVE SPACES TO CAUD-AFTER-IMAGE
               GO TO 6800-EXIT
           END-IF.
           PERFORM 8100-CAPTURE-BEFORE-IMG THRU 8100-EXIT.
           PERFORM 8200-CAPTURE-AFTER-IMG  THRU 8200-EXIT.
           IF CTAM-POL-TERMINATED
               SET MIR-RETRN-EDIT-ERROR TO TRUE
               SET MIR-EDIT-XCHG-NEW-POL-INELIGIBLE TO TRUE
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6810-CHECK-OLD-CONTRACT THRU 6810-EXIT.
           IF NOT MIR-RETRN-OK
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6820-APPLY-TO-NEW THRU 6820-EXIT.
           IF NOT MIR-RETRN-OK
               GO TO 6800-EXIT
           END-IF.
           MOVE CAUD-BEFORE-IMAGE TO WS-XCHG-BEF-IMAGE.
           MOVE CAUD-AFTER-IMAGE  TO WS-XCHG-AFT-IMAGE.
           MOVE CAUD-HIST-EVENT   TO WS-XCHG-HIST-EVENT.
           MOVE SPACES            TO CAUD-HIST-EVENT.
           MOVE CTAM-LAST-UPD-STAMP TO WS-XCHG-NEW-STAMP.
           MOVE CTAM-LAST-UPD-DT  TO WS-XCHG-LINK-DT.
           MOVE CTAM-LAST-UPD-TM  TO WS-XCHG-LINK-TM.
           PERFORM 6830-SURRENDER-OLD THRU 6830-EXIT.
           MOVE WS-XCHG-BEF-IMAGE TO CAUD-BEFORE-IMAGE.
           MOVE WS-XCHG-AFT-IMAGE TO CAUD-AFTER-IMAGE.
           MOVE WS-XCHG-HIST-EVENT TO CAUD-HIST-EVENT.
           MOVE WS-XCHG-NEW-STAMP TO MIR-LAST-UPD-STAMP.
           IF NOT MIR-RETRN-OK
               PERFORM 6850-BACK-OUT-NEW THRU 6850-EXIT
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6840-WRITE-XREF THRU 6840-EXIT.
           IF MIR-RETRN-OK
              AND (WS-HIST-FULL OR WS-RESEQUENCED
                   OR WS-CASE-IO-FAILED)
               SET MIR-RETRN-PARTIAL TO TRUE
           END-IF.
       6800-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6810-CHECK-OLD-CONTRACT - THE OLD CONTRACT MUST BE ON THE  *
      *    MASTER AND STILL IN FORCE.  ITS MEC RULING (A MEC DATE, OR *
      *    STATUS 'F') IS NOTED FOR THE CARRY-OVER.  THE AUDIT IMAGES *
      *    ALREADY CAPTURED FOR THE NEW CONTRACT ARE LEFT ALONE       *
      *****************************************************************
       6810-CHECK-OLD-CONTRACT.
           MOVE MIR-XCHG-OLD-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   SET MIR-RETRN-EDIT-ERROR TO TRUE
                   SET MIR-EDIT-XCHG-OLD-POL-INELIGIBLE TO TRUE
           END-READ.
           IF NOT MIR-RETRN-OK
               GO TO 6810-EXIT
           END-IF.
           IF CTAM-POL-TERMINATED
               SET MIR-RETRN-EDIT-ERROR TO TRUE
               SET MIR-EDIT-XCHG-OLD-POL-INELIGIBLE TO TRUE
               GO TO 6810-EXIT
           END-IF.
           IF CTAM-POL-MEC-DT NOT = SPACES OR CTAM-STAT-MEC-FAIL
               SET WS-XCHG-OLD-WAS-MEC TO TRUE
               MOVE CTAM-POL-MEC-DT TO WS-XCHG-OLD-MEC-DT
           END-IF.
      *    A FAILED STATUS WITH NO DATE ON FILE STILL MAKES THE NEW
      *    CONTRACT A MEC; THE EXCHANGE DATE IS THE EARLIEST DATE
      *    THIS SYSTEM CAN VOUCH FOR
           IF WS-XCHG-OLD-WAS-MEC AND WS-XCHG-OLD-MEC-DT = SPACES
               MOVE MIR-XCHG-DT TO WS-XCHG-OLD-MEC-DT
           END-IF.
       6810-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6820-APPLY-TO-NEW - RE-READ THE NEW CONTRACT, POST THE     *
      *    EXCHANGED VALUE AS ITS 1035 PAID AMOUNT AND, WHEN THE OLD  *
      *    CONTRACT WAS A MEC, CARRY THE RULING ACROSS.  THE EARLIER  *
      *    OF THE TWO MEC DATES STANDS IF THE NEW CONTRACT ALREADY    *
      *    HAD ONE; A HISTORY EVENT (REASON 'R', DATED WITH THE       *
      *    EXCHANGE DATE) IS APPENDED ONLY WHEN THE STATUS ACTUALLY   *
      *    TURNS TO 'F'.  THE CURRENT SNAPSHOT'S OWN EFFECTIVE DATE   *
      *    AND REASON ARE LEFT ALONE, AS ON A CURE                    *
      *****************************************************************
       6820-APPLY-TO-NEW.
           MOVE MIR-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   SET MIR-RETRN-RQST-FAILED TO TRUE
           END-READ.
           IF NOT MIR-RETRN-OK
               GO TO 6820-EXIT
           END-IF.
           MOVE CTAM-MASTER-RECORD TO WS-XCHG-NEW-SAVE.
           MOVE 'N' TO WS-XCHG-ARCH-SW.
           MOVE MIR-XCHG-AMT TO CTAM-TAMRA-1035-PD-AMT.
           IF WS-XCHG-OLD-WAS-MEC
               IF CTAM-POL-MEC-DT = SPACES
                  OR WS-XCHG-OLD-MEC-DT < CTAM-POL-MEC-DT
                   MOVE WS-XCHG-OLD-MEC-DT TO CTAM-POL-MEC-DT
               END-IF
               IF NOT CTAM-STAT-MEC-FAIL
                   MOVE 'F'                     TO CTAM-TAMRA-STAT-CD
                   MOVE MIR-XCHG-DT             TO MIR-TAMRA-EFF-DT
                   MOVE 'R'                     TO MIR-TAMRA-REASN-CD
                   MOVE CTAM-TAMRA-STAT-CD      TO MIR-TAMRA-STAT-CD
                   MOVE CTAM-TAMRA-ACB-AMT      TO MIR-TAMRA-ACB-AMT
                   MOVE CTAM-TAMRA-7PAY-ANN-AMT
                                          TO MIR-TAMRA-7PAY-ANN-AMT
                   MOVE CTAM-TAMRA-7PAY-CUM-AMT
                                          TO MIR-TAMRA-7PAY-CUM-AMT
                   PERFORM 4200-APPEND-HISTORY THRU 4200-EXIT
                   IF WS-HIST-FULL AND WS-ARCH-WRITTEN
                       SET WS-XCHG-ARCHIVED TO TRUE
                       MOVE CARC-ARCH-KEY   TO WS-XCHG-ARCH-KEY
                   END-IF
               END-IF
           END-IF.
           PERFORM 4400-STAMP-LAST-UPD THRU 4400-EXIT.
           PERFORM 8200-CAPTURE-AFTER-IMG THRU 8200-EXIT.
           REWRITE CTAM-MASTER-RECORD
               INVALID KEY
                   SET MIR-RETRN-RQST-FAILED TO TRUE
           END-REWRITE.
           IF MIR-RETRN-OK
               PERFORM 3100-MOVE-MASTER-TO-IO THRU 3100-EXIT
           END-IF.
       6820-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6830-SURRENDER-OLD - TERMINATE THE OLD CONTRACT AS         *
      *    SURRENDERED ON THE EXCHANGE DATE, THE SAME WAY             *
      *    7000-TERMINATE DOES, AND AUDIT IT UNDER ITS OWN POLICY ID. *
      *    6810 HAS ALREADY PROVED IT ON FILE AND IN FORCE            *
      *****************************************************************
       6830-SURRENDER-OLD.
           MOVE MIR-XCHG-OLD-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               INVALID KEY
                   SET MIR-RETRN-RQST-FAILED TO TRUE
           END-READ.
           IF NOT MIR-RETRN-OK
               GO TO 6830-EXIT
           END-IF.
           PERFORM 8100-CAPTURE-BEFORE-IMG THRU 8100-EXIT.
           MOVE 'T'                       TO CTAM-POL-TERM-STAT-CD.
           MOVE MIR-XCHG-DT               TO CTAM-POL-TERM-DT.
           MOVE 'S'                       TO CTAM-POL-TERM-REASN-CD.
           PERFORM 4400-STAMP-LAST-UPD THRU 4400-EXIT.
           PERFORM 8200-CAPTURE-AFTER-IMG THRU 8200-EXIT.
           REWRITE CTAM-MASTER-RECORD
               INVALID KEY
                   SET MIR-RETRN-RQST-FAILED TO TRUE
           END-REWRITE.
           IF MIR-RETRN-OK
               PERFORM 8050-WRITE-XCHG-OLD-AUDIT THRU 8050-EXIT
           END-IF.
       6830-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6840-WRITE-XREF - RECORD THE LINK UNDER BOTH POLICY IDS.   *
      *    BOTH CONTRACTS ARE ALREADY UPDATED, SO A LINK THAT CANNOT  *
      *    BE WRITTEN DOES NOT FAIL THE CALL; IT COMES BACK           *
      *    MIR-RETRN-PARTIAL FOR OPERATIONS TO FOLLOW UP              *
      *****************************************************************
       6840-WRITE-XREF.
           MOVE SPACES                    TO CXRF-XREF-RECORD.
           MOVE MIR-POL-ID                TO CXRF-POL-ID.
           MOVE 'N'                       TO CXRF-LINK-ROLE.
           MOVE MIR-XCHG-OLD-POL-ID       TO CXRF-LINKED-POL-ID.
           MOVE MIR-XCHG-DT               TO CXRF-XCHG-DT.
           MOVE MIR-XCHG-AMT              TO CXRF-XCHG-AMT.
           IF WS-XCHG-OLD-WAS-MEC
               MOVE 'Y'                   TO CXRF-MEC-CARRIED-SW
               MOVE WS-XCHG-OLD-MEC-DT    TO CXRF-MEC-DT
           ELSE
               MOVE 'N'                   TO CXRF-MEC-CARRIED-SW
           END-IF.
           MOVE WS-XCHG-LINK-DT           TO CXRF-LINK-DT.
           MOVE WS-XCHG-LINK-TM           TO CXRF-LINK-TM.
           MOVE MIR-OPER-ID               TO CXRF-OPER-ID.
           WRITE CXRF-XREF-RECORD
               INVALID KEY
                   SET MIR-RETRN-PARTIAL TO TRUE
           END-WRITE.
           MOVE MIR-XCHG-OLD-POL-ID       TO CXRF-POL-ID.
           MOVE 'O'                       TO CXRF-LINK-ROLE.
           MOVE MIR-POL-ID                TO CXRF-LINKED-POL-ID.
           WRITE CXRF-XREF-RECORD
               INVALID KEY
                   SET MIR-RETRN-PARTIAL TO TRUE
           END-WRITE.
       6840-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6850-BACK-OUT-NEW - THE OLD CONTRACT COULD NOT BE          *
      *    SURRENDERED AFTER 6820 HAD ALREADY REWRITTEN THE NEW ONE.  *
      *    THE NEW CONTRACT IS PUT BACK FROM THE IMAGE SAVED BEFORE   *
      *    6820 CHANGED IT, ANY HISTORY SLOT 6820 ARCHIVED FOR IT IS  *
      *    DELETED FROM TAMARCH, AND THE AUDIT IMAGES ARE BLANKED SO  *
      *    THE RC 02 AUDIT RECORD DESCRIBES A CALL THAT CHANGED       *
      *    NOTHING.  THE CALLER GETS THE RESTORED SNAPSHOT BACK.  IF  *
      *    THE NEW CONTRACT CANNOT BE PUT BACK THE IMAGES ARE LEFT    *
      *    IN PLACE SO THE AUDIT TRAIL STILL SHOWS WHAT IS ON FILE    *
      *****************************************************************
       6850-BACK-OUT-NEW.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE MIR-POL-ID TO CTAM-POL-ID.
           READ TAMRA-MASTER-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF NOT WS-POL-FOUND
               GO TO 6850-EXIT
           END-IF.
           MOVE WS-XCHG-NEW-SAVE TO CTAM-MASTER-RECORD.
           REWRITE CTAM-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-REWRITE.
           IF NOT WS-POL-FOUND
               GO TO 6850-EXIT
           END-IF.
           PERFORM 3100-MOVE-MASTER-TO-IO THRU 3100-EXIT.
           IF WS-XCHG-ARCHIVED
               MOVE WS-XCHG-ARCH-KEY TO CARC-ARCH-KEY
               DELETE ARCHIVE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE SPACES TO CAUD-BEFORE-IMAGE.
           MOVE SPACES TO CAUD-AFTER-IMAGE.
           MOVE SPACES TO CAUD-HIST-EVENT.
       6850-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6900-PROJECT - WHAT-IF 7-PAY PROJECTION.  STRICTLY READ-   *
      *    ONLY: THE MASTER IS READ, NEVER REWRITTEN, AND NO HISTORY  *
      *    SLOT IS APPENDED.  THE ACCUMULATED 7-PAY LIMIT FOR THE     *
           MOVE CTAM-TAMRA-GSP-AMT        TO CAUD-BEF-TAMRA-GSP-AMT.
           MOVE CTAM-TAMRA-GLP-AMT        TO CAUD-BEF-TAMRA-GLP-AMT.
           MOVE CTAM-7702-STAT-CD         TO CAUD-BEF-7702-STAT-CD.
           MOVE CTAM-7PAY-PRD-END-DT      TO CAUD-BEF-7PAY-PRD-END-DT.
       8100-EXIT.
           EXIT.
      *
           MOVE CTAM-TAMRA-GSP-AMT        TO CAUD-AFT-TAMRA-GSP-AMT.
           MOVE CTAM-TAMRA-GLP-AMT        TO CAUD-AFT-TAMRA-GLP-AMT.
           MOVE CTAM-7702-STAT-CD         TO CAUD-AFT-7702-STAT-CD.
           MOVE CTAM-7PAY-PRD-END-DT      TO CAUD-AFT-7PAY-PRD-END-DT.
       8200-EXIT.
           EXIT.
      *
           MOVE MIR-LENGTH                TO CAUD-LENGTH.
           MOVE MIR-POL-ID                TO CAUD-POL-ID.
           MOVE MIR-RETRN-CD              TO CAUD-RETRN-CD.
           MOVE MIR-OPER-ID               TO CAUD-OPER-ID.
           WRITE CAUD-AUDIT-RECORD.
           PERFORM 8300-TALLY-CONTROL THRU 8300-EXIT.
           PERFORM 8400-TRACK-CASE THRU 8400-EXIT.
           IF WS-CASE-IO-FAILED AND MIR-RETRN-OK
               SET MIR-RETRN-PARTIAL TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8050-WRITE-XCHG-OLD-AUDIT - THE OLD CONTRACT'S SURRENDER   *
      *    ON A 1035 EXCHANGE IS ITS OWN STATE CHANGE, SO IT GETS ITS *
      *    OWN TXCH AUDIT RECORD UNDER THE OLD POLICY ID CARRYING THE *
      *    IMAGES CAPTURED FOR IT; THE MAINLINE THEN WRITES THE NEW   *
      *    CONTRACT'S RECORD AS ON ANY OTHER CALL.  BOTH ARE TALLIED  *
      *    SO CBAL4000 STILL BALANCES RECORD FOR RECORD               *
      *****************************************************************
       8050-WRITE-XCHG-OLD-AUDIT.
           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           STRING WS-DATE-YYYYMMDD (1:4) '-'
                  WS-DATE-YYYYMMDD (5:2) '-'
                  WS-DATE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE INTO CAUD-RUN-DT.
           ACCEPT CAUD-RUN-TM FROM TIME.
           MOVE LENGTH OF MIR-COMMON-FIELDS TO WS-MIR-LENGTH-N.
           MOVE MIR-BUS-FCN-ID            TO CAUD-BUS-FCN-ID.
           MOVE WS-MIR-LENGTH-N           TO CAUD-LENGTH.
           MOVE MIR-XCHG-OLD-POL-ID       TO CAUD-POL-ID.
           MOVE '00'                      TO CAUD-RETRN-CD.
           MOVE MIR-OPER-ID               TO CAUD-OPER-ID.
           WRITE CAUD-AUDIT-RECORD.
           PERFORM 8300-TALLY-CONTROL THRU 8300-EXIT.
           PERFORM 8400-TRACK-CASE THRU 8400-EXIT.
       8050-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8300-TALLY-CONTROL - ACCUMULATE THE RUN CONTROL TOTALS AT  *
      *    THE SAME POINT THE AUDIT RECORD IS WRITTEN, SO CBAL4000    *
      *    CAN RECOMPUTE EXACTLY THE SAME FIGURES FROM TAMAUDIT.      *
                   ADD 1 TO WS-CTL-CALLS-REIN
               WHEN CAUD-BUS-FCN-ID = 'TPRJ'
                   ADD 1 TO WS-CTL-CALLS-PROJ
               WHEN CAUD-BUS-FCN-ID = 'TEXP'
                   ADD 1 TO WS-CTL-CALLS-EXPR
               WHEN CAUD-BUS-FCN-ID = 'TXCH'
                   ADD 1 TO WS-CTL-CALLS-XCHG
           END-EVALUATE.
           IF CAUD-RETRN-CD = '01'
               ADD 1 TO WS-CTL-EDIT-REJECTS
           EXIT.
      *
      *****************************************************************
      *    8400-TRACK-CASE - KEEP THE MEC COMPLIANCE CASE FILE IN     *
      *    STEP WITH THE AUDIT RECORD JUST WRITTEN.  ONLY APPLIED     *
      *    CHANGES COUNT.  A CURE OR A TERMINATION CLOSES THE         *
      *    POLICY'S OPEN CASE; OTHERWISE, ON A CONTRACT STILL IN      *
      *    FORCE, THE MOST SERIOUS NEW CONDITION - BECAME A MEC,      *
      *    BECAME 7702-DISQUALIFIED, OR CROSSED THE 7-PAY WARNING     *
      *    THRESHOLD - OPENS, REOPENS OR ESCALATES ITS CASE.  THE     *
      *    CASE FILE IS ADVISORY: A FAILURE HERE NEVER UNDOES OR      *
      *    FAILS THE CALL ALREADY APPLIED.  IT IS DISPLAYED FOR       *
      *    OPERATIONS (8470) AND WS-CASE-IO-FAILED IS LEFT SET, SO    *
      *    8000 - OR 6800 FOR THE OLD CONTRACT OF AN EXCHANGE -       *
      *    RETURNS THE CALL MIR-RETRN-PARTIAL, AS 6840 DOES FOR A     *
      *    TAMXREF LINK THAT CANNOT BE WRITTEN                        *
      *****************************************************************
       8400-TRACK-CASE.
           MOVE 'N' TO WS-CASE-IO-FAIL-SW.
           IF CAUD-BUS-FCN-ID = 'TINQ' OR CAUD-BUS-FCN-ID = 'TASF'
              OR CAUD-BUS-FCN-ID = 'TPRJ'
               GO TO 8400-EXIT
           END-IF.
           IF CAUD-RETRN-CD NOT = '00' AND CAUD-RETRN-CD NOT = '50'
               GO TO 8400-EXIT
           END-IF.
           SET WS-CASE-NO-ACTN TO TRUE.
           IF CAUD-BUS-FCN-ID = 'TCUR'
               SET WS-CASE-TO-CLOSE TO TRUE
               MOVE 'C' TO WS-CASE-CLOSE-DISP
               MOVE 'CLOSED - MEC CURE APPLIED' TO WS-CASE-NOTE-TXT
           ELSE
               IF CAUD-AFT-POL-TERM-STAT-CD = 'T'
                  AND CAUD-BEF-POL-TERM-STAT-CD NOT = 'T'
                   SET WS-CASE-TO-CLOSE TO TRUE
                   MOVE 'X' TO WS-CASE-CLOSE-DISP
                   MOVE 'CLOSED - POLICY TERMINATED'
                                TO WS-CASE-NOTE-TXT
               END-IF
           END-IF.
           IF WS-CASE-TO-CLOSE
               PERFORM 8430-CLOSE-CASE THRU 8430-EXIT
               GO TO 8400-EXIT
           END-IF.
           IF CAUD-AFT-POL-TERM-STAT-CD = 'T'
               GO TO 8400-EXIT
           END-IF.
           IF CAUD-AFT-TAMRA-STAT-CD = 'F'
              AND CAUD-BEF-TAMRA-STAT-CD NOT = 'F'
               SET WS-CASE-TO-OPEN TO TRUE
               MOVE 'M' TO WS-CASE-NEW-TRIG-CD
               MOVE CAUD-AFT-POL-MEC-DT TO WS-CASE-NEW-TRIG-DT
               IF WS-CASE-NEW-TRIG-DT = SPACES
                   MOVE CAUD-RUN-DT TO WS-CASE-NEW-TRIG-DT
               END-IF
               MOVE 'POLICY BECAME A MEC' TO WS-CASE-EVENT-TXT
               GO TO 8400-APPLY
           END-IF.
           IF CAUD-AFT-7702-STAT-CD = 'F'
              AND CAUD-BEF-7702-STAT-CD NOT = 'F'
               SET WS-CASE-TO-OPEN TO TRUE
               MOVE 'Q' TO WS-CASE-NEW-TRIG-CD
               MOVE CAUD-RUN-DT TO WS-CASE-NEW-TRIG-DT
               MOVE 'POLICY FAILED SECTION 7702'
                                TO WS-CASE-EVENT-TXT
               GO TO 8400-APPLY
           END-IF.
           MOVE CAUD-BEF-TAMRA-STAT-CD    TO WS-CASE-IMG-STAT-CD.
           MOVE CAUD-BEF-POL-MEC-DT       TO WS-CASE-IMG-MEC-DT.
           MOVE CAUD-BEF-POL-TERM-STAT-CD TO WS-CASE-IMG-TERM-STAT-CD.
           MOVE CAUD-BEF-7PAY-PRD-END-DT  TO WS-CASE-IMG-PRD-END-DT.
           MOVE CAUD-BEF-TAMRA-7PAY-ANN-AMT TO WS-CASE-IMG-ANN-AMT.
           MOVE CAUD-BEF-TAMRA-7PAY-CUM-AMT TO WS-CASE-IMG-CUM-AMT.
           PERFORM 8415-TEST-WARNING THRU 8415-EXIT.
           MOVE WS-CASE-WARN-SW TO WS-CASE-BEF-WARN-SW.
           MOVE CAUD-AFT-TAMRA-STAT-CD    TO WS-CASE-IMG-STAT-CD.
           MOVE CAUD-AFT-POL-MEC-DT       TO WS-CASE-IMG-MEC-DT.
           MOVE CAUD-AFT-POL-TERM-STAT-CD TO WS-CASE-IMG-TERM-STAT-CD.
           MOVE CAUD-AFT-7PAY-PRD-END-DT  TO WS-CASE-IMG-PRD-END-DT.
           MOVE CAUD-AFT-TAMRA-7PAY-ANN-AMT TO WS-CASE-IMG-ANN-AMT.
           MOVE CAUD-AFT-TAMRA-7PAY-CUM-AMT TO WS-CASE-IMG-CUM-AMT.
           PERFORM 8415-TEST-WARNING THRU 8415-EXIT.
           IF WS-CASE-AT-WARNING AND NOT WS-CASE-BEF-AT-WARNING
               SET WS-CASE-TO-OPEN TO TRUE
               MOVE 'W' TO WS-CASE-NEW-TRIG-CD
               MOVE CAUD-RUN-DT TO WS-CASE-NEW-TRIG-DT
               MOVE 'CROSSED 7-PAY WARNING THRESHOLD'
                                TO WS-CASE-EVENT-TXT
           END-IF.
       8400-APPLY.
           IF WS-CASE-TO-OPEN
               PERFORM 8420-OPEN-CASE THRU 8420-EXIT
           END-IF.
       8400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8415-TEST-WARNING - THE CRPT4050 EARLY-WARNING RULE        *
      *    APPLIED TO ONE AUDIT IMAGE: IN FORCE, NOT A MEC, 7-PAY     *
      *    PERIOD STILL OPEN, CUMULATIVE PREMIUM AT OR ABOVE THE      *
      *    WARNING PERCENTAGE OF THE ANNUAL LIMIT BUT STILL UNDER     *
      *    THE LIMIT ITSELF.  AN EMPTY IMAGE (NEW POLICY) IS NEVER    *
      *    AT WARNING                                                 *
      *****************************************************************
       8415-TEST-WARNING.
           MOVE 'N' TO WS-CASE-WARN-SW.
           IF WS-CASE-IMG-TERM-STAT-CD = 'T'
               GO TO 8415-EXIT
           END-IF.
           IF WS-CASE-IMG-STAT-CD = 'F'
              OR WS-CASE-IMG-MEC-DT NOT = SPACES
               GO TO 8415-EXIT
           END-IF.
           IF WS-CASE-IMG-PRD-END-DT NOT = SPACES
               GO TO 8415-EXIT
           END-IF.
           MOVE 0 TO WS-CASE-ANN-AMT-N.
           MOVE 0 TO WS-CASE-CUM-AMT-N.
           IF WS-CASE-IMG-ANN-AMT IS NUMERIC
               MOVE WS-CASE-IMG-ANN-AMT TO WS-CASE-ANN-AMT-X
               MOVE WS-CASE-ANN-AMT-9 TO WS-CASE-ANN-AMT-N
           END-IF.
           IF WS-CASE-IMG-CUM-AMT IS NUMERIC
               MOVE WS-CASE-IMG-CUM-AMT (2:18) TO WS-CASE-CUM-AMT-X
               MOVE WS-CASE-CUM-AMT-9 TO WS-CASE-CUM-AMT-N
           END-IF.
           IF WS-CASE-ANN-AMT-N <= 0
               GO TO 8415-EXIT
           END-IF.
           IF WS-CASE-CUM-AMT-N >= WS-CASE-ANN-AMT-N
               GO TO 8415-EXIT
           END-IF.
           COMPUTE WS-CASE-THRESHOLD-N =
               (WS-CASE-ANN-AMT-N * WS-CASE-WARN-PCT) / 100.
           IF WS-CASE-CUM-AMT-N < WS-CASE-THRESHOLD-N
               GO TO 8415-EXIT
           END-IF.
           MOVE 'Y' TO WS-CASE-WARN-SW.
       8415-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8420-OPEN-CASE - NO CASE ON FILE: WRITE A NEW ONE.  A      *
      *    CLOSED CASE IS REOPENED UNDER THE NEW TRIGGER, KEEPING ITS *
      *    ANALYST AND NOTES.  AN OPEN CASE IS ESCALATED ONLY WHEN    *
      *    THE NEW TRIGGER IS MORE SERIOUS (M OVER Q OVER W); A LESS  *
      *    SERIOUS ONE IS NOTED ON THE CASE BUT CHANGES NOTHING ELSE  *
      *****************************************************************
       8420-OPEN-CASE.
           PERFORM 8460-OPEN-CASE-FILE THRU 8460-EXIT.
           IF NOT WS-TAMCASE-OK
               PERFORM 8470-CASE-IO-FAILED THRU 8470-EXIT
               GO TO 8420-EXIT
           END-IF.
           PERFORM 8440-DERIVE-CASE-WINDOW THRU 8440-EXIT.
           MOVE CAUD-POL-ID TO CCAS-POL-ID.
           MOVE 'Y' TO WS-CASE-FOUND-SW.
           READ CASE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-SW
           END-READ.
           IF NOT WS-CASE-FOUND
               MOVE SPACES TO CCAS-CASE-RECORD
               MOVE CAUD-POL-ID TO CCAS-POL-ID
               MOVE 0 TO CCAS-OPEN-CNT
               MOVE 0 TO CCAS-NOTE-CNT
               PERFORM 8425-START-CASE THRU 8425-EXIT
               MOVE SPACES TO WS-CASE-NOTE-TXT
               STRING 'OPENED - ' WS-CASE-EVENT-TXT
                      DELIMITED BY SIZE INTO WS-CASE-NOTE-TXT
               PERFORM 8450-ADD-CASE-NOTE THRU 8450-EXIT
               WRITE CCAS-CASE-RECORD
               IF NOT WS-TAMCASE-OK
                   PERFORM 8470-CASE-IO-FAILED THRU 8470-EXIT
               END-IF
               GO TO 8420-CLOSE
           END-IF.
           IF CCAS-CASE-CLOSED
               PERFORM 8425-START-CASE THRU 8425-EXIT
               MOVE SPACES TO WS-CASE-NOTE-TXT
               STRING 'REOPENED - ' WS-CASE-EVENT-TXT
                      DELIMITED BY SIZE INTO WS-CASE-NOTE-TXT
               PERFORM 8450-ADD-CASE-NOTE THRU 8450-EXIT
               REWRITE CCAS-CASE-RECORD
               IF NOT WS-TAMCASE-OK
                   PERFORM 8470-CASE-IO-FAILED THRU 8470-EXIT
               END-IF
               GO TO 8420-CLOSE
           END-IF.
           EVALUATE CCAS-TRIG-CD
               WHEN 'M'   MOVE 3 TO WS-CASE-OLD-RANK
               WHEN 'Q'   MOVE 2 TO WS-CASE-OLD-RANK
               WHEN OTHER MOVE 1 TO WS-CASE-OLD-RANK
           END-EVALUATE.
           EVALUATE WS-CASE-NEW-TRIG-CD
               WHEN 'M'   MOVE 3 TO WS-CASE-NEW-RANK
               WHEN 'Q'   MOVE 2 TO WS-CASE-NEW-RANK
               WHEN OTHER MOVE 1 TO WS-CASE-NEW-RANK
           END-EVALUATE.
           MOVE SPACES TO WS-CASE-NOTE-TXT.
           IF WS-CASE-NEW-RANK > WS-CASE-OLD-RANK
               MOVE WS-CASE-NEW-TRIG-CD   TO CCAS-TRIG-CD
               MOVE WS-CASE-NEW-TRIG-DT   TO CCAS-TRIG-DT
               MOVE WS-CASE-WINDOW-END-DT TO CCAS-CURE-WINDOW-END-DT
               STRING 'ESCALATED - ' WS-CASE-EVENT-TXT
                      DELIMITED BY SIZE INTO WS-CASE-NOTE-TXT
           ELSE
               STRING 'ALSO - ' WS-CASE-EVENT-TXT
                      DELIMITED BY SIZE INTO WS-CASE-NOTE-TXT
           END-IF.
           PERFORM 8450-ADD-CASE-NOTE THRU 8450-EXIT.
           REWRITE CCAS-CASE-RECORD.
           IF NOT WS-TAMCASE-OK
               PERFORM 8470-CASE-IO-FAILED THRU 8470-EXIT
           END-IF.
       8420-CLOSE.
           CLOSE CASE-FILE.
       8420-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8425-START-CASE - (RE)OPEN THE CASE IN THE RECORD AREA     *
      *    UNDER THE NEW TRIGGER, CLEARING ANY EARLIER DISPOSITION    *
      *    AND CLOSE                                                  *
      *****************************************************************
       8425-START-CASE.
           MOVE 'O'                       TO CCAS-CASE-STAT-CD.
           MOVE WS-CASE-NEW-TRIG-CD       TO CCAS-TRIG-CD.
           MOVE WS-CASE-NEW-TRIG-DT       TO CCAS-TRIG-DT.
           MOVE WS-CASE-WINDOW-END-DT     TO CCAS-CURE-WINDOW-END-DT.
           MOVE CAUD-RUN-DT               TO CCAS-OPEN-DT.
           MOVE CAUD-RUN-TM               TO CCAS-OPEN-TM.
           MOVE CAUD-BUS-FCN-ID           TO CCAS-OPEN-FCN-ID.
           ADD 1 TO CCAS-OPEN-CNT.
           MOVE SPACES                    TO CCAS-DISP-CD.
           MOVE SPACES                    TO CCAS-DISP-DT.
           MOVE SPACES                    TO CCAS-CLOSE-DT.
           MOVE SPACES                    TO CCAS-CLOSE-SRC.
       8425-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8430-CLOSE-CASE - A CURE OR TERMINATION CLOSES THE         *
      *    POLICY'S OPEN CASE WITH THE MATCHING DISPOSITION.  NO      *
      *    CASE, OR ONE ALREADY CLOSED, IS LEFT AS IT IS              *
      *****************************************************************
       8430-CLOSE-CASE.
           PERFORM 8460-OPEN-CASE-FILE THRU 8460-EXIT.
           IF NOT WS-TAMCASE-OK
               PERFORM 8470-CASE-IO-FAILED THRU 8470-EXIT
               GO TO 8430-EXIT
           END-IF.
           MOVE CAUD-POL-ID TO CCAS-POL-ID.
           MOVE 'Y' TO WS-CASE-FOUND-SW.
           READ CASE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-SW
           END-READ.
           IF NOT WS-CASE-FOUND OR NOT CCAS-CASE-OPEN
               GO TO 8430-CLOSE
           END-IF.
           MOVE 'C'                       TO CCAS-CASE-STAT-CD.
           MOVE WS-CASE-CLOSE-DISP        TO CCAS-DISP-CD.
           MOVE CAUD-RUN-DT               TO CCAS-DISP-DT.
           MOVE CAUD-RUN-DT               TO CCAS-CLOSE-DT.
           MOVE CAUD-BUS-FCN-ID           TO CCAS-CLOSE-SRC.
           PERFORM 8450-ADD-CASE-NOTE THRU 8450-EXIT.
           REWRITE CCAS-CASE-RECORD.
           IF NOT WS-TAMCASE-OK
               PERFORM 8470-CASE-IO-FAILED THRU 8470-EXIT
           END-IF.
       8430-CLOSE.
           CLOSE CASE-FILE.
       8430-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8440-DERIVE-CASE-WINDOW - THE 6310 CORRECTION WINDOW       *
      *    TAKEN FROM THE TRIGGER DATE: TWO CALENDAR MONTHS PAST THE  *
      *    FIRST POLICY ANNIVERSARY ON OR AFTER IT.  LEFT BLANK WHEN  *
      *    EITHER DATE IS MISSING                                     *
      *****************************************************************
       8440-DERIVE-CASE-WINDOW.
           MOVE SPACES TO WS-CASE-WINDOW-END-DT.
           IF WS-CASE-NEW-TRIG-DT (1:4) IS NOT NUMERIC
               GO TO 8440-EXIT
           END-IF.
           IF CAUD-AFT-POL-ISS-EFF-DT (6:2) IS NOT NUMERIC
              OR CAUD-AFT-POL-ISS-EFF-DT (9:2) IS NOT NUMERIC
               GO TO 8440-EXIT
           END-IF.
           MOVE WS-CASE-NEW-TRIG-DT (1:4) TO WS-CASE-YYYY.
           IF WS-CASE-NEW-TRIG-DT (6:5) >= CAUD-AFT-POL-ISS-EFF-DT (6:5)
               ADD 1 TO WS-CASE-YYYY
           END-IF.
           MOVE CAUD-AFT-POL-ISS-EFF-DT (6:2) TO WS-CASE-MM.
           ADD 2 TO WS-CASE-MM.
           IF WS-CASE-MM > 12
               SUBTRACT 12 FROM WS-CASE-MM
               ADD 1 TO WS-CASE-YYYY
           END-IF.
           STRING WS-CASE-YYYY '-'
                  WS-CASE-MM '-'
                  CAUD-AFT-POL-ISS-EFF-DT (9:2)
                  DELIMITED BY SIZE INTO WS-CASE-WINDOW-END-DT.
       8440-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8450-ADD-CASE-NOTE - APPEND WS-CASE-NOTE-TXT AS THE NEWEST *
      *    NOTE, DROPPING THE OLDEST WHEN ALL TEN ARE IN USE, AND     *
      *    STAMP THE CASE.  A BATCH CALL CARRIES NO OPERATOR, SO ITS  *
      *    NOTE IS SIGNED WITH THE FUNCTION ID                        *
      *****************************************************************
       8450-ADD-CASE-NOTE.
           MOVE CAUD-OPER-ID TO WS-CASE-NOTE-OPER-ID.
           IF WS-CASE-NOTE-OPER-ID = SPACES
               MOVE CAUD-BUS-FCN-ID TO WS-CASE-NOTE-OPER-ID
           END-IF.
           IF CCAS-NOTE-CNT NOT < 10
               PERFORM 8455-SHIFT-ONE-NOTE THRU 8455-EXIT
                   VARYING WS-CASE-SUB FROM 2 BY 1
                   UNTIL WS-CASE-SUB > 10
               MOVE 9 TO CCAS-NOTE-CNT
           END-IF.
           ADD 1 TO CCAS-NOTE-CNT.
           MOVE CAUD-RUN-DT          TO CCAS-NOTE-DT (CCAS-NOTE-CNT).
           MOVE WS-CASE-NOTE-OPER-ID
                                TO CCAS-NOTE-OPER-ID (CCAS-NOTE-CNT).
           MOVE WS-CASE-NOTE-TXT     TO CCAS-NOTE-TEXT (CCAS-NOTE-CNT).
           MOVE CAUD-RUN-DT          TO CCAS-LAST-UPD-DT.
           MOVE CAUD-RUN-TM          TO CCAS-LAST-UPD-TM.
           MOVE WS-CASE-NOTE-OPER-ID TO CCAS-LAST-UPD-OPER-ID.
       8450-EXIT.
           EXIT.
      *
       8455-SHIFT-ONE-NOTE.
           MOVE CCAS-NOTE-T (WS-CASE-SUB)
                                TO CCAS-NOTE-T (WS-CASE-SUB - 1).
       8455-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8460-OPEN-CASE-FILE - OPEN TAMCASE FOR ONE CASE CHANGE,    *
      *    CREATING IT ON FIRST USE                                   *
      *****************************************************************
       8460-OPEN-CASE-FILE.
           OPEN I-O CASE-FILE.
           IF WS-TAMCASE-NEW-FILE
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.
       8460-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8470-CASE-IO-FAILED - TAMCASE COULD NOT BE OPENED, WRITTEN *
      *    OR REWRITTEN.  THE CASE DID NOT OPEN OR CLOSE, SO TELL     *
      *    OPERATIONS WHICH POLICY AND WHY, AND FLAG THE CALL         *
      *****************************************************************
       8470-CASE-IO-FAILED.
           SET WS-CASE-IO-FAILED TO TRUE.
           DISPLAY 'CSOM4000 - TAMCASE UPDATE FAILED, POLICY '
                   CAUD-POL-ID ' STATUS ' WS-TAMCASE-STATUS.
       8470-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7500-WRITE-CONTROL - END-OF-RUN: WRITE THE ACCUMULATED     *
      *    CONTROL TOTALS AS ONE CCTL4000 RECORD ON TAMCTL AND RESET  *
      *    THE ACCUMULATORS.  THE CALLER SIGNALS THIS WITH THE        *
           MOVE WS-CTL-CALLS-CURE         TO CCTL-CALLS-CURE.
           MOVE WS-CTL-CALLS-REIN         TO CCTL-CALLS-REIN.
           MOVE WS-CTL-CALLS-PROJ         TO CCTL-CALLS-PROJ.
           MOVE WS-CTL-CALLS-EXPR         TO CCTL-CALLS-EXPR.
           MOVE WS-CTL-CALLS-XCHG         TO CCTL-CALLS-XCHG.
           MOVE WS-CTL-UPDATES-APPLIED    TO CCTL-UPDATES-APPLIED.
           MOVE WS-CTL-EDIT-REJECTS       TO CCTL-EDIT-REJECTS.
           MOVE WS-CTL-HASH-7PAY-CUM      TO CCTL-HASH-7PAY-CUM.
           MOVE 0 TO WS-CTL-CALLS-CURE.
           MOVE 0 TO WS-CTL-CALLS-REIN.
           MOVE 0 TO WS-CTL-CALLS-PROJ.
           MOVE 0 TO WS-CTL-CALLS-EXPR.
           MOVE 0 TO WS-CTL-CALLS-XCHG.
           MOVE 0 TO WS-CTL-UPDATES-APPLIED.
           MOVE 0 TO WS-CTL-EDIT-REJECTS.
           MOVE 0 TO WS-CTL-HASH-7PAY-CUM.
