      *****************************************************************
      **  MEMBER :  CCAS4000                                         **
      **  REMARKS:  MEC COMPLIANCE CASE RECORD                        **
      **            ONE RECORD PER POLICY ON THE KEYED TAMCASE FILE.  **
      **            CSOM4000 OPENS THE CASE WHEN AN APPLIED CALL      **
      **            MAKES THE POLICY A MEC ('M'), TURNS ITS SECTION   **
      **            7702 STATUS TO DISQUALIFIED ('Q') OR TAKES ITS    **
      **            CUMULATIVE 7-PAY PREMIUM ACROSS THE WARNING       **
      **            THRESHOLD ('W'), AND CLOSES IT WHEN A CURE        **
      **            (DISPOSITION 'C') OR A TERMINATION - INCLUDING    **
      **            THE SURRENDER OF THE OLD CONTRACT ON A 1035       **
      **            EXCHANGE - (DISPOSITION 'X') IS APPLIED.  A       **
      **            LATER, MORE SERIOUS TRIGGER (M OVER Q OVER W)     **
      **            ESCALATES AN OPEN CASE; A TRIGGER ON A CLOSED     **
      **            CASE REOPENS IT.  ANALYSTS ASSIGN THE CASE,       **
      **            RECORD THE DISPOSITION AND ADD DATED NOTES FROM   **
      **            CONL4000 (CMD C).  CCAS-CURE-WINDOW-END-DT IS THE **
      **            CSOM4000 CORRECTION WINDOW (TWO CALENDAR MONTHS   **
      **            PAST THE FIRST POLICY ANNIVERSARY ON OR AFTER     **
      **            CCAS-TRIG-DT) THAT CRPT4080 AGES OPEN CASES       **
      **            AGAINST.  THE LATEST TEN NOTES ARE KEPT, NEWEST   **
      **            LAST; THE OLDEST DROPS OFF WHEN AN ELEVENTH IS    **
      **            ADDED.  CSOM4000 WRITES ITS OWN NOTE EACH TIME IT **
      **            OPENS, ESCALATES, REOPENS OR CLOSES A CASE, UNDER **
      **            THE CALLING OPERATOR'S ID (OR THE FUNCTION ID     **
      **            FOR A BATCH CALL, WHICH CARRIES NO OPERATOR)      **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
      *
       01  CCAS-CASE-RECORD.
           05  CCAS-POL-ID.
               10  CCAS-POL-ID-BASE                    PIC X(09).
               10  CCAS-POL-ID-SFX                     PIC X(01).
           05  CCAS-CASE-STAT-CD                       PIC X(01).
               88  CCAS-CASE-OPEN                      VALUE 'O'.
               88  CCAS-CASE-CLOSED                    VALUE 'C'.
           05  CCAS-TRIG-CD                            PIC X(01).
               88  CCAS-TRIG-MEC                       VALUE 'M'.
               88  CCAS-TRIG-7702-DISQUAL              VALUE 'Q'.
               88  CCAS-TRIG-WARNING                   VALUE 'W'.
           05  CCAS-TRIG-DT                            PIC X(10).
           05  CCAS-CURE-WINDOW-END-DT                 PIC X(10).
           05  CCAS-OPEN-DT                            PIC X(10).
           05  CCAS-OPEN-TM                            PIC X(08).
           05  CCAS-OPEN-FCN-ID                        PIC X(04).
           05  CCAS-OPEN-CNT                           PIC 9(03).
           05  CCAS-ANLST-ID                           PIC X(08).
           05  CCAS-ASSGN-DT                           PIC X(10).
           05  CCAS-DISP-CD                            PIC X(01).
               88  CCAS-DISP-NONE                      VALUE ' '.
               88  CCAS-DISP-OWNER-NOTIFIED            VALUE 'N'.
               88  CCAS-DISP-REFUND-OFFERED            VALUE 'R'.
               88  CCAS-DISP-KEEP-MEC                  VALUE 'K'.
               88  CCAS-DISP-CURED                     VALUE 'C'.
               88  CCAS-DISP-CLOSED                    VALUE 'X'.
               88  CCAS-DISP-VALID                     VALUE ' ', 'N',
                                                   'R', 'K', 'C', 'X'.
           05  CCAS-DISP-DT                            PIC X(10).
           05  CCAS-CLOSE-DT                           PIC X(10).
           05  CCAS-CLOSE-SRC                          PIC X(04).
           05  CCAS-LAST-UPD-STAMP.
               10  CCAS-LAST-UPD-DT                    PIC X(10).
               10  CCAS-LAST-UPD-TM                    PIC X(08).
               10  CCAS-LAST-UPD-OPER-ID               PIC X(08).
           05  CCAS-NOTE-CNT                           PIC 9(03) COMP.
           05  CCAS-NOTE-T OCCURS 10 TIMES.
               10  CCAS-NOTE-DT                        PIC X(10).
               10  CCAS-NOTE-OPER-ID                   PIC X(08).
               10  CCAS-NOTE-TEXT                      PIC X(60).
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
