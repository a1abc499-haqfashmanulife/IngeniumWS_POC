      *****************************************************************
      **  MEMBER :  CINF4000                                         **
      **  REMARKS:  POLICY ADMIN IN-FORCE EXTRACT RECORD              **
      **            ONE RECORD PER POLICY KNOWN TO THE POLICY ADMIN   **
      **            SYSTEM, IN FORCE OR NOT, SUPPLIED WEEKLY AND      **
      **            PRESORTED ASCENDING BY POLICY ID.  A LAPSED OR    **
      **            TERMINATED POLICY CARRIES ITS TERMINATION DATE    **
      **            AND REASON.  INF-SUM-INS-AMT CARRIES TWO IMPLIED  **
      **            DECIMALS, THE SAME AS CTAM-TAMRA-SUM-INS-AMT      **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
      *
       01  INF-INFORCE-RECORD.
           05  INF-POL-ID.
               10  INF-POL-ID-BASE                     PIC X(09).
               10  INF-POL-ID-SFX                      PIC X(01).
           05  INF-POL-STAT-CD                         PIC X(01).
               88  INF-POL-INFORCE                     VALUE 'A'.
               88  INF-POL-LAPSED                      VALUE 'L'.
               88  INF-POL-TERMINATED                  VALUE 'T'.
           05  INF-POL-TERM-DT                         PIC X(10).
           05  INF-POL-TERM-REASN-CD                   PIC X(01).
               88  INF-TERM-SURRENDERED                VALUE 'S'.
               88  INF-TERM-LAPSED                     VALUE 'L'.
               88  INF-TERM-RESCINDED                  VALUE 'R'.
           05  INF-OWN-CLI-NM                          PIC X(50).
           05  INF-SUM-INS-AMT                         PIC X(18).
           05  INF-POL-ISS-EFF-DT                      PIC X(10).
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
