      **                  STALE STAMP CAN BE REJECTED INSTEAD OF     **
      **                  SILENTLY OVERWRITING A BATCH RESULT.       **
      **                  RECORD LENGTH CHANGES: CONVERT TAMMSTR     **
      ** 2026-10-15 RAK   ADDED CTAM-7PAY-PRD-END-DT - THE END DATE  **
      **                  OF A 7-PAY TESTING PERIOD CLOSED BY THE    **
      **                  MONTH-END EXPIRY RUN (CEXP4000).  SPACES   **
      **                  WHILE THE PERIOD IS OPEN; CLEARED WHEN A   **
      **                  LATER MATERIAL CHANGE OPENS A NEW PERIOD.  **
      **                  RECORD LENGTH CHANGES: CONVERT TAMMSTR     **
      *****************************************************************
      *
       01  CTAM-MASTER-RECORD.
               88  CTAM-TERM-SURRENDERED                   VALUE 'S'.
               88  CTAM-TERM-LAPSED                        VALUE 'L'.
               88  CTAM-TERM-RESCINDED                     VALUE 'R'.
           05  CTAM-7PAY-PRD-END-DT                        PIC X(10).
               88  CTAM-7PAY-PRD-OPEN                      VALUE SPACES.
           05  CTAM-LAST-UPD-STAMP.
               10  CTAM-LAST-UPD-DT                    PIC X(10).
               10  CTAM-LAST-UPD-TM                    PIC X(08).
