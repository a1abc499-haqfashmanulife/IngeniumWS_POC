      **                  AS AN EXCEPTION AHEAD OF THE MEC REASONS - **
      **                  A CONTRACT THAT FAILS 7702 IS A WORSE      **
      **                  PROBLEM THAN A MEC                         **
      ** 2026-10-15 RAK   A POLICY WHOSE 7-PAY TESTING PERIOD HAS    **
      **                  BEEN CLOSED BY THE EXPIRY RUN (CEXP4000)   **
      **                  IS NO LONGER REPORTED ON THE 7-PAY         **
      **                  REASONS UNTIL A NEW MATERIAL CHANGE        **
      **                  REOPENS IT; A 7702 DISQUALIFICATION IS     **
      **                  STILL REPORTED - 7702 RUNS FOR THE LIFE    **
      **                  OF THE CONTRACT                            **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPT4010.
           IF CTAM-POL-TERMINATED
               GO TO 2200-EXIT
           END-IF.
           IF NOT CTAM-7PAY-PRD-OPEN
              AND NOT CTAM-7702-DISQUALIFIED
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-7PAY-ANN-AMT-N.
           MOVE 0 TO WS-7PAY-CUM-AMT-N.
           IF CTAM-TAMRA-7PAY-ANN-AMT IS NUMERIC
