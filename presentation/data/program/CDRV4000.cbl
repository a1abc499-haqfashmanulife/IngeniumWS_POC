      **                  7702 GUIDELINE AMOUNTS AND STATUS TO THE   **
      **                  TEST CALL SO THE RE-DRIVE ALSO RE-DERIVES  **
      **                  THE SECTION 7702 QUALIFICATION             **
      ** 2026-10-15 RAK   EVERY CSOM4000 CALL NOW CARRIES A BLANK    **
      **                  MIR-OPER-ID, SO THE SERVER TREATS IT AS A  **
      **                  BATCH CALL AND SKIPS THE OPERATOR          **
      **                  AUTHORITY CHECK                            **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDRV4000.
      *    DRIVE PAST THE LAST POLICY THAT RAN CLEAN LAST TIME        *
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO MIR-OPER-ID.
           PERFORM 1200-READ-PARM THRU 1200-EXIT.
           OPEN I-O CHECKPOINT-FILE.
           IF WS-TAMCKPT-NEW-FILE
