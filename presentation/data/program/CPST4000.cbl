      ** 2026-09-01 RAK   2300-STAGE-BULK-ENTRY NOW CARRIES THE NEW  **
      **                  7702 GUIDELINE AMOUNTS AND STATUS THROUGH  **
      **                  THE BULK ENTRY UNCHANGED                   **
      ** 2026-10-15 RAK   EVERY CSOM4000 CALL NOW CARRIES A BLANK    **
      **                  MIR-OPER-ID, SO THE SERVER TREATS IT AS A  **
      **                  BATCH CALL AND SKIPS THE OPERATOR          **
      **                  AUTHORITY CHECK                            **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPST4000.
           OPEN OUTPUT REJECTS-FILE.
           OPEN OUTPUT POSTING-RPT-FILE.
           MOVE 0 TO MIR-BULK-CNT.
           MOVE SPACES TO MIR-OPER-ID.
           PERFORM 2100-READ-DSB THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
