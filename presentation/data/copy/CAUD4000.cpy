      **                  AMOUNTS AND QUALIFICATION STATUS TO BOTH   **
      **                  IMAGES.  RECORD LENGTH CHANGES: START A    **
      **                  FRESH TAMAUDIT GENERATION AT CUTOVER       **
      ** 2026-10-15 RAK   ADDED THE CLOSED 7-PAY PERIOD END DATE TO  **
      **                  BOTH IMAGES SO A PERIOD EXPIRY (TEXP) CALL **
      **                  LEAVES A VISIBLE BEFORE/AFTER DIFFERENCE.  **
      **                  RECORD LENGTH CHANGES: START A FRESH       **
      **                  TAMAUDIT GENERATION AT CUTOVER             **
      ** 2026-10-15 RAK   ADDED CAUD-OPER-ID - THE OPERATOR WHO MADE **
      **                  THE CALL (BLANK FOR A BATCH CALLER).       **
      **                  RECORD LENGTH CHANGES: START A FRESH       **
      **                  TAMAUDIT GENERATION AT CUTOVER             **
      ** 2026-10-15 RAK   ADDED CAUD-HIST-EVENT - THE HISTORY EVENT  **
      **                  THE CALL ADDED TO THE POLICY'S HISTORY     **
      **                  TABLE (OR SENT STRAIGHT TO THE TAMARCH     **
      **                  ARCHIVE), SPACES WHEN IT ADDED NONE, SO    **
      **                  FORWARD RECOVERY (CRCV4000) CAN REBUILD    **
      **                  THE HISTORY ALONG WITH THE SNAPSHOT.       **
      **                  NOT CARRIED TO THE AUDIT ARCHIVE.          **
      **                  RECORD LENGTH CHANGES: START A FRESH       **
      **                  TAMAUDIT GENERATION AT CUTOVER             **
      *****************************************************************
      *
       01  CAUD-AUDIT-RECORD.
               10  CAUD-POL-ID-BASE                    PIC X(09).
               10  CAUD-POL-ID-SFX                      PIC X(01).
           05  CAUD-RETRN-CD                           PIC X(02).
           05  CAUD-OPER-ID                            PIC X(08).
           05  CAUD-BEFORE-IMAGE.
               10  CAUD-BEF-TAMRA-EFF-DT                PIC X(10).
               10  CAUD-BEF-DV-OWN-CLI-NM               PIC X(50).
               10  CAUD-BEF-TAMRA-GSP-AMT               PIC X(16).
               10  CAUD-BEF-TAMRA-GLP-AMT               PIC X(16).
               10  CAUD-BEF-7702-STAT-CD                PIC X(01).
               10  CAUD-BEF-7PAY-PRD-END-DT             PIC X(10).
           05  CAUD-AFTER-IMAGE.
               10  CAUD-AFT-TAMRA-EFF-DT                PIC X(10).
               10  CAUD-AFT-DV-OWN-CLI-NM               PIC X(50).
               10  CAUD-AFT-TAMRA-GSP-AMT               PIC X(16).
               10  CAUD-AFT-TAMRA-GLP-AMT               PIC X(16).
               10  CAUD-AFT-7702-STAT-CD                PIC X(01).
               10  CAUD-AFT-7PAY-PRD-END-DT             PIC X(10).
           05  CAUD-HIST-EVENT.
               10  CAUD-HIST-ACTN-CD                    PIC X(01).
                   88  CAUD-HIST-NONE                   VALUE ' '.
                   88  CAUD-HIST-ADDED                  VALUE 'A'.
               10  CAUD-HIST-EFF-DT                     PIC X(10).
               10  CAUD-HIST-REASN-CD                   PIC X(01).
               10  CAUD-HIST-STAT-CD                    PIC X(01).
               10  CAUD-HIST-ACB-AMT                    PIC X(16).
               10  CAUD-HIST-7PAY-ANN-AMT               PIC X(17).
               10  CAUD-HIST-7PAY-CUM-AMT               PIC X(19).
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
