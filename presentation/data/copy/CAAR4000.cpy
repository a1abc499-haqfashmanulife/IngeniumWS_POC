      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-09-02 RAK   CREATED                                    **
      ** 2026-10-15 RAK   ADDED CAAR-OPER-ID, CARRIED FROM THE       **
      **                  TAMAUDIT CALL, SO ARCHIVED ACTIVITY CAN BE **
      **                  SELECTED AND SUBTOTALLED BY OPERATOR.      **
      **                  RECORD LENGTH CHANGES: UNLOAD AND RELOAD   **
      **                  AUDARCH AT CUTOVER                         **
      *****************************************************************
      *
       01  CAAR-ARCHIVE-RECORD.
           05  CAAR-BUS-FCN-ID                         PIC X(04).
           05  CAAR-LENGTH                             PIC X(05).
           05  CAAR-RETRN-CD                           PIC X(02).
           05  CAAR-OPER-ID                            PIC X(08).
           05  CAAR-BEFORE-IMAGE                       PIC X(320).
           05  CAAR-AFTER-IMAGE                        PIC X(320).
           05  CAAR-ARCHVD-DT                          PIC X(10).
