      **                  IS KEPT ON THE LIVE FILE, REPORTED, AND    **
      **                  COUNTED SEPARATELY, SO RECORDS READ        **
      **                  ALWAYS EQUALS KEPT PLUS ARCHIVED           **
      ** 2026-10-15 RAK   THE OPERATOR ID ON THE AUDIT RECORD IS     **
      **                  CARRIED ONTO THE ARCHIVE (CAAR-OPER-ID) SO **
      **                  CRPT4040 CAN SELECT AND SUBTOTAL ARCHIVED  **
      **                  ACTIVITY BY OPERATOR                       **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARC4020.
           MOVE CAUD-BUS-FCN-ID           TO CAAR-BUS-FCN-ID.
           MOVE CAUD-LENGTH               TO CAAR-LENGTH.
           MOVE CAUD-RETRN-CD             TO CAAR-RETRN-CD.
           MOVE CAUD-OPER-ID              TO CAAR-OPER-ID.
           MOVE CAUD-BEFORE-IMAGE         TO CAAR-BEFORE-IMAGE.
           MOVE CAUD-AFTER-IMAGE          TO CAAR-AFTER-IMAGE.
           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
