      *****************************************************************
      **  MEMBER :  CTSQ4000                                         **
      **  REMARKS:  TAMTXN FEED SEQUENCE CONTROL RECORD               **
      **            ONE RECORD PER SENDING SYSTEM ON THE KEYED        **
      **            TXNSEQ FILE, HOLDING THE FILE SEQUENCE NUMBER OF  **
      **            THE LAST TAMTXN FILE CTRN4010 ACCEPTED FROM IT.   **
      **            A FILE WHOSE HEADER SEQUENCE IS NOT EXACTLY ONE   **
      **            HIGHER IS REFUSED AS A DUPLICATE (EQUAL OR LOWER) **
      **            OR OUT OF SEQUENCE (HIGHER).  THE FIRST FILE EVER **
      **            RECEIVED FROM A SYSTEM STARTS ITS RECORD.         **
      **            CREC4000 READS IT TO NUMBER ITS OWN RECTXN FILE   **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
      *
       01  TSQ-SEQUENCE-RECORD.
           05  TSQ-SEND-SYS-ID                         PIC X(08).
           05  TSQ-LAST-SEQ-NO                         PIC 9(07).
           05  TSQ-LAST-CREATE-DT                      PIC X(10).
           05  TSQ-LAST-CREATE-TM                      PIC X(08).
           05  TSQ-LAST-REC-CNT                        PIC 9(07).
           05  TSQ-LAST-ACCEPT-DT                      PIC X(10).
           05  TSQ-LAST-ACCEPT-TM                      PIC X(08).
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
