      **            ONE RECORD PER TAMRA REQUEST SUBMITTED BY AN      **
      **            OUTSIDE ADMIN SYSTEM ON THE TAMTXN FEED, DRIVEN   **
      **            THROUGH CSOM4000 BY CTRN4010.  THE FUNCTION CODE  **
      **            CARRIES A MIR-BUS-FCN-ID VALUE (TUPD, TTST, TTRM  **
      **            OR TXCH); CTRN-COMMON-FIELDS MIRRORS THE          **
      **            MIR-COMMON-FIELDS LAYOUT OF CCWM4000 FIELD FOR    **
      **            FIELD SO THE DRIVER CAN STAGE THE REQUEST WITH    **
      **            ONE GROUP MOVE.  EVERY FEED IS ENVELOPED: THE     **
      **            FIRST RECORD IS A CTRN-HDR-RECORD (FUNCTION       **
      **            'HDR ') NAMING THE SENDING SYSTEM, THE FILE       **
      **            CREATION DATE/TIME AND THE FILE SEQUENCE NUMBER,  **
      **            AND THE LAST IS A CTRN-TRL-RECORD (FUNCTION       **
      **            'TRL ') CARRYING THE COUNT OF TRANSACTION RECORDS **
      **            BETWEEN THEM AND HASH TOTALS OF THEIR             **
      **            CTRN-TAMRA-7PAY-CUM-AMT AND CTRN-TAMRA-1035-PD-   **
      **            AMT (TWO IMPLIED DECIMALS; A BLANK OR NON-NUMERIC **
      **            AMOUNT ADDS ZERO)                                 **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-09-02 RAK   CREATED                                    **
      ** 2026-10-15 RAK   ADDED THE CTRN-HDR-RECORD / CTRN-TRL-      **
      **                  RECORD ENVELOPE AND THE 'HDR ' / 'TRL '    **
      **                  RECORD TYPES ON CTRN-BUS-FCN-ID SO         **
      **                  CTRN4010 CAN REFUSE A PARTIAL, DUPLICATE   **
      **                  OR OUT-OF-SEQUENCE FILE BEFORE APPLYING    **
      **                  ANY OF IT                                  **
      ** 2026-10-15 RAK   ADDED CTRN-XCHG-OLD-POL-ID AND             **
      **                  CTRN-XCHG-DT FOR THE TXCH (SECTION 1035    **
      **                  EXCHANGE) FUNCTION: CTRN-POL-ID IS THE NEW **
      **                  CONTRACT AND CTRN-TAMRA-1035-PD-AMT THE    **
      **                  EXCHANGED VALUE, SO THE TRAILER HASH       **
      **                  ALREADY COVERS IT.  RECORD LENGTH GROWS BY **
      **                  20 BYTES; A SHORTER RECORD FROM A SENDING  **
      **                  SYSTEM NOT YET CHANGED READS AS BLANKS     **
      ** 2026-10-15 RAK   HEADER AND TRAILER FILLERS CUT TO X(285)   **
      **                  AND X(269) SO ALL THREE RECORDS ARE THE    **
      **                  SAME 322 BYTES AND THE FEED HAS ONE FIXED  **
      **                  RECORD LENGTH                              **
      *****************************************************************
      *
       01  CTRN-TXN-RECORD.
           05  CTRN-BUS-FCN-ID                         PIC X(04).
               88  CTRN-ENVELOPE-HDR                   VALUE 'HDR '.
               88  CTRN-ENVELOPE-TRL                   VALUE 'TRL '.
           05  CTRN-POL-TERM-DT                        PIC X(10).
           05  CTRN-POL-TERM-REASN-CD                  PIC X(01).
           05  CTRN-COMMON-FIELDS.
               10  CTRN-TAMRA-GSP-AMT                  PIC X(16).
               10  CTRN-TAMRA-GLP-AMT                  PIC X(16).
               10  CTRN-7702-STAT-CD                   PIC X(01).
           05  CTRN-XCHG-OLD-POL-ID                    PIC X(10).
           05  CTRN-XCHG-DT                            PIC X(10).
      *
       01  CTRN-HDR-RECORD.
           05  CTRN-HDR-REC-TYPE                       PIC X(04).
           05  CTRN-HDR-SEND-SYS-ID                    PIC X(08).
           05  CTRN-HDR-CREATE-DT                      PIC X(10).
           05  CTRN-HDR-CREATE-TM                      PIC X(08).
           05  CTRN-HDR-FILE-SEQ-NO                    PIC 9(07).
           05  FILLER                                  PIC X(285).
      *
       01  CTRN-TRL-RECORD.
           05  CTRN-TRL-REC-TYPE                       PIC X(04).
           05  CTRN-TRL-REC-CNT                        PIC 9(07).
           05  CTRN-TRL-HASH-7PAY-CUM                  PIC 9(19)V99.
           05  CTRN-TRL-HASH-1035-PD                   PIC 9(19)V99.
           05  FILLER                                  PIC X(269).
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
