      *****************************************************************
      **  MEMBER :  CRCP4000                                         **
      **  REMARKS:  PREMIUM CASH-RECEIPT FEED RECORD                  **
      **            ONE RECORD PER PREMIUM RECEIPT (OR REVERSAL OF A  **
      **            RECEIPT) BANKED THAT DAY, SUPPLIED BY THE CASH    **
      **            RECEIPTS SYSTEM, PRESORTED ASCENDING BY POLICY ID **
      **            RCP-RCPT-AMT CARRIES TWO IMPLIED DECIMALS, THE    **
      **            SAME AS THE OTHER AMOUNT FIELDS; A REVERSED OR    **
      **            NSF RECEIPT CARRIES THE ORIGINAL (POSITIVE)       **
      **            AMOUNT AND IS IDENTIFIED BY RCP-RVRSL-CD          **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
      *
       01  RCP-RECEIPT-RECORD.
           05  RCP-POL-ID.
               10  RCP-POL-ID-BASE                     PIC X(09).
               10  RCP-POL-ID-SFX                      PIC X(01).
           05  RCP-RCPT-AMT                            PIC X(16).
           05  RCP-RCPT-DT                             PIC X(10).
           05  RCP-RVRSL-CD                            PIC X(01).
               88  RCP-RCPT-NORMAL                     VALUE SPACE.
               88  RCP-RCPT-REVERSED                   VALUE 'R'.
               88  RCP-RCPT-NSF                        VALUE 'N'.
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
