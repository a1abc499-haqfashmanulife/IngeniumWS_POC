      **                  PROJECTION FUNCTION (READ-ONLY - COUNTED   **
      **                  BUT NEVER IN CCTL-UPDATES-APPLIED OR THE   **
      **                  AMOUNT HASHES)                             **
      ** 2026-10-15 RAK   ADDED CCTL-CALLS-EXPR FOR THE NEW 7-PAY    **
      **                  PERIOD EXPIRY FUNCTION                     **
      ** 2026-10-15 RAK   ADDED CCTL-CALLS-XCHG FOR THE NEW SECTION  **
      **                  1035 EXCHANGE FUNCTION (ONE COUNT PER      **
      **                  AUDIT RECORD - AN EXCHANGE WRITES ONE FOR  **
      **                  EACH CONTRACT).  RECORD LENGTH CHANGES:    **
      **                  START A FRESH TAMCTL GENERATION WITH THE   **
      **                  CYCLE THIS GOES LIVE                       **
      *****************************************************************
      *
       01  CCTL-CONTROL-RECORD.
           05  CCTL-CALLS-CURE                         PIC 9(09).
           05  CCTL-CALLS-REIN                         PIC 9(09).
           05  CCTL-CALLS-PROJ                         PIC 9(09).
           05  CCTL-CALLS-EXPR                         PIC 9(09).
           05  CCTL-CALLS-XCHG                         PIC 9(09).
           05  CCTL-UPDATES-APPLIED                    PIC 9(09).
           05  CCTL-EDIT-REJECTS                       PIC 9(09).
           05  CCTL-HASH-7PAY-CUM                      PIC 9(18).
