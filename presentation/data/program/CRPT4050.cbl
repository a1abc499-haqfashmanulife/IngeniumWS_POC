      **                  DECIMALS, SO NEAR-TIES SORT CORRECTLY     **
      **                  AND THE COLUMN READS IN THE SAME UNITS    **
      **                  AS THE AMOUNTS BESIDE IT                  **
      ** 2026-10-15 RAK   A POLICY WHOSE 7-PAY TESTING PERIOD HAS    **
      **                  BEEN CLOSED BY THE EXPIRY RUN (CEXP4000)   **
      **                  CAN NO LONGER BECOME A MEC UNDER THAT      **
      **                  PERIOD AND IS SKIPPED UNTIL A NEW          **
      **                  MATERIAL CHANGE REOPENS IT                 **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPT4050.
           IF CTAM-STAT-MEC-FAIL OR CTAM-POL-MEC-DT NOT = SPACES
               GO TO 2290-NEXT
           END-IF.
           IF NOT CTAM-7PAY-PRD-OPEN
               GO TO 2290-NEXT
           END-IF.
      *    THE AMOUNT FIELDS CARRY TWO IMPLIED DECIMALS; THE
      *    REDEFINES PUTS THE LAST TWO DIGITS IN THE CENTS PLACES.
      *    THE 19-CHARACTER CUMULATIVE AMOUNT DROPS ITS HIGH-ORDER
