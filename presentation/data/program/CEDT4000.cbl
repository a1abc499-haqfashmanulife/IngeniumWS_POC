      **                  MIR-BUS-FCN-TAMRA-PROJ: THE PROPOSED       **
      **                  PREMIUM IS REQUIRED AND NUMERIC, THE       **
      **                  EFFECTIVE DATE REQUIRED AND CCYY-MM-DD     **
      ** 2026-10-15 RAK   ADDED 8000-EDIT-EXPR-FIELDS FOR            **
      **                  MIR-BUS-FCN-TAMRA-EXPR: THE EXPIRY RUN     **
      **                  DATE IS REQUIRED AND A VALID CCYY-MM-DD.   **
      **                  THE ELIGIBILITY AND PERIOD-ENDED CHECKS    **
      **                  (CODES 51-52) NEED THE MASTER AND ARE      **
      **                  STAMPED BY CSOM4000 AFTER ITS READ         **
      ** 2026-10-15 RAK   ADDED 8500-EDIT-XCHG-FIELDS FOR            **
      **                  MIR-BUS-FCN-TAMRA-XCHG: THE OLD POLICY ID  **
      **                  IS REQUIRED, NUMERIC AND NOT THE NEW       **
      **                  POLICY ITSELF, THE EXCHANGE DATE REQUIRED  **
      **                  AND CCYY-MM-DD, THE EXCHANGED VALUE        **
      **                  NUMERIC.  THE OLD/NEW CONTRACT ELIGIBILITY **
      **                  CHECKS (CODES 58-59) NEED THE MASTER AND   **
      **                  ARE STAMPED BY CSOM4000 AFTER ITS READS    **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEDT4000.
           IF MIR-EDIT-OK AND MIR-BUS-FCN-TAMRA-PROJ
               PERFORM 7000-EDIT-PROJ-FIELDS THRU 7000-EXIT
           END-IF.
           IF MIR-EDIT-OK AND MIR-BUS-FCN-TAMRA-EXPR
               PERFORM 8000-EDIT-EXPR-FIELDS THRU 8000-EXIT
           END-IF.
           IF MIR-EDIT-OK AND MIR-BUS-FCN-TAMRA-XCHG
               PERFORM 8500-EDIT-XCHG-FIELDS THRU 8500-EXIT
           END-IF.
           GOBACK.
      *
      *****************************************************************
           EXIT.
      *
      *****************************************************************
      *    8000-EDIT-EXPR-FIELDS - VALIDATE THE 7-PAY PERIOD EXPIRY   *
      *    INPUT.  THE RUN DATE IS REQUIRED AND MUST BE A VALID       *
      *    CCYY-MM-DD                                                 *
      *****************************************************************
       8000-EDIT-EXPR-FIELDS.
           IF MIR-EXPR-RUN-DT = SPACES
               SET MIR-EDIT-EXPR-RUN-DT-MISSING TO TRUE
               GO TO 8000-EXIT
           END-IF.
           MOVE MIR-EXPR-RUN-DT TO WS-EDIT-DATE.
           PERFORM 9000-VALIDATE-DATE-FORMAT THRU 9000-EXIT.
           IF NOT WS-DATE-VALID
               SET MIR-EDIT-EXPR-RUN-DT-INVALID TO TRUE
               GO TO 8000-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8500-EDIT-XCHG-FIELDS - VALIDATE THE SECTION 1035 EXCHANGE *
      *    INPUTS.  MIR-POL-ID IS THE NEW CONTRACT; THE OLD POLICY ID *
      *    IS REQUIRED, NUMERIC LIKE MIR-POL-ID-BASE, AND MAY NOT BE  *
      *    THE NEW CONTRACT ITSELF.  THE EXCHANGE DATE IS REQUIRED    *
      *    AND MUST BE A VALID CCYY-MM-DD; THE EXCHANGED VALUE MUST   *
      *    BE NUMERIC                                                 *
      *****************************************************************
       8500-EDIT-XCHG-FIELDS.
           IF MIR-XCHG-OLD-POL-ID = SPACES
               SET MIR-EDIT-XCHG-OLD-POL-ID-MISSING TO TRUE
               GO TO 8500-EXIT
           END-IF.
           IF MIR-XCHG-OLD-POL-ID (1:9) NOT NUMERIC
              OR MIR-XCHG-OLD-POL-ID = MIR-POL-ID
               SET MIR-EDIT-XCHG-OLD-POL-ID-INVALID TO TRUE
               GO TO 8500-EXIT
           END-IF.
           IF MIR-XCHG-DT = SPACES
               SET MIR-EDIT-XCHG-DT-MISSING TO TRUE
               GO TO 8500-EXIT
           END-IF.
           MOVE MIR-XCHG-DT TO WS-EDIT-DATE.
           PERFORM 9000-VALIDATE-DATE-FORMAT THRU 9000-EXIT.
           IF NOT WS-DATE-VALID
               SET MIR-EDIT-XCHG-DT-INVALID TO TRUE
               GO TO 8500-EXIT
           END-IF.
           IF MIR-XCHG-AMT NOT NUMERIC
               SET MIR-EDIT-XCHG-AMT-INVALID TO TRUE
               GO TO 8500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-VALIDATE-DATE-FORMAT - CHECK WS-EDIT-DATE FOR A       *
      *    VALID CCYY-MM-DD PICTURE, SETTING WS-DATE-VALID-SW.  THE   *
      *    CALLER MOVES THE FIELD TO BE CHECKED INTO WS-EDIT-DATE     *
