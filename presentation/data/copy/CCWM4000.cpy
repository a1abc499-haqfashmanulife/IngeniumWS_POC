      **                  PROJECTION ANSWERING HOW MUCH PREMIUM A    **
      **                  POLICY CAN STILL TAKE WITHOUT BECOMING A   **
      **                  MEC, PLUS EDIT REASON CODES 46-48          **
      ** 2026-10-15 RAK   ADDED MIR-BUS-FCN-TAMRA-EXPR AND THE       **
      **                  MIR-EXPR-RUN-DT INPUT FIELD - CSOM4000     **
      **                  CLOSES A 7-PAY TESTING PERIOD THAT ENDED   **
      **                  ON OR BEFORE THE RUN DATE.  EDIT REASON    **
      **                  CODES 49-50 ARE THE FIELD CHECKS IN        **
      **                  CEDT4000; 51-52 (POLICY NOT ELIGIBLE /     **
      **                  PERIOD NOT YET ENDED) ARE MASTER-DEPENDENT **
      **                  AND ARE STAMPED BY CSOM4000.  THE CLOSED   **
      **                  PERIOD END DATE IS RETURNED IN             **
      **                  MIR-7PAY-PRD-END-DT                        **
      ** 2026-10-15 RAK   ADDED MIR-OPER-ID TO MIR-CONTROL-AREA AND  **
      **                  THE MIR-RETRN-NOT-AUTHORIZED RETURN CODE - **
      **                  CSOM4000 REFUSES A FUNCTION THE SIGNED-ON  **
      **                  OPERATOR IS NOT AUTHORIZED FOR ON THE      **
      **                  OPERATOR SECURITY FILE (TAMOPER, COPR4000) **
      **                  AND CARRIES THE OPERATOR ID ONTO THE AUDIT **
      **                  TRAIL.  A BATCH CALLER CARRYING A BLANK    **
      **                  OPERATOR ID IS NOT CHECKED                 **
      ** 2026-10-15 RAK   ADDED MIR-BUS-FCN-TAMRA-XCHG AND THE       **
      **                  MIR-XCHG-OLD-POL-ID/XCHG-DT/XCHG-AMT INPUT **
      **                  FIELDS - A SECTION 1035 EXCHANGE LINKS THE **
      **                  OLD CONTRACT TO THE NEW ONE (MIR-POL-ID),  **
      **                  CARRIES A MEC RULING ACROSS, MOVES THE     **
      **                  EXCHANGED VALUE INTO THE NEW CONTRACT'S    **
      **                  MIR-TAMRA-1035-PD-AMT AND SURRENDERS THE   **
      **                  OLD CONTRACT.  EDIT REASON CODES 53-57 ARE **
      **                  THE FIELD CHECKS IN CEDT4000; 58-59 (OLD / **
      **                  NEW CONTRACT NOT ELIGIBLE) ARE MASTER-     **
      **                  DEPENDENT AND ARE STAMPED BY CSOM4000      **
      *****************************************************************
      *
       01  MIR-PARM-AREA.
                   88  MIR-BUS-FCN-TAMRA-CURE             VALUE 'TCUR'.
                   88  MIR-BUS-FCN-TAMRA-REIN             VALUE 'TRIN'.
                   88  MIR-BUS-FCN-TAMRA-PROJ             VALUE 'TPRJ'.
                   88  MIR-BUS-FCN-TAMRA-EXPR             VALUE 'TEXP'.
                   88  MIR-BUS-FCN-TAMRA-XCHG             VALUE 'TXCH'.
               10  MIR-LENGTH                             PIC X(005).
               10  MIR-RETRN-CD                           PIC X(002).
                   88  MIR-RETRN-OK                       VALUE '00'.
                   88  MIR-RETRN-EDIT-ERROR               VALUE '01'.
                   88  MIR-RETRN-RQST-FAILED              VALUE '02'.
                   88  MIR-RETRN-STALE                    VALUE '03'.
                   88  MIR-RETRN-NOT-AUTHORIZED           VALUE '04'.
                   88  MIR-RETRN-PARTIAL                  VALUE '50'.
                   88  MIR-RETRN-INVALD-RQST              VALUE '99'.
               10  MIR-OPER-ID                            PIC X(008).
           05  MIR-INPUT-AREA.
               10  MIR-POL-TERM-DT                        PIC X(10).
               10  MIR-POL-TERM-REASN-CD                  PIC X(01).
               10  MIR-POL-REIN-DT                        PIC X(10).
               10  MIR-PROJ-PREM-AMT                      PIC X(16).
               10  MIR-PROJ-EFF-DT                        PIC X(10).
               10  MIR-EXPR-RUN-DT                        PIC X(10).
               10  MIR-XCHG-OLD-POL-ID                    PIC X(10).
               10  MIR-XCHG-DT                            PIC X(10).
               10  MIR-XCHG-AMT                           PIC X(16).
           05  MIR-IO-AREA.
               10  MIR-COMMON-FIELDS.
                   15  MIR-TAMRA-EFF-DT                   PIC X(10).
                   88  MIR-EDIT-PROJ-PREM-AMT-INVALID     VALUE '46'.
                   88  MIR-EDIT-PROJ-EFF-DT-MISSING       VALUE '47'.
                   88  MIR-EDIT-PROJ-EFF-DT-INVALID       VALUE '48'.
                   88  MIR-EDIT-EXPR-RUN-DT-MISSING       VALUE '49'.
                   88  MIR-EDIT-EXPR-RUN-DT-INVALID       VALUE '50'.
                   88  MIR-EDIT-EXPR-POL-INELIGIBLE       VALUE '51'.
                   88  MIR-EDIT-EXPR-PRD-NOT-ENDED        VALUE '52'.
                   88  MIR-EDIT-XCHG-OLD-POL-ID-MISSING   VALUE '53'.
                   88  MIR-EDIT-XCHG-OLD-POL-ID-INVALID   VALUE '54'.
                   88  MIR-EDIT-XCHG-DT-MISSING           VALUE '55'.
                   88  MIR-EDIT-XCHG-DT-INVALID           VALUE '56'.
                   88  MIR-EDIT-XCHG-AMT-INVALID          VALUE '57'.
                   88  MIR-EDIT-XCHG-OLD-POL-INELIGIBLE   VALUE '58'.
                   88  MIR-EDIT-XCHG-NEW-POL-INELIGIBLE   VALUE '59'.
               10  MIR-PROJ-RESULT-CD                     PIC X(01).
                   88  MIR-PROJ-WOULD-PASS                VALUE 'P'.
                   88  MIR-PROJ-WOULD-FAIL                VALUE 'F'.
               10  MIR-PROJ-HEADROOM-AMT                  PIC X(16).
               10  MIR-7PAY-PRD-END-DT                    PIC X(10).
      *
       01  MIR-BULK-PARM-AREA.
           05  MIR-BULK-CNT                              PIC 9(05) COMP.
