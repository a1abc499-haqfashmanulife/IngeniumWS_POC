      *****************************************************************
      **  MEMBER :  COPR4000                                         **
      **  REMARKS:  TAMRA OPERATOR SECURITY RECORD                    **
      **            ONE RECORD PER OPERATOR, KEYED BY OPERATOR ID.    **
      **            CONL4000 SIGNS AN OPERATOR ON AGAINST THIS FILE   **
      **            AND CSOM4000 REFUSES ANY MIR-BUS-FCN-ID NOT IN    **
      **            THE OPERATOR'S AUTHORIZED FUNCTION LIST.  AN      **
      **            OPERATOR WHO IS NOT ACTIVE MAY NOT SIGN ON AND    **
      **            IS REFUSED EVERY FUNCTION.  UNUSED FUNCTION       **
      **            ENTRIES ARE LEFT BLANK.  BESIDES THE CSOM4000     **
      **            FUNCTION IDS, 'TCAS' GRANTS MEC COMPLIANCE CASE   **
      **            MAINTENANCE (ASSIGN / DISPOSITION) ON THE         **
      **            CONL4000 CASE SCREEN                              **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      ** 2026-10-15 RAK   DOCUMENTED FUNCTION ID TCAS (CASE          **
      **                  MAINTENANCE, CHECKED BY CONL4000)          **
      *****************************************************************
      *
       01  OPR-OPERATOR-RECORD.
           05  OPR-OPER-ID                             PIC X(08).
           05  OPR-OPER-NM                             PIC X(30).
           05  OPR-ACTIVE-SW                           PIC X(01).
               88  OPR-ACTIVE                          VALUE 'Y'.
               88  OPR-INACTIVE                        VALUE 'N'.
           05  OPR-AUTH-FCN-ID                         PIC X(04)
                   OCCURS 20 TIMES.
           05  OPR-LAST-CHNG-DT                        PIC X(10).
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
