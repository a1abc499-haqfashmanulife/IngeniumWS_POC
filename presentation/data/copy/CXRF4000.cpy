      *****************************************************************
      **  MEMBER :  CXRF4000                                         **
      **  REMARKS:  SECTION 1035 EXCHANGE CROSS-REFERENCE RECORD     **
      **            TWO RECORDS PER EXCHANGE ON THE KEYED TAMXREF     **
      **            FILE, ONE UNDER EACH CONTRACT, SO EITHER POLICY   **
      **            CAN BE LOOKED UP BY A GENERIC START ON ITS OWN    **
      **            POLICY ID.  CXRF-LINK-ROLE SAYS WHICH SIDE OF THE **
      **            EXCHANGE CXRF-POL-ID WAS: 'N' - IT IS THE NEW     **
      **            CONTRACT AND CXRF-LINKED-POL-ID IS THE OLD ONE IT **
      **            REPLACED; 'O' - IT IS THE OLD CONTRACT AND        **
      **            CXRF-LINKED-POL-ID IS THE NEW ONE THAT REPLACED   **
      **            IT.  WRITTEN BY CSOM4000 ON A TXCH CALL IN THE    **
      **            SAME UNIT OF WORK THAT SURRENDERS THE OLD         **
      **            CONTRACT.  CXRF-XCHG-AMT CARRIES TWO IMPLIED      **
      **            DECIMALS LIKE THE MASTER AMOUNT FIELDS            **
      *****************************************************************
      ** DATE      AUTH.  DESCRIPTION                                **
      **                                                             **
      ** 2026-10-15 RAK   CREATED                                    **
      *****************************************************************
      *
       01  CXRF-XREF-RECORD.
           05  CXRF-XREF-KEY.
               10  CXRF-POL-ID                         PIC X(10).
               10  CXRF-LINK-ROLE                      PIC X(01).
                   88  CXRF-ROLE-NEW-CONTRACT          VALUE 'N'.
                   88  CXRF-ROLE-OLD-CONTRACT          VALUE 'O'.
               10  CXRF-LINKED-POL-ID                  PIC X(10).
           05  CXRF-XCHG-DT                            PIC X(10).
           05  CXRF-XCHG-AMT                           PIC X(16).
           05  CXRF-MEC-CARRIED-SW                     PIC X(01).
               88  CXRF-MEC-CARRIED                    VALUE 'Y'.
               88  CXRF-MEC-NOT-CARRIED                VALUE 'N'.
           05  CXRF-MEC-DT                             PIC X(10).
           05  CXRF-LINK-DT                            PIC X(10).
           05  CXRF-LINK-TM                            PIC X(08).
           05  CXRF-OPER-ID                            PIC X(08).
      *****************************************************************
      **                END OF COPYBOOK                              **
      *****************************************************************
