      * ACCOUNT TO CUSTOMER CROSS-REFERENCE LAYOUT - SHARED BY
      * CUSTMNT, CUSTREL, ACCTDB, INTPOST, TDMATUR, WHTCERT, ALRTGEN
      * AND INTGAUD (XREFKSDS).
       01 XREF-REC.
          05 XRF-ACCT-NO PIC X(10).
          05 XRF-CUST-NO PIC X(8).
