      *****************************************************
      *    CBSERC  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_ERASURE_CERT                                 *
      *    ONE ROW PER ERASED CUSTOMER, WRITTEN BY CBSRGERA *
      *    IN THE SAME UNIT OF WORK AS THE PSEUDONYMISATION *
      *    PSEUDONYM IS 'PSN' + CERT_NO AND NEVER CHANGES - *
      *    CBSRGERX USES IT TO SCRUB THE AUDIT ARCHIVE AND  *
      *    THE ROW COUNTS ARE THE ROWS CHANGED PER TABLE    *
      *****************************************************
       EXEC SQL DECLARE CBS-ERASURE-CERT TABLE
           ( CUSTOMER_ID            DECIMAL(9,0)   NOT NULL,
             CERT_NO                DECIMAL(12,0)  NOT NULL,
             PSEUDONYM              CHAR(15)       NOT NULL,
             APPROVAL_REF           CHAR(12)       NOT NULL,
             APPROVED_BY            CHAR(10)       NOT NULL,
             CLOSE_DATE             CHAR(10)       NOT NULL,
             ERASE_DATE             CHAR(10)       NOT NULL,
             ERASE_TIME             CHAR(08)       NOT NULL,
             MSTR_ROWS              DECIMAL(9,0)   NOT NULL,
             AUDIT_ROWS             DECIMAL(9,0)   NOT NULL,
             CNTC_ROWS              DECIMAL(9,0)   NOT NULL,
             CNTC_AUDIT_ROWS        DECIMAL(9,0)   NOT NULL,
             DLVRY_ROWS             DECIMAL(9,0)   NOT NULL
           ) END-EXEC.
       01  DCLCBS-ERASURE-CERT.
           10 H27-CUSTOMER-ID           PIC S9(09) COMP-3.
           10 H27-CERT-NO               PIC S9(12) COMP-3.
           10 H27-PSEUDONYM             PIC X(15).
           10 H27-APPROVAL-REF          PIC X(12).
           10 H27-APPROVED-BY           PIC X(10).
           10 H27-CLOSE-DATE            PIC X(10).
           10 H27-ERASE-DATE            PIC X(10).
           10 H27-ERASE-TIME            PIC X(08).
           10 H27-MSTR-ROWS             PIC S9(09) COMP-3.
           10 H27-AUDIT-ROWS            PIC S9(09) COMP-3.
           10 H27-CNTC-ROWS             PIC S9(09) COMP-3.
           10 H27-CNTC-AUDIT-ROWS       PIC S9(09) COMP-3.
           10 H27-DLVRY-ROWS            PIC S9(09) COMP-3.
