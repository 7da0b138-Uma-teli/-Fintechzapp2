      *    CBSAUD  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_ACCT_REG_AUDIT                               *
      *    REGISTRATION / ACTIVATION AUDIT TRAIL            *
      *    CHAIN_ID/CHAIN_SEQ_NO/CHECK_VALUE LINK EACH ROW  *
      *    TO THE PREVIOUS ROW OF THE SAME WRITER - SEE     *
      *    CBSRGCHV AND CBS_AUDIT_CHAIN_CTL (CBSACH)        *
      *****************************************************
       EXEC SQL DECLARE CBS-ACCT-REG-AUDIT TABLE
           ( ACCOUNT_NUMBER         DECIMAL(18,0)  NOT NULL,
             REASON                 CHAR(40)       NOT NULL,
             SQLCODE_VAL            DECIMAL(9,0)   NOT NULL,
             CUSTOMER_NAME          CHAR(50)       NOT NULL,
             BRANCH_CODE            CHAR(4)        NOT NULL,
             CHAIN_ID               CHAR(8)        NOT NULL,
             CHAIN_SEQ_NO           DECIMAL(15,0)  NOT NULL,
             CHECK_VALUE            DECIMAL(18,0)  NOT NULL
           ) END-EXEC.
       01  DCLCBS-ACCT-REG-AUDIT.
           10 H2-ACCOUNT-NUMBER         PIC S9(18) COMP-3.
           10 H2-SQLCODE-VAL            PIC S9(09) COMP-3.
           10 H2-CUSTOMER-NAME          PIC X(50).
           10 H2-BRANCH-CODE            PIC X(04).
           10 H2-CHAIN-ID               PIC X(08).
           10 H2-CHAIN-SEQ-NO           PIC S9(15) COMP-3.
           10 H2-CHECK-VALUE            PIC S9(18) COMP-3.
