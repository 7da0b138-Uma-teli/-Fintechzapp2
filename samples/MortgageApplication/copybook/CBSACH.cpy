      *****************************************************
      *    CBSACH  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_AUDIT_CHAIN_CTL                              *
      *    CHAIN CONTROL FOR CBS_ACCT_REG_AUDIT - ONE ROW   *
      *    PER WRITING PROGRAM (CHAIN_ID), EXCEPT CBSRGBTH  *
      *    WHICH KEEPS ONE PER RUN-ID. LAST_ IS THE         *
      *    NEWEST LINK, ANCHOR_ THE LAST PURGED LINK AND    *
      *    VERIFIED_ THE LAST LINK PASSED BY CBSRGAVF       *
      *****************************************************
       EXEC SQL DECLARE CBS-AUDIT-CHAIN-CTL TABLE
           ( CHAIN_ID               CHAR(8)        NOT NULL,
             LAST_SEQ_NO            DECIMAL(15,0)  NOT NULL,
             LAST_CHECK_VALUE       DECIMAL(18,0)  NOT NULL,
             ANCHOR_SEQ_NO          DECIMAL(15,0)  NOT NULL,
             ANCHOR_CHECK_VALUE     DECIMAL(18,0)  NOT NULL,
             ANCHOR_DATE            CHAR(10)       NOT NULL,
             VERIFIED_SEQ_NO        DECIMAL(15,0)  NOT NULL,
             VERIFIED_CHECK_VALUE   DECIMAL(18,0)  NOT NULL,
             VERIFIED_DATE          CHAR(10)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-AUDIT-CHAIN-CTL.
           10 H18-CHAIN-ID              PIC X(08).
           10 H18-LAST-SEQ-NO           PIC S9(15) COMP-3.
           10 H18-LAST-CHECK-VALUE      PIC S9(18) COMP-3.
           10 H18-ANCHOR-SEQ-NO         PIC S9(15) COMP-3.
           10 H18-ANCHOR-CHECK-VALUE    PIC S9(18) COMP-3.
           10 H18-ANCHOR-DATE           PIC X(10).
           10 H18-VERIFIED-SEQ-NO       PIC S9(15) COMP-3.
           10 H18-VERIFIED-CHECK-VALUE  PIC S9(18) COMP-3.
           10 H18-VERIFIED-DATE         PIC X(10).
