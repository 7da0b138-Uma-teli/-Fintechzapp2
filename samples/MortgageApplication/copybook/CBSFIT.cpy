      *****************************************************
      *    CBSFIT  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_FEE_ITEM                                     *
      *    ONE ROW PER ACTIVATED EVENT, KEYED BY THE CHAIN  *
      *    LINK OF ITS CBS_ACCT_REG_AUDIT ROW AND WRITTEN   *
      *    IN THE SAME UNIT OF WORK. CBSRGGLP POSTS         *
      *    UNPOSTED CHARGES AND DUE REVERSALS TO THE        *
      *    GENERAL LEDGER; POSTING MARKS AN ITEM CLAIMED BY *
      *    A GL RUN THAT HAS NOT YET FINISHED. A SAME-DAY   *
      *    DE-REGISTRATION CANCELS AN UNPOSTED CHARGE       *
      *    (REVERSED) OR, ONCE THE CHARGE HAS GONE TO THE   *
      *    GL, SETS REV_STATUS DUE FOR A REVERSING POSTING  *
      *****************************************************
       EXEC SQL DECLARE CBS-FEE-ITEM TABLE
           ( AUDIT_CHAIN_ID         CHAR(8)        NOT NULL,
             AUDIT_SEQ_NO           DECIMAL(15,0)  NOT NULL,
             ACCOUNT_NUMBER         DECIMAL(18,0)  NOT NULL,
             PRODUCT_CODE           CHAR(6)        NOT NULL,
             BRANCH_CODE            CHAR(4)        NOT NULL,
             CHANNEL_ID             CHAR(10)       NOT NULL,
             CAMPAIGN_ID            CHAR(8)        NOT NULL,
             ACTIVATE_DATE          CHAR(10)       NOT NULL,
             ACTIVATE_TIME          CHAR(08)       NOT NULL,
             FEE_AMOUNT             DECIMAL(11,2)  NOT NULL,
             DR_GL_ACCT             CHAR(12)       NOT NULL,
             CR_GL_ACCT             CHAR(12)       NOT NULL,
             WAIVER_TYPE            CHAR(8)        NOT NULL,
             ITEM_STATUS            CHAR(10)       NOT NULL,
             STATUS_DATE            CHAR(10)       NOT NULL,
             GL_POST_DATE           CHAR(10)       NOT NULL,
             REV_STATUS             CHAR(10)       NOT NULL,
             REV_DATE               CHAR(10)       NOT NULL,
             REV_POST_DATE          CHAR(10)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-FEE-ITEM.
           10 H25-AUDIT-CHAIN-ID        PIC X(08).
           10 H25-AUDIT-SEQ-NO          PIC S9(15) COMP-3.
           10 H25-ACCOUNT-NUMBER        PIC S9(18) COMP-3.
           10 H25-PRODUCT-CODE          PIC X(06).
           10 H25-BRANCH-CODE           PIC X(04).
           10 H25-CHANNEL-ID            PIC X(10).
           10 H25-CAMPAIGN-ID           PIC X(08).
           10 H25-ACTIVATE-DATE         PIC X(10).
           10 H25-ACTIVATE-TIME         PIC X(08).
           10 H25-FEE-AMOUNT            PIC S9(09)V99 COMP-3.
           10 H25-DR-GL-ACCT            PIC X(12).
           10 H25-CR-GL-ACCT            PIC X(12).
           10 H25-WAIVER-TYPE           PIC X(08).
           10 H25-ITEM-STATUS           PIC X(10).
              88 H25-ITEM-UNPOSTED         VALUE 'UNPOSTED  '.
              88 H25-ITEM-NO-FEE           VALUE 'NO-FEE    '.
              88 H25-ITEM-WAIVED           VALUE 'WAIVED    '.
              88 H25-ITEM-POSTING          VALUE 'POSTING   '.
              88 H25-ITEM-POSTED           VALUE 'POSTED    '.
              88 H25-ITEM-REVERSED         VALUE 'REVERSED  '.
           10 H25-STATUS-DATE           PIC X(10).
           10 H25-GL-POST-DATE          PIC X(10).
           10 H25-REV-STATUS            PIC X(10).
              88 H25-REV-NONE              VALUE SPACES.
              88 H25-REV-DUE               VALUE 'DUE       '.
              88 H25-REV-POSTING           VALUE 'POSTING   '.
              88 H25-REV-POSTED            VALUE 'POSTED    '.
           10 H25-REV-DATE              PIC X(10).
           10 H25-REV-POST-DATE         PIC X(10).
