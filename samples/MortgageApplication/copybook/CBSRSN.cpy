      *****************************************************
      *    CBSRSN  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_STATUS_RSN_REF                               *
      *    ACCOUNT STATUS REASON CODES - DESCRIPTION,       *
      *    CUSTOMER WORDING, THE STATUSES EACH CODE MAY     *
      *    BE USED WITH AND SELF-REINSTATEMENT RULE         *
      *****************************************************
       EXEC SQL DECLARE CBS-STATUS-RSN-REF TABLE
           ( REASON_CODE            CHAR(4)        NOT NULL,
             RSN_DESC               CHAR(40)       NOT NULL,
             CUST_TEXT              CHAR(60)       NOT NULL,
             SUSPENDED_SW           CHAR(1)        NOT NULL,
             INACTIVE_SW            CHAR(1)        NOT NULL,
             FROZEN_SW              CHAR(1)        NOT NULL,
             DORMANT_SW             CHAR(1)        NOT NULL,
             CLOSED_SW              CHAR(1)        NOT NULL,
             SELF_REINSTATE_SW      CHAR(1)        NOT NULL,
             DELETE_SW              CHAR(1)        NOT NULL
           ) END-EXEC.
       01  DCLCBS-STATUS-RSN-REF.
           10 H16-REASON-CODE           PIC X(04).
           10 H16-RSN-DESC              PIC X(40).
           10 H16-CUST-TEXT             PIC X(60).
           10 H16-SUSPENDED-SW          PIC X(01).
              88 H16-FOR-SUSPENDED         VALUE 'Y'.
           10 H16-INACTIVE-SW           PIC X(01).
              88 H16-FOR-INACTIVE          VALUE 'Y'.
           10 H16-FROZEN-SW             PIC X(01).
              88 H16-FOR-FROZEN            VALUE 'Y'.
           10 H16-DORMANT-SW            PIC X(01).
              88 H16-FOR-DORMANT           VALUE 'Y'.
           10 H16-CLOSED-SW             PIC X(01).
              88 H16-FOR-CLOSED            VALUE 'Y'.
           10 H16-SELF-REINSTATE-SW     PIC X(01).
              88 H16-SELF-REINSTATE        VALUE 'Y'.
           10 H16-DELETE-SW             PIC X(01).
              88 H16-RSN-ACTIVE            VALUE 'N'.
              88 H16-RSN-DELETED           VALUE 'Y'.
