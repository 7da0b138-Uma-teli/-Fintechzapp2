      *****************************************************
      *    CBSRSAU  -  HOST VARIABLE LAYOUT FOR            *
      *    CBS_STATUS_RSN_AUDIT                             *
      *    BEFORE/AFTER TRAIL OF REASON CODE CHANGES        *
      *    STATUS_SWS = SUSPENDED, INACTIVE, FROZEN,        *
      *    DORMANT, CLOSED SWITCHES IN THAT ORDER           *
      *****************************************************
       EXEC SQL DECLARE CBS-STATUS-RSN-AUDIT TABLE
           ( REASON_CODE            CHAR(4)        NOT NULL,
             CHG_FUNCTION           CHAR(1)        NOT NULL,
             OLD_RSN_DESC           CHAR(40)       NOT NULL,
             NEW_RSN_DESC           CHAR(40)       NOT NULL,
             OLD_CUST_TEXT          CHAR(60)       NOT NULL,
             NEW_CUST_TEXT          CHAR(60)       NOT NULL,
             OLD_STATUS_SWS         CHAR(5)        NOT NULL,
             NEW_STATUS_SWS         CHAR(5)        NOT NULL,
             OLD_SELF_REINSTATE_SW  CHAR(1)        NOT NULL,
             NEW_SELF_REINSTATE_SW  CHAR(1)        NOT NULL,
             OLD_DELETE_SW          CHAR(1)        NOT NULL,
             NEW_DELETE_SW          CHAR(1)        NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             SYS_DATE               CHAR(10)       NOT NULL,
             SYS_TIME               CHAR(08)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-STATUS-RSN-AUDIT.
           10 H17-REASON-CODE           PIC X(04).
           10 H17-CHG-FUNCTION          PIC X(01).
           10 H17-OLD-RSN-DESC          PIC X(40).
           10 H17-NEW-RSN-DESC          PIC X(40).
           10 H17-OLD-CUST-TEXT         PIC X(60).
           10 H17-NEW-CUST-TEXT         PIC X(60).
           10 H17-OLD-STATUS-SWS        PIC X(05).
           10 H17-NEW-STATUS-SWS        PIC X(05).
           10 H17-OLD-SELF-REINSTATE-SW PIC X(01).
           10 H17-NEW-SELF-REINSTATE-SW PIC X(01).
           10 H17-OLD-DELETE-SW         PIC X(01).
           10 H17-NEW-DELETE-SW         PIC X(01).
           10 H17-UPD-USERID            PIC X(10).
           10 H17-SYS-DATE              PIC X(10).
           10 H17-SYS-TIME              PIC X(08).
