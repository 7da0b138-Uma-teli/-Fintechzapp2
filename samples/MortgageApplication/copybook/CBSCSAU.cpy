      *****************************************************
      *    CBSCSAU  -  HOST VARIABLE LAYOUT FOR            *
      *    CBS_CUST_CONSENT_AUDIT                           *
      *    BEFORE/AFTER TRAIL OF CONSENT CHANGES            *
      *****************************************************
       EXEC SQL DECLARE CBS-CUST-CONSENT-AUDIT TABLE
           ( CUSTOMER_ID            DECIMAL(9,0)   NOT NULL,
             NOTIFY_CHANNEL         CHAR(5)        NOT NULL,
             OLD_CONSENT_SW         CHAR(1)        NOT NULL,
             NEW_CONSENT_SW         CHAR(1)        NOT NULL,
             CONSENT_SOURCE         CHAR(10)       NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             SYS_DATE               CHAR(10)       NOT NULL,
             SYS_TIME               CHAR(08)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-CUST-CONSENT-AUDIT.
           10 H20-CUSTOMER-ID           PIC S9(09) COMP-3.
           10 H20-NOTIFY-CHANNEL        PIC X(05).
           10 H20-OLD-CONSENT-SW        PIC X(01).
           10 H20-NEW-CONSENT-SW        PIC X(01).
           10 H20-CONSENT-SOURCE        PIC X(10).
           10 H20-UPD-USERID            PIC X(10).
           10 H20-SYS-DATE              PIC X(10).
           10 H20-SYS-TIME              PIC X(08).
