      *****************************************************
      *    CBSCNS  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_CUST_CONSENT                                 *
      *    COMMUNICATION CONSENT - ONE ROW PER CUSTOMER     *
      *    AND CHANNEL (SMS, EMAIL, LETTR). NO ROW MEANS    *
      *    THE CUSTOMER HAS NOT OPTED OUT OF THE CHANNEL    *
      *****************************************************
       EXEC SQL DECLARE CBS-CUST-CONSENT TABLE
           ( CUSTOMER_ID            DECIMAL(9,0)   NOT NULL,
             NOTIFY_CHANNEL         CHAR(5)        NOT NULL,
             CONSENT_SW             CHAR(1)        NOT NULL,
             OPT_IN_DATE            CHAR(10)       NOT NULL,
             OPT_OUT_DATE           CHAR(10)       NOT NULL,
             CONSENT_SOURCE         CHAR(10)       NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             UPD_DATE               CHAR(10)       NOT NULL,
             UPD_TIME               CHAR(08)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-CUST-CONSENT.
           10 H19-CUSTOMER-ID           PIC S9(09) COMP-3.
           10 H19-NOTIFY-CHANNEL        PIC X(05).
              88 H19-CHANNEL-SMS           VALUE 'SMS  '.
              88 H19-CHANNEL-EMAIL         VALUE 'EMAIL'.
              88 H19-CHANNEL-LETTER        VALUE 'LETTR'.
              88 H19-CHANNEL-VALID         VALUES 'SMS  ' 'EMAIL'
                                                  'LETTR'.
           10 H19-CONSENT-SW            PIC X(01).
              88 H19-OPTED-IN              VALUE 'Y'.
              88 H19-OPTED-OUT             VALUE 'N'.
           10 H19-OPT-IN-DATE           PIC X(10).
           10 H19-OPT-OUT-DATE          PIC X(10).
           10 H19-CONSENT-SOURCE        PIC X(10).
           10 H19-UPD-USERID            PIC X(10).
           10 H19-UPD-DATE              PIC X(10).
           10 H19-UPD-TIME              PIC X(08).
