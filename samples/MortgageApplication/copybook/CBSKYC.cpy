      *****************************************************
      *    CBSKYC  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_CUST_KYC                                     *
      *    CUSTOMER KYC STATUS AS HELD BY THE BRANCH KYC    *
      *    SYSTEM - ONE ROW PER CUSTOMER                    *
      *    DATES ARE ISO YYYY-MM-DD TEXT, LEFT BLANK WHEN A *
      *    PENDING CUSTOMER HAS NOT BEEN VERIFIED YET       *
      *****************************************************
       EXEC SQL DECLARE CBS-CUST-KYC TABLE
           ( CUSTOMER_ID            DECIMAL(9,0)   NOT NULL,
             KYC_STATUS             CHAR(10)       NOT NULL,
             VERIFIED_DATE          CHAR(10)       NOT NULL,
             EXPIRY_DATE            CHAR(10)       NOT NULL,
             VERIFY_BRANCH          CHAR(4)        NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             UPD_DATE               CHAR(10)       NOT NULL,
             UPD_TIME               CHAR(08)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-CUST-KYC.
           10 H13-CUSTOMER-ID           PIC S9(09) COMP-3.
           10 H13-KYC-STATUS            PIC X(10).
              88 H13-KYC-VERIFIED          VALUE 'VERIFIED  '.
              88 H13-KYC-PENDING           VALUE 'PENDING   '.
              88 H13-KYC-EXPIRED           VALUE 'EXPIRED   '.
              88 H13-KYC-STATUS-VALID      VALUES 'VERIFIED  '
                                                  'PENDING   '
                                                  'EXPIRED   '.
           10 H13-VERIFIED-DATE         PIC X(10).
           10 H13-EXPIRY-DATE           PIC X(10).
           10 H13-VERIFY-BRANCH         PIC X(04).
           10 H13-UPD-USERID            PIC X(10).
           10 H13-UPD-DATE              PIC X(10).
           10 H13-UPD-TIME              PIC X(08).
