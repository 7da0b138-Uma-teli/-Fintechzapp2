      *****************************************************
      *    CBSFWV  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_FEE_WAIVER                                   *
      *    REGISTRATION FEE WAIVER RULES BY CHANNEL OR BY   *
      *    BULK CAMPAIGN, FOR ONE PRODUCT-CODE OR (BLANK    *
      *    PRODUCT_CODE) FOR EVERY PRODUCT, BETWEEN         *
      *    START_DATE AND END_DATE INCLUSIVE                *
      *****************************************************
       EXEC SQL DECLARE CBS-FEE-WAIVER TABLE
           ( WAIVER_TYPE            CHAR(8)        NOT NULL,
             WAIVER_VALUE           CHAR(10)       NOT NULL,
             PRODUCT_CODE           CHAR(6)        NOT NULL,
             START_DATE             CHAR(10)       NOT NULL,
             END_DATE               CHAR(10)       NOT NULL,
             DELETE_SW              CHAR(1)        NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             UPD_DATE               CHAR(10)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-FEE-WAIVER.
           10 H24-WAIVER-TYPE           PIC X(08).
              88 H24-WAIVE-BY-CHANNEL      VALUE 'CHANNEL '.
              88 H24-WAIVE-BY-CAMPAIGN     VALUE 'CAMPAIGN'.
           10 H24-WAIVER-VALUE          PIC X(10).
           10 H24-PRODUCT-CODE          PIC X(06).
           10 H24-START-DATE            PIC X(10).
           10 H24-END-DATE              PIC X(10).
           10 H24-DELETE-SW             PIC X(01).
              88 H24-ROW-ACTIVE            VALUE 'N'.
              88 H24-ROW-DELETED           VALUE 'Y'.
           10 H24-UPD-USERID            PIC X(10).
           10 H24-UPD-DATE              PIC X(10).
