      *****************************************************
      *    CBSFEE  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_PROD_FEE_REF                                 *
      *    ONE-TIME REGISTRATION FEE PER PRODUCT-CODE, HELD *
      *    ALONGSIDE CBS_PROD_ELIG_REF. DR_GL_ACCT IS THE   *
      *    CUSTOMER FEE RECEIVABLE, CR_GL_ACCT THE FEE      *
      *    INCOME ACCOUNT. NO ROW OR A ZERO FEE MEANS THE   *
      *    PRODUCT IS NOT CHARGED                           *
      *****************************************************
       EXEC SQL DECLARE CBS-PROD-FEE-REF TABLE
           ( PRODUCT_CODE           CHAR(6)        NOT NULL,
             FEE_AMOUNT             DECIMAL(11,2)  NOT NULL,
             DR_GL_ACCT             CHAR(12)       NOT NULL,
             CR_GL_ACCT             CHAR(12)       NOT NULL,
             DELETE_SW              CHAR(1)        NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             UPD_DATE               CHAR(10)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-PROD-FEE-REF.
           10 H23-PRODUCT-CODE          PIC X(06).
           10 H23-FEE-AMOUNT            PIC S9(09)V99 COMP-3.
           10 H23-DR-GL-ACCT            PIC X(12).
           10 H23-CR-GL-ACCT            PIC X(12).
           10 H23-DELETE-SW             PIC X(01).
              88 H23-ROW-ACTIVE            VALUE 'N'.
              88 H23-ROW-DELETED           VALUE 'Y'.
           10 H23-UPD-USERID            PIC X(10).
           10 H23-UPD-DATE              PIC X(10).
