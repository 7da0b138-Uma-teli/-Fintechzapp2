      *****************************************************
      *    CBSDND  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_DND_REGISTRY                                 *
      *    NATIONAL DO-NOT-DISTURB REGISTRY - ONE ROW PER   *
      *    REGISTERED MOBILE NUMBER, REFRESHED MONTHLY BY   *
      *    CBSRGDNL. LOAD_DATE IS THE RUN THAT LAST SAW     *
      *    THE NUMBER ON THE REGULATOR FILE                 *
      *****************************************************
       EXEC SQL DECLARE CBS-DND-REGISTRY TABLE
           ( MOBILE_NO              CHAR(15)       NOT NULL,
             DND_REG_DATE           CHAR(10)       NOT NULL,
             FILE_DATE              CHAR(10)       NOT NULL,
             LOAD_DATE              CHAR(10)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-DND-REGISTRY.
           10 H21-MOBILE-NO             PIC X(15).
           10 H21-DND-REG-DATE          PIC X(10).
           10 H21-FILE-DATE             PIC X(10).
           10 H21-LOAD-DATE             PIC X(10).
