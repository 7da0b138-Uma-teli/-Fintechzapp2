      *****************************************************
      *    CBSQHR  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_NOTIFY_QUIET                                 *
      *    QUIET-HOURS WINDOW PER NOTIFICATION CHANNEL.     *
      *    START/END HH.MM.SS - A START LATER THAN THE END  *
      *    MEANS THE WINDOW RUNS PAST MIDNIGHT. NO ACTIVE   *
      *    ROW MEANS THE CHANNEL HAS NO QUIET HOURS         *
      *****************************************************
       EXEC SQL DECLARE CBS-NOTIFY-QUIET TABLE
           ( NOTIFY_CHANNEL         CHAR(5)        NOT NULL,
             QUIET_START            CHAR(08)       NOT NULL,
             QUIET_END              CHAR(08)       NOT NULL,
             ACTIVE_SW              CHAR(1)        NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             UPD_DATE               CHAR(10)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-NOTIFY-QUIET.
           10 H22-NOTIFY-CHANNEL        PIC X(05).
           10 H22-QUIET-START           PIC X(08).
           10 H22-QUIET-END             PIC X(08).
           10 H22-ACTIVE-SW             PIC X(01).
              88 H22-QUIET-ACTIVE          VALUE 'Y'.
           10 H22-UPD-USERID            PIC X(10).
           10 H22-UPD-DATE              PIC X(10).
