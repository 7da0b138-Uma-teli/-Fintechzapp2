      *****************************************************
      *    CBSDQH  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_DQ_EXCP_HIST                                 *
      *    WEEKLY MASTER-DATA QUALITY EXCEPTION COUNTS -    *
      *    ONE ROW PER RUN DATE AND EXCEPTION TYPE, KEPT    *
      *    FOR THE WEEK-OVER-WEEK COMPARISON                *
      *****************************************************
       EXEC SQL DECLARE CBS-DQ-EXCP-HIST TABLE
           ( RUN_DATE               CHAR(10)       NOT NULL,
             EXCP_TYPE              CHAR(10)       NOT NULL,
             EXCP_COUNT             DECIMAL(9,0)   NOT NULL
           ) END-EXEC.
       01  DCLCBS-DQ-EXCP-HIST.
           10 H26-RUN-DATE              PIC X(10).
           10 H26-EXCP-TYPE             PIC X(10).
           10 H26-EXCP-COUNT            PIC S9(09) COMP-3.
