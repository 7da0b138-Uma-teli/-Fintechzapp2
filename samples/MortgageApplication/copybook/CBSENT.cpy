      *****************************************************
      *    CBSENT  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_OPER_ENTL                                    *
      *    OPERATOR ENTITLEMENT - ONE ROW PER USER AND      *
      *    ONLINE FUNCTION (TRANSACTION PROGRAM)            *
      *    BRANCH_CODE SPACES = ALL BRANCHES                *
      *****************************************************
       EXEC SQL DECLARE CBS-OPER-ENTL TABLE
           ( USER_ID                CHAR(8)        NOT NULL,
             FUNCTION_ID            CHAR(8)        NOT NULL,
             ENTL_ROLE              CHAR(8)        NOT NULL,
             BRANCH_CODE            CHAR(4)        NOT NULL,
             DELETE_SW              CHAR(1)        NOT NULL,
             UPD_USERID             CHAR(10)       NOT NULL,
             UPD_DATE               CHAR(10)       NOT NULL,
             UPD_TIME               CHAR(08)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-OPER-ENTL.
           10 H14-USER-ID               PIC X(08).
           10 H14-FUNCTION-ID           PIC X(08).
           10 H14-ENTL-ROLE             PIC X(08).
              88 H14-ROLE-MAKER            VALUE 'MAKER   '.
              88 H14-ROLE-CHECKER          VALUE 'CHECKER '.
              88 H14-ROLE-MAINT            VALUE 'MAINT   '.
              88 H14-ROLE-INQUIRY          VALUE 'INQUIRY '.
           10 H14-BRANCH-CODE           PIC X(04).
              88 H14-ALL-BRANCHES          VALUE SPACES.
           10 H14-DELETE-SW             PIC X(01).
              88 H14-ENTL-ACTIVE           VALUE 'N'.
              88 H14-ENTL-DELETED          VALUE 'Y'.
           10 H14-UPD-USERID            PIC X(10).
           10 H14-UPD-DATE              PIC X(10).
           10 H14-UPD-TIME              PIC X(08).
