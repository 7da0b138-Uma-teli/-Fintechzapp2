      *****************************************************
      *    CBSSVL  -  HOST VARIABLE LAYOUT FOR             *
      *    CBS_SEC_VIOLATION                                *
      *    ONLINE REQUESTS REFUSED BY THE OPERATOR          *
      *    ENTITLEMENT CHECK - ONE ROW PER REFUSAL          *
      *****************************************************
       EXEC SQL DECLARE CBS-SEC-VIOLATION TABLE
           ( USER_ID                CHAR(8)        NOT NULL,
             CHANNEL_ID             CHAR(10)       NOT NULL,
             PROGRAM_ID             CHAR(8)        NOT NULL,
             REQ_FUNCTION           CHAR(1)        NOT NULL,
             KEY_VALUE              CHAR(20)       NOT NULL,
             BRANCH_CODE            CHAR(4)        NOT NULL,
             ENTL_ROLE              CHAR(8)        NOT NULL,
             VIOL_REASON            CHAR(40)       NOT NULL,
             SYS_DATE               CHAR(10)       NOT NULL,
             SYS_TIME               CHAR(08)       NOT NULL
           ) END-EXEC.
       01  DCLCBS-SEC-VIOLATION.
           10 H15-USER-ID               PIC X(08).
           10 H15-CHANNEL-ID            PIC X(10).
           10 H15-PROGRAM-ID            PIC X(08).
           10 H15-REQ-FUNCTION          PIC X(01).
           10 H15-KEY-VALUE             PIC X(20).
           10 H15-BRANCH-CODE           PIC X(04).
           10 H15-ENTL-ROLE             PIC X(08).
           10 H15-VIOL-REASON           PIC X(40).
           10 H15-SYS-DATE              PIC X(10).
           10 H15-SYS-TIME              PIC X(08).
