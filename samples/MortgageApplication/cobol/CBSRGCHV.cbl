       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGCHV.
      *****************************************************
      *    CHECK VALUE FOR ONE CBS_ACCT_REG_AUDIT ROW,     *
      *    CHAINED FROM THE CHECK VALUE OF THE PREVIOUS    *
      *    ROW OF THE SAME CHAIN. CALLED BY EVERY AUDIT    *
      *    WRITER AND BY THE CBSRGAVF VERIFICATION RUN SO  *
      *    THE RULE IS HELD IN ONE PLACE. NO SQL, NO CICS  *
      *    COMMANDS - SAFE TO CALL FROM BATCH OR ONLINE.   *
      *                                                    *
      *    THE ROW IS FIRST PUT INTO A FIXED CANONICAL     *
      *    DISPLAY FORM (SIGNS AND PACKED NIBBLES DO NOT   *
      *    MATTER), THEN EACH BYTE IS FOLDED INTO TWO      *
      *    RUNNING REMAINDERS MODULO 999999937 AND         *
      *    999999929 SEEDED FROM THE PREVIOUS CHECK VALUE. *
      *    THE RESULT IS FIRST * 10**9 + SECOND.           *
      *    CUSTOMER_NAME IS NOT PART OF THE CHECK VALUE -  *
      *    IT IS A COPY OF THE MASTER NAME AND MAY BE      *
      *    PSEUDONYMISED UNDER DATA-PROTECTION ERASURE     *
      *    WITHOUT BREAKING THE CHAIN.                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WS-CANON-ROW.
           05 WS-CN-ACCOUNT-NO PIC 9(18).
           05 WS-CN-OLD-STATUS PIC X(10).
           05 WS-CN-NEW-STATUS PIC X(10).
           05 WS-CN-UPD-USERID PIC X(10).
           05 WS-CN-SYS-DATE PIC X(10).
           05 WS-CN-SYS-TIME PIC X(08).
           05 WS-CN-EVENT-TYPE PIC X(10).
           05 WS-CN-REASON PIC X(40).
           05 WS-CN-SQLCODE-VAL PIC S9(09)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 WS-CN-BRANCH-CODE PIC X(04).
           05 WS-CN-CHAIN-ID PIC X(08).
           05 WS-CN-CHAIN-SEQ-NO PIC 9(15).
        01 WS-CANON-BYTES REDEFINES WS-CANON-ROW.
           05 WS-CANON-BYTE PIC X(01) OCCURS 153 TIMES.
        01 WS-CANON-LEN PIC S9(04) COMP VALUE +153.
        01 WS-BYTE-IX PIC S9(04) COMP VALUE 0.
        01 WS-BYTE-WORK.
           05 WS-BW-HIGH PIC X(01) VALUE LOW-VALUE.
           05 WS-BW-LOW PIC X(01).
        01 WS-BYTE-VALUE REDEFINES WS-BYTE-WORK PIC 9(04) COMP.
        01 WS-MODULUS-1 PIC S9(18) COMP-3 VALUE +999999937.
        01 WS-MODULUS-2 PIC S9(18) COMP-3 VALUE +999999929.
        01 WS-SPLIT-BASE PIC S9(18) COMP-3 VALUE +1000000000.
        01 WS-ACCUM-1 PIC S9(18) COMP-3 VALUE 0.
        01 WS-ACCUM-2 PIC S9(18) COMP-3 VALUE 0.
        01 WS-WORK-VALUE PIC S9(18) COMP-3 VALUE 0.
        01 WS-QUOTIENT PIC S9(18) COMP-3 VALUE 0.
       LINKAGE SECTION.
      *    SAME LAYOUT AS DCLCBS-ACCT-REG-AUDIT IN CBSAUD
       01 CHV-AUDIT-ROW.
           10 CHV-ACCOUNT-NUMBER        PIC S9(18) COMP-3.
           10 CHV-OLD-STATUS            PIC X(10).
           10 CHV-NEW-STATUS            PIC X(10).
           10 CHV-UPD-USERID            PIC X(10).
           10 CHV-SYS-DATE              PIC X(10).
           10 CHV-SYS-TIME              PIC X(08).
           10 CHV-EVENT-TYPE            PIC X(10).
           10 CHV-REASON                PIC X(40).
           10 CHV-SQLCODE-VAL           PIC S9(09) COMP-3.
           10 CHV-CUSTOMER-NAME         PIC X(50).
           10 CHV-BRANCH-CODE           PIC X(04).
           10 CHV-CHAIN-ID              PIC X(08).
           10 CHV-CHAIN-SEQ-NO          PIC S9(15) COMP-3.
           10 CHV-CHECK-VALUE           PIC S9(18) COMP-3.
       01 CHV-PREV-CHECK-VALUE          PIC S9(18) COMP-3.
       01 CHV-NEW-CHECK-VALUE           PIC S9(18) COMP-3.
       PROCEDURE DIVISION USING CHV-AUDIT-ROW
                                CHV-PREV-CHECK-VALUE
                                CHV-NEW-CHECK-VALUE.
           PERFORM BUILD-CANON-ROW THRU BUILD-CANON-ROW-EXIT.
           IF CHV-PREV-CHECK-VALUE < 0
               MOVE 0 TO WS-ACCUM-1
               MOVE 0 TO WS-ACCUM-2
           ELSE
               DIVIDE CHV-PREV-CHECK-VALUE BY WS-SPLIT-BASE
                   GIVING WS-ACCUM-1 REMAINDER WS-ACCUM-2
           END-IF.
           PERFORM FOLD-CANON-BYTE THRU FOLD-CANON-BYTE-EXIT
               VARYING WS-BYTE-IX FROM 1 BY 1
               UNTIL WS-BYTE-IX > WS-CANON-LEN.
           COMPUTE CHV-NEW-CHECK-VALUE =
               WS-ACCUM-1 * WS-SPLIT-BASE + WS-ACCUM-2.
           GOBACK.
        BUILD-CANON-ROW.
           MOVE CHV-ACCOUNT-NUMBER TO WS-CN-ACCOUNT-NO.
           MOVE CHV-OLD-STATUS TO WS-CN-OLD-STATUS.
           MOVE CHV-NEW-STATUS TO WS-CN-NEW-STATUS.
           MOVE CHV-UPD-USERID TO WS-CN-UPD-USERID.
           MOVE CHV-SYS-DATE TO WS-CN-SYS-DATE.
           MOVE CHV-SYS-TIME TO WS-CN-SYS-TIME.
           MOVE CHV-EVENT-TYPE TO WS-CN-EVENT-TYPE.
           MOVE CHV-REASON TO WS-CN-REASON.
           MOVE CHV-SQLCODE-VAL TO WS-CN-SQLCODE-VAL.
           MOVE CHV-BRANCH-CODE TO WS-CN-BRANCH-CODE.
           MOVE CHV-CHAIN-ID TO WS-CN-CHAIN-ID.
           MOVE CHV-CHAIN-SEQ-NO TO WS-CN-CHAIN-SEQ-NO.
        BUILD-CANON-ROW-EXIT.
           EXIT.
        FOLD-CANON-BYTE.
           MOVE WS-CANON-BYTE(WS-BYTE-IX) TO WS-BW-LOW.
           COMPUTE WS-WORK-VALUE =
               WS-ACCUM-1 * 257 + WS-BYTE-VALUE + 1.
           DIVIDE WS-WORK-VALUE BY WS-MODULUS-1
               GIVING WS-QUOTIENT REMAINDER WS-ACCUM-1.
           COMPUTE WS-WORK-VALUE =
               WS-ACCUM-2 * 65599 + WS-BYTE-VALUE + WS-BYTE-IX.
           DIVIDE WS-WORK-VALUE BY WS-MODULUS-2
               GIVING WS-QUOTIENT REMAINDER WS-ACCUM-2.
        FOLD-CANON-BYTE-EXIT.
           EXIT.
