       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGAMF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFEED ASSIGN TO ACCTFEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEEDREJ ASSIGN TO FEEDREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT RSTCARD ASSIGN TO RSTCARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    CORE BANKING ACCOUNT MASTER DELTA - TYPE 1 HEADER,
      *    TYPE 2 DETAIL, TYPE 9 TRAILER; THE JOB SORTS THE FILE
      *    ON (TYPE, ACCOUNT) SO DUPLICATES ARRIVE ADJACENT
       01  FEED-REC.
           05 FEED-REC-TYPE         PIC X(01).
              88 FEED-HEADER           VALUE '1'.
              88 FEED-DETAIL           VALUE '2'.
              88 FEED-TRAILER          VALUE '9'.
           05 FEED-ACCOUNT-NO       PIC 9(18).
           05 FILLER                PIC X(131).
       01  FEED-DTL.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(18).
           05 DTL-ACTION            PIC X(01).
              88 DTL-ADD               VALUE 'A'.
              88 DTL-CHANGE            VALUE 'C'.
              88 DTL-CLOSE             VALUE 'X'.
              88 DTL-ACTION-VALID      VALUES 'A' 'C' 'X'.
      *       LEDGER STATUS AS HELD BY CORE BANKING - OPEN LEAVES
      *       THE REGISTRATION STATUS TO THIS SYSTEM
           05 DTL-CORE-STATUS       PIC X(10).
              88 DTL-STATUS-OPEN       VALUE 'OPEN      '.
              88 DTL-STATUS-VALID      VALUES 'OPEN      '
                                              'DORMANT   '
                                              'FROZEN    '
                                              'CLOSED    '.
           05 DTL-REASON-CODE       PIC X(04).
           05 DTL-BRANCH-CODE       PIC X(04).
           05 DTL-PRODUCT-CODE      PIC X(06).
           05 DTL-BALANCE           PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 DTL-CUSTOMER-ID       PIC 9(09).
           05 DTL-ACCOUNT-NAME      PIC X(50).
           05 DTL-OPEN-DATE         PIC X(10).
           05 FILLER                PIC X(21).
       01  FEED-HDR.
           05 FILLER                PIC X(01).
           05 HDR-FEED-SOURCE       PIC X(08).
           05 HDR-BUSINESS-DATE     PIC X(10).
           05 FILLER                PIC X(131).
       01  FEED-TRL.
           05 FILLER                PIC X(01).
           05 TRL-RECORD-COUNT      PIC 9(09).
           05 TRL-HASH-TOTAL        PIC 9(15).
           05 TRL-BALANCE-TOTAL     PIC S9(15)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(107).
       FD  FEEDREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    THE REJECTED INPUT RECORD UNCHANGED, FOLLOWED BY THE
      *    REASON CODE, SO CORE BANKING CAN CORRECT AND RESEND
       01  FEEDREJ-REC.
           05 REJ-FEED-REC          PIC X(150).
           05 REJ-REASON-CODE       PIC X(12).
       FD  RSTCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RSTCARD-REC.
           05 RST-RUN-ID            PIC X(08).
           05 FILLER                PIC X(01).
           05 RST-COMMIT-INTERVAL   PIC 9(05).
           05 FILLER                PIC X(66).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-RUN-TIME PIC X(08).
        01 WS-CHANNEL-ID PIC X(10) VALUE 'CBSRGAMF  '.
        01 WS-ACCOUNT-STATUS PIC X(10).
        01 WS-NEW-STATUS PIC X(10).
        01 WS-NEW-REASON-CODE PIC X(04).
        01 WS-AUDIT-OLD-STATUS PIC X(10).
        01 WS-AUDIT-NEW-STATUS PIC X(10).
        01 WS-AUDIT-EVENT-TYPE PIC X(10).
        01 WS-AUDIT-REASON PIC X(40).
        01 WS-AUDIT-SQLCODE PIC S9(09) COMP.
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.
        01 WS-ROW-FOUND-SW PIC X(01).
           88 WS-ROW-FOUND VALUE 'Y'.
           88 WS-ROW-NOT-FOUND VALUE 'N'.
        01 WS-TOTAL-READ PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ADDED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CHANGED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CLOSED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-STATUS-CHG PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ON-FILE PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-NOT-FOUND PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-EDIT-FAIL PIC S9(09) COMP VALUE 0.
        01 WS-JOB-NAME PIC X(08) VALUE 'CBSRGAMF'.
        01 WS-RUN-ID PIC X(08).
        01 WS-COMMIT-INTERVAL PIC S9(09) COMP VALUE +500.
        01 WS-FEED-RECNO PIC S9(09) COMP VALUE 0.
        01 WS-RESTART-RECNO PIC S9(09) COMP VALUE 0.
        01 WS-RECS-SINCE-COMMIT PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-SKIPPED PIC S9(09) COMP VALUE 0.
        01 WS-RSTCARD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-RSTCARD VALUE 'Y'.
        01 WS-FEED-SOURCE PIC X(08).
        01 WS-BUSINESS-DATE PIC X(10).
        01 WS-TRL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-TRL-FOUND VALUE 'Y'.
        01 WS-VAL-DETAIL-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-VAL-AFTER-TRL-SW PIC X(01) VALUE 'N'.
           88 WS-VAL-AFTER-TRL VALUE 'Y'.
        01 WS-VAL-BAD-NUMERIC PIC S9(09) COMP VALUE 0.
        01 WS-HASH-TOTAL PIC 9(16) COMP-3 VALUE 0.
        01 WS-HASH-PART PIC 9(15).
        01 WS-HASH-LIMIT PIC 9(16) COMP-3 VALUE 1000000000000000.
        01 WS-BALANCE-TOTAL PIC S9(15)V99 COMP-3 VALUE 0.
        01 WS-TRL-COUNT-SAVE PIC S9(09) COMP VALUE 0.
        01 WS-TRL-HASH-SAVE PIC 9(15) VALUE 0.
        01 WS-TRL-BALANCE-SAVE PIC S9(15)V99 COMP-3 VALUE 0.
        01 WS-TRL-REC-SAVE PIC X(150) VALUE SPACES.
        01 WS-PREV-ACCOUNT PIC 9(18) VALUE 0.
        01 WS-SEQ-ERROR-SW PIC X(01) VALUE 'N'.
           88 WS-SEQ-ERROR VALUE 'Y'.
        01 WS-TOTAL-DUPLICATE PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-REJ-WRITTEN PIC S9(09) COMP VALUE 0.
        01 WS-REJ-REASON PIC X(12).
           COPY CBSMST.
           COPY CBSAUD.
           COPY CBSACH.
           COPY CBSRST.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-FEED THRU PROCESS-FEED-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM FINAL-CHECKPOINT THRU FINAL-CHECKPOINT-EXIT.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           CLOSE ACCTFEED.
           CLOSE FEEDREJ.
           STOP RUN.
        INIT-RUN.
           EXEC SQL
            SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           EXEC SQL
            SELECT CURRENT TIME INTO :WS-RUN-TIME FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           DISPLAY 'CBSRGAMF ACCOUNT MASTER FEED RUN FOR ' WS-RUN-DATE.
           PERFORM READ-RSTCARD THRU READ-RSTCARD-EXIT.
           OPEN OUTPUT FEEDREJ.
      *    THE WHOLE FILE IS BALANCED AGAINST ITS HEADER AND
      *    TRAILER BEFORE ANY MASTER ROW IS TOUCHED
           PERFORM VALIDATE-FEED THRU VALIDATE-FEED-EXIT.
           OPEN INPUT ACCTFEED.
           PERFORM GET-RESTART-POINT THRU GET-RESTART-POINT-EXIT.
           PERFORM READ-FEED THRU READ-FEED-EXIT.
           PERFORM SKIP-TO-RESTART THRU SKIP-TO-RESTART-EXIT
               UNTIL WS-FEED-RECNO > WS-RESTART-RECNO
                  OR WS-END-OF-FILE.
           IF WS-TOTAL-SKIPPED > 0
               DISPLAY 'RESTART - RECORDS SKIPPED    : '
                   WS-TOTAL-SKIPPED
           END-IF.
        INIT-RUN-EXIT.
           EXIT.
        READ-RSTCARD.
           OPEN INPUT RSTCARD.
           READ RSTCARD
               AT END MOVE 'Y' TO WS-RSTCARD-EOF-SW
           END-READ.
           CLOSE RSTCARD.
           IF WS-END-OF-RSTCARD
               OR RST-RUN-ID = SPACES
               MOVE 'CBSRGAMF' TO WS-RUN-ID
           ELSE
               MOVE RST-RUN-ID TO WS-RUN-ID
           END-IF.
           IF NOT WS-END-OF-RSTCARD
               AND RST-COMMIT-INTERVAL NUMERIC
               AND RST-COMMIT-INTERVAL > 0
               MOVE RST-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           END-IF.
           DISPLAY 'RUN-ID          : ' WS-RUN-ID.
           DISPLAY 'COMMIT INTERVAL : ' WS-COMMIT-INTERVAL.
        READ-RSTCARD-EXIT.
           EXIT.
        GET-RESTART-POINT.
      *    THE IN-PROCESS ROW ALSO LETS CBSRGMON CHECK CARDS HOLD
      *    CBSRGBTH AND CBSRGPND BACK UNTIL THE MASTER IS LOADED
           MOVE WS-JOB-NAME TO H6-JOB-NAME.
           MOVE WS-RUN-ID TO H6-RUN-ID.
           EXEC SQL
            SELECT LAST_COMMIT_RECNO, RUN_STATUS
            INTO :H6-LAST-COMMIT-RECNO, :H6-RUN-STATUS
            FROM CBS_BATCH_RESTART
            WHERE JOB_NAME = :H6-JOB-NAME
            AND RUN_ID = :H6-RUN-ID
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             IF H6-RUN-STATUS = 'IN-PROCESS'
                 MOVE H6-LAST-COMMIT-RECNO TO WS-RESTART-RECNO
                 DISPLAY 'RESTARTING AFTER RECORD      : '
                     WS-RESTART-RECNO
             ELSE
                 MOVE 0 TO WS-RESTART-RECNO
                 EXEC SQL
                  UPDATE CBS_BATCH_RESTART
                  SET LAST_COMMIT_RECNO = 0,
                      RUN_STATUS = 'IN-PROCESS',
                      UPD_DATE = :WS-RUN-DATE,
                      UPD_TIME = :WS-RUN-TIME
                  WHERE JOB_NAME = :H6-JOB-NAME
                  AND RUN_ID = :H6-RUN-ID
                 END-EXEC
             END-IF
            WHEN 100
             MOVE 0 TO WS-RESTART-RECNO
             COMPUTE H6-LAST-COMMIT-RECNO = 0
             MOVE 'IN-PROCESS' TO H6-RUN-STATUS
             MOVE WS-RUN-DATE TO H6-UPD-DATE
             MOVE WS-RUN-TIME TO H6-UPD-TIME
             EXEC SQL
              INSERT INTO CBS_BATCH_RESTART
                  (JOB_NAME, RUN_ID, LAST_COMMIT_RECNO, RUN_STATUS,
                   UPD_DATE, UPD_TIME)
              VALUES
                  (:H6-JOB-NAME, :H6-RUN-ID, :H6-LAST-COMMIT-RECNO,
                   :H6-RUN-STATUS, :H6-UPD-DATE, :H6-UPD-TIME)
             END-EXEC
            WHEN OTHER
             DISPLAY 'CBSRGAMF RESTART LOOKUP SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAMF RESTART SETUP SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           EXEC SQL COMMIT END-EXEC.
        GET-RESTART-POINT-EXIT.
           EXIT.
        SKIP-TO-RESTART.
           ADD 1 TO WS-TOTAL-SKIPPED.
           IF FEED-DETAIL
               AND FEED-ACCOUNT-NO NUMERIC
               MOVE FEED-ACCOUNT-NO TO WS-PREV-ACCOUNT
           END-IF.
           PERFORM READ-FEED THRU READ-FEED-EXIT.
        SKIP-TO-RESTART-EXIT.
           EXIT.
        READ-FEED.
           READ ACCTFEED
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-FEED-RECNO
           END-READ.
        READ-FEED-EXIT.
           EXIT.
        PROCESS-FEED.
           IF FEED-HEADER OR FEED-TRAILER
               GO TO PROCESS-FEED-NEXT
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
           PERFORM EDIT-FEED-DETAIL THRU EDIT-FEED-DETAIL-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-TOTAL-EDIT-FAIL
               PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
               GO TO PROCESS-FEED-NEXT
           END-IF.
           IF FEED-ACCOUNT-NO = WS-PREV-ACCOUNT
               ADD 1 TO WS-TOTAL-DUPLICATE
               MOVE 'DUPLICATE   ' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
               GO TO PROCESS-FEED-NEXT
           END-IF.
           IF FEED-ACCOUNT-NO < WS-PREV-ACCOUNT
               AND NOT WS-SEQ-ERROR
               MOVE 'Y' TO WS-SEQ-ERROR-SW
               DISPLAY 'CBSRGAMF ACCTFEED OUT OF SEQUENCE - DUPLICATE'
                   ' DETECTION UNRELIABLE - SORT STEP MISSING?'
           END-IF.
           MOVE FEED-ACCOUNT-NO TO WS-PREV-ACCOUNT.
           MOVE LOW-VALUES TO DCLCBS-ACCT-MSTR-DTL.
           COMPUTE H1-ACCOUNT-NUMBER = FEED-ACCOUNT-NO.
           EXEC SQL
            SELECT * INTO :DCLCBS-ACCT-MSTR-DTL
            FROM CBS_ACCT_MSTR_DTL
            WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE 'Y' TO WS-ROW-FOUND-SW
             MOVE H1-ACCOUNT-STATUS TO WS-ACCOUNT-STATUS
            WHEN 100
             MOVE 'N' TO WS-ROW-FOUND-SW
             MOVE SPACES TO WS-ACCOUNT-STATUS
            WHEN OTHER
      *      A NEGATIVE SQLCODE (E.G. -911) MAY HAVE ROLLED BACK THE
      *      WHOLE UNIT OF WORK - END THE RUN SO THE RERUN
      *      REPOSITIONS AT THE LAST CHECKPOINT
             DISPLAY 'CBSRGAMF SELECT ERROR SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
           EVALUATE TRUE
            WHEN DTL-ADD AND WS-ROW-FOUND
             ADD 1 TO WS-TOTAL-ON-FILE
             MOVE 'ON FILE     ' TO WS-REJ-REASON
             PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
            WHEN DTL-ADD
             PERFORM ADD-MASTER-ROW THRU ADD-MASTER-ROW-EXIT
            WHEN WS-ROW-NOT-FOUND
             ADD 1 TO WS-TOTAL-NOT-FOUND
             MOVE 'NOT ON FILE ' TO WS-REJ-REASON
             PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
            WHEN OTHER
             PERFORM CHANGE-MASTER-ROW THRU CHANGE-MASTER-ROW-EXIT
           END-EVALUATE.
        PROCESS-FEED-NEXT.
           ADD 1 TO WS-RECS-SINCE-COMMIT.
           IF WS-RECS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT
           END-IF.
           PERFORM READ-FEED THRU READ-FEED-EXIT.
        PROCESS-FEED-EXIT.
           EXIT.
        EDIT-FEED-DETAIL.
           MOVE SPACES TO WS-REJ-REASON.
           IF FEED-ACCOUNT-NO NOT NUMERIC
               OR FEED-ACCOUNT-NO = 0
               MOVE 'BAD FORMAT  ' TO WS-REJ-REASON
               GO TO EDIT-FEED-DETAIL-EXIT
           END-IF.
           IF NOT DTL-ACTION-VALID
               MOVE 'BAD ACTION  ' TO WS-REJ-REASON
               GO TO EDIT-FEED-DETAIL-EXIT
           END-IF.
           IF NOT DTL-CLOSE
               AND NOT DTL-STATUS-VALID
               MOVE 'BAD STATUS  ' TO WS-REJ-REASON
               GO TO EDIT-FEED-DETAIL-EXIT
           END-IF.
           IF DTL-BALANCE NOT NUMERIC
               MOVE 'BAD BALANCE ' TO WS-REJ-REASON
               GO TO EDIT-FEED-DETAIL-EXIT
           END-IF.
           IF DTL-BRANCH-CODE = SPACES
               MOVE 'NO BRANCH   ' TO WS-REJ-REASON
               GO TO EDIT-FEED-DETAIL-EXIT
           END-IF.
           IF DTL-PRODUCT-CODE = SPACES
               MOVE 'NO PRODUCT  ' TO WS-REJ-REASON
               GO TO EDIT-FEED-DETAIL-EXIT
           END-IF.
      *    A NEW MASTER ROW NEEDS THE OWNING CUSTOMER, NAME AND
      *    OPENING DATE AS WELL - CHANGES AND CLOSURES DO NOT
           IF DTL-ADD
               IF DTL-CUSTOMER-ID NOT NUMERIC
                   OR DTL-CUSTOMER-ID = 0
                   MOVE 'BAD CUSTOMER' TO WS-REJ-REASON
                   GO TO EDIT-FEED-DETAIL-EXIT
               END-IF
               IF DTL-ACCOUNT-NAME = SPACES
                   MOVE 'NO NAME     ' TO WS-REJ-REASON
                   GO TO EDIT-FEED-DETAIL-EXIT
               END-IF
               IF DTL-OPEN-DATE = SPACES
                   OR DTL-OPEN-DATE(5:1) NOT = '-'
                   OR DTL-OPEN-DATE(8:1) NOT = '-'
                   MOVE 'BAD OPEN DTE' TO WS-REJ-REASON
                   GO TO EDIT-FEED-DETAIL-EXIT
               END-IF
           END-IF.
        EDIT-FEED-DETAIL-EXIT.
           EXIT.
        ADD-MASTER-ROW.
      *    A NEWLY OPENED ACCOUNT STARTS UNREGISTERED (INACTIVE)
      *    UNLESS CORE BANKING ALREADY HOLDS IT DORMANT OR FROZEN
           IF DTL-STATUS-OPEN
               MOVE 'INACTIVE  ' TO WS-NEW-STATUS
           ELSE
               MOVE DTL-CORE-STATUS TO WS-NEW-STATUS
           END-IF.
           MOVE WS-NEW-STATUS TO H1-ACCOUNT-STATUS.
           MOVE DTL-ACCOUNT-NAME TO H1-ACCOUNT-NAME.
           COMPUTE H1-CUSTOMER-ID = DTL-CUSTOMER-ID.
           MOVE DTL-PRODUCT-CODE TO H1-PRODUCT-CODE.
           MOVE WS-CHANNEL-ID TO H1-UPD-USERID.
           MOVE DTL-OPEN-DATE TO H1-ACCOUNT-OPEN-DATE.
           MOVE DTL-REASON-CODE TO H1-STATUS-REASON-CODE.
           MOVE DTL-BRANCH-CODE TO H1-BRANCH-CODE.
           COMPUTE H1-ACCOUNT-BALANCE = DTL-BALANCE.
           EXEC SQL
            INSERT INTO CBS_ACCT_MSTR_DTL
                (ACCOUNT_NUMBER, ACCOUNT_STATUS, ACCOUNT_NAME,
                 CUSTOMER_ID, PRODUCT_CODE, UPD_USERID,
                 ACCOUNT_OPEN_DATE, STATUS_REASON_CODE, BRANCH_CODE,
                 ACCOUNT_BALANCE)
            VALUES
                (:H1-ACCOUNT-NUMBER, :H1-ACCOUNT-STATUS,
                 :H1-ACCOUNT-NAME, :H1-CUSTOMER-ID, :H1-PRODUCT-CODE,
                 :H1-UPD-USERID, :H1-ACCOUNT-OPEN-DATE,
                 :H1-STATUS-REASON-CODE, :H1-BRANCH-CODE,
                 :H1-ACCOUNT-BALANCE)
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             ADD 1 TO WS-TOTAL-ADDED
             MOVE SPACES TO WS-AUDIT-OLD-STATUS
             MOVE WS-NEW-STATUS TO WS-AUDIT-NEW-STATUS
             MOVE 'NEW ACCOUNT FROM CORE BANKING FEED'
                  TO WS-AUDIT-REASON
             MOVE 0 TO WS-AUDIT-SQLCODE
             PERFORM INSERT-FEED-AUDIT THRU INSERT-FEED-AUDIT-EXIT
            WHEN -803
             ADD 1 TO WS-TOTAL-ON-FILE
             MOVE 'ON FILE     ' TO WS-REJ-REASON
             PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGAMF INSERT FAILED SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        ADD-MASTER-ROW-EXIT.
           EXIT.
        CHANGE-MASTER-ROW.
      *    CORE BANKING OWNS DORMANT, FROZEN AND CLOSED; OPEN KEEPS
      *    THE REGISTRATION STATUS THIS SYSTEM MAINTAINS (ACTIVE,
      *    INACTIVE, SUSPENDED) AND ONLY RELEASES AN ACCOUNT THAT
      *    CORE BANKING HAD PREVIOUSLY BLOCKED
           MOVE H1-STATUS-REASON-CODE TO WS-NEW-REASON-CODE.
           EVALUATE TRUE
            WHEN DTL-CLOSE
             MOVE 'CLOSED    ' TO WS-NEW-STATUS
            WHEN DTL-STATUS-OPEN
             IF WS-ACCOUNT-STATUS = 'DORMANT   '
                 OR WS-ACCOUNT-STATUS = 'FROZEN    '
                 OR WS-ACCOUNT-STATUS = 'CLOSED    '
                 MOVE 'INACTIVE  ' TO WS-NEW-STATUS
             ELSE
                 MOVE WS-ACCOUNT-STATUS TO WS-NEW-STATUS
             END-IF
            WHEN OTHER
             MOVE DTL-CORE-STATUS TO WS-NEW-STATUS
           END-EVALUATE.
           IF WS-NEW-STATUS NOT = WS-ACCOUNT-STATUS
               MOVE DTL-REASON-CODE TO WS-NEW-REASON-CODE
           END-IF.
           MOVE WS-NEW-STATUS TO H1-ACCOUNT-STATUS.
           MOVE WS-NEW-REASON-CODE TO H1-STATUS-REASON-CODE.
           MOVE DTL-BRANCH-CODE TO H1-BRANCH-CODE.
           MOVE DTL-PRODUCT-CODE TO H1-PRODUCT-CODE.
           COMPUTE H1-ACCOUNT-BALANCE = DTL-BALANCE.
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
            SET ACCOUNT_STATUS = :H1-ACCOUNT-STATUS,
                STATUS_REASON_CODE = :H1-STATUS-REASON-CODE,
                BRANCH_CODE = :H1-BRANCH-CODE,
                PRODUCT_CODE = :H1-PRODUCT-CODE,
                ACCOUNT_BALANCE = :H1-ACCOUNT-BALANCE,
                UPD_USERID = :WS-CHANNEL-ID
            WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAMF UPDATE FAILED SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           IF DTL-CLOSE
               ADD 1 TO WS-TOTAL-CLOSED
           ELSE
               ADD 1 TO WS-TOTAL-CHANGED
           END-IF.
           IF WS-NEW-STATUS NOT = WS-ACCOUNT-STATUS
               MOVE WS-ACCOUNT-STATUS TO WS-AUDIT-OLD-STATUS
               MOVE WS-NEW-STATUS TO WS-AUDIT-NEW-STATUS
               MOVE SPACES TO WS-AUDIT-REASON
               STRING 'CORE BANKING STATUS CHANGE - REASON '
                      DELIMITED BY SIZE
                      WS-NEW-REASON-CODE DELIMITED BY SIZE
                 INTO WS-AUDIT-REASON
               MOVE 0 TO WS-AUDIT-SQLCODE
               PERFORM INSERT-FEED-AUDIT THRU INSERT-FEED-AUDIT-EXIT
           END-IF.
        CHANGE-MASTER-ROW-EXIT.
           EXIT.
        WRITE-REJECT-REC.
           MOVE FEED-REC TO REJ-FEED-REC.
           MOVE WS-REJ-REASON TO REJ-REASON-CODE.
           WRITE FEEDREJ-REC.
           ADD 1 TO WS-TOTAL-REJ-WRITTEN.
        WRITE-REJECT-REC-EXIT.
           EXIT.
        TAKE-CHECKPOINT.
           COMPUTE H6-LAST-COMMIT-RECNO = WS-FEED-RECNO.
           EXEC SQL
            UPDATE CBS_BATCH_RESTART
            SET LAST_COMMIT_RECNO = :H6-LAST-COMMIT-RECNO,
                RUN_STATUS = 'IN-PROCESS',
                UPD_DATE = :WS-RUN-DATE,
                UPD_TIME = :WS-RUN-TIME
            WHERE JOB_NAME = :H6-JOB-NAME
            AND RUN_ID = :H6-RUN-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAMF CHECKPOINT UPDATE SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO WS-RECS-SINCE-COMMIT.
           DISPLAY 'CHECKPOINT TAKEN AT RECORD: ' WS-FEED-RECNO.
        TAKE-CHECKPOINT-EXIT.
           EXIT.
        FINAL-CHECKPOINT.
           COMPUTE H6-LAST-COMMIT-RECNO = WS-FEED-RECNO.
           EXEC SQL
            UPDATE CBS_BATCH_RESTART
            SET LAST_COMMIT_RECNO = :H6-LAST-COMMIT-RECNO,
                RUN_STATUS = 'COMPLETE  ',
                UPD_DATE = :WS-RUN-DATE,
                UPD_TIME = :WS-RUN-TIME
            WHERE JOB_NAME = :H6-JOB-NAME
            AND RUN_ID = :H6-RUN-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAMF FINAL CHECKPOINT SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           EXEC SQL COMMIT END-EXEC.
        FINAL-CHECKPOINT-EXIT.
           EXIT.
        ABEND-RUN.
           DISPLAY 'CBSRGAMF RUN TERMINATED - RERUN WILL RESTART'
               ' FROM LAST CHECKPOINT'.
           CLOSE ACCTFEED.
           CLOSE FEEDREJ.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
        VALIDATE-FEED.
           OPEN INPUT ACCTFEED.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-FEED THRU READ-FEED-EXIT.
           IF WS-END-OF-FILE
               DISPLAY 'CBSRGAMF ACCTFEED FILE IS EMPTY'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF NOT FEED-HEADER
               DISPLAY 'CBSRGAMF ACCTFEED HEADER RECORD MISSING'
               MOVE 'NO HEADER   ' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           MOVE HDR-FEED-SOURCE TO WS-FEED-SOURCE.
           MOVE HDR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           DISPLAY 'FEED SOURCE     : ' WS-FEED-SOURCE.
           DISPLAY 'BUSINESS DATE   : ' WS-BUSINESS-DATE.
           PERFORM READ-FEED THRU READ-FEED-EXIT.
           PERFORM VALIDATE-ONE-REC THRU VALIDATE-ONE-REC-EXIT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-TRL-FOUND
               DISPLAY 'CBSRGAMF ACCTFEED TRAILER RECORD MISSING'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF WS-TRL-COUNT-SAVE NOT = WS-VAL-DETAIL-COUNT
               DISPLAY 'CBSRGAMF RECORD COUNT MISMATCH - TRAILER: '
                   WS-TRL-COUNT-SAVE ' COUNTED: ' WS-VAL-DETAIL-COUNT
               DISPLAY 'POSSIBLE TRUNCATED OR DUPLICATED TRANSFER -'
                   ' FILE NOT PROCESSED'
               PERFORM REJECT-TRAILER THRU REJECT-TRAILER-EXIT
           END-IF.
           IF WS-VAL-BAD-NUMERIC = 0
               IF WS-TRL-HASH-SAVE NOT = WS-HASH-TOTAL
                   DISPLAY 'CBSRGAMF HASH TOTAL MISMATCH - TRAILER: '
                       WS-TRL-HASH-SAVE ' COMPUTED: ' WS-HASH-TOTAL
                   DISPLAY 'POSSIBLE CORRUPTED TRANSFER - FILE NOT'
                       ' PROCESSED'
                   PERFORM REJECT-TRAILER THRU REJECT-TRAILER-EXIT
               END-IF
               IF WS-TRL-BALANCE-SAVE NOT = WS-BALANCE-TOTAL
                   DISPLAY 'CBSRGAMF BALANCE TOTAL MISMATCH - TRAILER: '
                       WS-TRL-BALANCE-SAVE ' COMPUTED: '
                       WS-BALANCE-TOTAL
                   DISPLAY 'POSSIBLE CORRUPTED TRANSFER - FILE NOT'
                       ' PROCESSED'
                   PERFORM REJECT-TRAILER THRU REJECT-TRAILER-EXIT
               END-IF
           ELSE
               DISPLAY 'CBSRGAMF CONTROL TOTALS NOT CHECKED - '
                   WS-VAL-BAD-NUMERIC ' NON-NUMERIC DETAIL RECORDS'
           END-IF.
           DISPLAY 'ACCTFEED CONTROL TOTALS BALANCED - DETAILS: '
               WS-VAL-DETAIL-COUNT.
           CLOSE ACCTFEED.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-FEED-RECNO.
        VALIDATE-FEED-EXIT.
           EXIT.
        VALIDATE-ONE-REC.
           EVALUATE TRUE
            WHEN WS-VAL-AFTER-TRL
             DISPLAY 'CBSRGAMF RECORD AFTER TRAILER ON ACCTFEED'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN FEED-DETAIL
             ADD 1 TO WS-VAL-DETAIL-COUNT
             IF FEED-ACCOUNT-NO NUMERIC
                 AND DTL-BALANCE NUMERIC
                 MOVE FEED-ACCOUNT-NO(4:15) TO WS-HASH-PART
                 ADD WS-HASH-PART TO WS-HASH-TOTAL
                 PERFORM WRAP-HASH-TOTAL THRU WRAP-HASH-TOTAL-EXIT
                     UNTIL WS-HASH-TOTAL < WS-HASH-LIMIT
                 ADD DTL-BALANCE TO WS-BALANCE-TOTAL
             ELSE
                 ADD 1 TO WS-VAL-BAD-NUMERIC
             END-IF
            WHEN FEED-TRAILER
             MOVE 'Y' TO WS-TRL-FOUND-SW
             MOVE 'Y' TO WS-VAL-AFTER-TRL-SW
             MOVE FEED-REC TO WS-TRL-REC-SAVE
             IF TRL-RECORD-COUNT NUMERIC
                 AND TRL-HASH-TOTAL NUMERIC
                 AND TRL-BALANCE-TOTAL NUMERIC
                 MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT-SAVE
                 MOVE TRL-HASH-TOTAL TO WS-TRL-HASH-SAVE
                 MOVE TRL-BALANCE-TOTAL TO WS-TRL-BALANCE-SAVE
             ELSE
                 DISPLAY 'CBSRGAMF TRAILER CONTROL TOTALS NOT NUMERIC'
                 PERFORM REJECT-TRAILER THRU REJECT-TRAILER-EXIT
             END-IF
            WHEN FEED-HEADER
             DISPLAY 'CBSRGAMF DUPLICATE HEADER ON ACCTFEED'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGAMF UNKNOWN RECORD TYPE: ' FEED-REC-TYPE
             MOVE 'BAD REC TYPE' TO WS-REJ-REASON
             PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-EVALUATE.
           PERFORM READ-FEED THRU READ-FEED-EXIT.
        VALIDATE-ONE-REC-EXIT.
           EXIT.
        WRAP-HASH-TOTAL.
           SUBTRACT WS-HASH-LIMIT FROM WS-HASH-TOTAL.
        WRAP-HASH-TOTAL-EXIT.
           EXIT.
        REJECT-TRAILER.
      *    THE TRAILER GOES TO FEEDREJ SO CORE BANKING SEES WHICH
      *    FILE WAS REFUSED - NO DETAIL IS APPLIED FROM IT
           MOVE WS-TRL-REC-SAVE TO REJ-FEED-REC.
           MOVE 'CTL TOTALS  ' TO REJ-REASON-CODE.
           WRITE FEEDREJ-REC.
           ADD 1 TO WS-TOTAL-REJ-WRITTEN.
           PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT.
        REJECT-TRAILER-EXIT.
           EXIT.
        ABEND-VALIDATION.
           DISPLAY 'CBSRGAMF ACCTFEED CONTROL VALIDATION FAILED - NO'
               ' DATABASE CHANGES MADE'.
           CLOSE ACCTFEED.
           CLOSE FEEDREJ.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-VALIDATION-EXIT.
           EXIT.
        INSERT-FEED-AUDIT.
           MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER.
           MOVE WS-AUDIT-OLD-STATUS TO H2-OLD-STATUS.
           MOVE WS-AUDIT-NEW-STATUS TO H2-NEW-STATUS.
           MOVE WS-CHANNEL-ID TO H2-UPD-USERID.
           MOVE WS-RUN-DATE TO H2-SYS-DATE.
           MOVE WS-RUN-TIME TO H2-SYS-TIME.
           MOVE 'CORESTATUS' TO H2-EVENT-TYPE.
           MOVE WS-AUDIT-REASON TO H2-REASON.
           MOVE WS-AUDIT-SQLCODE TO H2-SQLCODE-VAL.
           MOVE H1-ACCOUNT-NAME TO H2-CUSTOMER-NAME.
           MOVE H1-BRANCH-CODE TO H2-BRANCH-CODE.
           PERFORM GET-AUDIT-CHAIN-LINK THRU GET-AUDIT-CHAIN-LINK-EXIT
           IF SQLCODE = 0
               EXEC SQL
               INSERT INTO CBS_ACCT_REG_AUDIT
                   (ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS, UPD_USERID,
                    SYS_DATE, SYS_TIME, EVENT_TYPE, REASON, SQLCODE_VAL,
                    CUSTOMER_NAME, BRANCH_CODE, CHAIN_ID, CHAIN_SEQ_NO,
                    CHECK_VALUE)
               VALUES
                   (:H2-ACCOUNT-NUMBER, :H2-OLD-STATUS, :H2-NEW-STATUS,
                    :H2-UPD-USERID, :H2-SYS-DATE, :H2-SYS-TIME,
                    :H2-EVENT-TYPE, :H2-REASON, :H2-SQLCODE-VAL,
                    :H2-CUSTOMER-NAME, :H2-BRANCH-CODE, :H2-CHAIN-ID,
                    :H2-CHAIN-SEQ-NO, :H2-CHECK-VALUE)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               PERFORM SAVE-AUDIT-CHAIN-LINK THRU
                   SAVE-AUDIT-CHAIN-LINK-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAMF AUDIT INSERT FAILED SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-STATUS-CHG.
        INSERT-FEED-AUDIT-EXIT.
           EXIT.
        GET-AUDIT-CHAIN-LINK.
      *    NEXT LINK OF THIS PROGRAM'S AUDIT CHAIN - THE CONTROL ROW
      *    STAYS LOCKED UNTIL THE UNIT OF WORK ENDS, SO NO OTHER TASK
      *    CAN TAKE THE SAME SEQUENCE NUMBER. SQLCODE IS LEFT NON-ZERO
      *    IF THE LINK CANNOT BE BUILT AND THE AUDIT ROW IS NOT WRITTEN
           MOVE 'CBSRGAMF' TO H18-CHAIN-ID.
           EXEC SQL
            SELECT LAST_SEQ_NO, LAST_CHECK_VALUE
            INTO :H18-LAST-SEQ-NO, :H18-LAST-CHECK-VALUE
            FROM CBS_AUDIT_CHAIN_CTL
            WHERE CHAIN_ID = :H18-CHAIN-ID
            WITH RS USE AND KEEP EXCLUSIVE LOCKS
           END-EXEC.
           IF SQLCODE = 100
               PERFORM START-AUDIT-CHAIN THRU START-AUDIT-CHAIN-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAMF AUDIT CHAIN SQLCODE:' SQLCODE
               GO TO GET-AUDIT-CHAIN-LINK-EXIT
           END-IF.
           MOVE H18-CHAIN-ID TO H2-CHAIN-ID.
           COMPUTE H2-CHAIN-SEQ-NO = H18-LAST-SEQ-NO + 1.
           COMPUTE H2-CHECK-VALUE = 0.
           CALL 'CBSRGCHV' USING DCLCBS-ACCT-REG-AUDIT
                                 H18-LAST-CHECK-VALUE
                                 H2-CHECK-VALUE.
        GET-AUDIT-CHAIN-LINK-EXIT.
           EXIT.
        START-AUDIT-CHAIN.
      *    FIRST AUDIT ROW FROM THIS PROGRAM - THE CHAIN STARTS AT ZERO
           COMPUTE H18-LAST-SEQ-NO = 0.
           COMPUTE H18-LAST-CHECK-VALUE = 0.
           COMPUTE H18-ANCHOR-SEQ-NO = 0.
           COMPUTE H18-ANCHOR-CHECK-VALUE = 0.
           MOVE H2-SYS-DATE TO H18-ANCHOR-DATE.
           COMPUTE H18-VERIFIED-SEQ-NO = 0.
           COMPUTE H18-VERIFIED-CHECK-VALUE = 0.
           MOVE H2-SYS-DATE TO H18-VERIFIED-DATE.
           EXEC SQL
            INSERT INTO CBS_AUDIT_CHAIN_CTL
                (CHAIN_ID, LAST_SEQ_NO, LAST_CHECK_VALUE,
                 ANCHOR_SEQ_NO, ANCHOR_CHECK_VALUE, ANCHOR_DATE,
                 VERIFIED_SEQ_NO, VERIFIED_CHECK_VALUE, VERIFIED_DATE)
            VALUES
                (:H18-CHAIN-ID, :H18-LAST-SEQ-NO,
                 :H18-LAST-CHECK-VALUE, :H18-ANCHOR-SEQ-NO,
                 :H18-ANCHOR-CHECK-VALUE, :H18-ANCHOR-DATE,
                 :H18-VERIFIED-SEQ-NO, :H18-VERIFIED-CHECK-VALUE,
                 :H18-VERIFIED-DATE)
           END-EXEC.
        START-AUDIT-CHAIN-EXIT.
           EXIT.
        SAVE-AUDIT-CHAIN-LINK.
           MOVE H2-CHAIN-SEQ-NO TO H18-LAST-SEQ-NO.
           MOVE H2-CHECK-VALUE TO H18-LAST-CHECK-VALUE.
           EXEC SQL
            UPDATE CBS_AUDIT_CHAIN_CTL
            SET LAST_SEQ_NO = :H18-LAST-SEQ-NO,
                LAST_CHECK_VALUE = :H18-LAST-CHECK-VALUE
            WHERE CHAIN_ID = :H18-CHAIN-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAMF AUDIT CHAIN UPDATE SQLCODE:' SQLCODE
           END-IF.
        SAVE-AUDIT-CHAIN-LINK-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGAMF - ACCOUNT MASTER FEED RUN SUMMARY'.
           DISPLAY 'FEED SOURCE             : ' WS-FEED-SOURCE.
           DISPLAY 'BUSINESS DATE           : ' WS-BUSINESS-DATE.
           DISPLAY 'DETAILS READ            : ' WS-TOTAL-READ.
           DISPLAY 'ACCOUNTS ADDED          : ' WS-TOTAL-ADDED.
           DISPLAY 'ACCOUNTS CHANGED        : ' WS-TOTAL-CHANGED.
           DISPLAY 'ACCOUNTS CLOSED         : ' WS-TOTAL-CLOSED.
           DISPLAY 'STATUS CHANGES AUDITED  : ' WS-TOTAL-STATUS-CHG.
           DISPLAY 'ADD ALREADY ON FILE     : ' WS-TOTAL-ON-FILE.
           DISPLAY 'CHANGE NOT ON FILE      : ' WS-TOTAL-NOT-FOUND.
           DISPLAY 'FAILED EDITS - REJECTED : ' WS-TOTAL-EDIT-FAIL.
           DISPLAY 'DUPLICATES - REJECTED   : ' WS-TOTAL-DUPLICATE.
           DISPLAY 'REJECT RECORDS WRITTEN  : ' WS-TOTAL-REJ-WRITTEN.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
