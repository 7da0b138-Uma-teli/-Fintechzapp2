           88 WS-FUNC-INQUIRE VALUE 'I'.
           88 WS-FUNC-APPROVE VALUE 'A'.
           88 WS-FUNC-REJECT VALUE 'R'.
           88 WS-FUNC-LIST VALUE 'L'.
           88 WS-FUNC-READ-ONLY VALUES 'I' 'L'.
           88 WS-FUNC-VALID VALUES 'I' 'A' 'R' 'L'.
        01 WS-CHG-TYPE PIC X(10).
           88 WS-CHG-DEREG VALUE 'DEREG     '.
           88 WS-CHG-ELIGRULE VALUE 'ELIGRULE  '.
        01 WS-INPUT-VALID-SW PIC X(01).
           88 WS-INPUT-VALID VALUE 'Y'.
           88 WS-INPUT-INVALID VALUE 'N'.
        01 WS-OPER-USERID PIC X(08).
        01 WS-CALLER-CHANNEL-ID PIC X(10).
        01 WS-REQUIRED-ROLE PIC X(08).
        01 WS-ENTL-OK-SW PIC X(01).
           88 WS-ENTL-OK VALUE 'Y'.
           88 WS-ENTL-REFUSED VALUE 'N'.
        01 WS-VIOL-REASON PIC X(40).
        01 WS-VIOL-KEY PIC X(20).
        01 WS-VIOL-BRANCH PIC X(04).
        01 WS-NOTIFY-REC.
           05 WS-NOTIFY-ACCOUNT-NO PIC S9(18).
           05 WS-NOTIFY-CUSTOMER-NAME PIC X(50).
           05 WS-NOTIFY-EVENT-TYPE PIC X(10).
        01 WS-NOTIFY-LEN PIC S9(04) COMP VALUE +78.
        01 WS-COMMAREA-DESC-LEN PIC S9(04) COMP VALUE +228.
        01 WS-COMMAREA-LIST-LEN PIC S9(04) COMP VALUE +953.
        01 WS-LIST-MAX PIC S9(04) COMP VALUE +10.
        01 WS-LIST-IX PIC S9(04) COMP VALUE 0.
        01 WS-LIST-BRANCH PIC X(04).
        01 WS-LIST-EOF-SW PIC X(01).
           88 WS-END-OF-LIST VALUE 'Y'.
           EXEC SQL
           INCLUDE CBSMST
           END-EXEC.
           INCLUDE CBSAUD
           END-EXEC.
           EXEC SQL
           INCLUDE CBSACH
           END-EXEC.
           EXEC SQL
           INCLUDE CBSPROD
           END-EXEC.
           EXEC SQL
           INCLUDE CBSAPR
           END-EXEC.
           EXEC SQL
           INCLUDE CBSRSN
           END-EXEC.
           EXEC SQL
           INCLUDE CBSENT
           END-EXEC.
           EXEC SQL
           INCLUDE CBSSVL
           END-EXEC.
           EXEC SQL
           INCLUDE CBSFIT
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
           MOVE SPACES TO APPR-REQ-DATE.
           MOVE SPACES TO APPR-REQ-TIME.
           MOVE SPACES TO APPR-STATUS.
           IF EIBCALEN NOT < WS-COMMAREA-DESC-LEN
               MOVE SPACES TO APPR-REASON-DESC
           END-IF.
           IF EIBCALEN NOT < WS-COMMAREA-LIST-LEN
               MOVE 0 TO APPR-LIST-COUNT
               MOVE 'N' TO APPR-LIST-MORE-SW
           END-IF.
           MOVE SPACES TO MESSAGES.
           PERFORM GET-SYS-DATE-TIME THRU GET-SYS-DATE-TIME-EXIT.
           PERFORM CHECK-OPER-ENTL THRU CHECK-OPER-ENTL-EXIT.
           IF WS-ENTL-REFUSED
               DISPLAY "MESSAGES:" MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM APPRV-INPUT-VALID THRU APPRV-INPUT-VALID-EXIT.
           IF WS-INPUT-INVALID
               DISPLAY "MESSAGES:" MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF WS-FUNC-LIST
               PERFORM LIST-PENDING-ITEMS THRU LIST-PENDING-ITEMS-EXIT
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM FETCH-PENDING-ITEM THRU FETCH-PENDING-ITEM-EXIT.
           IF WS-ROW-NOT-FOUND
               MOVE 'NO PENDING ITEM FOR KEY' TO MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM CHECK-OPER-BRANCH THRU CHECK-OPER-BRANCH-EXIT.
           IF WS-ENTL-REFUSED
               DISPLAY "MESSAGES:" MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM MOVE-ITEM-TO-RESPONSE THRU
               MOVE-ITEM-TO-RESPONSE-EXIT.
           EVALUATE TRUE
           MOVE 'Y' TO WS-INPUT-VALID-SW.
           IF NOT WS-FUNC-VALID
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'FUNCTION MUST BE I, A, R OR L' TO MESSAGES
           END-IF.
           IF WS-INPUT-VALID
               AND WS-FUNC-LIST
               IF EIBCALEN < WS-COMMAREA-LIST-LEN
                   MOVE 'N' TO WS-INPUT-VALID-SW
                   MOVE 'COMMAREA TOO SHORT FOR QUEUE LIST' TO MESSAGES
               END-IF
               GO TO APPRV-INPUT-VALID-EXIT
           END-IF.
           IF WS-INPUT-VALID
               AND NOT WS-CHG-TYPE-VALID
           MOVE H10-REQ-DATE TO APPR-REQ-DATE.
           MOVE H10-REQ-TIME TO APPR-REQ-TIME.
           MOVE H10-APPRV-STATUS TO APPR-STATUS.
           IF EIBCALEN NOT < WS-COMMAREA-DESC-LEN
               PERFORM GET-REASON-DESC THRU GET-REASON-DESC-EXIT
           END-IF.
        MOVE-ITEM-TO-RESPONSE-EXIT.
           EXIT.
        LIST-PENDING-ITEMS.
      *    ONE PAGE OF PENDING ITEMS IN KEY ORDER AFTER THE START
      *    KEY. A BRANCH-RESTRICTED USER SEES ONLY DE-REGISTRATIONS
      *    FOR ACCOUNTS HELD AT THAT BRANCH - NEVER A BANK-WIDE RULE
           MOVE WS-CHG-TYPE TO H10-CHG-TYPE.
           IF H10-CHG-TYPE = LOW-VALUES
               MOVE SPACES TO H10-CHG-TYPE
           END-IF.
           IF WS-ACCOUNT-NO-T NUMERIC
               COMPUTE H10-ACCOUNT-NUMBER = WS-ACCOUNT-NO-T
           ELSE
               COMPUTE H10-ACCOUNT-NUMBER = 0
           END-IF.
           MOVE WS-PRODUCT-CODE TO H10-PRODUCT-CODE.
           IF H10-PRODUCT-CODE = LOW-VALUES
               MOVE SPACES TO H10-PRODUCT-CODE
           END-IF.
           EXEC SQL
            DECLARE LIST-CSR CURSOR FOR
            SELECT P.CHG_TYPE, P.ACCOUNT_NUMBER, P.PRODUCT_CODE,
                   P.TARGET_STATUS, P.REASON_CODE, P.MAKER_USERID,
                   P.REQ_DATE, COALESCE(M.BRANCH_CODE, ' ')
            FROM CBS_PEND_APPRV P
            LEFT OUTER JOIN CBS_ACCT_MSTR_DTL M
            ON M.ACCOUNT_NUMBER = P.ACCOUNT_NUMBER
            WHERE P.APPRV_STATUS = 'PENDING   '
            AND (P.CHG_TYPE > :H10-CHG-TYPE
                 OR (P.CHG_TYPE = :H10-CHG-TYPE
                     AND P.ACCOUNT_NUMBER > :H10-ACCOUNT-NUMBER)
                 OR (P.CHG_TYPE = :H10-CHG-TYPE
                     AND P.ACCOUNT_NUMBER = :H10-ACCOUNT-NUMBER
                     AND P.PRODUCT_CODE > :H10-PRODUCT-CODE))
            AND (:H14-BRANCH-CODE = ' '
                 OR M.BRANCH_CODE = :H14-BRANCH-CODE)
            ORDER BY P.CHG_TYPE, P.ACCOUNT_NUMBER, P.PRODUCT_CODE
           END-EXEC.
           EXEC SQL
            OPEN LIST-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAPP LIST OPEN SQLCODE:' SQLCODE
               MOVE 'SQL ERROR' TO MESSAGES
               GO TO LIST-PENDING-ITEMS-EXIT
           END-IF.
           MOVE 'N' TO WS-LIST-EOF-SW.
           MOVE 0 TO WS-LIST-IX.
           PERFORM FETCH-LIST-ITEM THRU FETCH-LIST-ITEM-EXIT
               UNTIL WS-END-OF-LIST.
           EXEC SQL
            CLOSE LIST-CSR
           END-EXEC.
           MOVE WS-LIST-IX TO APPR-LIST-COUNT.
           IF MESSAGES NOT = SPACES
               GO TO LIST-PENDING-ITEMS-EXIT
           END-IF.
           IF WS-LIST-IX = 0
               MOVE 'NO FURTHER PENDING ITEMS' TO MESSAGES
           ELSE
               MOVE 'INQUIRY SUCCESSFUL' TO MESSAGES
           END-IF.
        LIST-PENDING-ITEMS-EXIT.
           EXIT.
        FETCH-LIST-ITEM.
           EXEC SQL
            FETCH LIST-CSR
            INTO :H10-CHG-TYPE, :H10-ACCOUNT-NUMBER,
                 :H10-PRODUCT-CODE, :H10-TARGET-STATUS,
                 :H10-REASON-CODE, :H10-MAKER-USERID,
                 :H10-REQ-DATE, :WS-LIST-BRANCH
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             CONTINUE
            WHEN 100
             MOVE 'Y' TO WS-LIST-EOF-SW
             GO TO FETCH-LIST-ITEM-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGAPP LIST FETCH SQLCODE:' SQLCODE
             MOVE 'SQL ERROR' TO MESSAGES
             MOVE 'Y' TO WS-LIST-EOF-SW
             GO TO FETCH-LIST-ITEM-EXIT
           END-EVALUATE.
      *    ONE ROW BEYOND A FULL PAGE ONLY SIGNALS THAT MORE FOLLOW
           IF WS-LIST-IX >= WS-LIST-MAX
               MOVE 'Y' TO APPR-LIST-MORE-SW
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO FETCH-LIST-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-LIST-IX.
           MOVE H10-CHG-TYPE TO LST-CHG-TYPE(WS-LIST-IX).
           MOVE H10-ACCOUNT-NUMBER TO LST-ACCOUNT-NO(WS-LIST-IX).
           MOVE H10-PRODUCT-CODE TO LST-PRODUCT-CODE(WS-LIST-IX).
           MOVE H10-TARGET-STATUS TO LST-TARGET-STATUS(WS-LIST-IX).
           MOVE H10-REASON-CODE TO LST-REASON-CODE(WS-LIST-IX).
           MOVE H10-MAKER-USERID TO LST-MAKER-USERID(WS-LIST-IX).
           MOVE H10-REQ-DATE TO LST-REQ-DATE(WS-LIST-IX).
           MOVE WS-LIST-BRANCH TO LST-BRANCH-CODE(WS-LIST-IX).
        FETCH-LIST-ITEM-EXIT.
           EXIT.
        GET-REASON-DESC.
      *    CALLERS PASSING THE LONGER COMMAREA ALSO GET THE
      *    DESCRIPTION OF A DE-REGISTRATION REASON CODE
           IF H10-REASON-CODE = SPACES
               OR H10-REASON-CODE = LOW-VALUES
               GO TO GET-REASON-DESC-EXIT
           END-IF.
           MOVE H10-REASON-CODE TO H16-REASON-CODE.
           EXEC SQL
            SELECT RSN_DESC
            INTO :H16-RSN-DESC
            FROM CBS_STATUS_RSN_REF
            WHERE REASON_CODE = :H16-REASON-CODE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE H16-RSN-DESC TO APPR-REASON-DESC
            WHEN 100
             MOVE 'REASON CODE NOT ON REFERENCE TABLE'
                  TO APPR-REASON-DESC
            WHEN OTHER
             DISPLAY 'CBSRGAPP REASON SELECT SQLCODE:' SQLCODE
           END-EVALUATE.
        GET-REASON-DESC-EXIT.
           EXIT.
        APPROVE-PENDING-ITEM.
           IF WS-CHANNEL-ID = H10-MAKER-USERID
               MOVE 'APPROVER MUST DIFFER FROM REQUESTER' TO MESSAGES
           MOVE 0 TO H2-SQLCODE-VAL.
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
           DISPLAY 'AUDIT INSERT SQLCODE:' SQLCODE.
           IF SQLCODE NOT = 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'APPROVAL FAILED - PLEASE RETRY' TO MESSAGES
               GO TO APPLY-DEREG-CHANGE-EXIT
           END-IF.
           PERFORM REVERSE-SAME-DAY-FEE THRU REVERSE-SAME-DAY-FEE-EXIT.
           IF SQLCODE < 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'APPROVAL FAILED - PLEASE RETRY' TO MESSAGES
               GO TO APPLY-DEREG-CHANGE-EXIT
           END-IF.
           PERFORM CLOSE-PENDING-ITEM THRU CLOSE-PENDING-ITEM-EXIT.
           IF SQLCODE NOT = 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'DE-REGISTRATION APPROVED AND APPLIED' TO MESSAGES.
        APPLY-DEREG-CHANGE-EXIT.
           EXIT.
        REVERSE-SAME-DAY-FEE.
      *    A DE-REGISTRATION ON THE BUSINESS DAY OF THE ACTIVATION
      *    REVERSES ITS FEE. A CHARGE NOT YET CLAIMED BY CBSRGGLP IS
      *    CANCELLED OUTRIGHT; ONE ALREADY ON ITS WAY TO THE GL IS
      *    MARKED FOR A REVERSING POSTING. SQLCODE IS LEFT NEGATIVE
      *    ONLY ON AN SQL ERROR
           COMPUTE H25-ACCOUNT-NUMBER = H1-ACCOUNT-NUMBER.
           MOVE H2-SYS-DATE TO H25-ACTIVATE-DATE.
           EXEC SQL
            UPDATE CBS_FEE_ITEM
            SET ITEM_STATUS = 'REVERSED  ',
                STATUS_DATE = :H25-ACTIVATE-DATE,
                REV_DATE = :H25-ACTIVATE-DATE
            WHERE ACCOUNT_NUMBER = :H25-ACCOUNT-NUMBER
            AND ACTIVATE_DATE = :H25-ACTIVATE-DATE
            AND ITEM_STATUS = 'UNPOSTED  '
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'CBSRGAPP FEE CANCEL SQLCODE:' SQLCODE
               GO TO REVERSE-SAME-DAY-FEE-EXIT
           END-IF.
           EXEC SQL
            UPDATE CBS_FEE_ITEM
            SET REV_STATUS = 'DUE       ',
                REV_DATE = :H25-ACTIVATE-DATE
            WHERE ACCOUNT_NUMBER = :H25-ACCOUNT-NUMBER
            AND ACTIVATE_DATE = :H25-ACTIVATE-DATE
            AND ITEM_STATUS IN ('POSTING   ', 'POSTED    ')
            AND REV_STATUS = ' '
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'CBSRGAPP FEE REVERSAL SQLCODE:' SQLCODE
           END-IF.
        REVERSE-SAME-DAY-FEE-EXIT.
           EXIT.
        GET-AUDIT-CHAIN-LINK.
      *    NEXT LINK OF THIS PROGRAM'S AUDIT CHAIN - THE CONTROL ROW
      *    STAYS LOCKED UNTIL THE UNIT OF WORK ENDS, SO NO OTHER TASK
      *    CAN TAKE THE SAME SEQUENCE NUMBER. SQLCODE IS LEFT NON-ZERO
      *    IF THE LINK CANNOT BE BUILT AND THE AUDIT ROW IS NOT WRITTEN
           MOVE 'CBSRGAPP' TO H18-CHAIN-ID.
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
               DISPLAY 'CBSRGAPP AUDIT CHAIN SQLCODE:' SQLCODE
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
               DISPLAY 'CBSRGAPP AUDIT CHAIN UPDATE SQLCODE:' SQLCODE
           END-IF.
        SAVE-AUDIT-CHAIN-LINK-EXIT.
           EXIT.
        SEND-DEREG-NOTIFY.
           MOVE H1-ACCOUNT-NUMBER TO WS-NOTIFY-ACCOUNT-NO
           MOVE H1-ACCOUNT-NAME TO WS-NOTIFY-CUSTOMER-NAME
           END-IF.
        UPDATE-PENDING-ITEM-EXIT.
           EXIT.
        CHECK-OPER-ENTL.
      *    THE SIGNED-ON CICS USER, NOT THE CALLER-SUPPLIED
      *    CHANNEL-ID, MUST HOLD AN ACTIVE CBS_OPER_ENTL ROW FOR
      *    THIS TRANSACTION AND IS THE APPROVER USERID FROM HERE
      *    ON. INQUIRY IS OPEN TO ANY ROLE; APPROVE AND REJECT
      *    NEED THE CHECKER ROLE
           MOVE 'Y' TO WS-ENTL-OK-SW.
           MOVE WS-CHANNEL-ID TO WS-CALLER-CHANNEL-ID.
           MOVE SPACES TO WS-OPER-USERID.
           EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
           MOVE SPACES TO WS-VIOL-REASON.
           MOVE SPACES TO WS-VIOL-KEY.
           MOVE SPACES TO WS-VIOL-BRANCH.
           IF WS-CHG-DEREG
               MOVE WS-ACCOUNT-NO-T TO WS-VIOL-KEY
           ELSE
               MOVE WS-PRODUCT-CODE TO WS-VIOL-KEY
           END-IF.
           MOVE 'CHECKER ' TO WS-REQUIRED-ROLE.
           MOVE WS-OPER-USERID TO H14-USER-ID.
           MOVE 'CBSRGAPP' TO H14-FUNCTION-ID.
           EXEC SQL
            SELECT ENTL_ROLE, BRANCH_CODE
            INTO :H14-ENTL-ROLE, :H14-BRANCH-CODE
            FROM CBS_OPER_ENTL
            WHERE USER_ID = :H14-USER-ID
            AND FUNCTION_ID = :H14-FUNCTION-ID
            AND DELETE_SW = 'N'
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             CONTINUE
            WHEN 100
             MOVE SPACES TO H14-ENTL-ROLE
             MOVE SPACES TO H14-BRANCH-CODE
             MOVE 'NO ENTITLEMENT FOR THIS TRANSACTION'
                  TO WS-VIOL-REASON
            WHEN OTHER
             DISPLAY 'CBSRGAPP ENTITLEMENT SQLCODE:' SQLCODE
             MOVE 'N' TO WS-ENTL-OK-SW
             MOVE 'ENTITLEMENT CHECK UNAVAILABLE - PLEASE RETRY'
                  TO MESSAGES
             GO TO CHECK-OPER-ENTL-EXIT
           END-EVALUATE.
           IF WS-VIOL-REASON = SPACES
               AND NOT WS-FUNC-READ-ONLY
               AND H14-ENTL-ROLE NOT = WS-REQUIRED-ROLE
               STRING 'ROLE ' DELIMITED BY SIZE
                      H14-ENTL-ROLE DELIMITED BY SPACE
                      ' MAY NOT USE FUNCTION ' DELIMITED BY SIZE
                      WS-MAINT-FUNCTION DELIMITED BY SIZE
                 INTO WS-VIOL-REASON
           END-IF.
           IF WS-VIOL-REASON NOT = SPACES
               PERFORM LOG-SEC-VIOLATION THRU LOG-SEC-VIOLATION-EXIT
               GO TO CHECK-OPER-ENTL-EXIT
           END-IF.
           MOVE WS-OPER-USERID TO WS-CHANNEL-ID.
        CHECK-OPER-ENTL-EXIT.
           EXIT.
        CHECK-OPER-BRANCH.
      *    A BRANCH-RESTRICTED CHECKER MAY ONLY DECIDE ITEMS FOR
      *    ACCOUNTS HELD AT THAT BRANCH, AND NEVER A BANK-WIDE
      *    ELIGIBILITY RULE CHANGE
           IF H14-ALL-BRANCHES
               GO TO CHECK-OPER-BRANCH-EXIT
           END-IF.
           IF WS-CHG-ELIGRULE
               IF NOT WS-FUNC-READ-ONLY
                   MOVE 'BRANCH-RESTRICTED USER - BANK-WIDE RULE'
                        TO WS-VIOL-REASON
                   PERFORM LOG-SEC-VIOLATION THRU
                       LOG-SEC-VIOLATION-EXIT
               END-IF
               GO TO CHECK-OPER-BRANCH-EXIT
           END-IF.
           COMPUTE H1-ACCOUNT-NUMBER = WS-ACCOUNT-NO-T.
           EXEC SQL
            SELECT BRANCH_CODE
            INTO :H1-BRANCH-CODE
            FROM CBS_ACCT_MSTR_DTL
            WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO H1-BRANCH-CODE
           END-IF.
           MOVE H1-BRANCH-CODE TO WS-VIOL-BRANCH.
           IF H14-BRANCH-CODE NOT = WS-VIOL-BRANCH
               MOVE 'ACCOUNT IS HELD AT ANOTHER BRANCH'
                    TO WS-VIOL-REASON
               PERFORM LOG-SEC-VIOLATION THRU LOG-SEC-VIOLATION-EXIT
           END-IF.
        CHECK-OPER-BRANCH-EXIT.
           EXIT.
        LOG-SEC-VIOLATION.
           MOVE 'N' TO WS-ENTL-OK-SW.
           MOVE WS-OPER-USERID TO H15-USER-ID.
           MOVE WS-CALLER-CHANNEL-ID TO H15-CHANNEL-ID.
           MOVE 'CBSRGAPP' TO H15-PROGRAM-ID.
           MOVE WS-MAINT-FUNCTION TO H15-REQ-FUNCTION.
           MOVE WS-VIOL-KEY TO H15-KEY-VALUE.
           MOVE WS-VIOL-BRANCH TO H15-BRANCH-CODE.
           MOVE H14-ENTL-ROLE TO H15-ENTL-ROLE.
           MOVE WS-VIOL-REASON TO H15-VIOL-REASON.
           MOVE SYS-DATE TO H15-SYS-DATE.
           MOVE SYS-TIME TO H15-SYS-TIME.
           EXEC SQL
           INSERT INTO CBS_SEC_VIOLATION
               (USER_ID, CHANNEL_ID, PROGRAM_ID, REQ_FUNCTION,
                KEY_VALUE, BRANCH_CODE, ENTL_ROLE, VIOL_REASON,
                SYS_DATE, SYS_TIME)
           VALUES
               (:H15-USER-ID, :H15-CHANNEL-ID, :H15-PROGRAM-ID,
                :H15-REQ-FUNCTION, :H15-KEY-VALUE,
                :H15-BRANCH-CODE, :H15-ENTL-ROLE,
                :H15-VIOL-REASON, :H15-SYS-DATE, :H15-SYS-TIME)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAPP VIOLATION INSERT SQLCODE:' SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               EXEC CICS SYNCPOINT END-EXEC
           END-IF.
           MOVE SPACES TO MESSAGES.
           STRING 'NOT AUTHORISED - ' DELIMITED BY SIZE
                  WS-VIOL-REASON DELIMITED BY SIZE
             INTO MESSAGES.
        LOG-SEC-VIOLATION-EXIT.
           EXIT.
