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
           EXEC SQL
           INCLUDE CBSMST
           END-EXEC.
           INCLUDE CBSAUD
           END-EXEC.
           EXEC SQL
           INCLUDE CBSACH
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
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
            MOVE H1-ACCOUNT-STATUS TO SYS-DATE
            DISPLAY 'DATE'SYS-DATE

           PERFORM CHECK-OPER-ENTL THRU CHECK-OPER-ENTL-EXIT
           IF WS-ENTL-REFUSED
               DISPLAY "MESSAGES:" MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM DEREG-INPUT-VALID THRU DEREG-INPUT-VALID-EXIT
           IF WS-INPUT-INVALID
               DISPLAY "MESSAGES:" MESSAGES
             MOVE H1-ACCOUNT-NAME TO CUSTOMER-NAME
             COMPUTE CUSTOMER-ID = H1-CUSTOMER-ID
             MOVE H1-ACCOUNT-STATUS TO WS-ACCOUNT-STATUS
             MOVE H1-BRANCH-CODE TO WS-VIOL-BRANCH
             PERFORM CHECK-OPER-BRANCH THRU CHECK-OPER-BRANCH-EXIT
             IF WS-ENTL-REFUSED
                 DISPLAY "MESSAGES:" MESSAGES
                 EXEC CICS RETURN END-EXEC
             END-IF
             PERFORM CHECK-DEREG-STATUS THRU CHECK-DEREG-STATUS-EXIT
            WHEN 100
             MOVE "ACCOUNT DOES NOT EXIT WITH BANK" TO MESSAGES
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE "REASON CODE IS REQUIRED FOR DE-REGISTRATION"
                    TO MESSAGES
           END-IF
           IF WS-INPUT-VALID
               PERFORM CHECK-REASON-CODE THRU CHECK-REASON-CODE-EXIT
           END-IF.
        DEREG-INPUT-VALID-EXIT.
           EXIT.
        CHECK-REASON-CODE.
      *    THE REASON CODE MUST BE ACTIVE ON CBS_STATUS_RSN_REF AND
      *    BE FLAGGED AS APPLICABLE TO THE REQUESTED TARGET STATUS
           MOVE WS-REASON-CODE TO H16-REASON-CODE
           EXEC SQL
            SELECT SUSPENDED_SW, INACTIVE_SW, DELETE_SW
            INTO :H16-SUSPENDED-SW, :H16-INACTIVE-SW, :H16-DELETE-SW
            FROM CBS_STATUS_RSN_REF
            WHERE REASON_CODE = :H16-REASON-CODE
           END-EXEC
           EVALUATE SQLCODE
            WHEN 0
             CONTINUE
            WHEN 100
             MOVE 'N' TO WS-INPUT-VALID-SW
             MOVE "REASON CODE NOT ON REFERENCE TABLE" TO MESSAGES
             GO TO CHECK-REASON-CODE-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGDRG REASON SELECT SQLCODE:' SQLCODE
             MOVE 'N' TO WS-INPUT-VALID-SW
             MOVE "REASON CODE CHECK UNAVAILABLE - PLEASE RETRY"
                  TO MESSAGES
             GO TO CHECK-REASON-CODE-EXIT
           END-EVALUATE
           IF H16-RSN-DELETED
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE "REASON CODE NOT ON REFERENCE TABLE" TO MESSAGES
               GO TO CHECK-REASON-CODE-EXIT
           END-IF
           IF (WS-TARGET-STATUS = 'SUSPENDED '
               AND NOT H16-FOR-SUSPENDED)
              OR (WS-TARGET-STATUS = 'INACTIVE  '
               AND NOT H16-FOR-INACTIVE)
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE "REASON CODE NOT VALID FOR TARGET STATUS"
                    TO MESSAGES
           END-IF.
        CHECK-REASON-CODE-EXIT.
           EXIT.
        CHECK-DEREG-STATUS.
           DISPLAY 'CHECK DEREG STATUS PARA'
           EVALUATE WS-ACCOUNT-STATUS
           MOVE WS-AUDIT-SQLCODE TO H2-SQLCODE-VAL
           MOVE H1-ACCOUNT-NAME TO H2-CUSTOMER-NAME
           MOVE H1-BRANCH-CODE TO H2-BRANCH-CODE
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
        INSERT-REG-AUDIT-EXIT.
           EXIT.
        GET-AUDIT-CHAIN-LINK.
      *    NEXT LINK OF THIS PROGRAM'S AUDIT CHAIN - THE CONTROL ROW
      *    STAYS LOCKED UNTIL THE UNIT OF WORK ENDS, SO NO OTHER TASK
      *    CAN TAKE THE SAME SEQUENCE NUMBER. SQLCODE IS LEFT NON-ZERO
      *    IF THE LINK CANNOT BE BUILT AND THE AUDIT ROW IS NOT WRITTEN
           MOVE 'CBSRGDRG' TO H18-CHAIN-ID.
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
               DISPLAY 'CBSRGDRG AUDIT CHAIN SQLCODE:' SQLCODE
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
               DISPLAY 'CBSRGDRG AUDIT CHAIN UPDATE SQLCODE:' SQLCODE
           END-IF.
        SAVE-AUDIT-CHAIN-LINK-EXIT.
           EXIT.
        CHECK-OPER-ENTL.
      *    THE SIGNED-ON CICS USER, NOT THE CALLER-SUPPLIED
      *    CHANNEL-ID, MUST HOLD AN ACTIVE CBS_OPER_ENTL ROW WITH
      *    THE MAKER ROLE FOR THIS TRANSACTION AND IS THE USERID
      *    RECORDED FROM HERE ON
           MOVE 'Y' TO WS-ENTL-OK-SW.
           MOVE WS-CHANNEL-ID TO WS-CALLER-CHANNEL-ID.
           MOVE SPACES TO WS-OPER-USERID.
           EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
           MOVE SPACES TO WS-VIOL-REASON.
           MOVE SPACES TO WS-VIOL-KEY.
           MOVE SPACES TO WS-VIOL-BRANCH.
           MOVE WS-ACCOUNT-NO-T TO WS-VIOL-KEY.
           MOVE 'MAKER   ' TO WS-REQUIRED-ROLE.
           MOVE WS-OPER-USERID TO H14-USER-ID.
           MOVE 'CBSRGDRG' TO H14-FUNCTION-ID.
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
             DISPLAY 'CBSRGDRG ENTITLEMENT SQLCODE:' SQLCODE
             MOVE 'N' TO WS-ENTL-OK-SW
             MOVE 'ENTITLEMENT CHECK UNAVAILABLE - PLEASE RETRY'
                  TO MESSAGES
             GO TO CHECK-OPER-ENTL-EXIT
           END-EVALUATE.
           IF WS-VIOL-REASON = SPACES
               AND H14-ENTL-ROLE NOT = WS-REQUIRED-ROLE
               STRING 'ROLE ' DELIMITED BY SIZE
                      H14-ENTL-ROLE DELIMITED BY SPACE
                      ' MAY NOT USE FUNCTION ' DELIMITED BY SIZE
                      'D' DELIMITED BY SIZE
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
      *    A BRANCH-RESTRICTED OPERATOR MAY ONLY ACT ON ACCOUNTS
      *    HELD AT THAT BRANCH - WS-VIOL-BRANCH CARRIES THE BRANCH
      *    OF THE ACCOUNT BEING WORKED
           IF H14-ALL-BRANCHES
               OR H14-BRANCH-CODE = WS-VIOL-BRANCH
               GO TO CHECK-OPER-BRANCH-EXIT
           END-IF.
           MOVE 'ACCOUNT IS HELD AT ANOTHER BRANCH' TO WS-VIOL-REASON.
           PERFORM LOG-SEC-VIOLATION THRU LOG-SEC-VIOLATION-EXIT.
        CHECK-OPER-BRANCH-EXIT.
           EXIT.
        LOG-SEC-VIOLATION.
           MOVE 'N' TO WS-ENTL-OK-SW.
           MOVE WS-OPER-USERID TO H15-USER-ID.
           MOVE WS-CALLER-CHANNEL-ID TO H15-CHANNEL-ID.
           MOVE 'CBSRGDRG' TO H15-PROGRAM-ID.
           MOVE 'D' TO H15-REQ-FUNCTION.
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
               DISPLAY 'CBSRGDRG VIOLATION INSERT SQLCODE:' SQLCODE
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
