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
        01 WS-BRANCH-ACCT-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-SCAN-IX PIC S9(04) COMP.
        01 WS-MOBILE-LEN PIC S9(04) COMP.
        01 WS-EMAIL-LEN PIC S9(04) COMP.
           INCLUDE CBSCNAU
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
           MOVE SPACES TO CNTC-LANG-CODE.
           MOVE SPACES TO MESSAGES.
           PERFORM GET-SYS-DATE-TIME THRU GET-SYS-DATE-TIME-EXIT.
           PERFORM CHECK-OPER-ENTL THRU CHECK-OPER-ENTL-EXIT.
           IF WS-ENTL-REFUSED
               DISPLAY "MESSAGES:" MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM MAINT-INPUT-VALID THRU MAINT-INPUT-VALID-EXIT.
           IF WS-INPUT-INVALID
               DISPLAY "MESSAGES:" MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM CHECK-OPER-BRANCH THRU CHECK-OPER-BRANCH-EXIT.
           IF WS-ENTL-REFUSED
               DISPLAY "MESSAGES:" MESSAGES
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM FETCH-CNTC-ROW THRU FETCH-CNTC-ROW-EXIT.
           EVALUATE TRUE
            WHEN WS-FUNC-INQUIRE
           MOVE H4-LANG-CODE TO CNTC-LANG-CODE.
        MOVE-ROW-TO-RESPONSE-EXIT.
           EXIT.
        CHECK-OPER-ENTL.
      *    THE SIGNED-ON CICS USER, NOT THE CALLER-SUPPLIED
      *    CHANNEL-ID, MUST HOLD AN ACTIVE CBS_OPER_ENTL ROW FOR
      *    THIS TRANSACTION AND IS THE USERID RECORDED FROM HERE
      *    ON. INQUIRY IS OPEN TO ANY ROLE; A AND U NEED THE
      *    MAINT ROLE
           MOVE 'Y' TO WS-ENTL-OK-SW.
           MOVE WS-CHANNEL-ID TO WS-CALLER-CHANNEL-ID.
           MOVE SPACES TO WS-OPER-USERID.
           EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
           MOVE SPACES TO WS-VIOL-REASON.
           MOVE SPACES TO WS-VIOL-KEY.
           MOVE SPACES TO WS-VIOL-BRANCH.
           MOVE WS-CUSTOMER-ID TO WS-VIOL-KEY.
           MOVE 'MAINT   ' TO WS-REQUIRED-ROLE.
           MOVE WS-OPER-USERID TO H14-USER-ID.
           MOVE 'CBSRGCCM' TO H14-FUNCTION-ID.
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
             DISPLAY 'CBSRGCCM ENTITLEMENT SQLCODE:' SQLCODE
             MOVE 'N' TO WS-ENTL-OK-SW
             MOVE 'ENTITLEMENT CHECK UNAVAILABLE - PLEASE RETRY'
                  TO MESSAGES
             GO TO CHECK-OPER-ENTL-EXIT
           END-EVALUATE.
           IF WS-VIOL-REASON = SPACES
               AND NOT WS-FUNC-INQUIRE
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
      *    A BRANCH-RESTRICTED OPERATOR MAY ONLY WORK CUSTOMERS
      *    WHO HOLD AT LEAST ONE ACCOUNT AT THAT BRANCH
           IF H14-ALL-BRANCHES
               GO TO CHECK-OPER-BRANCH-EXIT
           END-IF.
           MOVE H14-BRANCH-CODE TO WS-VIOL-BRANCH.
           COMPUTE H4-CUSTOMER-ID = WS-CUSTOMER-ID.
           MOVE 0 TO WS-BRANCH-ACCT-COUNT.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-BRANCH-ACCT-COUNT
            FROM CBS_ACCT_MSTR_DTL
            WHERE CUSTOMER_ID = :H4-CUSTOMER-ID
            AND BRANCH_CODE = :H14-BRANCH-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGCCM BRANCH CHECK SQLCODE:' SQLCODE
               MOVE 'N' TO WS-ENTL-OK-SW
               MOVE 'ENTITLEMENT CHECK UNAVAILABLE - PLEASE RETRY'
                    TO MESSAGES
               GO TO CHECK-OPER-BRANCH-EXIT
           END-IF.
           IF WS-BRANCH-ACCT-COUNT = 0
               MOVE 'CUSTOMER HAS NO ACCOUNT AT USER BRANCH'
                    TO WS-VIOL-REASON
               PERFORM LOG-SEC-VIOLATION THRU LOG-SEC-VIOLATION-EXIT
           END-IF.
        CHECK-OPER-BRANCH-EXIT.
           EXIT.
        LOG-SEC-VIOLATION.
           MOVE 'N' TO WS-ENTL-OK-SW.
           MOVE WS-OPER-USERID TO H15-USER-ID.
           MOVE WS-CALLER-CHANNEL-ID TO H15-CHANNEL-ID.
           MOVE 'CBSRGCCM' TO H15-PROGRAM-ID.
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
               DISPLAY 'CBSRGCCM VIOLATION INSERT SQLCODE:' SQLCODE
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
