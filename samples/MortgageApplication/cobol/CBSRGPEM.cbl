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
           INCLUDE CBSPROD
           END-EXEC.
           INCLUDE CBSAPR
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
           MOVE SPACE TO PROD-DELETE-SW.
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
           MOVE H3-DELETE-SW TO PROD-DELETE-SW.
        MOVE-ROW-TO-RESPONSE-EXIT.
           EXIT.
        CHECK-OPER-ENTL.
      *    THE SIGNED-ON CICS USER, NOT THE CALLER-SUPPLIED
      *    CHANNEL-ID, MUST HOLD AN ACTIVE CBS_OPER_ENTL ROW FOR
      *    THIS TRANSACTION AND IS THE USERID RECORDED FROM HERE
      *    ON. INQUIRY IS OPEN TO ANY ROLE; A, U AND D RAISE A
      *    MAKER-CHECKER ITEM AND NEED THE MAKER ROLE. RULES ARE
      *    BANK-WIDE, SO A BRANCH-RESTRICTED MAKER IS REFUSED
           MOVE 'Y' TO WS-ENTL-OK-SW.
           MOVE WS-CHANNEL-ID TO WS-CALLER-CHANNEL-ID.
           MOVE SPACES TO WS-OPER-USERID.
           EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
           MOVE SPACES TO WS-VIOL-REASON.
           MOVE SPACES TO WS-VIOL-KEY.
           MOVE SPACES TO WS-VIOL-BRANCH.
           MOVE WS-PRODUCT-CODE TO WS-VIOL-KEY.
           MOVE 'MAKER   ' TO WS-REQUIRED-ROLE.
           MOVE WS-OPER-USERID TO H14-USER-ID.
           MOVE 'CBSRGPEM' TO H14-FUNCTION-ID.
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
             DISPLAY 'CBSRGPEM ENTITLEMENT SQLCODE:' SQLCODE
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
           IF WS-VIOL-REASON = SPACES
               AND NOT WS-FUNC-INQUIRE
               AND NOT H14-ALL-BRANCHES
               MOVE 'BRANCH-RESTRICTED USER - BANK-WIDE RULE'
                    TO WS-VIOL-REASON
           END-IF.
           IF WS-VIOL-REASON NOT = SPACES
               PERFORM LOG-SEC-VIOLATION THRU LOG-SEC-VIOLATION-EXIT
               GO TO CHECK-OPER-ENTL-EXIT
           END-IF.
           MOVE WS-OPER-USERID TO WS-CHANNEL-ID.
        CHECK-OPER-ENTL-EXIT.
           EXIT.
        LOG-SEC-VIOLATION.
           MOVE 'N' TO WS-ENTL-OK-SW.
           MOVE WS-OPER-USERID TO H15-USER-ID.
           MOVE WS-CALLER-CHANNEL-ID TO H15-CHANNEL-ID.
           MOVE 'CBSRGPEM' TO H15-PROGRAM-ID.
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
               DISPLAY 'CBSRGPEM VIOLATION INSERT SQLCODE:' SQLCODE
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
