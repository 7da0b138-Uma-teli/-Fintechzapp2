       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGCNM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WS-MAINT-FUNCTION PIC X(01).
           88 WS-FUNC-INQUIRE VALUE 'I'.
           88 WS-FUNC-OPT-IN VALUE 'Y'.
           88 WS-FUNC-OPT-OUT VALUE 'N'.
           88 WS-FUNC-VALID VALUES 'I' 'Y' 'N'.
        01 WS-CUSTOMER-ID PIC S9(09).
        01 WS-NOTIFY-CHANNEL PIC X(05).
        01 WS-CONSENT-SOURCE PIC X(10).
        01 WS-CHANNEL-ID PIC X(10).
        01 WS-OLD-CONSENT-SW PIC X(01).
        01 WS-ROW-FOUND-SW PIC X(01).
           88 WS-ROW-FOUND VALUE 'Y'.
           88 WS-ROW-NOT-FOUND VALUE 'N'.
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
           EXEC SQL
           INCLUDE CBSCNS
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCSAU
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCNT
           END-EXEC.
           EXEC SQL
           INCLUDE CBSDND
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
       01 DFHCOMMAREA.
           02 CSCNRQ.
           COPY CSCNRQ.
           02 CSCNRS REDEFINES CSCNRQ.
           COPY CSCNRS.
       PROCEDURE DIVISION.
           MOVE LOW-VALUES TO DCLCBS-CUST-CONSENT.
           MOVE MAINT-FUNCTION TO WS-MAINT-FUNCTION.
           MOVE CUSTOMER-ID TO WS-CUSTOMER-ID.
           MOVE NOTIFY-CHANNEL TO WS-NOTIFY-CHANNEL.
           MOVE CONSENT-SOURCE TO WS-CONSENT-SOURCE.
           MOVE CHANNEL-ID TO WS-CHANNEL-ID.
           IF WS-CHANNEL-ID = SPACES OR WS-CHANNEL-ID = LOW-VALUES
               MOVE 'UNKNOWN   ' TO WS-CHANNEL-ID
           END-IF.
           MOVE SPACES TO CNS-CONSENT-SW.
           MOVE SPACES TO CNS-OPT-IN-DATE.
           MOVE SPACES TO CNS-OPT-OUT-DATE.
           MOVE SPACES TO CNS-CONSENT-SOURCE.
           MOVE SPACES TO CNS-DND-SW.
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
           PERFORM FETCH-CONSENT-ROW THRU FETCH-CONSENT-ROW-EXIT.
           EVALUATE TRUE
            WHEN WS-FUNC-INQUIRE
             PERFORM INQUIRE-CONSENT-ROW THRU
                 INQUIRE-CONSENT-ROW-EXIT
            WHEN OTHER
             PERFORM SET-CONSENT-ROW THRU SET-CONSENT-ROW-EXIT
           END-EVALUATE.
           EXEC CICS RETURN END-EXEC.
        GET-SYS-DATE-TIME.
           EXEC SQL
            SELECT CURRENT DATE INTO :H20-SYS-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           EXEC SQL
            SELECT CURRENT TIME INTO :H20-SYS-TIME FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE H20-SYS-DATE TO SYS-DATE.
           MOVE H20-SYS-TIME TO SYS-TIME.
        GET-SYS-DATE-TIME-EXIT.
           EXIT.
        MAINT-INPUT-VALID.
           MOVE 'Y' TO WS-INPUT-VALID-SW.
           IF NOT WS-FUNC-VALID
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'FUNCTION MUST BE I, Y OR N' TO MESSAGES
           END-IF.
           IF WS-INPUT-VALID
               AND (WS-CUSTOMER-ID NOT NUMERIC
                    OR WS-CUSTOMER-ID NOT > 0)
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'INVALID CUSTOMER ID FORMAT' TO MESSAGES
           END-IF.
           MOVE WS-NOTIFY-CHANNEL TO H19-NOTIFY-CHANNEL.
           IF WS-INPUT-VALID
               AND NOT H19-CHANNEL-VALID
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'CHANNEL MUST BE SMS, EMAIL OR LETTR' TO MESSAGES
           END-IF.
           IF WS-INPUT-VALID
               AND NOT WS-FUNC-INQUIRE
               AND (WS-CONSENT-SOURCE = SPACES
                    OR WS-CONSENT-SOURCE = LOW-VALUES)
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'CONSENT SOURCE IS REQUIRED' TO MESSAGES
           END-IF.
        MAINT-INPUT-VALID-EXIT.
           EXIT.
        FETCH-CONSENT-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           COMPUTE H19-CUSTOMER-ID = WS-CUSTOMER-ID.
           MOVE WS-NOTIFY-CHANNEL TO H19-NOTIFY-CHANNEL.
           EXEC SQL
            SELECT CONSENT_SW, OPT_IN_DATE, OPT_OUT_DATE,
                   CONSENT_SOURCE
            INTO :H19-CONSENT-SW, :H19-OPT-IN-DATE,
                 :H19-OPT-OUT-DATE, :H19-CONSENT-SOURCE
            FROM CBS_CUST_CONSENT
            WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
            AND NOTIFY_CHANNEL = :H19-NOTIFY-CHANNEL
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE 'Y' TO WS-ROW-FOUND-SW
            WHEN 100
             MOVE 'N' TO WS-ROW-FOUND-SW
            WHEN OTHER
             DISPLAY 'CBSRGCNM SELECT SQLCODE:' SQLCODE
             MOVE 'SQL ERROR' TO MESSAGES
             EXEC CICS RETURN END-EXEC
           END-EVALUATE.
        FETCH-CONSENT-ROW-EXIT.
           EXIT.
        INQUIRE-CONSENT-ROW.
           IF WS-ROW-FOUND
               PERFORM MOVE-ROW-TO-RESPONSE THRU
                   MOVE-ROW-TO-RESPONSE-EXIT
               MOVE 'INQUIRY SUCCESSFUL' TO MESSAGES
           ELSE
               MOVE 'Y' TO CNS-CONSENT-SW
               MOVE 'NO CONSENT RECORD - CHANNEL NOT OPTED OUT'
                    TO MESSAGES
           END-IF.
           PERFORM CHECK-DND-REGISTRY THRU CHECK-DND-REGISTRY-EXIT.
        INQUIRE-CONSENT-ROW-EXIT.
           EXIT.
        CHECK-DND-REGISTRY.
      *    THE NATIONAL DO-NOT-DISTURB REGISTRY APPLIES TO SMS ONLY
      *    AND IS HELD BY MOBILE NUMBER, NOT BY CUSTOMER
           MOVE 'N' TO CNS-DND-SW.
           IF WS-NOTIFY-CHANNEL NOT = 'SMS  '
               GO TO CHECK-DND-REGISTRY-EXIT
           END-IF.
           COMPUTE H4-CUSTOMER-ID = WS-CUSTOMER-ID.
           EXEC SQL
            SELECT MOBILE_NO
            INTO :H4-MOBILE-NO
            FROM CBS_CUST_CNTC_REF
            WHERE CUSTOMER_ID = :H4-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               OR H4-MOBILE-NO = SPACES
               GO TO CHECK-DND-REGISTRY-EXIT
           END-IF.
           MOVE H4-MOBILE-NO TO H21-MOBILE-NO.
           EXEC SQL
            SELECT DND_REG_DATE
            INTO :H21-DND-REG-DATE
            FROM CBS_DND_REGISTRY
            WHERE MOBILE_NO = :H21-MOBILE-NO
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'Y' TO CNS-DND-SW
           END-IF.
        CHECK-DND-REGISTRY-EXIT.
           EXIT.
        SET-CONSENT-ROW.
           IF WS-ROW-FOUND
               AND H19-CONSENT-SW = WS-MAINT-FUNCTION
               PERFORM MOVE-ROW-TO-RESPONSE THRU
                   MOVE-ROW-TO-RESPONSE-EXIT
               IF WS-FUNC-OPT-IN
                   MOVE 'CUSTOMER IS ALREADY OPTED IN TO CHANNEL'
                        TO MESSAGES
               ELSE
                   MOVE 'CUSTOMER IS ALREADY OPTED OUT OF CHANNEL'
                        TO MESSAGES
               END-IF
               GO TO SET-CONSENT-ROW-EXIT
           END-IF.
           IF WS-ROW-FOUND
               MOVE H19-CONSENT-SW TO WS-OLD-CONSENT-SW
           ELSE
               MOVE SPACES TO WS-OLD-CONSENT-SW
               MOVE SPACES TO H19-OPT-IN-DATE
               MOVE SPACES TO H19-OPT-OUT-DATE
           END-IF.
           MOVE WS-MAINT-FUNCTION TO H19-CONSENT-SW.
           IF WS-FUNC-OPT-IN
               MOVE H20-SYS-DATE TO H19-OPT-IN-DATE
           ELSE
               MOVE H20-SYS-DATE TO H19-OPT-OUT-DATE
           END-IF.
           MOVE WS-CONSENT-SOURCE TO H19-CONSENT-SOURCE.
           MOVE WS-CHANNEL-ID TO H19-UPD-USERID.
           MOVE H20-SYS-DATE TO H19-UPD-DATE.
           MOVE H20-SYS-TIME TO H19-UPD-TIME.
           IF WS-ROW-FOUND
               EXEC SQL
                UPDATE CBS_CUST_CONSENT
                SET CONSENT_SW = :H19-CONSENT-SW,
                    OPT_IN_DATE = :H19-OPT-IN-DATE,
                    OPT_OUT_DATE = :H19-OPT-OUT-DATE,
                    CONSENT_SOURCE = :H19-CONSENT-SOURCE,
                    UPD_USERID = :H19-UPD-USERID,
                    UPD_DATE = :H19-UPD-DATE,
                    UPD_TIME = :H19-UPD-TIME
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
                AND NOTIFY_CHANNEL = :H19-NOTIFY-CHANNEL
               END-EXEC
           ELSE
               EXEC SQL
                INSERT INTO CBS_CUST_CONSENT
                    (CUSTOMER_ID, NOTIFY_CHANNEL, CONSENT_SW,
                     OPT_IN_DATE, OPT_OUT_DATE, CONSENT_SOURCE,
                     UPD_USERID, UPD_DATE, UPD_TIME)
                VALUES
                    (:H19-CUSTOMER-ID, :H19-NOTIFY-CHANNEL,
                     :H19-CONSENT-SW, :H19-OPT-IN-DATE,
                     :H19-OPT-OUT-DATE, :H19-CONSENT-SOURCE,
                     :H19-UPD-USERID, :H19-UPD-DATE, :H19-UPD-TIME)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGCNM CONSENT SQLCODE:' SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'CONSENT CHANGE FAILED - PLEASE RETRY' TO MESSAGES
               GO TO SET-CONSENT-ROW-EXIT
           END-IF.
           PERFORM COMPLETE-CONSENT-CHANGE THRU
               COMPLETE-CONSENT-CHANGE-EXIT.
           IF MESSAGES = SPACES
               IF WS-FUNC-OPT-IN
                   MOVE 'CUSTOMER OPTED IN TO CHANNEL' TO MESSAGES
               ELSE
                   MOVE 'CUSTOMER OPTED OUT OF CHANNEL' TO MESSAGES
               END-IF
           END-IF.
        SET-CONSENT-ROW-EXIT.
           EXIT.
        COMPLETE-CONSENT-CHANGE.
           COMPUTE H20-CUSTOMER-ID = WS-CUSTOMER-ID.
           MOVE WS-NOTIFY-CHANNEL TO H20-NOTIFY-CHANNEL.
           MOVE WS-OLD-CONSENT-SW TO H20-OLD-CONSENT-SW.
           MOVE H19-CONSENT-SW TO H20-NEW-CONSENT-SW.
           MOVE WS-CONSENT-SOURCE TO H20-CONSENT-SOURCE.
           MOVE WS-CHANNEL-ID TO H20-UPD-USERID.
           EXEC SQL
           INSERT INTO CBS_CUST_CONSENT_AUDIT
               (CUSTOMER_ID, NOTIFY_CHANNEL, OLD_CONSENT_SW,
                NEW_CONSENT_SW, CONSENT_SOURCE, UPD_USERID,
                SYS_DATE, SYS_TIME)
           VALUES
               (:H20-CUSTOMER-ID, :H20-NOTIFY-CHANNEL,
                :H20-OLD-CONSENT-SW, :H20-NEW-CONSENT-SW,
                :H20-CONSENT-SOURCE, :H20-UPD-USERID,
                :H20-SYS-DATE, :H20-SYS-TIME)
           END-EXEC.
           DISPLAY 'CONSENT AUDIT INSERT SQLCODE:' SQLCODE.
           IF SQLCODE NOT = 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'CONSENT CHANGE FAILED - PLEASE RETRY' TO MESSAGES
               GO TO COMPLETE-CONSENT-CHANGE-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           PERFORM MOVE-ROW-TO-RESPONSE THRU
               MOVE-ROW-TO-RESPONSE-EXIT.
           MOVE SPACES TO MESSAGES.
        COMPLETE-CONSENT-CHANGE-EXIT.
           EXIT.
        MOVE-ROW-TO-RESPONSE.
           MOVE H19-CONSENT-SW TO CNS-CONSENT-SW.
           MOVE H19-OPT-IN-DATE TO CNS-OPT-IN-DATE.
           MOVE H19-OPT-OUT-DATE TO CNS-OPT-OUT-DATE.
           MOVE H19-CONSENT-SOURCE TO CNS-CONSENT-SOURCE.
        MOVE-ROW-TO-RESPONSE-EXIT.
           EXIT.
        CHECK-OPER-ENTL.
      *    THE SIGNED-ON CICS USER, NOT THE CALLER-SUPPLIED
      *    CHANNEL-ID, MUST HOLD AN ACTIVE CBS_OPER_ENTL ROW FOR
      *    THIS TRANSACTION AND IS THE USERID RECORDED FROM HERE
      *    ON. INQUIRY IS OPEN TO ANY ROLE; Y AND N NEED THE
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
           MOVE 'CBSRGCNM' TO H14-FUNCTION-ID.
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
             DISPLAY 'CBSRGCNM ENTITLEMENT SQLCODE:' SQLCODE
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
               DISPLAY 'CBSRGCNM BRANCH CHECK SQLCODE:' SQLCODE
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
           MOVE 'CBSRGCNM' TO H15-PROGRAM-ID.
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
               DISPLAY 'CBSRGCNM VIOLATION INSERT SQLCODE:' SQLCODE
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
