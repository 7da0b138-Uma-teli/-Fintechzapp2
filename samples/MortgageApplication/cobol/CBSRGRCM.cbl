       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGRCM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WS-MAINT-FUNCTION PIC X(01).
           88 WS-FUNC-INQUIRE VALUE 'I'.
           88 WS-FUNC-ADD VALUE 'A'.
           88 WS-FUNC-UPDATE VALUE 'U'.
           88 WS-FUNC-DELETE VALUE 'D'.
           88 WS-FUNC-VALID VALUES 'I' 'A' 'U' 'D'.
        01 WS-REASON-CODE PIC X(04).
        01 WS-RSN-DESC PIC X(40).
        01 WS-CUST-TEXT PIC X(60).
        01 WS-STATUS-SWS.
           05 WS-SUSPENDED-SW PIC X(01).
           05 WS-INACTIVE-SW PIC X(01).
           05 WS-FROZEN-SW PIC X(01).
           05 WS-DORMANT-SW PIC X(01).
           05 WS-CLOSED-SW PIC X(01).
        01 WS-SELF-REINSTATE-SW PIC X(01).
        01 WS-CHANNEL-ID PIC X(10).
        01 WS-SW-IX PIC S9(04) COMP.
        01 WS-SW-YES-COUNT PIC S9(04) COMP.
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
           EXEC SQL
           INCLUDE CBSRSN
           END-EXEC.
           EXEC SQL
           INCLUDE CBSRSAU
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
           02 CSRCRQ.
           COPY CSRCRQ.
           02 CSRCRS REDEFINES CSRCRQ.
           COPY CSRCRS.
       PROCEDURE DIVISION.
           MOVE LOW-VALUES TO DCLCBS-STATUS-RSN-REF.
           MOVE MAINT-FUNCTION TO WS-MAINT-FUNCTION.
           MOVE REASON-CODE TO WS-REASON-CODE.
           MOVE RSN-DESC TO WS-RSN-DESC.
           MOVE CUST-TEXT TO WS-CUST-TEXT.
           MOVE SUSPENDED-SW TO WS-SUSPENDED-SW.
           MOVE INACTIVE-SW TO WS-INACTIVE-SW.
           MOVE FROZEN-SW TO WS-FROZEN-SW.
           MOVE DORMANT-SW TO WS-DORMANT-SW.
           MOVE CLOSED-SW TO WS-CLOSED-SW.
           MOVE SELF-REINSTATE-SW TO WS-SELF-REINSTATE-SW.
           MOVE CHANNEL-ID TO WS-CHANNEL-ID.
           IF WS-CHANNEL-ID = SPACES OR WS-CHANNEL-ID = LOW-VALUES
               MOVE 'UNKNOWN   ' TO WS-CHANNEL-ID
           END-IF.
           MOVE SPACES TO RSN-OUT-DESC.
           MOVE SPACES TO RSN-OUT-CUST-TEXT.
           MOVE SPACE TO RSN-OUT-SUSPENDED-SW.
           MOVE SPACE TO RSN-OUT-INACTIVE-SW.
           MOVE SPACE TO RSN-OUT-FROZEN-SW.
           MOVE SPACE TO RSN-OUT-DORMANT-SW.
           MOVE SPACE TO RSN-OUT-CLOSED-SW.
           MOVE SPACE TO RSN-OUT-SELF-REINSTATE-SW.
           MOVE SPACE TO RSN-OUT-DELETE-SW.
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
           PERFORM FETCH-RSN-ROW THRU FETCH-RSN-ROW-EXIT.
           EVALUATE TRUE
            WHEN WS-FUNC-INQUIRE
             PERFORM INQUIRE-RSN THRU INQUIRE-RSN-EXIT
            WHEN WS-FUNC-ADD
             PERFORM ADD-RSN THRU ADD-RSN-EXIT
            WHEN WS-FUNC-UPDATE
             PERFORM UPDATE-RSN THRU UPDATE-RSN-EXIT
            WHEN WS-FUNC-DELETE
             PERFORM DELETE-RSN THRU DELETE-RSN-EXIT
           END-EVALUATE.
           EXEC CICS RETURN END-EXEC.
        GET-SYS-DATE-TIME.
           EXEC SQL
            SELECT CURRENT DATE INTO :H17-SYS-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           EXEC SQL
            SELECT CURRENT TIME INTO :H17-SYS-TIME FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE H17-SYS-DATE TO SYS-DATE.
           MOVE H17-SYS-TIME TO SYS-TIME.
        GET-SYS-DATE-TIME-EXIT.
           EXIT.
        MAINT-INPUT-VALID.
           MOVE 'Y' TO WS-INPUT-VALID-SW.
           IF NOT WS-FUNC-VALID
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'FUNCTION MUST BE I, A, U OR D' TO MESSAGES
           END-IF.
           IF WS-INPUT-VALID
               AND (WS-REASON-CODE = SPACES
                    OR WS-REASON-CODE = LOW-VALUES)
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'REASON CODE IS REQUIRED' TO MESSAGES
           END-IF.
           IF WS-INPUT-VALID
               AND (WS-FUNC-ADD OR WS-FUNC-UPDATE)
               AND WS-RSN-DESC = SPACES
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'REASON DESCRIPTION IS REQUIRED' TO MESSAGES
           END-IF.
           IF WS-INPUT-VALID
               AND (WS-FUNC-ADD OR WS-FUNC-UPDATE)
               AND WS-CUST-TEXT = SPACES
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'CUSTOMER WORDING IS REQUIRED' TO MESSAGES
           END-IF.
           IF WS-INPUT-VALID
               AND (WS-FUNC-ADD OR WS-FUNC-UPDATE)
               PERFORM EDIT-STATUS-SWS THRU EDIT-STATUS-SWS-EXIT
           END-IF.
           IF WS-INPUT-VALID
               AND (WS-FUNC-ADD OR WS-FUNC-UPDATE)
               AND WS-SELF-REINSTATE-SW NOT = 'Y'
               AND WS-SELF-REINSTATE-SW NOT = 'N'
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'SELF-REINSTATE SWITCH MUST BE Y OR N'
                    TO MESSAGES
           END-IF.
        MAINT-INPUT-VALID-EXIT.
           EXIT.
        EDIT-STATUS-SWS.
           MOVE 0 TO WS-SW-YES-COUNT.
           PERFORM EDIT-ONE-STATUS-SW THRU EDIT-ONE-STATUS-SW-EXIT
               VARYING WS-SW-IX FROM 1 BY 1
               UNTIL WS-SW-IX > 5.
           IF WS-INPUT-VALID
               AND WS-SW-YES-COUNT = 0
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'CODE MUST APPLY TO AT LEAST ONE STATUS'
                    TO MESSAGES
           END-IF.
        EDIT-STATUS-SWS-EXIT.
           EXIT.
        EDIT-ONE-STATUS-SW.
           EVALUATE WS-STATUS-SWS(WS-SW-IX:1)
            WHEN 'Y'
             ADD 1 TO WS-SW-YES-COUNT
            WHEN 'N'
             CONTINUE
            WHEN OTHER
             MOVE 'N' TO WS-INPUT-VALID-SW
             MOVE 'STATUS SWITCHES MUST BE Y OR N' TO MESSAGES
           END-EVALUATE.
        EDIT-ONE-STATUS-SW-EXIT.
           EXIT.
        FETCH-RSN-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE WS-REASON-CODE TO H16-REASON-CODE.
           EXEC SQL
            SELECT RSN_DESC, CUST_TEXT, SUSPENDED_SW, INACTIVE_SW,
                   FROZEN_SW, DORMANT_SW, CLOSED_SW,
                   SELF_REINSTATE_SW, DELETE_SW
            INTO :H16-RSN-DESC, :H16-CUST-TEXT, :H16-SUSPENDED-SW,
                 :H16-INACTIVE-SW, :H16-FROZEN-SW, :H16-DORMANT-SW,
                 :H16-CLOSED-SW, :H16-SELF-REINSTATE-SW,
                 :H16-DELETE-SW
            FROM CBS_STATUS_RSN_REF
            WHERE REASON_CODE = :H16-REASON-CODE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE 'Y' TO WS-ROW-FOUND-SW
            WHEN 100
             MOVE 'N' TO WS-ROW-FOUND-SW
            WHEN OTHER
             DISPLAY 'CBSRGRCM SELECT SQLCODE:' SQLCODE
             MOVE 'SQL ERROR' TO MESSAGES
             EXEC CICS RETURN END-EXEC
           END-EVALUATE.
        FETCH-RSN-ROW-EXIT.
           EXIT.
        INQUIRE-RSN.
           IF WS-ROW-FOUND
               PERFORM MOVE-ROW-TO-RESPONSE THRU
                   MOVE-ROW-TO-RESPONSE-EXIT
               MOVE 'INQUIRY SUCCESSFUL' TO MESSAGES
           ELSE
               MOVE 'REASON CODE NOT ON FILE' TO MESSAGES
           END-IF.
        INQUIRE-RSN-EXIT.
           EXIT.
        ADD-RSN.
           IF WS-ROW-FOUND
               AND H16-RSN-ACTIVE
               MOVE 'REASON CODE ALREADY EXISTS - USE UPDATE'
                    TO MESSAGES
               GO TO ADD-RSN-EXIT
           END-IF.
           PERFORM SAVE-OLD-VALUES THRU SAVE-OLD-VALUES-EXIT.
           IF WS-ROW-FOUND
               EXEC SQL
                UPDATE CBS_STATUS_RSN_REF
                SET RSN_DESC = :WS-RSN-DESC,
                    CUST_TEXT = :WS-CUST-TEXT,
                    SUSPENDED_SW = :WS-SUSPENDED-SW,
                    INACTIVE_SW = :WS-INACTIVE-SW,
                    FROZEN_SW = :WS-FROZEN-SW,
                    DORMANT_SW = :WS-DORMANT-SW,
                    CLOSED_SW = :WS-CLOSED-SW,
                    SELF_REINSTATE_SW = :WS-SELF-REINSTATE-SW,
                    DELETE_SW = 'N'
                WHERE REASON_CODE = :H16-REASON-CODE
               END-EXEC
           ELSE
               EXEC SQL
                INSERT INTO CBS_STATUS_RSN_REF
                    (REASON_CODE, RSN_DESC, CUST_TEXT, SUSPENDED_SW,
                     INACTIVE_SW, FROZEN_SW, DORMANT_SW, CLOSED_SW,
                     SELF_REINSTATE_SW, DELETE_SW)
                VALUES
                    (:H16-REASON-CODE, :WS-RSN-DESC, :WS-CUST-TEXT,
                     :WS-SUSPENDED-SW, :WS-INACTIVE-SW,
                     :WS-FROZEN-SW, :WS-DORMANT-SW, :WS-CLOSED-SW,
                     :WS-SELF-REINSTATE-SW, 'N')
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGRCM ADD SQLCODE:' SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'ADD FAILED - PLEASE RETRY' TO MESSAGES
               GO TO ADD-RSN-EXIT
           END-IF.
           MOVE 'A' TO H17-CHG-FUNCTION.
           PERFORM COMPLETE-RSN-CHANGE THRU
               COMPLETE-RSN-CHANGE-EXIT.
           IF MESSAGES = SPACES
               MOVE 'REASON CODE ADDED' TO MESSAGES
           END-IF.
        ADD-RSN-EXIT.
           EXIT.
        UPDATE-RSN.
           IF WS-ROW-NOT-FOUND
               OR H16-RSN-DELETED
               MOVE 'NO ACTIVE REASON CODE - USE ADD' TO MESSAGES
               GO TO UPDATE-RSN-EXIT
           END-IF.
           PERFORM SAVE-OLD-VALUES THRU SAVE-OLD-VALUES-EXIT.
           EXEC SQL
            UPDATE CBS_STATUS_RSN_REF
            SET RSN_DESC = :WS-RSN-DESC,
                CUST_TEXT = :WS-CUST-TEXT,
                SUSPENDED_SW = :WS-SUSPENDED-SW,
                INACTIVE_SW = :WS-INACTIVE-SW,
                FROZEN_SW = :WS-FROZEN-SW,
                DORMANT_SW = :WS-DORMANT-SW,
                CLOSED_SW = :WS-CLOSED-SW,
                SELF_REINSTATE_SW = :WS-SELF-REINSTATE-SW
            WHERE REASON_CODE = :H16-REASON-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGRCM UPDATE SQLCODE:' SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'UPDATE FAILED - PLEASE RETRY' TO MESSAGES
               GO TO UPDATE-RSN-EXIT
           END-IF.
           MOVE 'U' TO H17-CHG-FUNCTION.
           PERFORM COMPLETE-RSN-CHANGE THRU
               COMPLETE-RSN-CHANGE-EXIT.
           IF MESSAGES = SPACES
               MOVE 'REASON CODE UPDATED' TO MESSAGES
           END-IF.
        UPDATE-RSN-EXIT.
           EXIT.
        DELETE-RSN.
           IF WS-ROW-NOT-FOUND
               OR H16-RSN-DELETED
               MOVE 'NO ACTIVE REASON CODE FOR KEY' TO MESSAGES
               GO TO DELETE-RSN-EXIT
           END-IF.
           PERFORM SAVE-OLD-VALUES THRU SAVE-OLD-VALUES-EXIT.
           MOVE H16-RSN-DESC TO WS-RSN-DESC.
           MOVE H16-CUST-TEXT TO WS-CUST-TEXT.
           MOVE H16-SUSPENDED-SW TO WS-SUSPENDED-SW.
           MOVE H16-INACTIVE-SW TO WS-INACTIVE-SW.
           MOVE H16-FROZEN-SW TO WS-FROZEN-SW.
           MOVE H16-DORMANT-SW TO WS-DORMANT-SW.
           MOVE H16-CLOSED-SW TO WS-CLOSED-SW.
           MOVE H16-SELF-REINSTATE-SW TO WS-SELF-REINSTATE-SW.
           EXEC SQL
            UPDATE CBS_STATUS_RSN_REF
            SET DELETE_SW = 'Y'
            WHERE REASON_CODE = :H16-REASON-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGRCM DELETE SQLCODE:' SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'DELETE FAILED - PLEASE RETRY' TO MESSAGES
               GO TO DELETE-RSN-EXIT
           END-IF.
           MOVE 'D' TO H17-CHG-FUNCTION.
           PERFORM COMPLETE-RSN-CHANGE THRU
               COMPLETE-RSN-CHANGE-EXIT.
           IF MESSAGES = SPACES
               MOVE 'REASON CODE DELETED' TO MESSAGES
           END-IF.
        DELETE-RSN-EXIT.
           EXIT.
        SAVE-OLD-VALUES.
           IF WS-ROW-FOUND
               MOVE H16-RSN-DESC TO H17-OLD-RSN-DESC
               MOVE H16-CUST-TEXT TO H17-OLD-CUST-TEXT
               MOVE H16-SUSPENDED-SW TO H17-OLD-STATUS-SWS(1:1)
               MOVE H16-INACTIVE-SW TO H17-OLD-STATUS-SWS(2:1)
               MOVE H16-FROZEN-SW TO H17-OLD-STATUS-SWS(3:1)
               MOVE H16-DORMANT-SW TO H17-OLD-STATUS-SWS(4:1)
               MOVE H16-CLOSED-SW TO H17-OLD-STATUS-SWS(5:1)
               MOVE H16-SELF-REINSTATE-SW
                   TO H17-OLD-SELF-REINSTATE-SW
               MOVE H16-DELETE-SW TO H17-OLD-DELETE-SW
           ELSE
               MOVE SPACES TO H17-OLD-RSN-DESC
               MOVE SPACES TO H17-OLD-CUST-TEXT
               MOVE SPACES TO H17-OLD-STATUS-SWS
               MOVE SPACE TO H17-OLD-SELF-REINSTATE-SW
               MOVE SPACE TO H17-OLD-DELETE-SW
           END-IF.
        SAVE-OLD-VALUES-EXIT.
           EXIT.
        COMPLETE-RSN-CHANGE.
           MOVE WS-REASON-CODE TO H17-REASON-CODE.
           MOVE WS-RSN-DESC TO H17-NEW-RSN-DESC.
           MOVE WS-CUST-TEXT TO H17-NEW-CUST-TEXT.
           MOVE WS-STATUS-SWS TO H17-NEW-STATUS-SWS.
           MOVE WS-SELF-REINSTATE-SW TO H17-NEW-SELF-REINSTATE-SW.
           IF WS-FUNC-DELETE
               MOVE 'Y' TO H17-NEW-DELETE-SW
           ELSE
               MOVE 'N' TO H17-NEW-DELETE-SW
           END-IF.
           MOVE WS-CHANNEL-ID TO H17-UPD-USERID.
           EXEC SQL
           INSERT INTO CBS_STATUS_RSN_AUDIT
               (REASON_CODE, CHG_FUNCTION,
                OLD_RSN_DESC, NEW_RSN_DESC,
                OLD_CUST_TEXT, NEW_CUST_TEXT,
                OLD_STATUS_SWS, NEW_STATUS_SWS,
                OLD_SELF_REINSTATE_SW, NEW_SELF_REINSTATE_SW,
                OLD_DELETE_SW, NEW_DELETE_SW,
                UPD_USERID, SYS_DATE, SYS_TIME)
           VALUES
               (:H17-REASON-CODE, :H17-CHG-FUNCTION,
                :H17-OLD-RSN-DESC, :H17-NEW-RSN-DESC,
                :H17-OLD-CUST-TEXT, :H17-NEW-CUST-TEXT,
                :H17-OLD-STATUS-SWS, :H17-NEW-STATUS-SWS,
                :H17-OLD-SELF-REINSTATE-SW,
                :H17-NEW-SELF-REINSTATE-SW,
                :H17-OLD-DELETE-SW, :H17-NEW-DELETE-SW,
                :H17-UPD-USERID, :H17-SYS-DATE, :H17-SYS-TIME)
           END-EXEC.
           DISPLAY 'RSN AUDIT INSERT SQLCODE:' SQLCODE.
           IF SQLCODE NOT = 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REASON CODE CHANGE FAILED - PLEASE RETRY'
                    TO MESSAGES
               GO TO COMPLETE-RSN-CHANGE-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE WS-RSN-DESC TO H16-RSN-DESC.
           MOVE WS-CUST-TEXT TO H16-CUST-TEXT.
           MOVE WS-SUSPENDED-SW TO H16-SUSPENDED-SW.
           MOVE WS-INACTIVE-SW TO H16-INACTIVE-SW.
           MOVE WS-FROZEN-SW TO H16-FROZEN-SW.
           MOVE WS-DORMANT-SW TO H16-DORMANT-SW.
           MOVE WS-CLOSED-SW TO H16-CLOSED-SW.
           MOVE WS-SELF-REINSTATE-SW TO H16-SELF-REINSTATE-SW.
           MOVE H17-NEW-DELETE-SW TO H16-DELETE-SW.
           PERFORM MOVE-ROW-TO-RESPONSE THRU
               MOVE-ROW-TO-RESPONSE-EXIT.
           MOVE SPACES TO MESSAGES.
        COMPLETE-RSN-CHANGE-EXIT.
           EXIT.
        MOVE-ROW-TO-RESPONSE.
           MOVE H16-RSN-DESC TO RSN-OUT-DESC.
           MOVE H16-CUST-TEXT TO RSN-OUT-CUST-TEXT.
           MOVE H16-SUSPENDED-SW TO RSN-OUT-SUSPENDED-SW.
           MOVE H16-INACTIVE-SW TO RSN-OUT-INACTIVE-SW.
           MOVE H16-FROZEN-SW TO RSN-OUT-FROZEN-SW.
           MOVE H16-DORMANT-SW TO RSN-OUT-DORMANT-SW.
           MOVE H16-CLOSED-SW TO RSN-OUT-CLOSED-SW.
           MOVE H16-SELF-REINSTATE-SW TO RSN-OUT-SELF-REINSTATE-SW.
           MOVE H16-DELETE-SW TO RSN-OUT-DELETE-SW.
        MOVE-ROW-TO-RESPONSE-EXIT.
           EXIT.
        CHECK-OPER-ENTL.
      *    THE SIGNED-ON CICS USER, NOT THE CALLER-SUPPLIED
      *    CHANNEL-ID, MUST HOLD AN ACTIVE CBS_OPER_ENTL ROW FOR
      *    THIS TRANSACTION AND IS THE USERID RECORDED FROM HERE
      *    ON. INQUIRY IS OPEN TO ANY ROLE; A, U AND D NEED THE
      *    MAINT ROLE. REASON CODES ARE BANK-WIDE, SO A
      *    BRANCH-RESTRICTED USER MAY NOT CHANGE THEM
           MOVE 'Y' TO WS-ENTL-OK-SW.
           MOVE WS-CHANNEL-ID TO WS-CALLER-CHANNEL-ID.
           MOVE SPACES TO WS-OPER-USERID.
           EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
           MOVE SPACES TO WS-VIOL-REASON.
           MOVE SPACES TO WS-VIOL-KEY.
           MOVE SPACES TO WS-VIOL-BRANCH.
           MOVE WS-REASON-CODE TO WS-VIOL-KEY.
           MOVE 'MAINT   ' TO WS-REQUIRED-ROLE.
           MOVE WS-OPER-USERID TO H14-USER-ID.
           MOVE 'CBSRGRCM' TO H14-FUNCTION-ID.
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
             DISPLAY 'CBSRGRCM ENTITLEMENT SQLCODE:' SQLCODE
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
               MOVE 'BRANCH-RESTRICTED USER - BANK-WIDE DATA'
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
           MOVE 'CBSRGRCM' TO H15-PROGRAM-ID.
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
               DISPLAY 'CBSRGRCM VIOLATION INSERT SQLCODE:' SQLCODE
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
