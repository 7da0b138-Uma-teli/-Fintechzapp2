        01 WS-TOTAL-ELIG-EXPIRED PIC S9(09) COMP VALUE 0.
           COPY CBSMST.
           COPY CBSAUD.
           COPY CBSACH.
           COPY CBSPROD.
           COPY CBSPEAU.
           COPY CBSAPR.
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
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAPX AUDIT INSERT SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
        WRITE-DEREG-EXPIRY-AUDIT-EXIT.
           EXIT.
        GET-AUDIT-CHAIN-LINK.
      *    NEXT LINK OF THIS PROGRAM'S AUDIT CHAIN - THE CONTROL ROW
      *    STAYS LOCKED UNTIL THE UNIT OF WORK ENDS, SO NO OTHER TASK
      *    CAN TAKE THE SAME SEQUENCE NUMBER. SQLCODE IS LEFT NON-ZERO
      *    IF THE LINK CANNOT BE BUILT AND THE AUDIT ROW IS NOT WRITTEN
           MOVE 'CBSRGAPX' TO H18-CHAIN-ID.
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
               DISPLAY 'CBSRGAPX AUDIT CHAIN SQLCODE:' SQLCODE
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
               DISPLAY 'CBSRGAPX AUDIT CHAIN UPDATE SQLCODE:' SQLCODE
           END-IF.
        SAVE-AUDIT-CHAIN-LINK-EXIT.
           EXIT.
        WRITE-ELIG-EXPIRY-AUDIT.
           MOVE 'N' TO WS-ELIG-FOUND-SW.
           MOVE H10-PRODUCT-CODE TO H3-PRODUCT-CODE.
