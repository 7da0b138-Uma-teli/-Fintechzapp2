        01 WS-TOTAL-NOT-FOUND PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-REJECTED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-NOT-ELIGIBLE PIC S9(09) COMP VALUE 0.
        01 WS-FEE-RULE-ERROR-SW PIC X(01) VALUE 'N'.
           88 WS-FEE-RULE-ERROR VALUE 'Y'.
           COPY CBSMST.
           COPY CBSAUD.
           COPY CBSACH.
           COPY CBSPROD.
           COPY CBSKYC.
           COPY CBSPND.
           COPY CBSRST.
           COPY CBSFEE.
           COPY CBSFWV.
           COPY CBSFIT.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             IF H3-SELF-REG-NOT-ALLOWED
                 AND WS-CHANNEL-SELF-SERVICE
                 MOVE 'N' TO WS-PRODUCT-ELIGIBLE-SW
                 MOVE 'PRODUCT REQUIRES BRANCH REGISTRATION'
                      TO WS-PRODUCT-ELIG-REASON
             END-IF
             IF WS-PRODUCT-ELIGIBLE
                 AND H3-KYC-REQUIRED
                 PERFORM CHECK-PENDING-KYC THRU CHECK-PENDING-KYC-EXIT
             END-IF
             IF WS-PRODUCT-ELIGIBLE
                 AND H1-ACCOUNT-BALANCE < H3-MIN-BALANCE
                 MOVE 'N' TO WS-PRODUCT-ELIGIBLE-SW
           END-EVALUATE.
        CHECK-PENDING-PRODUCT-ELIG-EXIT.
           EXIT.
        CHECK-PENDING-KYC.
      *    KYC-REQUIRED PRODUCTS NEED A CURRENT VERIFIED KYC RECORD
      *    FOR THE OWNING CUSTOMER - THE REASON SAYS WHICH TEST FAILED
           MOVE H1-CUSTOMER-ID TO H13-CUSTOMER-ID
           EXEC SQL
            SELECT KYC_STATUS, EXPIRY_DATE
            INTO :H13-KYC-STATUS, :H13-EXPIRY-DATE
            FROM CBS_CUST_KYC
            WHERE CUSTOMER_ID = :H13-CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             EVALUATE TRUE
              WHEN H13-KYC-EXPIRED
              WHEN H13-KYC-VERIFIED AND H13-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'N' TO WS-PRODUCT-ELIGIBLE-SW
               STRING 'CUSTOMER KYC EXPIRED ON ' DELIMITED BY SIZE
                      H13-EXPIRY-DATE DELIMITED BY SIZE
                 INTO WS-PRODUCT-ELIG-REASON
              WHEN H13-KYC-VERIFIED
               CONTINUE
              WHEN OTHER
               MOVE 'N' TO WS-PRODUCT-ELIGIBLE-SW
               MOVE 'CUSTOMER KYC VERIFICATION PENDING'
                    TO WS-PRODUCT-ELIG-REASON
             END-EVALUATE
            WHEN 100
             MOVE 'N' TO WS-PRODUCT-ELIGIBLE-SW
             MOVE 'CUSTOMER KYC MISSING - NO KYC ON FILE'
                  TO WS-PRODUCT-ELIG-REASON
            WHEN OTHER
             DISPLAY 'CHECK-PENDING-KYC SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        CHECK-PENDING-KYC-EXIT.
           EXIT.
        ACTIVATE-PENDING-ACCT.
           PERFORM CHECK-PENDING-PRODUCT-ELIG THRU
               CHECK-PENDING-PRODUCT-ELIG-EXIT.
                 MOVE SQLCODE TO WS-AUDIT-SQLCODE
                 PERFORM INSERT-PENDING-AUDIT THRU
                     INSERT-PENDING-AUDIT-EXIT
                 PERFORM CREATE-FEE-ITEM THRU CREATE-FEE-ITEM-EXIT
                 ADD 1 TO WS-TOTAL-ACTIVATED
                 PERFORM SEND-PENDING-NOTIFY THRU
                     SEND-PENDING-NOTIFY-EXIT
           END-IF.
        MARK-PENDING-ROW-EXIT.
           EXIT.
        CREATE-FEE-ITEM.
      *    EVERY ACTIVATION GETS A FEE ITEM IN THE SAME UNIT OF WORK
      *    AS THE ACTIVATION AND ITS AUDIT ROW, AND IS ROLLED BACK
      *    WITH THEM. IT IS KEYED BY THE CHAIN LINK OF THE ACTIVATED
      *    AUDIT ROW JUST WRITTEN. CBSRGGLP POSTS THE CHARGEABLE
      *    ITEMS TO THE GL.
           MOVE H2-CHAIN-ID TO H25-AUDIT-CHAIN-ID.
           COMPUTE H25-AUDIT-SEQ-NO = H2-CHAIN-SEQ-NO.
           COMPUTE H25-ACCOUNT-NUMBER = H1-ACCOUNT-NUMBER.
           MOVE H1-PRODUCT-CODE TO H25-PRODUCT-CODE.
           MOVE H1-BRANCH-CODE TO H25-BRANCH-CODE.
           MOVE H9-CHANNEL-ID TO H25-CHANNEL-ID.
           MOVE SPACES TO H25-CAMPAIGN-ID.
           MOVE H2-SYS-DATE TO H25-ACTIVATE-DATE.
           MOVE H2-SYS-TIME TO H25-ACTIVATE-TIME.
           MOVE H2-SYS-DATE TO H25-STATUS-DATE.
           MOVE SPACES TO H25-GL-POST-DATE.
           MOVE SPACES TO H25-REV-STATUS.
           MOVE SPACES TO H25-REV-DATE.
           MOVE SPACES TO H25-REV-POST-DATE.
           PERFORM GET-PRODUCT-FEE THRU GET-PRODUCT-FEE-EXIT.
           IF WS-FEE-RULE-ERROR
               DISPLAY 'CBSRGPND FEE RULE ERROR SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           EXEC SQL
            INSERT INTO CBS_FEE_ITEM
                (AUDIT_CHAIN_ID, AUDIT_SEQ_NO, ACCOUNT_NUMBER,
                 PRODUCT_CODE, BRANCH_CODE, CHANNEL_ID, CAMPAIGN_ID,
                 ACTIVATE_DATE, ACTIVATE_TIME, FEE_AMOUNT, DR_GL_ACCT,
                 CR_GL_ACCT, WAIVER_TYPE, ITEM_STATUS, STATUS_DATE,
                 GL_POST_DATE, REV_STATUS, REV_DATE, REV_POST_DATE)
            VALUES
                (:H25-AUDIT-CHAIN-ID, :H25-AUDIT-SEQ-NO,
                 :H25-ACCOUNT-NUMBER, :H25-PRODUCT-CODE,
                 :H25-BRANCH-CODE, :H25-CHANNEL-ID, :H25-CAMPAIGN-ID,
                 :H25-ACTIVATE-DATE, :H25-ACTIVATE-TIME,
                 :H25-FEE-AMOUNT, :H25-DR-GL-ACCT, :H25-CR-GL-ACCT,
                 :H25-WAIVER-TYPE, :H25-ITEM-STATUS, :H25-STATUS-DATE,
                 :H25-GL-POST-DATE, :H25-REV-STATUS, :H25-REV-DATE,
                 :H25-REV-POST-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGPND FEE ITEM INSERT SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        CREATE-FEE-ITEM-EXIT.
           EXIT.
        GET-PRODUCT-FEE.
      *    NO FEE ROW OR A ZERO FEE GIVES A NO-FEE ITEM; A CHANNEL OR
      *    CAMPAIGN WAIVER IN FORCE ON THE ACTIVATION DATE GIVES A
      *    WAIVED ITEM. NEITHER IS POSTED TO THE GL
           MOVE 'N' TO WS-FEE-RULE-ERROR-SW.
           MOVE SPACES TO H25-WAIVER-TYPE.
           MOVE H1-PRODUCT-CODE TO H23-PRODUCT-CODE.
           EXEC SQL
            SELECT FEE_AMOUNT, DR_GL_ACCT, CR_GL_ACCT
            INTO :H23-FEE-AMOUNT, :H23-DR-GL-ACCT, :H23-CR-GL-ACCT
            FROM CBS_PROD_FEE_REF
            WHERE PRODUCT_CODE = :H23-PRODUCT-CODE
            AND DELETE_SW = 'N'
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             COMPUTE H25-FEE-AMOUNT = H23-FEE-AMOUNT
             MOVE H23-DR-GL-ACCT TO H25-DR-GL-ACCT
             MOVE H23-CR-GL-ACCT TO H25-CR-GL-ACCT
            WHEN 100
             COMPUTE H25-FEE-AMOUNT = 0
             MOVE SPACES TO H25-DR-GL-ACCT
             MOVE SPACES TO H25-CR-GL-ACCT
            WHEN OTHER
             DISPLAY 'CBSRGPND FEE RULE SELECT SQLCODE:' SQLCODE
             MOVE 'Y' TO WS-FEE-RULE-ERROR-SW
             GO TO GET-PRODUCT-FEE-EXIT
           END-EVALUATE.
           IF H25-FEE-AMOUNT NOT > 0
               MOVE 'NO-FEE    ' TO H25-ITEM-STATUS
               GO TO GET-PRODUCT-FEE-EXIT
           END-IF.
           MOVE 'UNPOSTED  ' TO H25-ITEM-STATUS.
           MOVE H1-PRODUCT-CODE TO H24-PRODUCT-CODE.
           EXEC SQL
            SELECT COALESCE(MIN(WAIVER_TYPE), ' ')
            INTO :H24-WAIVER-TYPE
            FROM CBS_FEE_WAIVER
            WHERE ((WAIVER_TYPE = 'CHANNEL '
                    AND WAIVER_VALUE = :H25-CHANNEL-ID)
               OR (WAIVER_TYPE = 'CAMPAIGN'
                    AND WAIVER_VALUE = :H25-CAMPAIGN-ID
                    AND WAIVER_VALUE <> ' '))
            AND PRODUCT_CODE IN (:H24-PRODUCT-CODE, ' ')
            AND START_DATE <= :H25-ACTIVATE-DATE
            AND END_DATE >= :H25-ACTIVATE-DATE
            AND DELETE_SW = 'N'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGPND FEE WAIVER SELECT SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-FEE-RULE-ERROR-SW
               GO TO GET-PRODUCT-FEE-EXIT
           END-IF.
           IF H24-WAIVER-TYPE NOT = SPACES
               MOVE H24-WAIVER-TYPE TO H25-WAIVER-TYPE
               MOVE 'WAIVED    ' TO H25-ITEM-STATUS
           END-IF.
        GET-PRODUCT-FEE-EXIT.
           EXIT.
        INSERT-PENDING-AUDIT.
           MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER.
           MOVE WS-AUDIT-OLD-STATUS TO H2-OLD-STATUS.
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
               DISPLAY 'CBSRGPND AUDIT INSERT FAILED SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
        INSERT-PENDING-AUDIT-EXIT.
           EXIT.
        GET-AUDIT-CHAIN-LINK.
      *    NEXT LINK OF THIS PROGRAM'S AUDIT CHAIN - THE CONTROL ROW
      *    STAYS LOCKED UNTIL THE UNIT OF WORK ENDS, SO NO OTHER TASK
      *    CAN TAKE THE SAME SEQUENCE NUMBER. SQLCODE IS LEFT NON-ZERO
      *    IF THE LINK CANNOT BE BUILT AND THE AUDIT ROW IS NOT WRITTEN
           MOVE 'CBSRGPND' TO H18-CHAIN-ID.
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
               DISPLAY 'CBSRGPND AUDIT CHAIN SQLCODE:' SQLCODE
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
               DISPLAY 'CBSRGPND AUDIT CHAIN UPDATE SQLCODE:' SQLCODE
           END-IF.
        SAVE-AUDIT-CHAIN-LINK-EXIT.
           EXIT.
        ABEND-RUN.
           DISPLAY 'CBSRGPND RUN TERMINATED - REMAINING PENDING ROWS'
               ' PICKED UP ON RERUN'.
