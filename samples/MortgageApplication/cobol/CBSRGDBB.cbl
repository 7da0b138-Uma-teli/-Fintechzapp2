        01 WS-CHANNEL-ID PIC X(10).
           88 WS-CHANNEL-SELF-SERVICE VALUES 'WEB       ' 'MOBILE    '
                                              'ATM       '.
           88 WS-CHANNEL-BRANCH VALUE 'BRANCH    '.
        01 WS-UPD-USERID PIC X(10).
        01 WS-OPER-USERID PIC X(08).
        01 WS-PRODUCT-ELIGIBLE-SW PIC X(01).
           88 WS-PRODUCT-ELIGIBLE VALUE 'Y'.
           88 WS-PRODUCT-NOT-ELIGIBLE VALUE 'N'.
        01 WS-COMMAREA-RES-LEN PIC S9(04) COMP VALUE +177.
        01 WS-COMMAREA-EXT-LEN PIC S9(04) COMP VALUE +1261.
        01 WS-EFFECTIVE-DATE PIC X(10).
        01 WS-RSN-CUST-TEXT PIC X(60).
        01 WS-RSN-REINSTATE-SW PIC X(01).
           88 WS-RSN-SELF-REINSTATE VALUE 'Y'.
        01 WS-FEE-RULE-ERROR-SW PIC X(01) VALUE 'N'.
           88 WS-FEE-RULE-ERROR VALUE 'Y'.
        01 WS-EFF-DATE-VALID-SW PIC X(01).
           88 WS-EFF-DATE-VALID VALUE 'Y'.
           88 WS-EFF-DATE-INVALID VALUE 'N'.
           INCLUDE CBSAUD
           END-EXEC.
           EXEC SQL
           INCLUDE CBSACH
           END-EXEC.
           EXEC SQL
           INCLUDE CBSPROD
           END-EXEC.
           EXEC SQL
           INCLUDE CBSKYC
           END-EXEC.
           EXEC SQL
           INCLUDE CBSPND
           END-EXEC.
           EXEC SQL
           INCLUDE CBSRSN
           END-EXEC.
           EXEC SQL
           INCLUDE CBSFEE
           END-EXEC.
           EXEC SQL
           INCLUDE CBSFWV
           END-EXEC.
           EXEC SQL
           INCLUDE CBSFIT
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
      *     COPY REGREQ.
           IF WS-CHANNEL-ID = SPACES OR WS-CHANNEL-ID = LOW-VALUES
               MOVE 'UNKNOWN   ' TO WS-CHANNEL-ID
           END-IF.
      *    A BRANCH REGISTRATION IS RECORDED AGAINST THE SIGNED-ON
      *    TELLER, WHILE THE CHANNEL RULES AND FEE WAIVERS STILL
      *    WORK FROM THE BRANCH CHANNEL
           MOVE WS-CHANNEL-ID TO WS-UPD-USERID.
           IF WS-CHANNEL-BRANCH
               MOVE SPACES TO WS-OPER-USERID
               EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC
               IF WS-OPER-USERID NOT = SPACES
                   MOVE WS-OPER-USERID TO WS-UPD-USERID
               END-IF
           END-IF.
           MOVE SPACE TO CUSTOMER-NAME.
           MOVE SPACE TO SYS-DATE.
           MOVE SPACE TO SYS-TIME.
               EXEC CICS RETURN END-EXEC
              WHEN 'SUSPENDED '
               DISPLAY 'ACCOUNT IS SUSPENDED'
               PERFORM GET-REASON-TEXT THRU GET-REASON-TEXT-EXIT
               IF WS-RSN-SELF-REINSTATE
                   MOVE 'REINSTATING SUSPENDED ACCOUNT' TO MESSAGES
                   PERFORM REG-ACCT-STATS THRU REG-ACCT-STATS-EXIT
               ELSE
                   STRING 'ACCOUNT SUSPENDED - ' DELIMITED BY SIZE
                          WS-RSN-CUST-TEXT DELIMITED BY '  '
                          ' - CONTACT YOUR BRANCH' DELIMITED BY SIZE
                     INTO MESSAGES
                   PERFORM REJECT-ACCT-STATUS THRU
                       REJECT-ACCT-STATUS-EXIT
                   EXEC CICS RETURN END-EXEC
               END-IF
              WHEN 'DORMANT   '
               DISPLAY 'ACCOUNT IS DORMANT'
               IF WS-CHANNEL-SELF-SERVICE
           END-EVALUATE.
        CHECK-ACCT-STATUS-EXIT.
            EXIT.
        GET-REASON-TEXT.
      *    CUSTOMER WORDING AND SELF-REINSTATE FLAG FOR THE ACCOUNT'S
      *    STATUS REASON CODE - THE RAW CODE IS SHOWN IF IT IS NOT
      *    ON CBS_STATUS_RSN_REF
           MOVE 'N' TO WS-RSN-REINSTATE-SW
           MOVE SPACES TO WS-RSN-CUST-TEXT
           STRING 'REASON CODE ' DELIMITED BY SIZE
                  H1-STATUS-REASON-CODE DELIMITED BY SIZE
             INTO WS-RSN-CUST-TEXT
           MOVE H1-STATUS-REASON-CODE TO H16-REASON-CODE
           EXEC SQL
            SELECT CUST_TEXT, SELF_REINSTATE_SW
            INTO :H16-CUST-TEXT, :H16-SELF-REINSTATE-SW
            FROM CBS_STATUS_RSN_REF
            WHERE REASON_CODE = :H16-REASON-CODE
              AND DELETE_SW = 'N'
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE H16-CUST-TEXT TO WS-RSN-CUST-TEXT
             IF H16-SELF-REINSTATE
                 MOVE 'Y' TO WS-RSN-REINSTATE-SW
             END-IF
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'GET-REASON-TEXT SQLCODE:' SQLCODE
           END-EVALUATE.
        GET-REASON-TEXT-EXIT.
           EXIT.
        REJECT-ACCT-STATUS.
           MOVE WS-ACCOUNT-STATUS TO WS-AUDIT-OLD-STATUS.
           MOVE WS-ACCOUNT-STATUS TO WS-AUDIT-NEW-STATUS.
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
                 PERFORM CHECK-CUST-KYC THRU CHECK-CUST-KYC-EXIT
             END-IF
             IF WS-PRODUCT-ELIGIBLE
                 AND H1-ACCOUNT-BALANCE < H3-MIN-BALANCE
                 MOVE 'N' TO WS-PRODUCT-ELIGIBLE-SW
           END-EVALUATE.
        CHECK-PRODUCT-ELIG-EXIT.
           EXIT.
        CHECK-CUST-KYC.
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
              WHEN H13-KYC-VERIFIED AND H13-EXPIRY-DATE < SYS-DATE
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
             DISPLAY 'CHECK-CUST-KYC SQLCODE:' SQLCODE
             MOVE 'N' TO WS-PRODUCT-ELIGIBLE-SW
             MOVE 'CUSTOMER KYC CHECK UNAVAILABLE'
                  TO WS-PRODUCT-ELIG-REASON
           END-EVALUATE.
        CHECK-CUST-KYC-EXIT.
           EXIT.
        REG-ACCT-STATS.

           DISPLAY 'REGISTER PARA'
           MOVE WS-ACCOUNT-STATUS TO WS-AUDIT-OLD-STATUS
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
            SET ACCOUNT_STATUS ='ACTIVE    ',
                UPD_USERID =:WS-UPD-USERID
            WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           DISPLAY "UPDATE SQLCODE:" SQLCODE.
             MOVE SPACES TO WS-AUDIT-REASON
             MOVE SQLCODE TO WS-AUDIT-SQLCODE
             PERFORM INSERT-REG-AUDIT THRU INSERT-REG-AUDIT-EXIT
             IF SQLCODE = 0
                 PERFORM CREATE-FEE-ITEM THRU CREATE-FEE-ITEM-EXIT
             END-IF
             EVALUATE SQLCODE
              WHEN 0
               EXEC CICS SYNCPOINT END-EXEC
                  TO WS-CUST-ACCT-MESSAGE
             PERFORM CUST-REJECT-ACCT THRU CUST-REJECT-ACCT-EXIT
            WHEN 'SUSPENDED '
             PERFORM GET-REASON-TEXT THRU GET-REASON-TEXT-EXIT
             IF WS-RSN-SELF-REINSTATE
                 PERFORM CUST-ACTIVATE-ACCT THRU
                     CUST-ACTIVATE-ACCT-EXIT
             ELSE
                 STRING 'ACCOUNT SUSPENDED - ' DELIMITED BY SIZE
                        WS-RSN-CUST-TEXT DELIMITED BY '  '
                        ' - CONTACT YOUR BRANCH' DELIMITED BY SIZE
                   INTO WS-CUST-ACCT-MESSAGE
                 PERFORM CUST-REJECT-ACCT THRU CUST-REJECT-ACCT-EXIT
             END-IF
            WHEN OTHER
             MOVE 'UNKNOWN ACCOUNT STATUS - PLEASE CONTACT BANK'
                  TO WS-CUST-ACCT-MESSAGE
           MOVE WS-ACCOUNT-STATUS TO WS-AUDIT-OLD-STATUS.
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
            SET ACCOUNT_STATUS ='ACTIVE    ',
                UPD_USERID =:WS-UPD-USERID
            WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
             MOVE SPACES TO WS-AUDIT-REASON
             MOVE SQLCODE TO WS-AUDIT-SQLCODE
             PERFORM INSERT-REG-AUDIT THRU INSERT-REG-AUDIT-EXIT
             IF SQLCODE = 0
                 PERFORM CREATE-FEE-ITEM THRU CREATE-FEE-ITEM-EXIT
             END-IF
             EVALUATE SQLCODE
              WHEN 0
               EXEC CICS SYNCPOINT END-EXEC
               TO RES-ACCT-MESSAGE(WS-CUST-ACCT-COUNT).
        RECORD-CUST-RESULT-EXIT.
           EXIT.
        CREATE-FEE-ITEM.
      *    EVERY ACTIVATION GETS A FEE ITEM IN THE SAME UNIT OF WORK
      *    AS THE ACTIVATION AND ITS AUDIT ROW, AND IS ROLLED BACK
      *    WITH THEM. IT IS KEYED BY THE CHAIN LINK OF THE ACTIVATED
      *    AUDIT ROW JUST WRITTEN. CBSRGGLP POSTS THE CHARGEABLE
      *    ITEMS TO THE GL.
      *    SQLCODE IS LEFT NON-ZERO IF THE ITEM CANNOT BE WRITTEN
      *    SO THE CALLER ROLLS THE ACTIVATION BACK
           MOVE H2-CHAIN-ID TO H25-AUDIT-CHAIN-ID.
           COMPUTE H25-AUDIT-SEQ-NO = H2-CHAIN-SEQ-NO.
           COMPUTE H25-ACCOUNT-NUMBER = H1-ACCOUNT-NUMBER.
           MOVE H1-PRODUCT-CODE TO H25-PRODUCT-CODE.
           MOVE H1-BRANCH-CODE TO H25-BRANCH-CODE.
           MOVE WS-CHANNEL-ID TO H25-CHANNEL-ID.
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
               GO TO CREATE-FEE-ITEM-EXIT
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
               DISPLAY 'CBSRGDBB FEE ITEM INSERT SQLCODE:' SQLCODE
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
             DISPLAY 'CBSRGDBB FEE RULE SELECT SQLCODE:' SQLCODE
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
               DISPLAY 'CBSRGDBB FEE WAIVER SELECT SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-FEE-RULE-ERROR-SW
               GO TO GET-PRODUCT-FEE-EXIT
           END-IF.
           IF H24-WAIVER-TYPE NOT = SPACES
               MOVE H24-WAIVER-TYPE TO H25-WAIVER-TYPE
               MOVE 'WAIVED    ' TO H25-ITEM-STATUS
           END-IF.
        GET-PRODUCT-FEE-EXIT.
           EXIT.
        INSERT-REG-AUDIT.
           MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           MOVE WS-AUDIT-OLD-STATUS TO H2-OLD-STATUS
           MOVE WS-AUDIT-NEW-STATUS TO H2-NEW-STATUS
           MOVE WS-UPD-USERID TO H2-UPD-USERID
           MOVE SYS-DATE TO H2-SYS-DATE
           MOVE SYS-TIME TO H2-SYS-TIME
           MOVE WS-AUDIT-EVENT-TYPE TO H2-EVENT-TYPE
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
           MOVE 'CBSRGDBB' TO H18-CHAIN-ID.
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
               DISPLAY 'CBSRGDBB AUDIT CHAIN SQLCODE:' SQLCODE
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
               DISPLAY 'CBSRGDBB AUDIT CHAIN UPDATE SQLCODE:' SQLCODE
           END-IF.
        SAVE-AUDIT-CHAIN-LINK-EXIT.
           EXIT.
