       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGDQX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQEXCP ASSIGN TO DQEXCP
               ORGANIZATION IS SEQUENTIAL.
           SELECT DATECARD ASSIGN TO DATECARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DQEXCP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    MASTER-DATA QUALITY EXCEPTIONS - TYPE 1 HEADER, TYPE 2
      *    ONE PER EXCEPTION, TYPE 9 TRAILER WITH THE DETAIL COUNT.
      *    WRITTEN IN SCAN ORDER; THE JOB SORTS IT BY BRANCH,
      *    EXCEPTION TYPE AND KEY FOR THE DATA STEWARDS' WORKLIST
       01  DQEXCP-REC.
           05 DQ-REC-TYPE           PIC X(01).
           05 DQ-BRANCH-CODE        PIC X(04).
           05 DQ-EXCP-TYPE          PIC X(10).
           05 DQ-KEY-TYPE           PIC X(08).
           05 DQ-EXCP-KEY           PIC X(30).
           05 DQ-OWNER              PIC X(12).
           05 DQ-RUN-DATE           PIC X(10).
           05 DQ-DETAIL             PIC X(60).
           05 DQ-VALUE              PIC X(50).
           05 FILLER                PIC X(15).
       01  DQEXCP-HDR.
           05 FILLER                PIC X(01).
           05 DQH-SOURCE-SYSTEM     PIC X(08).
           05 DQH-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(181).
       01  DQEXCP-TRL.
           05 FILLER                PIC X(01).
           05 DQT-RECORD-COUNT      PIC 9(09).
           05 FILLER                PIC X(190).
       FD  DATECARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DATECARD-REC.
           05 DTE-AS-OF-DATE        PIC X(10).
           05 FILLER                PIC X(70).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-DATECARD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-DATECARD VALUE 'Y'.
        01 WS-CSR-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-CSR VALUE 'Y'.
        01 WS-DQEXCP-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-DQEXCP-OPEN VALUE 'Y'.
        01 WS-TOTAL-EXCEPTIONS PIC S9(09) COMP VALUE 0.
        01 WS-ACCOUNTS-READ PIC S9(09) COMP VALUE 0.
        01 WS-CONTACTS-READ PIC S9(09) COMP VALUE 0.
        01 WS-PENDING-READ PIC S9(09) COMP VALUE 0.
        01 WS-ACCT-NO-DISP PIC 9(18).
        01 WS-CUST-ID-DISP PIC 9(09).
        01 WS-LANG-CUST-DISP PIC Z(08)9.
        01 WS-ELIG-RULE-SW PIC X(01).
           88 WS-HAS-ELIG-RULE VALUE 'Y'.
        01 WS-CONTACT-SW PIC X(01).
           88 WS-HAS-CONTACT VALUE 'Y'.
        01 WS-ACCOUNT-STATUS PIC X(10).
           88 WS-STATUS-KNOWN VALUES 'ACTIVE    ' 'INACTIVE  '
              'CLOSED    ' 'FROZEN    ' 'SUSPENDED ' 'DORMANT   '.
           88 WS-STATUS-ACTIVE VALUE 'ACTIVE    '.
        01 WS-CUST-BRANCH PIC X(04).
        01 WS-LANG-CUSTOMERS PIC S9(09) COMP VALUE 0.
        01 WS-TMPL-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-PAIR-IX PIC S9(04) COMP VALUE 0.
        01 WS-PAIR-MAX PIC S9(04) COMP VALUE +4.
        01 WS-EXCP-IX PIC S9(04) COMP VALUE 0.
        01 WS-EXCP-MAX PIC S9(04) COMP VALUE +9.
      *    EXCEPTION TYPES - THE POSITION IN THE TABLE BELOW
        01 WS-ET-NOELIGRULE PIC S9(04) COMP VALUE +1.
        01 WS-ET-NOBRANCH PIC S9(04) COMP VALUE +2.
        01 WS-ET-BADSTATUS PIC S9(04) COMP VALUE +3.
        01 WS-ET-NOCONTACT PIC S9(04) COMP VALUE +4.
        01 WS-ET-BADMOBILE PIC S9(04) COMP VALUE +5.
        01 WS-ET-BADEMAIL PIC S9(04) COMP VALUE +6.
        01 WS-ET-PENDCLOSED PIC S9(04) COMP VALUE +7.
        01 WS-ET-NOTEMPLATE PIC S9(04) COMP VALUE +8.
        01 WS-ET-NOLANGTMPL PIC S9(04) COMP VALUE +9.
        01 WS-EXCP-TYPE-VALUES.
           05 FILLER PIC X(10) VALUE 'NOELIGRULE'.
           05 FILLER PIC X(12) VALUE 'PRODUCT MGMT'.
           05 FILLER PIC X(10) VALUE 'NOBRANCH  '.
           05 FILLER PIC X(12) VALUE 'ACCOUNT OPS '.
           05 FILLER PIC X(10) VALUE 'BADSTATUS '.
           05 FILLER PIC X(12) VALUE 'CORE BANKING'.
           05 FILLER PIC X(10) VALUE 'NOCONTACT '.
           05 FILLER PIC X(12) VALUE 'BRANCH      '.
           05 FILLER PIC X(10) VALUE 'BADMOBILE '.
           05 FILLER PIC X(12) VALUE 'BRANCH      '.
           05 FILLER PIC X(10) VALUE 'BADEMAIL  '.
           05 FILLER PIC X(12) VALUE 'BRANCH      '.
           05 FILLER PIC X(10) VALUE 'PENDCLOSED'.
           05 FILLER PIC X(12) VALUE 'REG OPS     '.
           05 FILLER PIC X(10) VALUE 'NOTEMPLATE'.
           05 FILLER PIC X(12) VALUE 'COMMS TEAM  '.
           05 FILLER PIC X(10) VALUE 'NOLANGTMPL'.
           05 FILLER PIC X(12) VALUE 'COMMS TEAM  '.
        01 WS-EXCP-TYPE-TABLE REDEFINES WS-EXCP-TYPE-VALUES.
           05 WS-ET-ENTRY OCCURS 9 TIMES.
              10 WS-ET-TYPE PIC X(10).
              10 WS-ET-OWNER PIC X(12).
        01 WS-EXCP-COUNT-TABLE.
           05 WS-ET-COUNT PIC S9(09) COMP OCCURS 9 TIMES.
      *    EVENTS AND CHANNELS CBSRGNTD AND CBSRGNTB LOOK UP A
      *    TEMPLATE FOR - EN IS THE FALLBACK LANGUAGE
        01 WS-TMPL-PAIR-VALUES.
           05 FILLER PIC X(10) VALUE 'ACTIVATED '.
           05 FILLER PIC X(05) VALUE 'SMS  '.
           05 FILLER PIC X(10) VALUE 'ACTIVATED '.
           05 FILLER PIC X(05) VALUE 'EMAIL'.
           05 FILLER PIC X(10) VALUE 'DEACTIVATD'.
           05 FILLER PIC X(05) VALUE 'SMS  '.
           05 FILLER PIC X(10) VALUE 'DEACTIVATD'.
           05 FILLER PIC X(05) VALUE 'EMAIL'.
        01 WS-TMPL-PAIR-TABLE REDEFINES WS-TMPL-PAIR-VALUES.
           05 WS-TP-ENTRY OCCURS 4 TIMES.
              10 WS-TP-EVENT-TYPE PIC X(10).
              10 WS-TP-CHANNEL PIC X(05).
        01 WS-TMPL-LANG PIC X(02).
      *    ONE EXCEPTION BEING BUILT FOR WRITE-EXCEPTION
        01 WS-X-BRANCH PIC X(04).
        01 WS-X-KEY-TYPE PIC X(08).
        01 WS-X-KEY PIC X(30).
        01 WS-X-DETAIL PIC X(60).
        01 WS-X-VALUE PIC X(50).
      *    CONTACT EDITS - THE SAME RULES CBSRGCCM APPLIES ONLINE
        01 WS-MOBILE-NO PIC X(15).
        01 WS-EMAIL-ADDR PIC X(50).
        01 WS-EDIT-VALID-SW PIC X(01).
           88 WS-EDIT-VALID VALUE 'Y'.
           88 WS-EDIT-INVALID VALUE 'N'.
        01 WS-EDIT-MESSAGE PIC X(60).
        01 WS-SCAN-IX PIC S9(04) COMP.
        01 WS-MOBILE-LEN PIC S9(04) COMP.
        01 WS-EMAIL-LEN PIC S9(04) COMP.
        01 WS-AT-SIGN-COUNT PIC S9(04) COMP.
        01 WS-DOT-COUNT PIC S9(04) COMP.
        01 WS-MOBILE-MIN-DIGITS PIC S9(04) COMP VALUE +10.
           COPY CBSMST.
           COPY CBSCNT.
           COPY CBSPND.
           COPY CBSTPL.
           COPY CBSDQH.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM SCAN-ACCOUNTS THRU SCAN-ACCOUNTS-EXIT.
           PERFORM SCAN-CONTACTS THRU SCAN-CONTACTS-EXIT.
           PERFORM SCAN-PENDING THRU SCAN-PENDING-EXIT.
           PERFORM SCAN-TEMPLATES THRU SCAN-TEMPLATES-EXIT.
           MOVE SPACES TO DQEXCP-TRL.
           MOVE '9' TO DQ-REC-TYPE.
           MOVE WS-TOTAL-EXCEPTIONS TO DQT-RECORD-COUNT.
           WRITE DQEXCP-TRL.
           CLOSE DQEXCP.
           MOVE 'N' TO WS-DQEXCP-OPEN-SW.
           PERFORM SAVE-HISTORY THRU SAVE-HISTORY-EXIT.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           STOP RUN.
        INIT-RUN.
           PERFORM READ-DATECARD THRU READ-DATECARD-EXIT.
           DISPLAY 'CBSRGDQX DATA QUALITY SCAN RUN FOR ' WS-RUN-DATE.
           PERFORM CLEAR-EXCP-COUNT THRU CLEAR-EXCP-COUNT-EXIT
               VARYING WS-EXCP-IX FROM 1 BY 1
               UNTIL WS-EXCP-IX > WS-EXCP-MAX.
           OPEN OUTPUT DQEXCP.
           MOVE 'Y' TO WS-DQEXCP-OPEN-SW.
           MOVE SPACES TO DQEXCP-HDR.
           MOVE '1' TO DQ-REC-TYPE.
           MOVE 'CBSRGDQX' TO DQH-SOURCE-SYSTEM.
           MOVE WS-RUN-DATE TO DQH-RUN-DATE.
           WRITE DQEXCP-HDR.
        INIT-RUN-EXIT.
           EXIT.
        CLEAR-EXCP-COUNT.
           MOVE 0 TO WS-ET-COUNT(WS-EXCP-IX).
        CLEAR-EXCP-COUNT-EXIT.
           EXIT.
        READ-DATECARD.
           OPEN INPUT DATECARD.
           READ DATECARD
               AT END MOVE 'Y' TO WS-DATECARD-EOF-SW
           END-READ.
           CLOSE DATECARD.
           IF WS-END-OF-DATECARD
               OR DTE-AS-OF-DATE = SPACES
               EXEC SQL
                SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
                SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE DTE-AS-OF-DATE TO WS-RUN-DATE
               DISPLAY 'AS-OF DATE FROM CONTROL CARD: ' WS-RUN-DATE
           END-IF.
        READ-DATECARD-EXIT.
           EXIT.
      *****************************************************
      *    ACCOUNTS NOT YET CLOSED - PRODUCT WITHOUT AN    *
      *    ACTIVE ELIGIBILITY RULE, BLANK BRANCH, STATUS   *
      *    CHECK-ACCT-STATUS DOES NOT RECOGNISE, AND       *
      *    ACTIVE ACCOUNTS WHOSE CUSTOMER HAS NO CONTACT   *
      *    ROW                                             *
      *****************************************************
        SCAN-ACCOUNTS.
           EXEC SQL
            DECLARE DQ-ACCT-CSR CURSOR FOR
            SELECT M.ACCOUNT_NUMBER, M.ACCOUNT_STATUS, M.CUSTOMER_ID,
                   M.PRODUCT_CODE, M.BRANCH_CODE,
                   CASE WHEN EXISTS
                        (SELECT 1 FROM CBS_PROD_ELIG_REF P
                         WHERE P.PRODUCT_CODE = M.PRODUCT_CODE
                         AND P.DELETE_SW = 'N')
                        THEN 'Y' ELSE 'N' END,
                   CASE WHEN EXISTS
                        (SELECT 1 FROM CBS_CUST_CNTC_REF C
                         WHERE C.CUSTOMER_ID = M.CUSTOMER_ID)
                        THEN 'Y' ELSE 'N' END
            FROM CBS_ACCT_MSTR_DTL M
            WHERE M.ACCOUNT_STATUS <> 'CLOSED    '
            ORDER BY M.ACCOUNT_NUMBER
           END-EXEC.
           EXEC SQL
            OPEN DQ-ACCT-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQX OPEN ACCOUNT CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           MOVE 'N' TO WS-CSR-EOF-SW.
           PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-EXIT
               UNTIL WS-END-OF-CSR.
           EXEC SQL
            CLOSE DQ-ACCT-CSR
           END-EXEC.
        SCAN-ACCOUNTS-EXIT.
           EXIT.
        FETCH-ACCOUNT.
           EXEC SQL
            FETCH DQ-ACCT-CSR
            INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-STATUS,
                 :H1-CUSTOMER-ID, :H1-PRODUCT-CODE, :H1-BRANCH-CODE,
                 :WS-ELIG-RULE-SW, :WS-CONTACT-SW
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             ADD 1 TO WS-ACCOUNTS-READ
             PERFORM CHECK-ACCOUNT THRU CHECK-ACCOUNT-EXIT
            WHEN 100
             MOVE 'Y' TO WS-CSR-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGDQX FETCH ACCOUNT SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        FETCH-ACCOUNT-EXIT.
           EXIT.
        CHECK-ACCOUNT.
           MOVE H1-BRANCH-CODE TO WS-X-BRANCH.
           MOVE 'ACCOUNT ' TO WS-X-KEY-TYPE.
           MOVE H1-ACCOUNT-NUMBER TO WS-ACCT-NO-DISP.
           MOVE WS-ACCT-NO-DISP TO WS-X-KEY.
           MOVE H1-ACCOUNT-STATUS TO WS-ACCOUNT-STATUS.
           IF NOT WS-HAS-ELIG-RULE
               MOVE SPACES TO WS-X-DETAIL
               STRING 'PRODUCT ' DELIMITED BY SIZE
                      H1-PRODUCT-CODE DELIMITED BY SIZE
                      ' HAS NO ACTIVE ELIGIBILITY RULE'
                      DELIMITED BY SIZE
                 INTO WS-X-DETAIL
               MOVE H1-PRODUCT-CODE TO WS-X-VALUE
               MOVE WS-ET-NOELIGRULE TO WS-EXCP-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
           IF H1-BRANCH-CODE = SPACES
               MOVE 'BRANCH CODE IS BLANK' TO WS-X-DETAIL
               MOVE H1-BRANCH-CODE TO WS-X-VALUE
               MOVE WS-ET-NOBRANCH TO WS-EXCP-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
           IF NOT WS-STATUS-KNOWN
               MOVE 'ACCOUNT STATUS IS NOT A RECOGNISED VALUE'
                    TO WS-X-DETAIL
               MOVE H1-ACCOUNT-STATUS TO WS-X-VALUE
               MOVE WS-ET-BADSTATUS TO WS-EXCP-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
           IF WS-STATUS-ACTIVE
               AND NOT WS-HAS-CONTACT
               MOVE H1-CUSTOMER-ID TO WS-CUST-ID-DISP
               MOVE SPACES TO WS-X-DETAIL
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                      WS-CUST-ID-DISP DELIMITED BY SIZE
                      ' HAS NO CONTACT ROW' DELIMITED BY SIZE
                 INTO WS-X-DETAIL
               MOVE WS-CUST-ID-DISP TO WS-X-VALUE
               MOVE WS-ET-NOCONTACT TO WS-EXCP-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
        CHECK-ACCOUNT-EXIT.
           EXIT.
      *****************************************************
      *    CONTACT ROWS OF CUSTOMERS WITH AN ACCOUNT NOT   *
      *    YET CLOSED - MOBILE AND EMAIL RE-EDITED WITH    *
      *    THE ONLINE MAINTENANCE RULES. THE EXCEPTION IS  *
      *    FILED UNDER THE LOWEST BRANCH THE CUSTOMER      *
      *    HOLDS AN ACCOUNT AT                             *
      *****************************************************
        SCAN-CONTACTS.
           EXEC SQL
            DECLARE DQ-CNTC-CSR CURSOR FOR
            SELECT C.CUSTOMER_ID, C.MOBILE_NO, C.EMAIL_ADDR,
                   (SELECT MIN(M.BRANCH_CODE)
                    FROM CBS_ACCT_MSTR_DTL M
                    WHERE M.CUSTOMER_ID = C.CUSTOMER_ID
                    AND M.ACCOUNT_STATUS <> 'CLOSED    ')
            FROM CBS_CUST_CNTC_REF C
            WHERE EXISTS
                  (SELECT 1 FROM CBS_ACCT_MSTR_DTL M
                   WHERE M.CUSTOMER_ID = C.CUSTOMER_ID
                   AND M.ACCOUNT_STATUS <> 'CLOSED    ')
            ORDER BY C.CUSTOMER_ID
           END-EXEC.
           EXEC SQL
            OPEN DQ-CNTC-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQX OPEN CONTACT CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           MOVE 'N' TO WS-CSR-EOF-SW.
           PERFORM FETCH-CONTACT THRU FETCH-CONTACT-EXIT
               UNTIL WS-END-OF-CSR.
           EXEC SQL
            CLOSE DQ-CNTC-CSR
           END-EXEC.
        SCAN-CONTACTS-EXIT.
           EXIT.
        FETCH-CONTACT.
           EXEC SQL
            FETCH DQ-CNTC-CSR
            INTO :H4-CUSTOMER-ID, :H4-MOBILE-NO, :H4-EMAIL-ADDR,
                 :WS-CUST-BRANCH
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             ADD 1 TO WS-CONTACTS-READ
             PERFORM CHECK-CONTACT THRU CHECK-CONTACT-EXIT
            WHEN 100
             MOVE 'Y' TO WS-CSR-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGDQX FETCH CONTACT SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        FETCH-CONTACT-EXIT.
           EXIT.
        CHECK-CONTACT.
           MOVE WS-CUST-BRANCH TO WS-X-BRANCH.
           MOVE 'CUSTOMER' TO WS-X-KEY-TYPE.
           MOVE H4-CUSTOMER-ID TO WS-CUST-ID-DISP.
           MOVE WS-CUST-ID-DISP TO WS-X-KEY.
           MOVE H4-MOBILE-NO TO WS-MOBILE-NO.
           INSPECT WS-MOBILE-NO REPLACING ALL LOW-VALUE BY SPACE.
           IF WS-MOBILE-NO NOT = SPACES
               MOVE 'Y' TO WS-EDIT-VALID-SW
               PERFORM EDIT-MOBILE-NO THRU EDIT-MOBILE-NO-EXIT
               IF WS-EDIT-INVALID
                   MOVE WS-EDIT-MESSAGE TO WS-X-DETAIL
                   MOVE WS-MOBILE-NO TO WS-X-VALUE
                   MOVE WS-ET-BADMOBILE TO WS-EXCP-IX
                   PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               END-IF
           END-IF.
           MOVE H4-EMAIL-ADDR TO WS-EMAIL-ADDR.
           INSPECT WS-EMAIL-ADDR REPLACING ALL LOW-VALUE BY SPACE.
           IF WS-EMAIL-ADDR NOT = SPACES
               MOVE 'Y' TO WS-EDIT-VALID-SW
               PERFORM EDIT-EMAIL-ADDR THRU EDIT-EMAIL-ADDR-EXIT
               IF WS-EDIT-INVALID
                   MOVE WS-EDIT-MESSAGE TO WS-X-DETAIL
                   MOVE WS-EMAIL-ADDR TO WS-X-VALUE
                   MOVE WS-ET-BADEMAIL TO WS-EXCP-IX
                   PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               END-IF
           END-IF.
        CHECK-CONTACT-EXIT.
           EXIT.
        EDIT-MOBILE-NO.
           MOVE 0 TO WS-MOBILE-LEN.
           PERFORM SCAN-MOBILE-LEN THRU SCAN-MOBILE-LEN-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > 15.
           IF WS-MOBILE-LEN < WS-MOBILE-MIN-DIGITS
               MOVE 'N' TO WS-EDIT-VALID-SW
               MOVE 'MOBILE NUMBER MUST HAVE AT LEAST 10 DIGITS'
                    TO WS-EDIT-MESSAGE
               GO TO EDIT-MOBILE-NO-EXIT
           END-IF.
           IF WS-MOBILE-NO(1:WS-MOBILE-LEN) NOT NUMERIC
               MOVE 'N' TO WS-EDIT-VALID-SW
               MOVE 'MOBILE NUMBER MUST CONTAIN DIGITS ONLY'
                    TO WS-EDIT-MESSAGE
           END-IF.
        EDIT-MOBILE-NO-EXIT.
           EXIT.
        SCAN-MOBILE-LEN.
           IF WS-MOBILE-NO(WS-SCAN-IX:1) NOT = SPACE
               MOVE WS-SCAN-IX TO WS-MOBILE-LEN
           END-IF.
        SCAN-MOBILE-LEN-EXIT.
           EXIT.
        EDIT-EMAIL-ADDR.
           MOVE 0 TO WS-EMAIL-LEN.
           PERFORM SCAN-EMAIL-LEN THRU SCAN-EMAIL-LEN-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > 50.
           MOVE 0 TO WS-AT-SIGN-COUNT.
           MOVE 0 TO WS-DOT-COUNT.
           INSPECT WS-EMAIL-ADDR
               TALLYING WS-AT-SIGN-COUNT FOR ALL '@'.
           INSPECT WS-EMAIL-ADDR
               TALLYING WS-DOT-COUNT FOR ALL '.'.
           IF WS-AT-SIGN-COUNT NOT = 1
               OR WS-DOT-COUNT = 0
               OR WS-EMAIL-ADDR(1:1) = '@'
               OR WS-EMAIL-ADDR(WS-EMAIL-LEN:1) = '@'
               OR WS-EMAIL-ADDR(WS-EMAIL-LEN:1) = '.'
               MOVE 'N' TO WS-EDIT-VALID-SW
               MOVE 'INVALID EMAIL ADDRESS FORMAT' TO WS-EDIT-MESSAGE
           END-IF.
        EDIT-EMAIL-ADDR-EXIT.
           EXIT.
        SCAN-EMAIL-LEN.
           IF WS-EMAIL-ADDR(WS-SCAN-IX:1) = SPACE
               CONTINUE
           ELSE
               IF WS-EMAIL-LEN > 0
                   AND WS-SCAN-IX > WS-EMAIL-LEN + 1
                   MOVE 'N' TO WS-EDIT-VALID-SW
                   MOVE 'EMAIL ADDRESS MUST NOT CONTAIN SPACES'
                        TO WS-EDIT-MESSAGE
               END-IF
               MOVE WS-SCAN-IX TO WS-EMAIL-LEN
           END-IF.
        SCAN-EMAIL-LEN-EXIT.
           EXIT.
      *****************************************************
      *    FUTURE-DATED REGISTRATIONS STILL PENDING FOR    *
      *    ACCOUNTS THAT HAVE SINCE BEEN CLOSED            *
      *****************************************************
        SCAN-PENDING.
           EXEC SQL
            DECLARE DQ-PEND-CSR CURSOR FOR
            SELECT P.ACCOUNT_NUMBER, P.EFFECTIVE_DATE, M.BRANCH_CODE
            FROM CBS_PEND_REG P, CBS_ACCT_MSTR_DTL M
            WHERE P.PEND_STATUS = 'PENDING   '
            AND M.ACCOUNT_NUMBER = P.ACCOUNT_NUMBER
            AND M.ACCOUNT_STATUS = 'CLOSED    '
            ORDER BY P.ACCOUNT_NUMBER
           END-EXEC.
           EXEC SQL
            OPEN DQ-PEND-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQX OPEN PENDING CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           MOVE 'N' TO WS-CSR-EOF-SW.
           PERFORM FETCH-PENDING THRU FETCH-PENDING-EXIT
               UNTIL WS-END-OF-CSR.
           EXEC SQL
            CLOSE DQ-PEND-CSR
           END-EXEC.
        SCAN-PENDING-EXIT.
           EXIT.
        FETCH-PENDING.
           EXEC SQL
            FETCH DQ-PEND-CSR
            INTO :H9-ACCOUNT-NUMBER, :H9-EFFECTIVE-DATE,
                 :H1-BRANCH-CODE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             ADD 1 TO WS-PENDING-READ
             MOVE H1-BRANCH-CODE TO WS-X-BRANCH
             MOVE 'ACCOUNT ' TO WS-X-KEY-TYPE
             MOVE H9-ACCOUNT-NUMBER TO WS-ACCT-NO-DISP
             MOVE WS-ACCT-NO-DISP TO WS-X-KEY
             MOVE 'PENDING REGISTRATION FOR A CLOSED ACCOUNT'
                  TO WS-X-DETAIL
             MOVE H9-EFFECTIVE-DATE TO WS-X-VALUE
             MOVE WS-ET-PENDCLOSED TO WS-EXCP-IX
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
            WHEN 100
             MOVE 'Y' TO WS-CSR-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGDQX FETCH PENDING SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        FETCH-PENDING-EXIT.
           EXIT.
      *****************************************************
      *    NOTIFICATION TEMPLATES - EVERY NOTIFIED EVENT   *
      *    AND CHANNEL NEEDS AN ACTIVE EN TEMPLATE (ELSE   *
      *    THE FIXED WORDING GOES OUT), AND EVERY OTHER    *
      *    LANGUAGE HELD BY CUSTOMERS NEEDS ITS OWN (ELSE  *
      *    THEY RECEIVE THE EN TEXT). BANK-WIDE, SO FILED  *
      *    UNDER A BLANK BRANCH                            *
      *****************************************************
        SCAN-TEMPLATES.
           MOVE SPACES TO WS-X-BRANCH.
           MOVE 'TEMPLATE' TO WS-X-KEY-TYPE.
           MOVE 'EN' TO WS-TMPL-LANG.
           PERFORM CHECK-EN-TEMPLATE THRU CHECK-EN-TEMPLATE-EXIT
               VARYING WS-PAIR-IX FROM 1 BY 1
               UNTIL WS-PAIR-IX > WS-PAIR-MAX.
           EXEC SQL
            DECLARE DQ-LANG-CSR CURSOR FOR
            SELECT C.LANG_CODE, COUNT(*)
            FROM CBS_CUST_CNTC_REF C
            WHERE C.LANG_CODE <> '  '
            AND C.LANG_CODE <> 'EN'
            AND EXISTS
                (SELECT 1 FROM CBS_ACCT_MSTR_DTL M
                 WHERE M.CUSTOMER_ID = C.CUSTOMER_ID
                 AND M.ACCOUNT_STATUS <> 'CLOSED    ')
            GROUP BY C.LANG_CODE
            ORDER BY C.LANG_CODE
           END-EXEC.
           EXEC SQL
            OPEN DQ-LANG-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQX OPEN LANGUAGE CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           MOVE 'N' TO WS-CSR-EOF-SW.
           PERFORM FETCH-LANGUAGE THRU FETCH-LANGUAGE-EXIT
               UNTIL WS-END-OF-CSR.
           EXEC SQL
            CLOSE DQ-LANG-CSR
           END-EXEC.
        SCAN-TEMPLATES-EXIT.
           EXIT.
        FETCH-LANGUAGE.
           EXEC SQL
            FETCH DQ-LANG-CSR
            INTO :WS-TMPL-LANG, :WS-LANG-CUSTOMERS
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM CHECK-LANG-TEMPLATE THRU
                 CHECK-LANG-TEMPLATE-EXIT
                 VARYING WS-PAIR-IX FROM 1 BY 1
                 UNTIL WS-PAIR-IX > WS-PAIR-MAX
            WHEN 100
             MOVE 'Y' TO WS-CSR-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGDQX FETCH LANGUAGE SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        FETCH-LANGUAGE-EXIT.
           EXIT.
        CHECK-EN-TEMPLATE.
           PERFORM COUNT-TEMPLATE THRU COUNT-TEMPLATE-EXIT.
           IF WS-TMPL-COUNT = 0
               PERFORM BUILD-TEMPLATE-KEY THRU BUILD-TEMPLATE-KEY-EXIT
               MOVE 'NO ACTIVE EN TEMPLATE - FIXED WORDING IS SENT'
                    TO WS-X-DETAIL
               MOVE SPACES TO WS-X-VALUE
               MOVE WS-ET-NOTEMPLATE TO WS-EXCP-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
        CHECK-EN-TEMPLATE-EXIT.
           EXIT.
        CHECK-LANG-TEMPLATE.
           PERFORM COUNT-TEMPLATE THRU COUNT-TEMPLATE-EXIT.
           IF WS-TMPL-COUNT = 0
               PERFORM BUILD-TEMPLATE-KEY THRU BUILD-TEMPLATE-KEY-EXIT
               MOVE WS-LANG-CUSTOMERS TO WS-LANG-CUST-DISP
               MOVE 'NO TEMPLATE IN THIS LANGUAGE - EN TEXT SENT'
                    TO WS-X-DETAIL
               MOVE SPACES TO WS-X-VALUE
               STRING WS-LANG-CUST-DISP DELIMITED BY SIZE
                      ' CUSTOMERS' DELIMITED BY SIZE
                 INTO WS-X-VALUE
               MOVE WS-ET-NOLANGTMPL TO WS-EXCP-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
        CHECK-LANG-TEMPLATE-EXIT.
           EXIT.
        COUNT-TEMPLATE.
           MOVE WS-TP-EVENT-TYPE(WS-PAIR-IX) TO H11-EVENT-TYPE.
           MOVE WS-TP-CHANNEL(WS-PAIR-IX) TO H11-NOTIFY-CHANNEL.
           MOVE WS-TMPL-LANG TO H11-LANG-CODE.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-TMPL-COUNT
            FROM CBS_NOTIFY_TMPL
            WHERE EVENT_TYPE = :H11-EVENT-TYPE
            AND NOTIFY_CHANNEL = :H11-NOTIFY-CHANNEL
            AND LANG_CODE = :H11-LANG-CODE
            AND DELETE_SW = 'N'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQX TEMPLATE COUNT SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        COUNT-TEMPLATE-EXIT.
           EXIT.
        BUILD-TEMPLATE-KEY.
           MOVE SPACES TO WS-X-KEY.
           STRING WS-TMPL-LANG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  H11-EVENT-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  H11-NOTIFY-CHANNEL DELIMITED BY SIZE
             INTO WS-X-KEY.
        BUILD-TEMPLATE-KEY-EXIT.
           EXIT.
        WRITE-EXCEPTION.
           MOVE SPACES TO DQEXCP-REC.
           MOVE '2' TO DQ-REC-TYPE.
           MOVE WS-X-BRANCH TO DQ-BRANCH-CODE.
           MOVE WS-ET-TYPE(WS-EXCP-IX) TO DQ-EXCP-TYPE.
           MOVE WS-X-KEY-TYPE TO DQ-KEY-TYPE.
           MOVE WS-X-KEY TO DQ-EXCP-KEY.
           MOVE WS-ET-OWNER(WS-EXCP-IX) TO DQ-OWNER.
           MOVE WS-RUN-DATE TO DQ-RUN-DATE.
           MOVE WS-X-DETAIL TO DQ-DETAIL.
           MOVE WS-X-VALUE TO DQ-VALUE.
           WRITE DQEXCP-REC.
           ADD 1 TO WS-ET-COUNT(WS-EXCP-IX).
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
        WRITE-EXCEPTION-EXIT.
           EXIT.
      *****************************************************
      *    THIS RUN'S COUNT PER EXCEPTION TYPE, REPLACING  *
      *    ANY EARLIER RUN FOR THE SAME DATE, FOR THE      *
      *    WEEK-OVER-WEEK COMPARISON IN CBSRGDQR           *
      *****************************************************
        SAVE-HISTORY.
           MOVE WS-RUN-DATE TO H26-RUN-DATE.
           EXEC SQL
            DELETE FROM CBS_DQ_EXCP_HIST
            WHERE RUN_DATE = :H26-RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CBSRGDQX HISTORY DELETE SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           PERFORM INSERT-HISTORY THRU INSERT-HISTORY-EXIT
               VARYING WS-EXCP-IX FROM 1 BY 1
               UNTIL WS-EXCP-IX > WS-EXCP-MAX.
           EXEC SQL COMMIT END-EXEC.
        SAVE-HISTORY-EXIT.
           EXIT.
        INSERT-HISTORY.
           MOVE WS-ET-TYPE(WS-EXCP-IX) TO H26-EXCP-TYPE.
           MOVE WS-ET-COUNT(WS-EXCP-IX) TO H26-EXCP-COUNT.
           EXEC SQL
            INSERT INTO CBS_DQ_EXCP_HIST
                (RUN_DATE, EXCP_TYPE, EXCP_COUNT)
            VALUES
                (:H26-RUN-DATE, :H26-EXCP-TYPE, :H26-EXCP-COUNT)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQX HISTORY INSERT SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        INSERT-HISTORY-EXIT.
           EXIT.
        ABEND-RUN.
           DISPLAY 'CBSRGDQX RUN TERMINATED - EXCEPTION FILE IS '
               'INCOMPLETE; RERUN THE JOB'.
           IF WS-DQEXCP-OPEN
               CLOSE DQEXCP
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGDQX - MASTER-DATA QUALITY SCAN SUMMARY'.
           DISPLAY 'RUN DATE                : ' WS-RUN-DATE.
           DISPLAY 'ACCOUNTS SCANNED        : ' WS-ACCOUNTS-READ.
           DISPLAY 'CONTACT ROWS SCANNED    : ' WS-CONTACTS-READ.
           DISPLAY 'PENDING ON CLOSED ACCTS : ' WS-PENDING-READ.
           PERFORM DISPLAY-EXCP-COUNT THRU DISPLAY-EXCP-COUNT-EXIT
               VARYING WS-EXCP-IX FROM 1 BY 1
               UNTIL WS-EXCP-IX > WS-EXCP-MAX.
           DISPLAY 'TOTAL EXCEPTIONS        : ' WS-TOTAL-EXCEPTIONS.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
        DISPLAY-EXCP-COUNT.
           DISPLAY 'EXCEPTIONS ' WS-ET-TYPE(WS-EXCP-IX) '    : '
               WS-ET-COUNT(WS-EXCP-IX).
        DISPLAY-EXCP-COUNT-EXIT.
           EXIT.
