       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASEIN ASSIGN TO ERASEIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ERACERT ASSIGN TO ERACERT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETNCARD ASSIGN TO RETNCARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASEIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    ERASURE-APPROVED CUSTOMERS FROM THE PRIVACY OFFICE - TYPE 1
      *    HEADER, TYPE 2 DETAIL (ONE PER CUSTOMER, WITH THE DATE THE
      *    RELATIONSHIP WAS CLOSED), TYPE 9 TRAILER WITH RECORD COUNT
       01  ERASEIN-REC.
           05 ERA-REC-TYPE          PIC X(01).
              88 ERA-HEADER            VALUE '1'.
              88 ERA-DETAIL            VALUE '2'.
              88 ERA-TRAILER           VALUE '9'.
           05 ERA-CUSTOMER-ID       PIC 9(09).
           05 ERA-APPROVAL-REF      PIC X(12).
           05 ERA-APPROVED-BY       PIC X(10).
           05 ERA-CLOSE-DATE        PIC X(10).
           05 FILLER                PIC X(38).
       01  ERASEIN-HDR.
           05 FILLER                PIC X(01).
           05 HDR-FILE-DATE         PIC X(10).
           05 FILLER                PIC X(69).
       01  ERASEIN-TRL.
           05 FILLER                PIC X(01).
           05 TRL-RECORD-COUNT      PIC 9(09).
           05 FILLER                PIC X(70).
       FD  ERACERT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    ERASURE CERTIFICATES FOR THE PRIVACY OFFICE - ONE TYPE 2
      *    RECORD PER INPUT CUSTOMER WITH THE OUTCOME (ERASED,
      *    REFUSED OR ERASED ON AN EARLIER RUN) BETWEEN A TYPE 1
      *    HEADER AND A TYPE 9 TRAILER
       01  ERACERT-REC.
           05 CRT-REC-TYPE          PIC X(01).
           05 CRT-CUSTOMER-ID       PIC 9(09).
           05 CRT-APPROVAL-REF      PIC X(12).
           05 CRT-APPROVED-BY       PIC X(10).
           05 CRT-CERT-STATUS       PIC X(10).
           05 CRT-REASON            PIC X(30).
           05 CRT-PSEUDONYM         PIC X(15).
           05 CRT-CERT-NO           PIC 9(12).
           05 CRT-ERASE-DATE        PIC X(10).
           05 CRT-ERASE-TIME        PIC X(08).
           05 CRT-CLOSE-DATE        PIC X(10).
           05 CRT-MSTR-ROWS         PIC 9(07).
           05 CRT-AUDIT-ROWS        PIC 9(07).
           05 CRT-CNTC-ROWS         PIC 9(07).
           05 CRT-CNTC-AUDIT-ROWS   PIC 9(07).
           05 CRT-DLVRY-ROWS        PIC 9(07).
           05 FILLER                PIC X(38).
       01  ERACERT-HDR.
           05 FILLER                PIC X(01).
           05 CRH-SOURCE            PIC X(08).
           05 CRH-RUN-DATE          PIC X(10).
           05 CRH-CUTOFF-DATE       PIC X(10).
           05 CRH-FILE-DATE         PIC X(10).
           05 FILLER                PIC X(161).
       01  ERACERT-TRL.
           05 FILLER                PIC X(01).
           05 CRL-RECORD-COUNT      PIC 9(09).
           05 FILLER                PIC X(190).
       FD  RETNCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETNCARD-REC.
           05 RTN-RETN-MONTHS       PIC 9(03).
           05 FILLER                PIC X(77).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-RUN-TIME PIC X(08).
        01 WS-CUTOFF-DATE PIC X(10).
        01 WS-FILE-DATE PIC X(10).
        01 WS-RETN-MONTHS PIC S9(04) COMP VALUE +84.
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.
        01 WS-RETN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-RETNCARD VALUE 'Y'.
        01 WS-TOTAL-READ PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ERASED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-REFUSED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-PREV-ERASED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CERT-WRITTEN PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-MSTR-ROWS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-AUDIT-ROWS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CNTC-ROWS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CNTC-AUDIT-ROWS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-DLVRY-ROWS PIC S9(09) COMP VALUE 0.
        01 WS-ERASEIN-RECNO PIC S9(09) COMP VALUE 0.
        01 WS-TRL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-TRL-FOUND VALUE 'Y'.
        01 WS-VAL-DETAIL-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-VAL-AFTER-TRL-SW PIC X(01) VALUE 'N'.
           88 WS-VAL-AFTER-TRL VALUE 'Y'.
        01 WS-TRL-COUNT-SAVE PIC S9(09) COMP VALUE 0.
        01 WS-PREV-ERASED-SW PIC X(01).
           88 WS-PREV-ERASED VALUE 'Y'.
        01 WS-REFUSE-REASON PIC X(30).
        01 WS-CERT-STATUS PIC X(10).
        01 WS-ACCT-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-OPEN-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-CNTC-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-PEND-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-LAST-ACTIVITY PIC X(10).
        01 WS-ROWS-CHANGED PIC S9(09) COMP VALUE 0.
        01 WS-SQL-STEP PIC X(20).
        01 WS-PSN-NUMBER PIC 9(12).
        01 WS-PSN-NAME PIC X(50).
        01 WS-EDIT-DATE PIC X(10).
        01 WS-EDIT-DATE-VALID-SW PIC X(01).
           88 WS-EDIT-DATE-VALID VALUE 'Y'.
           88 WS-EDIT-DATE-INVALID VALUE 'N'.
        01 WS-RPT-CUST-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-CUSTOMER-ID PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-STATUS PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-TEXT PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-MSTR PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-RPT-AUDIT PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-RPT-CNTC PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-RPT-CNTC-AUDIT PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-RPT-DLVRY PIC ZZZ,ZZ9.
        01 WS-RPT-CUST-HEAD.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'CUSTOMER'.
           05 FILLER PIC X(12) VALUE 'OUTCOME'.
           05 FILLER PIC X(32) VALUE 'PSEUDONYM / REASON'.
           05 FILLER PIC X(40) VALUE
              '   MSTR   AUDIT    CNTC CNTCAUD   DLVRY'.
           COPY CBSERC.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-ERASE THRU PROCESS-ERASE-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM WRITE-CERT-TRAILER THRU WRITE-CERT-TRAILER-EXIT.
           PERFORM PRINT-CONTROL-REPORT THRU
               PRINT-CONTROL-REPORT-EXIT.
           CLOSE ERASEIN.
           CLOSE ERACERT.
           IF WS-TOTAL-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
        INIT-RUN.
           EXEC SQL
            SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM READ-RETNCARD THRU READ-RETNCARD-EXIT.
           EXEC SQL
            SELECT CHAR(CURRENT DATE - :WS-RETN-MONTHS MONTHS, ISO)
            INTO :WS-CUTOFF-DATE FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGERA CUTOFF DATE SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'CBSRGERA CUSTOMER DATA ERASURE RUN FOR '
               WS-RUN-DATE.
           DISPLAY 'RETENTION MONTHS : ' WS-RETN-MONTHS.
           DISPLAY 'ONLY RELATIONSHIPS CLOSED BEFORE ' WS-CUTOFF-DATE
               ' ARE ERASED'.
      *    THE WHOLE FILE IS BALANCED AGAINST ITS TRAILER BEFORE
      *    ANY CUSTOMER IS TOUCHED
           PERFORM VALIDATE-ERASEIN THRU VALIDATE-ERASEIN-EXIT.
           OPEN OUTPUT ERACERT.
           MOVE SPACES TO ERACERT-HDR.
           MOVE '1' TO CRT-REC-TYPE.
           MOVE 'CBSRGERA' TO CRH-SOURCE.
           MOVE WS-RUN-DATE TO CRH-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO CRH-CUTOFF-DATE.
           MOVE WS-FILE-DATE TO CRH-FILE-DATE.
           WRITE ERACERT-REC.
           DISPLAY '================================================'.
           DISPLAY WS-RPT-CUST-HEAD.
           OPEN INPUT ERASEIN.
           PERFORM READ-ERASEIN THRU READ-ERASEIN-EXIT.
        INIT-RUN-EXIT.
           EXIT.
        READ-RETNCARD.
           OPEN INPUT RETNCARD.
           READ RETNCARD
               AT END MOVE 'Y' TO WS-RETN-EOF-SW
           END-READ.
           CLOSE RETNCARD.
           IF NOT WS-END-OF-RETNCARD
               AND RTN-RETN-MONTHS NUMERIC
               AND RTN-RETN-MONTHS > 0
               MOVE RTN-RETN-MONTHS TO WS-RETN-MONTHS
           END-IF.
        READ-RETNCARD-EXIT.
           EXIT.
        READ-ERASEIN.
           READ ERASEIN
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-ERASEIN-RECNO
           END-READ.
        READ-ERASEIN-EXIT.
           EXIT.
        PROCESS-ERASE.
           IF NOT ERA-DETAIL
               GO TO PROCESS-ERASE-NEXT
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE 'N' TO WS-PREV-ERASED-SW.
           INITIALIZE DCLCBS-ERASURE-CERT.
           IF ERA-CUSTOMER-ID NOT NUMERIC
               MOVE 'INVALID CUSTOMER ID' TO WS-REFUSE-REASON
               PERFORM REFUSE-CUSTOMER THRU REFUSE-CUSTOMER-EXIT
               GO TO PROCESS-ERASE-NEXT
           END-IF.
           MOVE ERA-CUSTOMER-ID TO H27-CUSTOMER-ID.
           PERFORM CHECK-PREV-ERASED THRU CHECK-PREV-ERASED-EXIT.
           IF WS-PREV-ERASED
               ADD 1 TO WS-TOTAL-PREV-ERASED
               MOVE 'PREV ERASE' TO WS-CERT-STATUS
               MOVE 'ALREADY ERASED - NOT REPEATED' TO WS-REFUSE-REASON
               PERFORM WRITE-CERT-DETAIL THRU WRITE-CERT-DETAIL-EXIT
               GO TO PROCESS-ERASE-NEXT
           END-IF.
           PERFORM CHECK-ELIGIBILITY THRU CHECK-ELIGIBILITY-EXIT.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-CUSTOMER THRU REFUSE-CUSTOMER-EXIT
               GO TO PROCESS-ERASE-NEXT
           END-IF.
           PERFORM ERASE-CUSTOMER THRU ERASE-CUSTOMER-EXIT.
           ADD 1 TO WS-TOTAL-ERASED.
           MOVE 'ERASED    ' TO WS-CERT-STATUS.
           PERFORM WRITE-CERT-DETAIL THRU WRITE-CERT-DETAIL-EXIT.
        PROCESS-ERASE-NEXT.
           PERFORM READ-ERASEIN THRU READ-ERASEIN-EXIT.
        PROCESS-ERASE-EXIT.
           EXIT.
        CHECK-PREV-ERASED.
      *    ONE CERTIFICATE PER CUSTOMER - A RERUN OR A REPEATED
      *    APPROVAL KEEPS THE ORIGINAL PSEUDONYM AND CERTIFICATE
           EXEC SQL
            SELECT CERT_NO, PSEUDONYM, ERASE_DATE, ERASE_TIME,
                   MSTR_ROWS, AUDIT_ROWS, CNTC_ROWS, CNTC_AUDIT_ROWS,
                   DLVRY_ROWS
            INTO :H27-CERT-NO, :H27-PSEUDONYM, :H27-ERASE-DATE,
                 :H27-ERASE-TIME, :H27-MSTR-ROWS, :H27-AUDIT-ROWS,
                 :H27-CNTC-ROWS, :H27-CNTC-AUDIT-ROWS, :H27-DLVRY-ROWS
            FROM CBS_ERASURE_CERT
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE 'Y' TO WS-PREV-ERASED-SW
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGERA CERTIFICATE LOOKUP SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        CHECK-PREV-ERASED-EXIT.
           EXIT.
        CHECK-ELIGIBILITY.
      *    THE FIRST FAILED TEST IS THE REASON GIVEN - NOTHING IS
      *    CHANGED FOR A REFUSED CUSTOMER
           IF ERA-APPROVAL-REF = SPACES
               MOVE 'NO APPROVAL REFERENCE' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE ERA-CLOSE-DATE TO WS-EDIT-DATE.
           PERFORM EDIT-ERA-DATE THRU EDIT-ERA-DATE-EXIT.
           IF WS-EDIT-DATE-INVALID
               MOVE 'INVALID CLOSE DATE' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           IF ERA-CLOSE-DATE NOT < WS-CUTOFF-DATE
               MOVE 'CLOSED WITHIN RETENTION' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE 'ACCOUNT COUNT' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN ACCOUNT_STATUS = 'CLOSED'
                                     THEN 0 ELSE 1 END), 0)
            INTO :WS-ACCT-COUNT, :WS-OPEN-COUNT
            FROM CBS_ACCT_MSTR_DTL
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           MOVE 'CONTACT COUNT' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-CNTC-COUNT
            FROM CBS_CUST_CNTC_REF
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           IF WS-ACCT-COUNT = 0
               AND WS-CNTC-COUNT = 0
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           IF WS-OPEN-COUNT > 0
               MOVE 'OPEN ACCOUNT ON FILE' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE 'PENDING REG COUNT' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-PEND-COUNT
            FROM CBS_PEND_REG
            WHERE PEND_STATUS = 'PENDING   '
            AND (CUSTOMER_ID = :H27-CUSTOMER-ID
                 OR ACCOUNT_NUMBER IN
                    (SELECT ACCOUNT_NUMBER FROM CBS_ACCT_MSTR_DTL
                     WHERE CUSTOMER_ID = :H27-CUSTOMER-ID))
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           IF WS-PEND-COUNT > 0
               MOVE 'PENDING REGISTRATION ITEM' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE 'PENDING APPRV COUNT' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-PEND-COUNT
            FROM CBS_PEND_APPRV
            WHERE APPRV_STATUS = 'PENDING   '
            AND ACCOUNT_NUMBER IN
                (SELECT ACCOUNT_NUMBER FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H27-CUSTOMER-ID)
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           IF WS-PEND-COUNT > 0
               MOVE 'PENDING APPROVAL ITEM' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
      *    THE CLOSE DATE COMES FROM THE PRIVACY OFFICE - ANY AUDIT,
      *    CONTACT CHANGE OR NOTIFICATION INSIDE THE RETENTION PERIOD
      *    MEANS THE RELATIONSHIP WAS STILL LIVE AND IS REFUSED
           MOVE 'AUDIT ACTIVITY' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COALESCE(MAX(SYS_DATE), ' ')
            INTO :WS-LAST-ACTIVITY
            FROM CBS_ACCT_REG_AUDIT
            WHERE ACCOUNT_NUMBER IN
                (SELECT ACCOUNT_NUMBER FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H27-CUSTOMER-ID)
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
               MOVE 'ACTIVITY WITHIN RETENTION' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE 'CONTACT ACTIVITY' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COALESCE(MAX(SYS_DATE), ' ')
            INTO :WS-LAST-ACTIVITY
            FROM CBS_CUST_CNTC_AUDIT
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
               MOVE 'ACTIVITY WITHIN RETENTION' TO WS-REFUSE-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE 'NOTIFY ACTIVITY' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COALESCE(MAX(SEND_DATE), ' ')
            INTO :WS-LAST-ACTIVITY
            FROM CBS_NOTIFY_DLVRY
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
            OR ACCOUNT_NUMBER IN
                (SELECT ACCOUNT_NUMBER FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H27-CUSTOMER-ID)
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
               MOVE 'ACTIVITY WITHIN RETENTION' TO WS-REFUSE-REASON
           END-IF.
        CHECK-ELIGIBILITY-EXIT.
           EXIT.
        CHECK-SELECT-SQL.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGERA ' WS-SQL-STEP ' SQLCODE:' SQLCODE
                   ' CUSTOMER: ' ERA-CUSTOMER-ID
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        CHECK-SELECT-SQL-EXIT.
           EXIT.
        EDIT-ERA-DATE.
           MOVE 'Y' TO WS-EDIT-DATE-VALID-SW.
           IF WS-EDIT-DATE(1:4) NOT NUMERIC
               OR WS-EDIT-DATE(5:1) NOT = '-'
               OR WS-EDIT-DATE(6:2) NOT NUMERIC
               OR WS-EDIT-DATE(8:1) NOT = '-'
               OR WS-EDIT-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-EDIT-DATE-VALID-SW
               GO TO EDIT-ERA-DATE-EXIT
           END-IF.
           IF WS-EDIT-DATE(6:2) < '01'
               OR WS-EDIT-DATE(6:2) > '12'
               OR WS-EDIT-DATE(9:2) < '01'
               OR WS-EDIT-DATE(9:2) > '31'
               MOVE 'N' TO WS-EDIT-DATE-VALID-SW
           END-IF.
        EDIT-ERA-DATE-EXIT.
           EXIT.
        ERASE-CUSTOMER.
      *    ONE UNIT OF WORK PER CUSTOMER - EVERY TABLE IS CHANGED AND
      *    THE CERTIFICATE ROW WRITTEN, OR NOTHING IS. ROWS ARE
      *    NEVER DELETED, SO REGISTRATION COUNTS AND THE AUDIT CHAIN
      *    (WHICH LEAVES CUSTOMER_NAME OUT OF THE CHECK VALUE) ARE
      *    UNCHANGED
           EXEC SQL
            SELECT CURRENT TIME INTO :WS-RUN-TIME FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE 'NEXT CERT NO' TO WS-SQL-STEP.
           EXEC SQL
            SELECT COALESCE(MAX(CERT_NO), 0) + 1
            INTO :H27-CERT-NO
            FROM CBS_ERASURE_CERT
           END-EXEC.
           PERFORM CHECK-SELECT-SQL THRU CHECK-SELECT-SQL-EXIT.
           MOVE H27-CERT-NO TO WS-PSN-NUMBER.
           MOVE SPACES TO H27-PSEUDONYM.
           STRING 'PSN' WS-PSN-NUMBER DELIMITED BY SIZE
               INTO H27-PSEUDONYM.
           MOVE SPACES TO WS-PSN-NAME.
           STRING 'ERASED CUSTOMER ' H27-PSEUDONYM DELIMITED BY SIZE
               INTO WS-PSN-NAME.
           MOVE 'UPDATE MASTER' TO WS-SQL-STEP.
           EXEC SQL
            UPDATE CBS_ACCT_MSTR_DTL
            SET ACCOUNT_NAME = :WS-PSN-NAME
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
           END-EXEC.
           PERFORM TAKE-ROW-COUNT THRU TAKE-ROW-COUNT-EXIT.
           MOVE WS-ROWS-CHANGED TO H27-MSTR-ROWS.
           MOVE 'UPDATE AUDIT' TO WS-SQL-STEP.
           EXEC SQL
            UPDATE CBS_ACCT_REG_AUDIT
            SET CUSTOMER_NAME = :WS-PSN-NAME
            WHERE ACCOUNT_NUMBER IN
                (SELECT ACCOUNT_NUMBER FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H27-CUSTOMER-ID)
           END-EXEC.
           PERFORM TAKE-ROW-COUNT THRU TAKE-ROW-COUNT-EXIT.
           MOVE WS-ROWS-CHANGED TO H27-AUDIT-ROWS.
      *    A BLANK CONTACT FIELD STAYS BLANK - THE PSEUDONYM IS NOT
      *    A VALID MOBILE NUMBER OR EMAIL ADDRESS, SO NOTHING CAN
      *    EVER BE SENT TO IT
           MOVE 'UPDATE CONTACT' TO WS-SQL-STEP.
           EXEC SQL
            UPDATE CBS_CUST_CNTC_REF
            SET MOBILE_NO = CASE WHEN MOBILE_NO = ' ' THEN ' '
                                 ELSE :H27-PSEUDONYM END,
                EMAIL_ADDR = CASE WHEN EMAIL_ADDR = ' ' THEN ' '
                                  ELSE :H27-PSEUDONYM END
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
           END-EXEC.
           PERFORM TAKE-ROW-COUNT THRU TAKE-ROW-COUNT-EXIT.
           MOVE WS-ROWS-CHANGED TO H27-CNTC-ROWS.
           MOVE 'UPDATE CONTACT AUDIT' TO WS-SQL-STEP.
           EXEC SQL
            UPDATE CBS_CUST_CNTC_AUDIT
            SET OLD_MOBILE_NO = CASE WHEN OLD_MOBILE_NO = ' ' THEN ' '
                                     ELSE :H27-PSEUDONYM END,
                NEW_MOBILE_NO = CASE WHEN NEW_MOBILE_NO = ' ' THEN ' '
                                     ELSE :H27-PSEUDONYM END,
                OLD_EMAIL_ADDR = CASE WHEN OLD_EMAIL_ADDR = ' '
                                      THEN ' '
                                      ELSE :H27-PSEUDONYM END,
                NEW_EMAIL_ADDR = CASE WHEN NEW_EMAIL_ADDR = ' '
                                      THEN ' '
                                      ELSE :H27-PSEUDONYM END
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
           END-EXEC.
           PERFORM TAKE-ROW-COUNT THRU TAKE-ROW-COUNT-EXIT.
           MOVE WS-ROWS-CHANGED TO H27-CNTC-AUDIT-ROWS.
           MOVE 'UPDATE DELIVERY' TO WS-SQL-STEP.
           EXEC SQL
            UPDATE CBS_NOTIFY_DLVRY
            SET CUSTOMER_NAME = :WS-PSN-NAME
            WHERE CUSTOMER_ID = :H27-CUSTOMER-ID
            OR ACCOUNT_NUMBER IN
                (SELECT ACCOUNT_NUMBER FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H27-CUSTOMER-ID)
           END-EXEC.
           PERFORM TAKE-ROW-COUNT THRU TAKE-ROW-COUNT-EXIT.
           MOVE WS-ROWS-CHANGED TO H27-DLVRY-ROWS.
           MOVE ERA-APPROVAL-REF TO H27-APPROVAL-REF.
           MOVE ERA-APPROVED-BY TO H27-APPROVED-BY.
           MOVE ERA-CLOSE-DATE TO H27-CLOSE-DATE.
           MOVE WS-RUN-DATE TO H27-ERASE-DATE.
           MOVE WS-RUN-TIME TO H27-ERASE-TIME.
           EXEC SQL
            INSERT INTO CBS_ERASURE_CERT
                (CUSTOMER_ID, CERT_NO, PSEUDONYM, APPROVAL_REF,
                 APPROVED_BY, CLOSE_DATE, ERASE_DATE, ERASE_TIME,
                 MSTR_ROWS, AUDIT_ROWS, CNTC_ROWS, CNTC_AUDIT_ROWS,
                 DLVRY_ROWS)
            VALUES
                (:H27-CUSTOMER-ID, :H27-CERT-NO, :H27-PSEUDONYM,
                 :H27-APPROVAL-REF, :H27-APPROVED-BY, :H27-CLOSE-DATE,
                 :H27-ERASE-DATE, :H27-ERASE-TIME, :H27-MSTR-ROWS,
                 :H27-AUDIT-ROWS, :H27-CNTC-ROWS,
                 :H27-CNTC-AUDIT-ROWS, :H27-DLVRY-ROWS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGERA CERTIFICATE INSERT SQLCODE:' SQLCODE
                   ' CUSTOMER: ' ERA-CUSTOMER-ID
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           ADD H27-MSTR-ROWS TO WS-TOTAL-MSTR-ROWS.
           ADD H27-AUDIT-ROWS TO WS-TOTAL-AUDIT-ROWS.
           ADD H27-CNTC-ROWS TO WS-TOTAL-CNTC-ROWS.
           ADD H27-CNTC-AUDIT-ROWS TO WS-TOTAL-CNTC-AUDIT-ROWS.
           ADD H27-DLVRY-ROWS TO WS-TOTAL-DLVRY-ROWS.
        ERASE-CUSTOMER-EXIT.
           EXIT.
        TAKE-ROW-COUNT.
           EVALUATE SQLCODE
            WHEN 0
             MOVE SQLERRD(3) TO WS-ROWS-CHANGED
            WHEN 100
             MOVE 0 TO WS-ROWS-CHANGED
            WHEN OTHER
             DISPLAY 'CBSRGERA ' WS-SQL-STEP ' SQLCODE:' SQLCODE
                 ' CUSTOMER: ' ERA-CUSTOMER-ID
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        TAKE-ROW-COUNT-EXIT.
           EXIT.
        REFUSE-CUSTOMER.
           ADD 1 TO WS-TOTAL-REFUSED.
           MOVE 'REFUSED   ' TO WS-CERT-STATUS.
           PERFORM WRITE-CERT-DETAIL THRU WRITE-CERT-DETAIL-EXIT.
        REFUSE-CUSTOMER-EXIT.
           EXIT.
        WRITE-CERT-DETAIL.
           MOVE SPACES TO ERACERT-REC.
           MOVE '2' TO CRT-REC-TYPE.
           MOVE WS-CERT-STATUS TO CRT-CERT-STATUS.
           MOVE WS-REFUSE-REASON TO CRT-REASON.
           IF ERA-CUSTOMER-ID NUMERIC
               MOVE ERA-CUSTOMER-ID TO CRT-CUSTOMER-ID
           ELSE
               MOVE 0 TO CRT-CUSTOMER-ID
           END-IF.
           MOVE ERA-APPROVAL-REF TO CRT-APPROVAL-REF.
           MOVE ERA-APPROVED-BY TO CRT-APPROVED-BY.
           MOVE ERA-CLOSE-DATE TO CRT-CLOSE-DATE.
           MOVE H27-PSEUDONYM TO CRT-PSEUDONYM.
           MOVE H27-CERT-NO TO CRT-CERT-NO.
           MOVE H27-ERASE-DATE TO CRT-ERASE-DATE.
           MOVE H27-ERASE-TIME TO CRT-ERASE-TIME.
           MOVE H27-MSTR-ROWS TO CRT-MSTR-ROWS.
           MOVE H27-AUDIT-ROWS TO CRT-AUDIT-ROWS.
           MOVE H27-CNTC-ROWS TO CRT-CNTC-ROWS.
           MOVE H27-CNTC-AUDIT-ROWS TO CRT-CNTC-AUDIT-ROWS.
           MOVE H27-DLVRY-ROWS TO CRT-DLVRY-ROWS.
           WRITE ERACERT-REC.
           ADD 1 TO WS-TOTAL-CERT-WRITTEN.
           MOVE CRT-CUSTOMER-ID TO WS-RPT-CUSTOMER-ID.
           MOVE CRT-CERT-STATUS TO WS-RPT-STATUS.
           IF CRT-REASON = SPACES
               MOVE CRT-PSEUDONYM TO WS-RPT-TEXT
           ELSE
               MOVE CRT-REASON TO WS-RPT-TEXT
           END-IF.
           MOVE H27-MSTR-ROWS TO WS-RPT-MSTR.
           MOVE H27-AUDIT-ROWS TO WS-RPT-AUDIT.
           MOVE H27-CNTC-ROWS TO WS-RPT-CNTC.
           MOVE H27-CNTC-AUDIT-ROWS TO WS-RPT-CNTC-AUDIT.
           MOVE H27-DLVRY-ROWS TO WS-RPT-DLVRY.
           DISPLAY WS-RPT-CUST-LINE.
        WRITE-CERT-DETAIL-EXIT.
           EXIT.
        WRITE-CERT-TRAILER.
           MOVE SPACES TO ERACERT-TRL.
           MOVE '9' TO CRT-REC-TYPE.
           MOVE WS-TOTAL-CERT-WRITTEN TO CRL-RECORD-COUNT.
           WRITE ERACERT-REC.
        WRITE-CERT-TRAILER-EXIT.
           EXIT.
        VALIDATE-ERASEIN.
           OPEN INPUT ERASEIN.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ERASEIN THRU READ-ERASEIN-EXIT.
           IF WS-END-OF-FILE
               DISPLAY 'CBSRGERA ERASEIN FILE IS EMPTY'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF NOT ERA-HEADER
               DISPLAY 'CBSRGERA ERASEIN HEADER RECORD MISSING'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           MOVE HDR-FILE-DATE TO WS-FILE-DATE.
           DISPLAY 'ERASURE APPROVAL FILE DATE: ' WS-FILE-DATE.
           PERFORM READ-ERASEIN THRU READ-ERASEIN-EXIT.
           PERFORM VALIDATE-ONE-REC THRU VALIDATE-ONE-REC-EXIT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-TRL-FOUND
               DISPLAY 'CBSRGERA ERASEIN TRAILER RECORD MISSING'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF WS-TRL-COUNT-SAVE NOT = WS-VAL-DETAIL-COUNT
               DISPLAY 'CBSRGERA RECORD COUNT MISMATCH - TRAILER: '
                   WS-TRL-COUNT-SAVE ' COUNTED: ' WS-VAL-DETAIL-COUNT
               DISPLAY 'POSSIBLE TRUNCATED OR DUPLICATED TRANSFER -'
                   ' FILE NOT PROCESSED'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           DISPLAY 'ERASEIN CONTROL TOTALS BALANCED - DETAILS: '
               WS-VAL-DETAIL-COUNT.
           CLOSE ERASEIN.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-ERASEIN-RECNO.
        VALIDATE-ERASEIN-EXIT.
           EXIT.
        VALIDATE-ONE-REC.
           EVALUATE TRUE
            WHEN WS-VAL-AFTER-TRL
             DISPLAY 'CBSRGERA RECORD AFTER TRAILER ON ERASEIN'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN ERA-DETAIL
             ADD 1 TO WS-VAL-DETAIL-COUNT
            WHEN ERA-TRAILER
             MOVE 'Y' TO WS-TRL-FOUND-SW
             MOVE 'Y' TO WS-VAL-AFTER-TRL-SW
             IF TRL-RECORD-COUNT NUMERIC
                 MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT-SAVE
             ELSE
                 DISPLAY 'CBSRGERA TRAILER RECORD COUNT NOT NUMERIC'
                 PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
             END-IF
            WHEN ERA-HEADER
             DISPLAY 'CBSRGERA DUPLICATE HEADER ON ERASEIN'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGERA UNKNOWN RECORD TYPE: ' ERA-REC-TYPE
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-EVALUATE.
           PERFORM READ-ERASEIN THRU READ-ERASEIN-EXIT.
        VALIDATE-ONE-REC-EXIT.
           EXIT.
        ABEND-VALIDATION.
           DISPLAY 'CBSRGERA ERASEIN CONTROL VALIDATION FAILED - NO'
               ' DATABASE CHANGES MADE'.
           CLOSE ERASEIN.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-VALIDATION-EXIT.
           EXIT.
        ABEND-RUN.
      *    THE CUSTOMER IN FLIGHT IS ROLLED BACK WHOLE - CUSTOMERS
      *    ALREADY COMMITTED HAVE A CERTIFICATE ROW AND ARE SKIPPED
      *    WHEN THE FILE IS RERUN
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY 'CBSRGERA RUN TERMINATED - RERUN SKIPS CUSTOMERS'
               ' ALREADY ERASED'.
           CLOSE ERASEIN.
           CLOSE ERACERT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
        PRINT-CONTROL-REPORT.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGERA - CUSTOMER DATA ERASURE CONTROL REPORT'.
           DISPLAY 'RUN DATE                : ' WS-RUN-DATE.
           DISPLAY 'RETENTION CUTOFF        : ' WS-CUTOFF-DATE.
           DISPLAY 'CUSTOMERS READ          : ' WS-TOTAL-READ.
           DISPLAY 'CUSTOMERS ERASED        : ' WS-TOTAL-ERASED.
           DISPLAY 'CUSTOMERS REFUSED       : ' WS-TOTAL-REFUSED.
           DISPLAY 'ALREADY ERASED          : ' WS-TOTAL-PREV-ERASED.
           DISPLAY 'CERTIFICATES WRITTEN    : ' WS-TOTAL-CERT-WRITTEN.
           DISPLAY 'ROWS CHANGED PER TABLE:'.
           DISPLAY '  CBS_ACCT_MSTR_DTL     : ' WS-TOTAL-MSTR-ROWS.
           DISPLAY '  CBS_ACCT_REG_AUDIT    : ' WS-TOTAL-AUDIT-ROWS.
           DISPLAY '  CBS_CUST_CNTC_REF     : ' WS-TOTAL-CNTC-ROWS.
           DISPLAY '  CBS_CUST_CNTC_AUDIT   : '
               WS-TOTAL-CNTC-AUDIT-ROWS.
           DISPLAY '  CBS_NOTIFY_DLVRY      : ' WS-TOTAL-DLVRY-ROWS.
           DISPLAY '  CBS_ERASURE_CERT      : ' WS-TOTAL-ERASED.
           DISPLAY '================================================'.
        PRINT-CONTROL-REPORT-EXIT.
           EXIT.
