       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGKYR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYCRPT ASSIGN TO KYCRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DATECARD ASSIGN TO DATECARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  KYCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KYCRPT-REC PIC X(100).
       FD  DATECARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DATECARD-REC.
           05 DTE-AS-OF-DATE        PIC X(10).
           05 FILLER                PIC X(70).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-HORIZON-DATE PIC X(10).
        01 WS-HORIZON-DAYS PIC S9(04) COMP VALUE +30.
        01 WS-DATECARD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-DATECARD VALUE 'Y'.
        01 WS-LINE-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-LINES-PER-PAGE PIC S9(04) COMP VALUE +40.
        01 WS-PAGE-NUMBER PIC S9(04) COMP VALUE 0.
        01 WS-PRIOR-BRANCH PIC X(04) VALUE SPACES.
        01 WS-FIRST-ROW-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-ROW VALUE 'Y'.
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-KYC VALUE 'Y'.
        01 WS-BRANCH-LAPSED PIC S9(09) COMP VALUE 0.
        01 WS-BRANCH-EXPIRING PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-LAPSED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-EXPIRING PIC S9(09) COMP VALUE 0.
        01 WS-HEADING-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'WEEKLY KYC EXPIRY REPORT - ACTIVE ACCOUNTS'.
        01 WS-HEADING-2.
           05 FILLER PIC X(08) VALUE 'BRANCH: '.
           05 WS-HDG-BRANCH PIC X(04).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'DATE: '.
           05 WS-HDG-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'PAGE: '.
           05 WS-HDG-PAGE PIC ZZZ9.
        01 WS-HEADING-3.
           05 FILLER PIC X(20) VALUE 'ACCOUNT NUMBER'.
           05 FILLER PIC X(11) VALUE 'CUSTOMER'.
           05 FILLER PIC X(22) VALUE 'ACCOUNT NAME'.
           05 FILLER PIC X(08) VALUE 'PRODUCT'.
           05 FILLER PIC X(12) VALUE 'KYC STATUS'.
           05 FILLER PIC X(12) VALUE 'EXPIRY DATE'.
           05 FILLER PIC X(08) VALUE 'ACTION'.
        01 WS-DETAIL-LINE.
           05 WS-DTL-ACCOUNT-NO PIC Z(17)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-CUSTOMER-ID PIC Z(08)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-ACCOUNT-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-PRODUCT-CODE PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-KYC-STATUS PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-EXPIRY-DATE PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-ACTION PIC X(08).
        01 WS-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'BRANCH TOTAL -  '.
           05 FILLER PIC X(08) VALUE 'LAPSED: '.
           05 WS-BTL-LAPSED PIC ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'EXPIRING: '.
           05 WS-BTL-EXPIRING PIC ZZZ,ZZ9.
           COPY CBSMST.
           COPY CBSKYC.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-KYC THRU PROCESS-KYC-EXIT
               UNTIL WS-END-OF-KYC.
           PERFORM CLOSE-RUN THRU CLOSE-RUN-EXIT.
           STOP RUN.
        INIT-RUN.
           PERFORM READ-DATECARD THRU READ-DATECARD-EXIT.
           EXEC SQL
            SELECT CHAR(DATE(:WS-RUN-DATE) + :WS-HORIZON-DAYS DAYS, ISO)
            INTO :WS-HORIZON-DATE
            FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGKYR EXPIRY HORIZON SQLCODE:' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'CBSRGKYR KYC EXPIRY REPORT RUN FOR ' WS-RUN-DATE.
           DISPLAY 'EXPIRY HORIZON  : ' WS-HORIZON-DATE.
           OPEN OUTPUT KYCRPT.
      *    ACTIVE ACCOUNTS ON KYC-REQUIRED PRODUCTS WHOSE OWNER'S KYC
      *    HAS LAPSED OR FALLS DUE INSIDE THE HORIZON - A PENDING
      *    CUSTOMER WITH NO EXPIRY DATE YET HAS NOTHING TO RENEW
           EXEC SQL
            DECLARE KYC-EXPIRY-CSR CURSOR FOR
            SELECT M.BRANCH_CODE, M.ACCOUNT_NUMBER, M.ACCOUNT_NAME,
                   M.PRODUCT_CODE, K.CUSTOMER_ID, K.KYC_STATUS,
                   K.EXPIRY_DATE
            FROM CBS_ACCT_MSTR_DTL M, CBS_PROD_ELIG_REF P,
                 CBS_CUST_KYC K
            WHERE M.ACCOUNT_STATUS = 'ACTIVE    '
            AND P.PRODUCT_CODE = M.PRODUCT_CODE
            AND P.KYC_REQUIRED_SW = 'Y'
            AND P.DELETE_SW = 'N'
            AND K.CUSTOMER_ID = M.CUSTOMER_ID
            AND ((K.EXPIRY_DATE <= :WS-HORIZON-DATE
                  AND K.EXPIRY_DATE <> ' ')
                 OR K.KYC_STATUS = 'EXPIRED   ')
            ORDER BY M.BRANCH_CODE, K.EXPIRY_DATE, M.ACCOUNT_NUMBER
           END-EXEC.
           EXEC SQL
            OPEN KYC-EXPIRY-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGKYR OPEN CURSOR SQLCODE:' SQLCODE
               CLOSE KYCRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
        INIT-RUN-EXIT.
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
        PROCESS-KYC.
           EXEC SQL
            FETCH KYC-EXPIRY-CSR
            INTO :H1-BRANCH-CODE, :H1-ACCOUNT-NUMBER,
                 :H1-ACCOUNT-NAME, :H1-PRODUCT-CODE,
                 :H13-CUSTOMER-ID, :H13-KYC-STATUS, :H13-EXPIRY-DATE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM PRINT-KYC-ROW THRU PRINT-KYC-ROW-EXIT
            WHEN 100
             MOVE 'Y' TO WS-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGKYR FETCH ERROR SQLCODE:' SQLCODE
             MOVE 'Y' TO WS-EOF-SW
             MOVE 16 TO RETURN-CODE
           END-EVALUATE.
        PROCESS-KYC-EXIT.
           EXIT.
        PRINT-KYC-ROW.
           IF NOT WS-FIRST-ROW
               AND H1-BRANCH-CODE NOT = WS-PRIOR-BRANCH
               PERFORM PRINT-BRANCH-TOTAL THRU PRINT-BRANCH-TOTAL-EXIT
           END-IF.
           IF WS-FIRST-ROW OR H1-BRANCH-CODE NOT = WS-PRIOR-BRANCH
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           MOVE H1-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT-NO.
           MOVE H13-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID.
           MOVE H1-ACCOUNT-NAME(1:20) TO WS-DTL-ACCOUNT-NAME.
           MOVE H1-PRODUCT-CODE TO WS-DTL-PRODUCT-CODE.
           MOVE H13-KYC-STATUS TO WS-DTL-KYC-STATUS.
           MOVE H13-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE.
           IF H13-KYC-EXPIRED
               OR H13-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'LAPSED  ' TO WS-DTL-ACTION
               ADD 1 TO WS-BRANCH-LAPSED
               ADD 1 TO WS-TOTAL-LAPSED
           ELSE
               MOVE 'RENEW   ' TO WS-DTL-ACTION
               ADD 1 TO WS-BRANCH-EXPIRING
               ADD 1 TO WS-TOTAL-EXPIRING
           END-IF.
           WRITE KYCRPT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
        PRINT-KYC-ROW-EXIT.
           EXIT.
        PRINT-BRANCH-TOTAL.
           MOVE WS-BRANCH-LAPSED TO WS-BTL-LAPSED.
           MOVE WS-BRANCH-EXPIRING TO WS-BTL-EXPIRING.
           MOVE SPACES TO KYCRPT-REC.
           WRITE KYCRPT-REC.
           WRITE KYCRPT-REC FROM WS-BRANCH-TOTAL-LINE.
           MOVE 0 TO WS-BRANCH-LAPSED.
           MOVE 0 TO WS-BRANCH-EXPIRING.
        PRINT-BRANCH-TOTAL-EXIT.
           EXIT.
        PRINT-PAGE-BREAK.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE H1-BRANCH-CODE TO WS-PRIOR-BRANCH.
           MOVE 'N' TO WS-FIRST-ROW-SW.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO KYCRPT-REC.
           WRITE KYCRPT-REC.
           WRITE KYCRPT-REC FROM WS-HEADING-1.
           MOVE H1-BRANCH-CODE TO WS-HDG-BRANCH.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           WRITE KYCRPT-REC FROM WS-HEADING-2.
           WRITE KYCRPT-REC FROM WS-HEADING-3.
        PRINT-PAGE-BREAK-EXIT.
           EXIT.
        CLOSE-RUN.
           IF NOT WS-FIRST-ROW
               PERFORM PRINT-BRANCH-TOTAL THRU PRINT-BRANCH-TOTAL-EXIT
           END-IF.
           EXEC SQL
            CLOSE KYC-EXPIRY-CSR
           END-EXEC.
           CLOSE KYCRPT.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGKYR - KYC EXPIRY REPORT SUMMARY'.
           DISPLAY 'ACCOUNTS KYC LAPSED     : ' WS-TOTAL-LAPSED.
           DISPLAY 'ACCOUNTS KYC DUE        : ' WS-TOTAL-EXPIRING.
           DISPLAY '================================================'.
        CLOSE-RUN-EXIT.
           EXIT.
