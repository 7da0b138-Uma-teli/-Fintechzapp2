           05 WS-RSN-TEXT PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RSN-COUNT PIC ZZZ,ZZZ,ZZ9.
        01 WS-SUSPEND-HDG.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'BRANCH'.
           05 FILLER PIC X(06) VALUE 'CODE'.
           05 FILLER PIC X(42) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(11) VALUE 'SUSPENDED'.
        01 WS-SUSPEND-LINE.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-SUS-BRANCH PIC X(04).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-SUS-REASON-CODE PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SUS-DESC PIC X(40).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-SUS-COUNT PIC ZZZ,ZZZ,ZZ9.
        01 WS-COMPARE-LINE.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-CMP-LABEL PIC X(12).
           05 FILLER PIC X(12) VALUE 'CHANGE'.
           COPY CBSAUD.
           COPY CBSMST.
           COPY CBSAPR.
           COPY CBSRSN.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM REPORT-BY-PRODUCT THRU REPORT-BY-PRODUCT-EXIT.
           PERFORM REPORT-BY-CHANNEL THRU REPORT-BY-CHANNEL-EXIT.
           PERFORM REPORT-REASON-RANK THRU REPORT-REASON-RANK-EXIT.
           PERFORM REPORT-SUSPEND-REASON THRU
               REPORT-SUSPEND-REASON-EXIT.
           PERFORM REPORT-MONTH-COMPARE THRU
               REPORT-MONTH-COMPARE-EXIT.
           CLOSE MISRPT.
           END-EVALUATE.
        FETCH-REASON-ROW-EXIT.
           EXIT.
        REPORT-SUSPEND-REASON.
      *    SUSPENSIONS IN THE MONTH, COUNTED BY BRANCH AND REASON
      *    CODE - DEREG ITEMS APPROVED ON THE APPROVAL QUEUE PLUS
      *    SUSPENSIONS APPLIED FROM THE CORE BANKING FEED (CBSRGAMF
      *    CORESTATUS AUDIT ROWS), WHOSE REASON IS THE ONE CORE
      *    BANKING LEFT ON THE MASTER
           MOVE 'SUSPENSIONS BY BRANCH AND REASON CODE'
               TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-PRINT-SAVE.
           PERFORM PRINT-REPORT-LINE THRU PRINT-REPORT-LINE-EXIT.
           MOVE WS-SECTION-LINE TO WS-PRINT-SAVE.
           PERFORM PRINT-REPORT-LINE THRU PRINT-REPORT-LINE-EXIT.
           MOVE WS-SUSPEND-HDG TO WS-PRINT-SAVE.
           PERFORM PRINT-REPORT-LINE THRU PRINT-REPORT-LINE-EXIT.
           EXEC SQL
            DECLARE SUSPEND-CSR CURSOR FOR
            SELECT S.BRANCH_CODE, S.REASON_CODE,
                   COALESCE(R.RSN_DESC,
                            'REASON CODE NOT ON REFERENCE TABLE'),
                   COUNT(*)
            FROM (SELECT M.BRANCH_CODE, P.REASON_CODE
                  FROM CBS_PEND_APPRV P
                  INNER JOIN CBS_ACCT_MSTR_DTL M
                     ON M.ACCOUNT_NUMBER = P.ACCOUNT_NUMBER
                  WHERE P.CHG_TYPE = 'DEREG     '
                  AND P.TARGET_STATUS = 'SUSPENDED '
                  AND P.APPRV_STATUS = 'APPROVED  '
                  AND SUBSTR(P.APPRV_DATE, 1, 7) = :WS-RPT-MONTH
                  UNION ALL
                  SELECT M.BRANCH_CODE, M.STATUS_REASON_CODE
                  FROM CBS_ACCT_REG_AUDIT A
                  INNER JOIN CBS_ACCT_MSTR_DTL M
                     ON M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                  WHERE A.EVENT_TYPE = 'CORESTATUS'
                  AND A.NEW_STATUS = 'SUSPENDED '
                  AND SUBSTR(A.SYS_DATE, 1, 7) = :WS-RPT-MONTH)
                 AS S (BRANCH_CODE, REASON_CODE)
            LEFT OUTER JOIN CBS_STATUS_RSN_REF R
               ON R.REASON_CODE = S.REASON_CODE
            GROUP BY S.BRANCH_CODE, S.REASON_CODE,
                     COALESCE(R.RSN_DESC,
                              'REASON CODE NOT ON REFERENCE TABLE')
            ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
            OPEN SUSPEND-CSR
           END-EXEC.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM FETCH-SUSPEND-ROW THRU FETCH-SUSPEND-ROW-EXIT
               UNTIL WS-END-OF-CURSOR.
           EXEC SQL
            CLOSE SUSPEND-CSR
           END-EXEC.
        REPORT-SUSPEND-REASON-EXIT.
           EXIT.
        FETCH-SUSPEND-ROW.
           EXEC SQL
            FETCH SUSPEND-CSR
            INTO :H1-BRANCH-CODE, :H10-REASON-CODE, :H16-RSN-DESC,
                 :WS-REASON-COUNT
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE H1-BRANCH-CODE TO WS-SUS-BRANCH
             MOVE H10-REASON-CODE TO WS-SUS-REASON-CODE
             MOVE H16-RSN-DESC TO WS-SUS-DESC
             MOVE WS-REASON-COUNT TO WS-SUS-COUNT
             MOVE WS-SUSPEND-LINE TO WS-PRINT-SAVE
             PERFORM PRINT-REPORT-LINE THRU PRINT-REPORT-LINE-EXIT
            WHEN 100
             MOVE 'Y' TO WS-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGMIS SUSPEND FETCH SQLCODE:' SQLCODE
             MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
        FETCH-SUSPEND-ROW-EXIT.
           EXIT.
        REPORT-MONTH-COMPARE.
           EXEC SQL
            SELECT SUM(CASE WHEN EVENT_TYPE = 'ACTIVATED '
