       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGAVF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVFRPT ASSIGN TO AVFRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT VFYCARD ASSIGN TO VFYCARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AVFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AVFRPT-REC PIC X(100).
       FD  VFYCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VFYCARD-REC.
           05 VFY-MODE              PIC X(04).
           05 FILLER                PIC X(76).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-PRINT-SAVE PIC X(100).
        01 WS-VFYCARD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-VFYCARD VALUE 'Y'.
        01 WS-RUN-MODE PIC X(04) VALUE 'DAY '.
           88 WS-FULL-RUN VALUE 'FULL'.
        01 WS-LINE-COUNT PIC S9(04) COMP VALUE +99.
        01 WS-LINES-PER-PAGE PIC S9(04) COMP VALUE +40.
        01 WS-PAGE-NUMBER PIC S9(04) COMP VALUE 0.
        01 WS-CHAIN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-CHAINS VALUE 'Y'.
        01 WS-ROW-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ROWS VALUE 'Y'.
        01 WS-UNCH-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-UNCHAINED VALUE 'Y'.
        01 WS-EXC-ROW-SW PIC X(01) VALUE 'N'.
           88 WS-EXC-FOR-ROW VALUE 'Y'.
        01 WS-START-SEQ-NO PIC S9(15) COMP-3 VALUE 0.
        01 WS-END-SEQ-NO PIC S9(15) COMP-3 VALUE 0.
        01 WS-EXPECTED-SEQ-NO PIC S9(15) COMP-3 VALUE 0.
        01 WS-LAST-SEQ-NO PIC S9(15) COMP-3 VALUE 0.
        01 WS-MISSING-COUNT PIC S9(15) COMP-3 VALUE 0.
        01 WS-PREV-CHECK-VALUE PIC S9(18) COMP-3 VALUE 0.
        01 WS-CALC-CHECK-VALUE PIC S9(18) COMP-3 VALUE 0.
        01 WS-END-CHECK-VALUE PIC S9(18) COMP-3 VALUE 0.
        01 WS-LAST-CHECK-VALUE PIC S9(18) COMP-3 VALUE 0.
        01 WS-ROW-STAMP.
           05 WS-RS-DATE PIC X(10).
           05 WS-RS-TIME PIC X(08).
        01 WS-CHAIN-ROWS PIC S9(09) COMP VALUE 0.
        01 WS-CHAIN-EXCEPTIONS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CHAINS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CHAINS-OK PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ROWS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-GAPS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ALTERED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-OUT-OF-SEQ PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-UNCHAINED PIC S9(09) COMP VALUE 0.
        01 WS-EXC-TYPE PIC X(10).
           88 WS-EXC-GAP VALUE 'GAP       '.
           88 WS-EXC-ALTERED VALUE 'ALTERED   '.
           88 WS-EXC-OUT-OF-SEQ VALUE 'OUT-OF-SEQ'.
           88 WS-EXC-UNCHAINED VALUE 'UNCHAINED '.
        01 WS-EXC-SEQ-NO PIC S9(15) COMP-3 VALUE 0.
        01 WS-EXC-DETAIL PIC X(24).
        01 WS-MISSING-DETAIL.
           05 FILLER PIC X(15) VALUE 'LINKS MISSING: '.
           05 WS-MD-COUNT PIC Z(8)9.
        01 WS-HEADING-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(55) VALUE
              'AUDIT CHAIN INTEGRITY VERIFICATION - CBS_ACCT_REG_AUDIT'.
        01 WS-HEADING-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDG-DATE PIC X(10).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'MODE: '.
           05 WS-HDG-MODE PIC X(04).
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'PAGE: '.
           05 WS-HDG-PAGE PIC ZZZ9.
        01 WS-HEADING-3.
           05 FILLER PIC X(09) VALUE 'CHAIN'.
           05 FILLER PIC X(16) VALUE 'SEQUENCE NO'.
           05 FILLER PIC X(19) VALUE 'ACCOUNT NUMBER'.
           05 FILLER PIC X(11) VALUE 'DATE'.
           05 FILLER PIC X(09) VALUE 'TIME'.
           05 FILLER PIC X(11) VALUE 'EXCEPTION'.
           05 FILLER PIC X(24) VALUE 'DETAIL'.
        01 WS-EXCEPTION-LINE.
           05 WS-EXL-CHAIN-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-EXL-SEQ-NO PIC Z(14)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-EXL-ACCOUNT-NO PIC X(18).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-EXL-SYS-DATE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-EXL-SYS-TIME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-EXL-TYPE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-EXL-DETAIL PIC X(24).
        01 WS-EXL-ACCOUNT-ED PIC 9(18).
        01 WS-CHAIN-LINE.
           05 FILLER PIC X(06) VALUE 'CHAIN '.
           05 WS-CHL-CHAIN-ID PIC X(08).
           05 FILLER PIC X(06) VALUE ' SEQ '.
           05 WS-CHL-START-SEQ PIC Z(14)9.
           05 FILLER PIC X(04) VALUE ' TO '.
           05 WS-CHL-END-SEQ PIC Z(14)9.
           05 FILLER PIC X(07) VALUE ' ROWS '.
           05 WS-CHL-ROWS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(06) VALUE ' EXC '.
           05 WS-CHL-EXCEPTIONS PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-CHL-STATUS PIC X(12).
           COPY CBSAUD.
           COPY CBSACH.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM VERIFY-CHAIN THRU VERIFY-CHAIN-EXIT
               UNTIL WS-END-OF-CHAINS.
           EXEC SQL
            CLOSE CHAIN-CSR
           END-EXEC.
           PERFORM CHECK-UNCHAINED-ROWS THRU
               CHECK-UNCHAINED-ROWS-EXIT.
           PERFORM CLOSE-RUN THRU CLOSE-RUN-EXIT.
           STOP RUN.
        INIT-RUN.
           EXEC SQL
            SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM READ-VFYCARD THRU READ-VFYCARD-EXIT.
           DISPLAY 'CBSRGAVF AUDIT CHAIN VERIFICATION RUN FOR '
                   WS-RUN-DATE.
           DISPLAY 'VERIFICATION MODE : ' WS-RUN-MODE.
           OPEN OUTPUT AVFRPT.
      *    ONE ROW PER WRITING PROGRAM. WITH HOLD KEEPS THE CURSOR
      *    OPEN ACROSS THE COMMIT TAKEN AFTER EACH CHAIN
           EXEC SQL
            DECLARE CHAIN-CSR CURSOR WITH HOLD FOR
            SELECT CHAIN_ID, LAST_SEQ_NO, LAST_CHECK_VALUE,
                   ANCHOR_SEQ_NO, ANCHOR_CHECK_VALUE, ANCHOR_DATE,
                   VERIFIED_SEQ_NO, VERIFIED_CHECK_VALUE,
                   VERIFIED_DATE
            FROM CBS_AUDIT_CHAIN_CTL
            ORDER BY CHAIN_ID
           END-EXEC.
           EXEC SQL
            OPEN CHAIN-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAVF OPEN CHAIN CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        INIT-RUN-EXIT.
           EXIT.
        READ-VFYCARD.
           OPEN INPUT VFYCARD.
           READ VFYCARD
               AT END MOVE 'Y' TO WS-VFYCARD-EOF-SW
           END-READ.
           CLOSE VFYCARD.
           IF NOT WS-END-OF-VFYCARD
               AND VFY-MODE = 'FULL'
               MOVE 'FULL' TO WS-RUN-MODE
           END-IF.
        READ-VFYCARD-EXIT.
           EXIT.
        VERIFY-CHAIN.
           EXEC SQL
            FETCH CHAIN-CSR
            INTO :H18-CHAIN-ID, :H18-LAST-SEQ-NO,
                 :H18-LAST-CHECK-VALUE, :H18-ANCHOR-SEQ-NO,
                 :H18-ANCHOR-CHECK-VALUE, :H18-ANCHOR-DATE,
                 :H18-VERIFIED-SEQ-NO, :H18-VERIFIED-CHECK-VALUE,
                 :H18-VERIFIED-DATE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM WALK-CHAIN THRU WALK-CHAIN-EXIT
            WHEN 100
             MOVE 'Y' TO WS-CHAIN-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGAVF CHAIN FETCH SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        VERIFY-CHAIN-EXIT.
           EXIT.
        WALK-CHAIN.
      *    A DAILY RUN STARTS FROM THE LINK VERIFIED LAST NIGHT; A
      *    FULL RUN, OR A CHAIN WHOSE VERIFIED LINK HAS BEEN PURGED,
      *    STARTS FROM THE ANCHOR LEFT BY CBSRGARC. ROWS WRITTEN
      *    AFTER THE CONTROL ROW WAS READ WAIT FOR THE NEXT RUN
           ADD 1 TO WS-TOTAL-CHAINS.
           MOVE 0 TO WS-CHAIN-ROWS.
           MOVE 0 TO WS-CHAIN-EXCEPTIONS.
           IF WS-FULL-RUN
               OR H18-VERIFIED-SEQ-NO NOT > H18-ANCHOR-SEQ-NO
               MOVE H18-ANCHOR-SEQ-NO TO WS-START-SEQ-NO
               MOVE H18-ANCHOR-CHECK-VALUE TO WS-PREV-CHECK-VALUE
           ELSE
               MOVE H18-VERIFIED-SEQ-NO TO WS-START-SEQ-NO
               MOVE H18-VERIFIED-CHECK-VALUE TO WS-PREV-CHECK-VALUE
               PERFORM CHECK-VERIFIED-LINK THRU
                   CHECK-VERIFIED-LINK-EXIT
           END-IF.
           MOVE H18-LAST-SEQ-NO TO WS-END-SEQ-NO.
           MOVE H18-LAST-CHECK-VALUE TO WS-END-CHECK-VALUE.
           MOVE WS-START-SEQ-NO TO WS-LAST-SEQ-NO.
           MOVE WS-PREV-CHECK-VALUE TO WS-LAST-CHECK-VALUE.
           COMPUTE WS-EXPECTED-SEQ-NO = WS-START-SEQ-NO + 1.
           IF WS-END-SEQ-NO < WS-START-SEQ-NO
               MOVE 'N' TO WS-EXC-ROW-SW
               MOVE 'ALTERED   ' TO WS-EXC-TYPE
               MOVE WS-END-SEQ-NO TO WS-EXC-SEQ-NO
               MOVE 'CONTROL ROW BEHIND START' TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO WALK-CHAIN-END
           END-IF.
           EXEC SQL
            DECLARE LINK-CSR CURSOR FOR
            SELECT ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS, UPD_USERID,
                   SYS_DATE, SYS_TIME, EVENT_TYPE, REASON, SQLCODE_VAL,
                   CUSTOMER_NAME, BRANCH_CODE, CHAIN_ID, CHAIN_SEQ_NO,
                   CHECK_VALUE
            FROM CBS_ACCT_REG_AUDIT
            WHERE CHAIN_ID = :H18-CHAIN-ID
            AND CHAIN_SEQ_NO > :WS-START-SEQ-NO
            AND CHAIN_SEQ_NO <= :WS-END-SEQ-NO
            ORDER BY CHAIN_SEQ_NO, SYS_DATE, SYS_TIME
           END-EXEC.
           EXEC SQL
            OPEN LINK-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAVF OPEN LINK CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           MOVE 'N' TO WS-ROW-EOF-SW.
           PERFORM CHECK-CHAIN-LINK THRU CHECK-CHAIN-LINK-EXIT
               UNTIL WS-END-OF-ROWS.
           EXEC SQL
            CLOSE LINK-CSR
           END-EXEC.
      *    ROWS DELETED FROM THE END OF THE CHAIN LEAVE NO LATER ROW
      *    TO SHOW THE GAP - THE CONTROL ROW DOES
           IF WS-LAST-SEQ-NO < WS-END-SEQ-NO
               MOVE 'N' TO WS-EXC-ROW-SW
               MOVE 'GAP       ' TO WS-EXC-TYPE
               COMPUTE WS-EXC-SEQ-NO = WS-LAST-SEQ-NO + 1
               COMPUTE WS-MISSING-COUNT =
                   WS-END-SEQ-NO - WS-LAST-SEQ-NO
               MOVE WS-MISSING-COUNT TO WS-MD-COUNT
               MOVE WS-MISSING-DETAIL TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           ELSE
               IF WS-LAST-CHECK-VALUE NOT = WS-END-CHECK-VALUE
                   MOVE 'N' TO WS-EXC-ROW-SW
                   MOVE 'ALTERED   ' TO WS-EXC-TYPE
                   MOVE WS-END-SEQ-NO TO WS-EXC-SEQ-NO
                   MOVE 'CONTROL ROW MISMATCH' TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               END-IF
           END-IF.
        WALK-CHAIN-END.
           IF WS-CHAIN-EXCEPTIONS = 0
               PERFORM ADVANCE-VERIFIED-LINK THRU
                   ADVANCE-VERIFIED-LINK-EXIT
               ADD 1 TO WS-TOTAL-CHAINS-OK
               MOVE 'VERIFIED' TO WS-CHL-STATUS
           ELSE
               MOVE 'NOT VERIFIED' TO WS-CHL-STATUS
           END-IF.
           MOVE H18-CHAIN-ID TO WS-CHL-CHAIN-ID.
           MOVE WS-START-SEQ-NO TO WS-CHL-START-SEQ.
           MOVE WS-END-SEQ-NO TO WS-CHL-END-SEQ.
           MOVE WS-CHAIN-ROWS TO WS-CHL-ROWS.
           MOVE WS-CHAIN-EXCEPTIONS TO WS-CHL-EXCEPTIONS.
           MOVE WS-CHAIN-LINE TO WS-PRINT-SAVE.
           PERFORM PRINT-REPORT-LINE THRU PRINT-REPORT-LINE-EXIT.
           EXEC SQL COMMIT END-EXEC.
        WALK-CHAIN-EXIT.
           EXIT.
        CHECK-VERIFIED-LINK.
      *    THE LINK PASSED LAST NIGHT MUST STILL BE ON FILE UNCHANGED
           MOVE H18-VERIFIED-SEQ-NO TO H2-CHAIN-SEQ-NO.
           EXEC SQL
            SELECT CHECK_VALUE, SYS_DATE, SYS_TIME
            INTO :H2-CHECK-VALUE, :H2-SYS-DATE, :H2-SYS-TIME
            FROM CBS_ACCT_REG_AUDIT
            WHERE CHAIN_ID = :H18-CHAIN-ID
            AND CHAIN_SEQ_NO = :H2-CHAIN-SEQ-NO
           END-EXEC.
           MOVE 'N' TO WS-EXC-ROW-SW.
           MOVE H18-VERIFIED-SEQ-NO TO WS-EXC-SEQ-NO.
           EVALUATE SQLCODE
            WHEN 0
             MOVE H2-SYS-DATE TO WS-RS-DATE
             MOVE H2-SYS-TIME TO WS-RS-TIME
             IF H2-CHECK-VALUE NOT = H18-VERIFIED-CHECK-VALUE
                 MOVE 'ALTERED   ' TO WS-EXC-TYPE
                 MOVE 'VERIFIED LINK CHANGED' TO WS-EXC-DETAIL
                 PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
             END-IF
            WHEN 100
             MOVE 'GAP       ' TO WS-EXC-TYPE
             MOVE 'VERIFIED LINK MISSING' TO WS-EXC-DETAIL
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
            WHEN -811
             MOVE 'OUT-OF-SEQ' TO WS-EXC-TYPE
             MOVE 'VERIFIED LINK DUPLICATED' TO WS-EXC-DETAIL
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGAVF VERIFIED LINK SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        CHECK-VERIFIED-LINK-EXIT.
           EXIT.
        CHECK-CHAIN-LINK.
           EXEC SQL
            FETCH LINK-CSR
            INTO :H2-ACCOUNT-NUMBER, :H2-OLD-STATUS, :H2-NEW-STATUS,
                 :H2-UPD-USERID, :H2-SYS-DATE, :H2-SYS-TIME,
                 :H2-EVENT-TYPE, :H2-REASON, :H2-SQLCODE-VAL,
                 :H2-CUSTOMER-NAME, :H2-BRANCH-CODE, :H2-CHAIN-ID,
                 :H2-CHAIN-SEQ-NO, :H2-CHECK-VALUE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             CONTINUE
            WHEN 100
             MOVE 'Y' TO WS-ROW-EOF-SW
             GO TO CHECK-CHAIN-LINK-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGAVF LINK FETCH SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
           ADD 1 TO WS-CHAIN-ROWS.
           ADD 1 TO WS-TOTAL-ROWS.
           MOVE 'Y' TO WS-EXC-ROW-SW.
           MOVE H2-CHAIN-SEQ-NO TO WS-EXC-SEQ-NO.
           MOVE H2-SYS-DATE TO WS-RS-DATE.
           MOVE H2-SYS-TIME TO WS-RS-TIME.
      *    A SECOND ROW CARRYING A SEQUENCE NUMBER ALREADY SEEN WAS
      *    NOT WRITTEN THROUGH THE CHAIN - REPORT IT AND SKIP IT
           IF H2-CHAIN-SEQ-NO < WS-EXPECTED-SEQ-NO
               MOVE 'OUT-OF-SEQ' TO WS-EXC-TYPE
               MOVE 'DUPLICATE SEQUENCE NO' TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO CHECK-CHAIN-LINK-EXIT
           END-IF.
      *    MISSING LINKS - THE ROW AFTER THE GAP CANNOT BE CHECKED
      *    AGAINST ITS PREDECESSOR, SO THE CHAIN RESUMES FROM IT
           IF H2-CHAIN-SEQ-NO > WS-EXPECTED-SEQ-NO
               MOVE 'N' TO WS-EXC-ROW-SW
               MOVE 'GAP       ' TO WS-EXC-TYPE
               MOVE WS-EXPECTED-SEQ-NO TO WS-EXC-SEQ-NO
               COMPUTE WS-MISSING-COUNT =
                   H2-CHAIN-SEQ-NO - WS-EXPECTED-SEQ-NO
               MOVE WS-MISSING-COUNT TO WS-MD-COUNT
               MOVE WS-MISSING-DETAIL TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO CHECK-CHAIN-LINK-NEXT
           END-IF.
      *    CHAIN_SEQ_NO ALONE GIVES THE ORDER - ONLINE WRITERS STAMP
      *    SYS_DATE/SYS_TIME BEFORE THEY TAKE THE CHAIN LOCK, SO THE
      *    TIMES OF NEIGHBOURING LINKS CAN CROSS AND ARE NOT COMPARED
           CALL 'CBSRGCHV' USING DCLCBS-ACCT-REG-AUDIT
                                 WS-PREV-CHECK-VALUE
                                 WS-CALC-CHECK-VALUE.
           IF WS-CALC-CHECK-VALUE NOT = H2-CHECK-VALUE
               MOVE 'ALTERED   ' TO WS-EXC-TYPE
               MOVE 'CHECK VALUE MISMATCH' TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
           END-IF.
        CHECK-CHAIN-LINK-NEXT.
      *    THE STORED VALUE CARRIES FORWARD SO ONE ALTERED ROW IS
      *    REPORTED ONCE RATHER THAN FOR EVERY ROW AFTER IT
           MOVE H2-CHECK-VALUE TO WS-PREV-CHECK-VALUE.
           MOVE H2-CHECK-VALUE TO WS-LAST-CHECK-VALUE.
           MOVE H2-CHAIN-SEQ-NO TO WS-LAST-SEQ-NO.
           COMPUTE WS-EXPECTED-SEQ-NO = H2-CHAIN-SEQ-NO + 1.
        CHECK-CHAIN-LINK-EXIT.
           EXIT.
        ADVANCE-VERIFIED-LINK.
           IF WS-LAST-SEQ-NO NOT > H18-VERIFIED-SEQ-NO
               AND NOT WS-FULL-RUN
               GO TO ADVANCE-VERIFIED-LINK-EXIT
           END-IF.
           MOVE WS-LAST-SEQ-NO TO H18-VERIFIED-SEQ-NO.
           MOVE WS-LAST-CHECK-VALUE TO H18-VERIFIED-CHECK-VALUE.
           MOVE WS-RUN-DATE TO H18-VERIFIED-DATE.
           EXEC SQL
            UPDATE CBS_AUDIT_CHAIN_CTL
            SET VERIFIED_SEQ_NO = :H18-VERIFIED-SEQ-NO,
                VERIFIED_CHECK_VALUE = :H18-VERIFIED-CHECK-VALUE,
                VERIFIED_DATE = :H18-VERIFIED-DATE
            WHERE CHAIN_ID = :H18-CHAIN-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAVF VERIFIED UPDATE SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        ADVANCE-VERIFIED-LINK-EXIT.
           EXIT.
        CHECK-UNCHAINED-ROWS.
      *    ROWS FOR THE RUN DATE THAT BELONG TO NO KNOWN CHAIN WERE
      *    NOT WRITTEN BY A REGISTRATION PROGRAM
           EXEC SQL
            DECLARE UNCHAINED-CSR CURSOR FOR
            SELECT A.ACCOUNT_NUMBER, A.SYS_DATE, A.SYS_TIME,
                   A.CHAIN_ID, A.CHAIN_SEQ_NO
            FROM CBS_ACCT_REG_AUDIT A
            WHERE A.SYS_DATE = :WS-RUN-DATE
            AND NOT EXISTS
                (SELECT 1 FROM CBS_AUDIT_CHAIN_CTL C
                 WHERE C.CHAIN_ID = A.CHAIN_ID)
            ORDER BY A.SYS_TIME
           END-EXEC.
           EXEC SQL
            OPEN UNCHAINED-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGAVF OPEN UNCHAINED CURSOR SQLCODE:'
                   SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           PERFORM FETCH-UNCHAINED-ROW THRU FETCH-UNCHAINED-ROW-EXIT
               UNTIL WS-END-OF-UNCHAINED.
           EXEC SQL
            CLOSE UNCHAINED-CSR
           END-EXEC.
        CHECK-UNCHAINED-ROWS-EXIT.
           EXIT.
        FETCH-UNCHAINED-ROW.
           EXEC SQL
            FETCH UNCHAINED-CSR
            INTO :H2-ACCOUNT-NUMBER, :H2-SYS-DATE, :H2-SYS-TIME,
                 :H2-CHAIN-ID, :H2-CHAIN-SEQ-NO
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE H2-CHAIN-ID TO H18-CHAIN-ID
             MOVE 'Y' TO WS-EXC-ROW-SW
             MOVE 'UNCHAINED ' TO WS-EXC-TYPE
             MOVE H2-CHAIN-SEQ-NO TO WS-EXC-SEQ-NO
             MOVE 'NOT ON ANY AUDIT CHAIN' TO WS-EXC-DETAIL
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
            WHEN 100
             MOVE 'Y' TO WS-UNCH-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGAVF UNCHAINED FETCH SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        FETCH-UNCHAINED-ROW-EXIT.
           EXIT.
        WRITE-EXCEPTION.
           ADD 1 TO WS-CHAIN-EXCEPTIONS.
           EVALUATE TRUE
            WHEN WS-EXC-GAP
             ADD 1 TO WS-TOTAL-GAPS
            WHEN WS-EXC-ALTERED
             ADD 1 TO WS-TOTAL-ALTERED
            WHEN WS-EXC-OUT-OF-SEQ
             ADD 1 TO WS-TOTAL-OUT-OF-SEQ
            WHEN WS-EXC-UNCHAINED
             ADD 1 TO WS-TOTAL-UNCHAINED
           END-EVALUATE.
           MOVE H18-CHAIN-ID TO WS-EXL-CHAIN-ID.
           MOVE WS-EXC-SEQ-NO TO WS-EXL-SEQ-NO.
           IF WS-EXC-FOR-ROW
               MOVE H2-ACCOUNT-NUMBER TO WS-EXL-ACCOUNT-ED
               MOVE WS-EXL-ACCOUNT-ED TO WS-EXL-ACCOUNT-NO
               MOVE H2-SYS-DATE TO WS-EXL-SYS-DATE
               MOVE H2-SYS-TIME TO WS-EXL-SYS-TIME
           ELSE
               MOVE SPACES TO WS-EXL-ACCOUNT-NO
               MOVE SPACES TO WS-EXL-SYS-DATE
               MOVE SPACES TO WS-EXL-SYS-TIME
           END-IF.
           MOVE WS-EXC-TYPE TO WS-EXL-TYPE.
           MOVE WS-EXC-DETAIL TO WS-EXL-DETAIL.
           MOVE WS-EXCEPTION-LINE TO WS-PRINT-SAVE.
           PERFORM PRINT-REPORT-LINE THRU PRINT-REPORT-LINE-EXIT.
        WRITE-EXCEPTION-EXIT.
           EXIT.
        PRINT-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           WRITE AVFRPT-REC FROM WS-PRINT-SAVE.
           ADD 1 TO WS-LINE-COUNT.
        PRINT-REPORT-LINE-EXIT.
           EXIT.
        PRINT-PAGE-BREAK.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO AVFRPT-REC.
           WRITE AVFRPT-REC.
           WRITE AVFRPT-REC FROM WS-HEADING-1.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-RUN-MODE TO WS-HDG-MODE.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           WRITE AVFRPT-REC FROM WS-HEADING-2.
           WRITE AVFRPT-REC FROM WS-HEADING-3.
        PRINT-PAGE-BREAK-EXIT.
           EXIT.
        CLOSE-RUN.
           IF WS-PAGE-NUMBER = 0
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           CLOSE AVFRPT.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGAVF - AUDIT CHAIN VERIFICATION SUMMARY'.
           DISPLAY 'CHAINS CHECKED          : ' WS-TOTAL-CHAINS.
           DISPLAY 'CHAINS VERIFIED CLEAN   : ' WS-TOTAL-CHAINS-OK.
           DISPLAY 'ROWS CHECKED            : ' WS-TOTAL-ROWS.
           DISPLAY 'GAPS                    : ' WS-TOTAL-GAPS.
           DISPLAY 'ALTERED ROWS            : ' WS-TOTAL-ALTERED.
           DISPLAY 'OUT-OF-SEQUENCE ROWS    : ' WS-TOTAL-OUT-OF-SEQ.
           DISPLAY 'UNCHAINED ROWS          : ' WS-TOTAL-UNCHAINED.
           DISPLAY '================================================'.
           IF WS-TOTAL-GAPS > 0
               OR WS-TOTAL-ALTERED > 0
               OR WS-TOTAL-OUT-OF-SEQ > 0
               OR WS-TOTAL-UNCHAINED > 0
               DISPLAY 'AUDIT CHAIN EXCEPTIONS FOUND - SEE AVFRPT'
               MOVE 8 TO RETURN-CODE
           END-IF.
        CLOSE-RUN-EXIT.
           EXIT.
        ABEND-RUN.
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY 'CBSRGAVF ENDED ABNORMALLY'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
