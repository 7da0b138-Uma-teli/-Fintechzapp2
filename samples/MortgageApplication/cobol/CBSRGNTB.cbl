               ORGANIZATION IS SEQUENTIAL.
           SELECT MSGOUT ASSIGN TO MSGOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNCARD ASSIGN TO RUNCARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFYIN
           05 MSG-TEXT              PIC X(160).
           05 MSG-REF-ACCT          PIC 9(18).
           05 FILLER                PIC X(07).
       FD  RUNCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    RELEASE = RELEASE HELD NOTIFICATIONS ONLY; BLANK OR
      *    EMPTY = NIGHTLY DISPATCH, RE-DRIVE AND RELEASE
       01  RUNCARD-REC.
           05 RUN-MODE              PIC X(08).
           05 FILLER                PIC X(72).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-RUN-TIME PIC X(08).
           88 WS-END-OF-FILE VALUE 'Y'.
        01 WS-REDRIVE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-REDRIVE VALUE 'Y'.
        01 WS-RELEASE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-RELEASE VALUE 'Y'.
        01 WS-RUNCARD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-RUNCARD VALUE 'Y'.
        01 WS-RELEASE-RUN-SW PIC X(01) VALUE 'N'.
           88 WS-RELEASE-RUN VALUE 'Y'.
        01 WS-EVENT-TEXT PIC X(50).
        01 WS-ACCT-NO-DISP PIC 9(18).
        01 WS-MSG-DEST-SAVE PIC X(50).
        01 WS-TOTAL-STILL-FAILED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-EXHAUSTED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-SKIPPED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-OPTED-OUT PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-HELD PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-RELEASED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-STILL-HELD PIC S9(09) COMP VALUE 0.
        01 WS-NO-DEST-REASON PIC X(40).
        01 WS-NEW-DLVRY-STATUS PIC X(10).
        01 WS-SEND-ACTION PIC X(01).
           88 WS-SEND-NOW VALUE 'S'.
           88 WS-SEND-OPTED-OUT VALUE 'O'.
           88 WS-SEND-HOLD VALUE 'H'.
           88 WS-SEND-NO-DEST VALUE 'F'.
        01 WS-IN-QUIET-SW PIC X(01).
           88 WS-IN-QUIET VALUE 'Y'.
        01 WS-SMS-QUIET-SW PIC X(01) VALUE 'N'.
           88 WS-SMS-QUIET VALUE 'Y'.
        01 WS-EMAIL-QUIET-SW PIC X(01) VALUE 'N'.
           88 WS-EMAIL-QUIET VALUE 'Y'.
        01 WS-JOB-NAME PIC X(08) VALUE 'CBSRGNTB'.
        01 WS-RUN-ID PIC X(08) VALUE 'NIGHTLY '.
        01 WS-COMMIT-INTERVAL PIC S9(09) COMP VALUE +500.
           COPY CBSCNT.
           COPY CBSNTF.
           COPY CBSRST.
           COPY CBSCNS.
           COPY CBSDND.
           COPY CBSQHR.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           IF NOT WS-RELEASE-RUN
               PERFORM PROCESS-NOTIFY THRU PROCESS-NOTIFY-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM REDRIVE-FAILED THRU REDRIVE-FAILED-EXIT
           END-IF.
           PERFORM RELEASE-HELD THRU RELEASE-HELD-EXIT.
           PERFORM FINAL-CHECKPOINT THRU FINAL-CHECKPOINT-EXIT.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           IF NOT WS-RELEASE-RUN
               CLOSE NOTIFYIN
           END-IF.
           CLOSE MSGOUT.
           STOP RUN.
        INIT-RUN.
           END-EXEC.
           DISPLAY 'CBSRGNTB NOTIFICATION DISPATCH RUN FOR '
               WS-RUN-DATE.
           PERFORM READ-RUNCARD THRU READ-RUNCARD-EXIT.
           PERFORM LOAD-QUIET-HOURS THRU LOAD-QUIET-HOURS-EXIT.
           OPEN OUTPUT MSGOUT.
           PERFORM GET-RESTART-POINT THRU GET-RESTART-POINT-EXIT.
           IF WS-RELEASE-RUN
               GO TO INIT-RUN-EXIT
           END-IF.
           OPEN INPUT NOTIFYIN.
           PERFORM READ-NOTIFYIN THRU READ-NOTIFYIN-EXIT.
           PERFORM SKIP-TO-RESTART THRU SKIP-TO-RESTART-EXIT
               UNTIL WS-NOTIFY-RECNO > WS-RESTART-RECNO
           END-IF.
        INIT-RUN-EXIT.
           EXIT.
        READ-RUNCARD.
      *    THE RELEASE RUN KEEPS ITS OWN CHECKPOINT ROW SO IT NEVER
      *    DISTURBS A NIGHTLY RUN AWAITING RESTART
           OPEN INPUT RUNCARD.
           READ RUNCARD
               AT END MOVE 'Y' TO WS-RUNCARD-EOF-SW
           END-READ.
           CLOSE RUNCARD.
           IF NOT WS-END-OF-RUNCARD
               AND RUN-MODE = 'RELEASE '
               MOVE 'Y' TO WS-RELEASE-RUN-SW
               MOVE 'RELEASE ' TO WS-RUN-ID
               DISPLAY 'RUN MODE                     : RELEASE HELD'
                   ' NOTIFICATIONS ONLY'
           END-IF.
        READ-RUNCARD-EXIT.
           EXIT.
        GET-RESTART-POINT.
           MOVE WS-JOB-NAME TO H6-JOB-NAME.
           MOVE WS-RUN-ID TO H6-RUN-ID.
        ABEND-RUN.
           DISPLAY 'CBSRGNTB RUN TERMINATED - RERUN WILL RESTART'
               ' FROM LAST CHECKPOINT'.
           IF NOT WS-RELEASE-RUN
               CLOSE NOTIFYIN
           END-IF.
           CLOSE MSGOUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM BUILD-EVENT-TEXT THRU BUILD-EVENT-TEXT-EXIT
             MOVE 'SMS  ' TO H5-NOTIFY-CHANNEL
             MOVE H4-MOBILE-NO TO WS-MSG-DEST-SAVE
             MOVE 'NO MOBILE NUMBER ON FILE' TO WS-NO-DEST-REASON
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
             MOVE 'EMAIL' TO H5-NOTIFY-CHANNEL
             MOVE H4-EMAIL-ADDR TO WS-MSG-DEST-SAVE
             MOVE 'NO EMAIL ADDRESS ON FILE' TO WS-NO-DEST-REASON
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
            WHEN 100
             MOVE SPACES TO WS-MSG-DEST-SAVE
             MOVE 'NO CONTACT DETAILS ON FILE' TO WS-NO-DEST-REASON
             MOVE 'SMS  ' TO H5-NOTIFY-CHANNEL
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
             MOVE 'EMAIL' TO H5-NOTIFY-CHANNEL
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGNTB CONTACT LOOKUP SQLCODE:' SQLCODE
             MOVE 'SMS  ' TO H5-NOTIFY-CHANNEL
           END-EVALUATE.
        LOOKUP-CONTACT-EXIT.
           EXIT.
        DISPATCH-CHANNEL.
           COMPUTE H19-CUSTOMER-ID = H1-CUSTOMER-ID.
           PERFORM CHECK-SEND-ALLOWED THRU CHECK-SEND-ALLOWED-EXIT.
           EVALUATE TRUE
            WHEN WS-SEND-NOW
             PERFORM WRITE-GATEWAY-MSG THRU WRITE-GATEWAY-MSG-EXIT
            WHEN WS-SEND-NO-DEST
             MOVE WS-NO-DEST-REASON TO H5-FAIL-REASON
             PERFORM RECORD-FAILED-NOTIFY THRU
                 RECORD-FAILED-NOTIFY-EXIT
            WHEN WS-SEND-OPTED-OUT
             PERFORM RECORD-OPTED-OUT THRU RECORD-OPTED-OUT-EXIT
            WHEN WS-SEND-HOLD
             PERFORM RECORD-HELD-NOTIFY THRU RECORD-HELD-NOTIFY-EXIT
           END-EVALUATE.
        DISPATCH-CHANNEL-EXIT.
           EXIT.
        CHECK-SEND-ALLOWED.
      *    AN OPT-OUT WINS OVER EVERYTHING, INCLUDING A MISSING
      *    DESTINATION, SO AN OPTED-OUT CHANNEL NEVER COUNTS AS A
      *    FAILURE OR LEADS TO A LETTER. THEN THE DO-NOT-DISTURB
      *    REGISTRY (SMS ONLY), THEN THE CHANNEL QUIET HOURS
           PERFORM CHECK-CHANNEL-CONSENT THRU
               CHECK-CHANNEL-CONSENT-EXIT.
           IF NOT WS-SEND-NOW
               GO TO CHECK-SEND-ALLOWED-EXIT
           END-IF.
           IF WS-MSG-DEST-SAVE = SPACES
               MOVE 'F' TO WS-SEND-ACTION
               GO TO CHECK-SEND-ALLOWED-EXIT
           END-IF.
           IF H5-NOTIFY-CHANNEL = 'SMS  '
               PERFORM CHECK-DND-REGISTRY THRU
                   CHECK-DND-REGISTRY-EXIT
               IF NOT WS-SEND-NOW
                   GO TO CHECK-SEND-ALLOWED-EXIT
               END-IF
           END-IF.
           IF (H5-NOTIFY-CHANNEL = 'SMS  ' AND WS-SMS-QUIET)
               OR (H5-NOTIFY-CHANNEL = 'EMAIL' AND WS-EMAIL-QUIET)
               MOVE 'H' TO WS-SEND-ACTION
               MOVE 'HELD FOR CHANNEL QUIET HOURS' TO H5-FAIL-REASON
           END-IF.
        CHECK-SEND-ALLOWED-EXIT.
           EXIT.
        CHECK-CHANNEL-CONSENT.
      *    NO CONSENT ROW MEANS THE CUSTOMER HAS NOT OPTED OUT. IF
      *    CONSENT CANNOT BE READ THE MESSAGE IS HELD, NOT SENT
           MOVE 'S' TO WS-SEND-ACTION.
           MOVE H5-NOTIFY-CHANNEL TO H19-NOTIFY-CHANNEL.
           EXEC SQL
            SELECT CONSENT_SW
            INTO :H19-CONSENT-SW
            FROM CBS_CUST_CONSENT
            WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
            AND NOTIFY_CHANNEL = :H19-NOTIFY-CHANNEL
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             IF H19-OPTED-OUT
                 MOVE 'O' TO WS-SEND-ACTION
                 MOVE 'CUSTOMER OPTED OUT OF CHANNEL'
                      TO H5-FAIL-REASON
             END-IF
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGNTB CONSENT LOOKUP SQLCODE:' SQLCODE
             MOVE 'H' TO WS-SEND-ACTION
             MOVE 'HELD - CONSENT CHECK UNAVAILABLE'
                  TO H5-FAIL-REASON
           END-EVALUATE.
        CHECK-CHANNEL-CONSENT-EXIT.
           EXIT.
        CHECK-DND-REGISTRY.
           MOVE WS-MSG-DEST-SAVE TO H21-MOBILE-NO.
           EXEC SQL
            SELECT DND_REG_DATE
            INTO :H21-DND-REG-DATE
            FROM CBS_DND_REGISTRY
            WHERE MOBILE_NO = :H21-MOBILE-NO
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE 'O' TO WS-SEND-ACTION
             MOVE 'MOBILE ON DO-NOT-DISTURB REGISTRY'
                  TO H5-FAIL-REASON
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGNTB DND LOOKUP SQLCODE:' SQLCODE
             MOVE 'H' TO WS-SEND-ACTION
             MOVE 'HELD - DND CHECK UNAVAILABLE' TO H5-FAIL-REASON
           END-EVALUATE.
        CHECK-DND-REGISTRY-EXIT.
           EXIT.
        LOAD-QUIET-HOURS.
      *    QUIET HOURS ARE TESTED ONCE AGAINST THE RUN START TIME
           MOVE 'SMS  ' TO H22-NOTIFY-CHANNEL.
           PERFORM TEST-QUIET-WINDOW THRU TEST-QUIET-WINDOW-EXIT.
           MOVE WS-IN-QUIET-SW TO WS-SMS-QUIET-SW.
           MOVE 'EMAIL' TO H22-NOTIFY-CHANNEL.
           PERFORM TEST-QUIET-WINDOW THRU TEST-QUIET-WINDOW-EXIT.
           MOVE WS-IN-QUIET-SW TO WS-EMAIL-QUIET-SW.
        LOAD-QUIET-HOURS-EXIT.
           EXIT.
        TEST-QUIET-WINDOW.
           MOVE 'N' TO WS-IN-QUIET-SW.
           EXEC SQL
            SELECT QUIET_START, QUIET_END
            INTO :H22-QUIET-START, :H22-QUIET-END
            FROM CBS_NOTIFY_QUIET
            WHERE NOTIFY_CHANNEL = :H22-NOTIFY-CHANNEL
            AND ACTIVE_SW = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'CBSRGNTB QUIET HOURS SQLCODE:' SQLCODE
               END-IF
               GO TO TEST-QUIET-WINDOW-EXIT
           END-IF.
           IF H22-QUIET-START = H22-QUIET-END
               GO TO TEST-QUIET-WINDOW-EXIT
           END-IF.
           IF H22-QUIET-START < H22-QUIET-END
               IF WS-RUN-TIME >= H22-QUIET-START
                   AND WS-RUN-TIME < H22-QUIET-END
                   MOVE 'Y' TO WS-IN-QUIET-SW
               END-IF
           ELSE
               IF WS-RUN-TIME >= H22-QUIET-START
                   OR WS-RUN-TIME < H22-QUIET-END
                   MOVE 'Y' TO WS-IN-QUIET-SW
               END-IF
           END-IF.
        TEST-QUIET-WINDOW-EXIT.
           EXIT.
        BUILD-EVENT-TEXT.
           EVALUATE NTI-EVENT-TYPE
            WHEN 'ACTIVATED '
           ADD 1 TO WS-TOTAL-FAILED.
        RECORD-FAILED-NOTIFY-EXIT.
           EXIT.
        RECORD-OPTED-OUT.
           MOVE 'OPTED-OUT ' TO H5-DLVRY-STATUS.
           PERFORM INSERT-NOTIFY-DLVRY THRU INSERT-NOTIFY-DLVRY-EXIT.
           ADD 1 TO WS-TOTAL-OPTED-OUT.
        RECORD-OPTED-OUT-EXIT.
           EXIT.
        RECORD-HELD-NOTIFY.
           MOVE 'HELD      ' TO H5-DLVRY-STATUS.
           PERFORM INSERT-NOTIFY-DLVRY THRU INSERT-NOTIFY-DLVRY-EXIT.
           ADD 1 TO WS-TOTAL-HELD.
        RECORD-HELD-NOTIFY-EXIT.
           EXIT.
        INSERT-NOTIFY-DLVRY.
           COMPUTE H5-ACCOUNT-NUMBER = NTI-ACCOUNT-NO.
           COMPUTE H5-CUSTOMER-ID = H1-CUSTOMER-ID.
        FETCH-REDRIVE-ROW-EXIT.
           EXIT.
        REDRIVE-ONE-NOTIFY.
      *    A RE-DRIVE IS A NEW SEND AND PASSES THE SAME CONSENT,
      *    DO-NOT-DISTURB AND QUIET-HOURS CHECKS AS THE FIRST ONE
           PERFORM FIND-STORED-DEST THRU FIND-STORED-DEST-EXIT.
           COMPUTE H19-CUSTOMER-ID = H5-CUSTOMER-ID.
           PERFORM CHECK-SEND-ALLOWED THRU CHECK-SEND-ALLOWED-EXIT.
           EVALUATE TRUE
            WHEN WS-SEND-NOW
             PERFORM BUILD-REDRIVE-MSG THRU BUILD-REDRIVE-MSG-EXIT
             WRITE MSGOUT-REC
             MOVE 'QUEUED    ' TO WS-NEW-DLVRY-STATUS
             MOVE SPACES TO H5-FAIL-REASON
             PERFORM SET-REDRIVE-STATUS THRU SET-REDRIVE-STATUS-EXIT
             IF SQLCODE = 0
                 ADD 1 TO WS-TOTAL-REDRIVEN
             END-IF
            WHEN WS-SEND-NO-DEST
             PERFORM COUNT-REDRIVE-FAILURE THRU
                 COUNT-REDRIVE-FAILURE-EXIT
            WHEN WS-SEND-OPTED-OUT
             MOVE 'OPTED-OUT ' TO WS-NEW-DLVRY-STATUS
             PERFORM SET-REDRIVE-STATUS THRU SET-REDRIVE-STATUS-EXIT
             ADD 1 TO WS-TOTAL-OPTED-OUT
            WHEN WS-SEND-HOLD
             MOVE 'HELD      ' TO WS-NEW-DLVRY-STATUS
             PERFORM SET-REDRIVE-STATUS THRU SET-REDRIVE-STATUS-EXIT
             ADD 1 TO WS-TOTAL-HELD
           END-EVALUATE.
        REDRIVE-ONE-NOTIFY-EXIT.
           EXIT.
        SET-REDRIVE-STATUS.
           EXEC SQL
            UPDATE CBS_NOTIFY_DLVRY
            SET DLVRY_STATUS = :WS-NEW-DLVRY-STATUS,
                FAIL_REASON = :H5-FAIL-REASON,
                SEND_DATE = :WS-RUN-DATE,
                SEND_TIME = :WS-RUN-TIME
            WHERE CURRENT OF REDRIVE-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGNTB REDRIVE UPDATE SQLCODE:' SQLCODE
           END-IF.
        SET-REDRIVE-STATUS-EXIT.
           EXIT.
        FIND-STORED-DEST.
      *    DESTINATION FOR A STORED DELIVERY ROW (RE-DRIVE OR HELD
      *    RELEASE) IS RE-READ - THE CUSTOMER MAY HAVE CHANGED IT
           MOVE LOW-VALUES TO DCLCBS-CUST-CNTC-REF.
           MOVE SPACES TO WS-MSG-DEST-SAVE.
           COMPUTE H4-CUSTOMER-ID = H5-CUSTOMER-ID.
           EXEC SQL
            SELECT MOBILE_NO, EMAIL_ADDR, LANG_CODE
            FROM CBS_CUST_CNTC_REF
            WHERE CUSTOMER_ID = :H4-CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             IF H4-LANG-CODE = SPACES
                 OR H4-LANG-CODE = LOW-VALUES
                 MOVE 'EN' TO WS-CUST-LANG
             ELSE
                 MOVE H4-LANG-CODE TO WS-CUST-LANG
             END-IF
             IF H5-NOTIFY-CHANNEL = 'SMS  '
                 MOVE H4-MOBILE-NO TO WS-MSG-DEST-SAVE
                 MOVE 'NO MOBILE NUMBER ON FILE' TO WS-NO-DEST-REASON
             ELSE
                 MOVE H4-EMAIL-ADDR TO WS-MSG-DEST-SAVE
                 MOVE 'NO EMAIL ADDRESS ON FILE' TO WS-NO-DEST-REASON
             END-IF
            WHEN 100
             MOVE 'NO CONTACT DETAILS ON FILE' TO WS-NO-DEST-REASON
            WHEN OTHER
             DISPLAY 'CBSRGNTB CONTACT LOOKUP SQLCODE:' SQLCODE
             MOVE 'SQL ERROR ON CONTACT LOOKUP' TO WS-NO-DEST-REASON
           END-EVALUATE.
        FIND-STORED-DEST-EXIT.
           EXIT.
        COUNT-REDRIVE-FAILURE.
           COMPUTE WS-NEW-RETRY-COUNT = H5-RETRY-COUNT + 1.
           MOVE WS-MSG-BUILD TO WS-SUB-WORK.
        SUBST-ACCT-MARKER-EXIT.
           EXIT.
        RELEASE-HELD.
      *    HELD ROWS ARE RELEASED ONCE THEIR CHANNEL IS OUTSIDE ITS
      *    QUIET HOURS, RE-CHECKED FOR CONSENT AND DO-NOT-DISTURB
      *    FIRST SINCE EITHER MAY HAVE CHANGED WHILE THEY WAITED
           EXEC SQL
            DECLARE RELEASE-CSR CURSOR WITH HOLD FOR
            SELECT ACCOUNT_NUMBER, CUSTOMER_ID, CUSTOMER_NAME,
                   NOTIFY_CHANNEL, EVENT_TYPE, RETRY_COUNT
            FROM CBS_NOTIFY_DLVRY
            WHERE DLVRY_STATUS = 'HELD      '
            FOR UPDATE OF DLVRY_STATUS, FAIL_REASON, SEND_DATE,
                SEND_TIME
           END-EXEC.
           EXEC SQL
            OPEN RELEASE-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGNTB OPEN RELEASE CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           PERFORM FETCH-RELEASE-ROW THRU FETCH-RELEASE-ROW-EXIT
               UNTIL WS-END-OF-RELEASE.
           EXEC SQL
            CLOSE RELEASE-CSR
           END-EXEC.
        RELEASE-HELD-EXIT.
           EXIT.
        FETCH-RELEASE-ROW.
           EXEC SQL
            FETCH RELEASE-CSR
            INTO :H5-ACCOUNT-NUMBER, :H5-CUSTOMER-ID,
                 :H5-CUSTOMER-NAME, :H5-NOTIFY-CHANNEL,
                 :H5-EVENT-TYPE, :H5-RETRY-COUNT
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM RELEASE-ONE-HELD THRU RELEASE-ONE-HELD-EXIT
             ADD 1 TO WS-RECS-SINCE-COMMIT
             IF WS-RECS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                 PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT
             END-IF
            WHEN 100
             MOVE 'Y' TO WS-RELEASE-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGNTB RELEASE FETCH SQLCODE:' SQLCODE
             MOVE 'Y' TO WS-RELEASE-EOF-SW
           END-EVALUATE.
        FETCH-RELEASE-ROW-EXIT.
           EXIT.
        RELEASE-ONE-HELD.
           IF (H5-NOTIFY-CHANNEL = 'SMS  ' AND WS-SMS-QUIET)
               OR (H5-NOTIFY-CHANNEL = 'EMAIL' AND WS-EMAIL-QUIET)
               ADD 1 TO WS-TOTAL-STILL-HELD
               GO TO RELEASE-ONE-HELD-EXIT
           END-IF.
           PERFORM FIND-STORED-DEST THRU FIND-STORED-DEST-EXIT.
           COMPUTE H19-CUSTOMER-ID = H5-CUSTOMER-ID.
           PERFORM CHECK-SEND-ALLOWED THRU CHECK-SEND-ALLOWED-EXIT.
           EVALUATE TRUE
            WHEN WS-SEND-NOW
             PERFORM BUILD-REDRIVE-MSG THRU BUILD-REDRIVE-MSG-EXIT
             WRITE MSGOUT-REC
             MOVE 'QUEUED    ' TO WS-NEW-DLVRY-STATUS
             MOVE SPACES TO H5-FAIL-REASON
             PERFORM SET-RELEASE-STATUS THRU SET-RELEASE-STATUS-EXIT
             ADD 1 TO WS-TOTAL-RELEASED
            WHEN WS-SEND-NO-DEST
             MOVE 'FAILED    ' TO WS-NEW-DLVRY-STATUS
             MOVE WS-NO-DEST-REASON TO H5-FAIL-REASON
             PERFORM SET-RELEASE-STATUS THRU SET-RELEASE-STATUS-EXIT
             ADD 1 TO WS-TOTAL-FAILED
            WHEN WS-SEND-OPTED-OUT
             MOVE 'OPTED-OUT ' TO WS-NEW-DLVRY-STATUS
             PERFORM SET-RELEASE-STATUS THRU SET-RELEASE-STATUS-EXIT
             ADD 1 TO WS-TOTAL-OPTED-OUT
            WHEN WS-SEND-HOLD
             ADD 1 TO WS-TOTAL-STILL-HELD
           END-EVALUATE.
        RELEASE-ONE-HELD-EXIT.
           EXIT.
        SET-RELEASE-STATUS.
           EXEC SQL
            UPDATE CBS_NOTIFY_DLVRY
            SET DLVRY_STATUS = :WS-NEW-DLVRY-STATUS,
                FAIL_REASON = :H5-FAIL-REASON,
                SEND_DATE = :WS-RUN-DATE,
                SEND_TIME = :WS-RUN-TIME
            WHERE CURRENT OF RELEASE-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGNTB RELEASE UPDATE SQLCODE:' SQLCODE
           END-IF.
        SET-RELEASE-STATUS-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGNTB - NOTIFICATION DISPATCH RUN SUMMARY'.
           DISPLAY 'FAILURES RE-DRIVEN      : ' WS-TOTAL-REDRIVEN.
           DISPLAY 'FAILURES STILL PENDING  : ' WS-TOTAL-STILL-FAILED.
           DISPLAY 'RETRIES EXHAUSTED       : ' WS-TOTAL-EXHAUSTED.
           DISPLAY 'OPTED OUT - NOT SENT    : ' WS-TOTAL-OPTED-OUT.
           DISPLAY 'HELD FOR QUIET HOURS    : ' WS-TOTAL-HELD.
           DISPLAY 'HELD ROWS RELEASED      : ' WS-TOTAL-RELEASED.
           DISPLAY 'HELD ROWS STILL HELD    : ' WS-TOTAL-STILL-HELD.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
