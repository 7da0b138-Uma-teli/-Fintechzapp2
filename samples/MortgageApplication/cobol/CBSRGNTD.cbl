        01 WS-TOTAL-READ PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-QUEUED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-FAILED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-OPTED-OUT PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-HELD PIC S9(09) COMP VALUE 0.
        01 WS-NO-DEST-REASON PIC X(40).
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
        01 WS-CUST-LANG PIC X(02) VALUE 'EN'.
        01 WS-TMPL-FOUND-SW PIC X(01).
           88 WS-TMPL-FOUND VALUE 'Y'.
           INCLUDE CBSNTF
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCNS
           END-EXEC.
           EXEC SQL
           INCLUDE CBSDND
           END-EXEC.
           EXEC SQL
           INCLUDE CBSQHR
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       PROCEDURE DIVISION.
            SELECT CURRENT TIME INTO :WS-RUN-TIME FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM LOAD-QUIET-HOURS THRU LOAD-QUIET-HOURS-EXIT.
           PERFORM DRAIN-NOTIFY-QUEUE THRU DRAIN-NOTIFY-QUEUE-EXIT
               UNTIL WS-QUEUE-DONE.
           DISPLAY 'CBSRGNTD NOTIFICATIONS READ  :' WS-TOTAL-READ.
           DISPLAY 'CBSRGNTD NOTIFICATIONS QUEUED:' WS-TOTAL-QUEUED.
           DISPLAY 'CBSRGNTD NOTIFICATIONS FAILED:' WS-TOTAL-FAILED.
           DISPLAY 'CBSRGNTD NOTIFICATIONS OPTED OUT:'
               WS-TOTAL-OPTED-OUT.
           DISPLAY 'CBSRGNTD NOTIFICATIONS HELD  :' WS-TOTAL-HELD.
           EXEC CICS RETURN END-EXEC.
        DRAIN-NOTIFY-QUEUE.
           MOVE +78 TO WS-NOTIFY-LEN.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM BUILD-EVENT-TEXT THRU BUILD-EVENT-TEXT-EXIT
             MOVE 'SMS  ' TO WS-MSG-CHANNEL
             MOVE H4-MOBILE-NO TO WS-MSG-DEST
             MOVE 'NO MOBILE NUMBER ON FILE' TO WS-NO-DEST-REASON
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
             MOVE 'EMAIL' TO WS-MSG-CHANNEL
             MOVE H4-EMAIL-ADDR TO WS-MSG-DEST
             MOVE 'NO EMAIL ADDRESS ON FILE' TO WS-NO-DEST-REASON
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
            WHEN 100
             MOVE SPACES TO WS-MSG-DEST
             MOVE 'NO CONTACT DETAILS ON FILE' TO WS-NO-DEST-REASON
             MOVE 'SMS  ' TO WS-MSG-CHANNEL
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
             MOVE 'EMAIL' TO WS-MSG-CHANNEL
             PERFORM DISPATCH-CHANNEL THRU DISPATCH-CHANNEL-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGNTD CONTACT LOOKUP SQLCODE:' SQLCODE
             MOVE 'SMS  ' TO WS-MSG-CHANNEL
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
           IF WS-MSG-DEST = SPACES
               MOVE 'F' TO WS-SEND-ACTION
               GO TO CHECK-SEND-ALLOWED-EXIT
           END-IF.
           IF WS-MSG-CHANNEL = 'SMS  '
               PERFORM CHECK-DND-REGISTRY THRU
                   CHECK-DND-REGISTRY-EXIT
               IF NOT WS-SEND-NOW
                   GO TO CHECK-SEND-ALLOWED-EXIT
               END-IF
           END-IF.
           IF (WS-MSG-CHANNEL = 'SMS  ' AND WS-SMS-QUIET)
               OR (WS-MSG-CHANNEL = 'EMAIL' AND WS-EMAIL-QUIET)
               MOVE 'H' TO WS-SEND-ACTION
               MOVE 'HELD FOR CHANNEL QUIET HOURS' TO H5-FAIL-REASON
           END-IF.
        CHECK-SEND-ALLOWED-EXIT.
           EXIT.
        CHECK-CHANNEL-CONSENT.
      *    NO CONSENT ROW MEANS THE CUSTOMER HAS NOT OPTED OUT. IF
      *    CONSENT CANNOT BE READ THE MESSAGE IS HELD, NOT SENT
           MOVE 'S' TO WS-SEND-ACTION.
           MOVE WS-MSG-CHANNEL TO H19-NOTIFY-CHANNEL.
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
             DISPLAY 'CBSRGNTD CONSENT LOOKUP SQLCODE:' SQLCODE
             MOVE 'H' TO WS-SEND-ACTION
             MOVE 'HELD - CONSENT CHECK UNAVAILABLE'
                  TO H5-FAIL-REASON
           END-EVALUATE.
        CHECK-CHANNEL-CONSENT-EXIT.
           EXIT.
        CHECK-DND-REGISTRY.
           MOVE WS-MSG-DEST TO H21-MOBILE-NO.
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
             DISPLAY 'CBSRGNTD DND LOOKUP SQLCODE:' SQLCODE
             MOVE 'H' TO WS-SEND-ACTION
             MOVE 'HELD - DND CHECK UNAVAILABLE' TO H5-FAIL-REASON
           END-EVALUATE.
        CHECK-DND-REGISTRY-EXIT.
           EXIT.
        LOAD-QUIET-HOURS.
      *    THE TASK DRAINS THE QUEUE IN ONE PASS, SO THE QUIET-HOURS
      *    TEST IS MADE ONCE AGAINST THE START TIME. HELD MESSAGES
      *    ARE RELEASED BY THE CBSRGNTB RELEASE RUN
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
                   DISPLAY 'CBSRGNTD QUIET HOURS SQLCODE:' SQLCODE
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
           EVALUATE WS-NOTIFY-EVENT-TYPE
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
           COMPUTE H5-ACCOUNT-NUMBER = WS-NOTIFY-ACCOUNT-NO.
           COMPUTE H5-CUSTOMER-ID = H1-CUSTOMER-ID.
