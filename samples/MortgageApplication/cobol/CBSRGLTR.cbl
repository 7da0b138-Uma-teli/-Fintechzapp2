        01 WS-TOTAL-LETTERS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ROWS-FLAGGED PIC S9(09) COMP VALUE 0.
        01 WS-ROWS-UPDATED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-WITHHELD PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ROWS-OPTED-OUT PIC S9(09) COMP VALUE 0.
        01 WS-LETTER-CONSENT-SW PIC X(01).
           88 WS-LETTER-OPTED-OUT VALUE 'N'.
           COPY CBSMST.
           COPY CBSNTF.
           COPY CBSCNS.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           COMPUTE WS-PREV-ACCOUNT = H5-ACCOUNT-NUMBER.
           MOVE H5-EVENT-TYPE TO WS-PREV-EVENT.
           MOVE H5-SEND-DATE TO WS-PREV-SEND-DATE.
           PERFORM CHECK-LETTER-CONSENT THRU
               CHECK-LETTER-CONSENT-EXIT.
           IF WS-LETTER-OPTED-OUT
               PERFORM FLAG-OPTED-OUT-ROWS THRU
                   FLAG-OPTED-OUT-ROWS-EXIT
               ADD 1 TO WS-TOTAL-WITHHELD
           ELSE
               PERFORM BUILD-EVENT-TEXT THRU BUILD-EVENT-TEXT-EXIT
               PERFORM WRITE-LETTER-REC THRU WRITE-LETTER-REC-EXIT
               PERFORM FLAG-LETTER-ROWS THRU FLAG-LETTER-ROWS-EXIT
           END-IF.
           ADD 1 TO WS-RECS-SINCE-COMMIT.
           IF WS-RECS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT END-EXEC
           END-IF.
        HANDLE-LETTER-ROW-EXIT.
           EXIT.
        CHECK-LETTER-CONSENT.
      *    NO CONSENT ROW MEANS THE CUSTOMER HAS NOT OPTED OUT OF
      *    LETTERS
           MOVE 'Y' TO WS-LETTER-CONSENT-SW.
           COMPUTE H19-CUSTOMER-ID = H5-CUSTOMER-ID.
           MOVE 'LETTR' TO H19-NOTIFY-CHANNEL.
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
                 MOVE 'N' TO WS-LETTER-CONSENT-SW
             END-IF
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGLTR CONSENT LOOKUP SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-EVALUATE.
        CHECK-LETTER-CONSENT-EXIT.
           EXIT.
        BUILD-EVENT-TEXT.
           EVALUATE H5-EVENT-TYPE
            WHEN 'ACTIVATED '
           END-IF.
        FLAG-LETTER-ROWS-EXIT.
           EXIT.
        FLAG-OPTED-OUT-ROWS.
      *    NO LETTER FOR A CUSTOMER WHO HAS OPTED OUT OF LETTERS -
      *    THE ROWS GO TERMINAL AS OPTED-OUT SO THEY ARE NOT PICKED
      *    UP AGAIN
           EXEC SQL
            UPDATE CBS_NOTIFY_DLVRY
            SET DLVRY_STATUS = 'OPTED-OUT ',
                FAIL_REASON = 'CUSTOMER OPTED OUT OF LETTERS'
            WHERE ACCOUNT_NUMBER = :H5-ACCOUNT-NUMBER
            AND EVENT_TYPE = :H5-EVENT-TYPE
            AND SEND_DATE = :H5-SEND-DATE
            AND DLVRY_STATUS IN ('FAILED    ', 'EXHAUSTED ')
            AND FAIL_REASON IN ('NO MOBILE NUMBER ON FILE',
                                'NO EMAIL ADDRESS ON FILE',
                                'NO CONTACT DETAILS ON FILE')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CBSRGLTR OPT-OUT UPDATE SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ROWS-UPDATED
               ADD WS-ROWS-UPDATED TO WS-TOTAL-ROWS-OPTED-OUT
           END-IF.
        FLAG-OPTED-OUT-ROWS-EXIT.
           EXIT.
        WRITE-TRAILER.
           MOVE SPACES TO LTREXT-TRL.
           MOVE 'T' TO LTREXT-TRL(1:1).
           DISPLAY 'QUALIFYING ROWS READ  : ' WS-TOTAL-ROWS-READ.
           DISPLAY 'LETTERS WRITTEN       : ' WS-TOTAL-LETTERS.
           DISPLAY 'DLVRY ROWS SET LETTER : ' WS-TOTAL-ROWS-FLAGGED.
           DISPLAY 'LETTERS WITHHELD      : ' WS-TOTAL-WITHHELD.
           DISPLAY 'DLVRY ROWS OPTED-OUT  : ' WS-TOTAL-ROWS-OPTED-OUT.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
