        01 WS-EVT-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-NTF-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-COMMAREA-FULL-LEN PIC S9(04) COMP VALUE +1624.
        01 WS-COMMAREA-DESC-LEN PIC S9(04) COMP VALUE +1664.
           EXEC SQL
           INCLUDE CBSMST
           END-EXEC.
           INCLUDE CBSNTF
           END-EXEC.
           EXEC SQL
           INCLUDE CBSRSN
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
           MOVE SPACE TO CUSTOMER-NAME.
           MOVE SPACE TO INQ-ACCT-STATUS.
           MOVE SPACE TO INQ-STATUS-REASON-CODE.
           IF EIBCALEN NOT < WS-COMMAREA-DESC-LEN
               MOVE SPACES TO INQ-STATUS-REASON-DESC
           END-IF.
           MOVE SPACES TO MESSAGES.
           COMPUTE CUSTOMER-ID = 0.
           COMPUTE INQ-EVT-COUNT = 0.
            WHEN 0
             MOVE H1-ACCOUNT-STATUS TO INQ-ACCT-STATUS
             MOVE H1-STATUS-REASON-CODE TO INQ-STATUS-REASON-CODE
             IF EIBCALEN NOT < WS-COMMAREA-DESC-LEN
                 PERFORM GET-REASON-DESC THRU GET-REASON-DESC-EXIT
             END-IF
             MOVE H1-ACCOUNT-NAME TO CUSTOMER-NAME
             COMPUTE CUSTOMER-ID = H1-CUSTOMER-ID
             PERFORM GET-ACCT-EVENTS THRU GET-ACCT-EVENTS-EXIT
           END-EVALUATE.
        ACCT-INQUIRY-EXIT.
           EXIT.
        GET-REASON-DESC.
      *    CALLERS PASSING THE LONGER COMMAREA ALSO GET THE
      *    DESCRIPTION OF THE STATUS REASON CODE
           IF H1-STATUS-REASON-CODE = SPACES
               OR H1-STATUS-REASON-CODE = LOW-VALUES
               GO TO GET-REASON-DESC-EXIT
           END-IF.
           MOVE H1-STATUS-REASON-CODE TO H16-REASON-CODE.
           EXEC SQL
            SELECT RSN_DESC
            INTO :H16-RSN-DESC
            FROM CBS_STATUS_RSN_REF
            WHERE REASON_CODE = :H16-REASON-CODE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE H16-RSN-DESC TO INQ-STATUS-REASON-DESC
            WHEN 100
             MOVE 'REASON CODE NOT ON REFERENCE TABLE'
                  TO INQ-STATUS-REASON-DESC
            WHEN OTHER
             DISPLAY 'CBSRGINQ REASON SELECT SQLCODE:' SQLCODE
           END-EVALUATE.
        GET-REASON-DESC-EXIT.
           EXIT.
        CUST-INQUIRY.
           COMPUTE H1-CUSTOMER-ID = WS-REQ-CUSTOMER-ID.
           COMPUTE CUSTOMER-ID = WS-REQ-CUSTOMER-ID.
