           05 SYS-DATE                  PIC X(10).
           05 SYS-TIME                  PIC X(08).
           05 MESSAGES                  PIC X(100).
           05 APPR-REASON-DESC          PIC X(40).
      *    MAINT-FUNCTION L - ONE PAGE OF THE PENDING QUEUE, STARTING
      *    AFTER THE KEY (CHG-TYPE, ACCOUNT-NO, PRODUCT-CODE) PASSED
      *    IN THE REQUEST; SPACES AND ZERO FOR THE FIRST PAGE
           05 APPR-LIST-COUNT           PIC S9(04).
           05 APPR-LIST-MORE-SW         PIC X(01).
              88 APPR-LIST-MORE            VALUE 'Y'.
           05 APPR-LIST-ENTRY OCCURS 10 TIMES.
              10 LST-CHG-TYPE           PIC X(10).
              10 LST-ACCOUNT-NO         PIC S9(18).
              10 LST-PRODUCT-CODE       PIC X(06).
              10 LST-TARGET-STATUS      PIC X(10).
              10 LST-REASON-CODE        PIC X(04).
              10 LST-MAKER-USERID       PIC X(10).
              10 LST-REQ-DATE           PIC X(10).
              10 LST-BRANCH-CODE        PIC X(04).
