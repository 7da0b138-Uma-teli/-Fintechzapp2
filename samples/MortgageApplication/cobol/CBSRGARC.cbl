           05 ARC-SQLCODE-VAL       PIC S9(09).
           05 ARC-CUSTOMER-NAME     PIC X(50).
           05 ARC-BRANCH-CODE       PIC X(04).
           05 ARC-CHAIN-ID          PIC X(08).
           05 ARC-CHAIN-SEQ-NO      PIC 9(15).
           05 ARC-CHECK-VALUE       PIC 9(18).
       FD  RETNCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05 WS-MONTH-ENTRY OCCURS 60 TIMES.
              10 WS-MONTH-KEY PIC X(07).
              10 WS-MONTH-TALLY PIC S9(09) COMP.
        01 WS-CHAIN-IX PIC S9(04) COMP VALUE 0.
        01 WS-CHAIN-MAX PIC S9(04) COMP VALUE +20.
        01 WS-CHAIN-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-CHAIN-FOUND-SW PIC X(01).
           88 WS-CHAIN-FOUND VALUE 'Y'.
        01 WS-UNCHAINED-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-CHAIN-TABLE.
           05 WS-CHAIN-ENTRY OCCURS 20 TIMES.
              10 WS-CHN-ID PIC X(08).
              10 WS-CHN-SEQ-NO PIC S9(15) COMP-3.
              10 WS-CHN-CHECK-VALUE PIC S9(18) COMP-3.
        01 WS-RPT-ANCHOR-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-CHAIN-ID PIC X(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-RPT-ANCHOR-SEQ PIC Z(14)9.
        01 WS-RPT-MONTH-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-MONTH PIC X(07).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-RPT-TALLY PIC ZZZ,ZZZ,ZZ9.
           COPY CBSAUD.
           COPY CBSACH.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
            DECLARE ARCHIVE-CSR CURSOR FOR
            SELECT ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS, UPD_USERID,
                   SYS_DATE, SYS_TIME, EVENT_TYPE, REASON, SQLCODE_VAL,
                   CUSTOMER_NAME, BRANCH_CODE, CHAIN_ID, CHAIN_SEQ_NO,
                   CHECK_VALUE
            FROM CBS_ACCT_REG_AUDIT
            WHERE SYS_DATE < :WS-CUTOFF-DATE
            ORDER BY SYS_DATE, SYS_TIME
            INTO :H2-ACCOUNT-NUMBER, :H2-OLD-STATUS, :H2-NEW-STATUS,
                 :H2-UPD-USERID, :H2-SYS-DATE, :H2-SYS-TIME,
                 :H2-EVENT-TYPE, :H2-REASON, :H2-SQLCODE-VAL,
                 :H2-CUSTOMER-NAME, :H2-BRANCH-CODE, :H2-CHAIN-ID,
                 :H2-CHAIN-SEQ-NO, :H2-CHECK-VALUE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
           MOVE H2-SQLCODE-VAL TO ARC-SQLCODE-VAL.
           MOVE H2-CUSTOMER-NAME TO ARC-CUSTOMER-NAME.
           MOVE H2-BRANCH-CODE TO ARC-BRANCH-CODE.
           MOVE H2-CHAIN-ID TO ARC-CHAIN-ID.
           MOVE H2-CHAIN-SEQ-NO TO ARC-CHAIN-SEQ-NO.
           MOVE H2-CHECK-VALUE TO ARC-CHECK-VALUE.
           WRITE ARCHOUT-REC.
           ADD 1 TO WS-TOTAL-UNLOADED.
           PERFORM TALLY-MONTH-BUCKET THRU TALLY-MONTH-BUCKET-EXIT.
           PERFORM TRACK-CHAIN-ANCHOR THRU TRACK-CHAIN-ANCHOR-EXIT.
        WRITE-ARCHIVE-ROW-EXIT.
           EXIT.
        TALLY-MONTH-BUCKET.
           END-IF.
        SCAN-MONTH-BUCKET-EXIT.
           EXIT.
        TRACK-CHAIN-ANCHOR.
      *    HIGHEST PURGED LINK PER AUDIT CHAIN - IT BECOMES THE CHAIN
      *    ANCHOR SO CBSRGAVF CAN STILL VERIFY THE FIRST KEPT ROW
           IF H2-CHAIN-ID = SPACES
               ADD 1 TO WS-UNCHAINED-COUNT
               GO TO TRACK-CHAIN-ANCHOR-EXIT
           END-IF.
           MOVE 'N' TO WS-CHAIN-FOUND-SW.
           PERFORM SCAN-CHAIN-ANCHOR THRU SCAN-CHAIN-ANCHOR-EXIT
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT
                  OR WS-CHAIN-FOUND.
           IF NOT WS-CHAIN-FOUND
               IF WS-CHAIN-COUNT < WS-CHAIN-MAX
                   ADD 1 TO WS-CHAIN-COUNT
                   MOVE H2-CHAIN-ID TO WS-CHN-ID(WS-CHAIN-COUNT)
                   MOVE H2-CHAIN-SEQ-NO
                       TO WS-CHN-SEQ-NO(WS-CHAIN-COUNT)
                   MOVE H2-CHECK-VALUE
                       TO WS-CHN-CHECK-VALUE(WS-CHAIN-COUNT)
               ELSE
                   DISPLAY 'CBSRGARC CHAIN TABLE FULL FOR '
                       H2-CHAIN-ID
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
        TRACK-CHAIN-ANCHOR-EXIT.
           EXIT.
        SCAN-CHAIN-ANCHOR.
           IF WS-CHN-ID(WS-CHAIN-IX) = H2-CHAIN-ID
               MOVE 'Y' TO WS-CHAIN-FOUND-SW
               IF H2-CHAIN-SEQ-NO > WS-CHN-SEQ-NO(WS-CHAIN-IX)
                   MOVE H2-CHAIN-SEQ-NO TO WS-CHN-SEQ-NO(WS-CHAIN-IX)
                   MOVE H2-CHECK-VALUE
                       TO WS-CHN-CHECK-VALUE(WS-CHAIN-IX)
               END-IF
           END-IF.
        SCAN-CHAIN-ANCHOR-EXIT.
           EXIT.
        PURGE-AUDIT.
           IF WS-TOTAL-UNLOADED = 0
               DISPLAY 'NO AUDIT ROWS OLDER THAN CUTOFF - NO PURGE'
               STOP RUN
           END-IF.
           MOVE SQLERRD(3) TO WS-TOTAL-DELETED.
           PERFORM MOVE-CHAIN-ANCHOR THRU MOVE-CHAIN-ANCHOR-EXIT
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT.
           IF WS-TOTAL-DELETED = WS-TOTAL-UNLOADED
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'UNLOAD/DELETE COUNTS MATCH - PURGE COMMITTED'
           END-IF.
        PURGE-AUDIT-EXIT.
           EXIT.
        MOVE-CHAIN-ANCHOR.
      *    SAME UNIT OF WORK AS THE DELETE - A ROLLED-BACK PURGE
      *    LEAVES THE ANCHOR WHERE IT WAS
           MOVE WS-CHN-ID(WS-CHAIN-IX) TO H18-CHAIN-ID.
           MOVE WS-CHN-SEQ-NO(WS-CHAIN-IX) TO H18-ANCHOR-SEQ-NO.
           MOVE WS-CHN-CHECK-VALUE(WS-CHAIN-IX)
               TO H18-ANCHOR-CHECK-VALUE.
           MOVE WS-RUN-DATE TO H18-ANCHOR-DATE.
           EXEC SQL
            UPDATE CBS_AUDIT_CHAIN_CTL
            SET ANCHOR_SEQ_NO = :H18-ANCHOR-SEQ-NO,
                ANCHOR_CHECK_VALUE = :H18-ANCHOR-CHECK-VALUE,
                ANCHOR_DATE = :H18-ANCHOR-DATE
            WHERE CHAIN_ID = :H18-CHAIN-ID
            AND ANCHOR_SEQ_NO < :H18-ANCHOR-SEQ-NO
           END-EXEC.
           IF SQLCODE NOT = 0
               AND SQLCODE NOT = 100
               DISPLAY 'CBSRGARC CHAIN ANCHOR SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
        MOVE-CHAIN-ANCHOR-EXIT.
           EXIT.
        PRINT-CONTROL-REPORT.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGARC - AUDIT ARCHIVE/PURGE CONTROL REPORT'.
           PERFORM PRINT-MONTH-BUCKET THRU PRINT-MONTH-BUCKET-EXIT
               VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > WS-MONTH-COUNT.
           DISPLAY 'AUDIT CHAIN ANCHORS (LAST PURGED SEQUENCE):'.
           PERFORM PRINT-CHAIN-ANCHOR THRU PRINT-CHAIN-ANCHOR-EXIT
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT.
           DISPLAY 'UNCHAINED ROWS   : ' WS-UNCHAINED-COUNT.
           DISPLAY '================================================'.
        PRINT-CONTROL-REPORT-EXIT.
           EXIT.
           DISPLAY WS-RPT-MONTH-LINE.
        PRINT-MONTH-BUCKET-EXIT.
           EXIT.
        PRINT-CHAIN-ANCHOR.
           MOVE WS-CHN-ID(WS-CHAIN-IX) TO WS-RPT-CHAIN-ID.
           MOVE WS-CHN-SEQ-NO(WS-CHAIN-IX) TO WS-RPT-ANCHOR-SEQ.
           DISPLAY WS-RPT-ANCHOR-LINE.
        PRINT-CHAIN-ANCHOR-EXIT.
           EXIT.
