       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGGLP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLOUT ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEERPT ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    GENERAL LEDGER INTERFACE - TYPE H HEADER, TYPE D POSTING
      *    ENTRY (ONE DEBIT AND ONE CREDIT PER BRANCH, PRODUCT AND
      *    ENTRY TYPE), TYPE T BALANCING TRAILER
       01  GLOUT-REC.
           05 GL-REC-TYPE           PIC X(01).
           05 GL-POST-DATE          PIC X(10).
           05 GL-BRANCH-CODE        PIC X(04).
           05 GL-ACCOUNT            PIC X(12).
           05 GL-DR-CR              PIC X(01).
           05 GL-AMOUNT             PIC 9(13)V99.
           05 GL-ITEM-COUNT         PIC 9(07).
           05 GL-PRODUCT-CODE       PIC X(06).
           05 GL-ENTRY-TYPE         PIC X(04).
           05 GL-NARRATIVE          PIC X(30).
           05 FILLER                PIC X(10).
       01  GLOUT-HDR.
           05 FILLER                PIC X(01).
           05 HDR-SOURCE-SYSTEM     PIC X(08).
           05 HDR-POST-DATE         PIC X(10).
           05 FILLER                PIC X(81).
       01  GLOUT-TRL.
           05 FILLER                PIC X(01).
           05 TRL-RECORD-COUNT      PIC 9(09).
           05 TRL-DEBIT-TOTAL       PIC 9(15)V99.
           05 TRL-CREDIT-TOTAL      PIC 9(15)V99.
           05 FILLER                PIC X(56).
       FD  FEERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEERPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-FEES VALUE 'Y'.
        01 WS-FIRST-ROW-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-ROW VALUE 'Y'.
        01 WS-GLOUT-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-GLOUT-OPEN VALUE 'Y'.
        01 WS-FEE-ENTRY-KIND PIC X(01).
        01 WS-LINE-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-LINES-PER-PAGE PIC S9(04) COMP VALUE +40.
        01 WS-PAGE-NUMBER PIC S9(04) COMP VALUE 0.
        01 WS-GRP-KEY.
           05 WS-GRP-BRANCH PIC X(04).
           05 WS-GRP-PRODUCT PIC X(06).
           05 WS-GRP-KIND PIC X(01).
              88 WS-GRP-CHARGE VALUE 'C'.
           05 WS-GRP-DR-GL PIC X(12).
           05 WS-GRP-CR-GL PIC X(12).
        01 WS-GRP-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-GRP-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-PRD-CHG-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-PRD-CHG-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-PRD-REV-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-PRD-REV-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-BR-CHG-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-BR-CHG-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-BR-REV-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-BR-REV-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-TOT-CHG-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-TOT-CHG-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-TOT-REV-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-TOT-REV-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-GL-RECORDS PIC S9(09) COMP VALUE 0.
        01 WS-GL-DEBIT-TOTAL PIC S9(15)V99 COMP-3 VALUE 0.
        01 WS-GL-CREDIT-TOTAL PIC S9(15)V99 COMP-3 VALUE 0.
        01 WS-TOTAL-CARRIED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CLAIMED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-REV-CLAIMED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-NO-GL PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-WAIVED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-NO-FEE PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-CANCELLED PIC S9(09) COMP VALUE 0.
        01 WS-HEADING-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'ACTIVATION FEE GL POSTING SUMMARY'.
        01 WS-HEADING-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDG-DATE PIC X(10).
           05 FILLER PIC X(34) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'PAGE: '.
           05 WS-HDG-PAGE PIC ZZZ9.
        01 WS-HEADING-3.
           05 FILLER PIC X(05) VALUE 'BRCH'.
           05 FILLER PIC X(08) VALUE 'PRODUCT'.
           05 FILLER PIC X(09) VALUE ' CHARGES'.
           05 FILLER PIC X(19) VALUE '     CHARGE AMOUNT'.
           05 FILLER PIC X(10) VALUE ' REVERSALS'.
           05 FILLER PIC X(19) VALUE '   REVERSAL AMOUNT'.
           05 FILLER PIC X(19) VALUE '        NET AMOUNT'.
        01 WS-DETAIL-LINE.
           05 WS-DTL-BRANCH PIC X(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-PRODUCT PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-CHG-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-CHG-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-REV-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-REV-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-NET-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-NET-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
           COPY CBSFIT.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-FEE-ROW THRU PROCESS-FEE-ROW-EXIT
               UNTIL WS-END-OF-FEES.
           EXEC SQL
            CLOSE FEE-CSR
           END-EXEC.
           PERFORM CLOSE-LAST-GROUP THRU CLOSE-LAST-GROUP-EXIT.
           PERFORM WRITE-GL-TRAILER THRU WRITE-GL-TRAILER-EXIT.
           CLOSE GLOUT.
           MOVE 'N' TO WS-GLOUT-OPEN-SW.
           PERFORM COMPLETE-POSTING THRU COMPLETE-POSTING-EXIT.
           PERFORM COUNT-DAY-OUTCOMES THRU COUNT-DAY-OUTCOMES-EXIT.
           CLOSE FEERPT.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           STOP RUN.
        INIT-RUN.
           EXEC SQL
            SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           DISPLAY 'CBSRGGLP ACTIVATION FEE GL POSTING RUN FOR '
               WS-RUN-DATE.
           OPEN OUTPUT GLOUT.
           MOVE 'Y' TO WS-GLOUT-OPEN-SW.
           OPEN OUTPUT FEERPT.
           PERFORM CLAIM-FEE-ITEMS THRU CLAIM-FEE-ITEMS-EXIT.
           PERFORM WRITE-GL-HEADER THRU WRITE-GL-HEADER-EXIT.
      *    EVERY CLAIMED CHARGE AND REVERSAL, IN GL ENTRY ORDER. A
      *    REVERSAL POSTS THE SAME ACCOUNTS WITH DEBIT AND CREDIT
      *    SWAPPED
           EXEC SQL
            DECLARE FEE-CSR CURSOR FOR
            SELECT BRANCH_CODE, PRODUCT_CODE, 'C', DR_GL_ACCT,
                   CR_GL_ACCT, FEE_AMOUNT
            FROM CBS_FEE_ITEM
            WHERE ITEM_STATUS = 'POSTING   '
            UNION ALL
            SELECT BRANCH_CODE, PRODUCT_CODE, 'R', DR_GL_ACCT,
                   CR_GL_ACCT, FEE_AMOUNT
            FROM CBS_FEE_ITEM
            WHERE REV_STATUS = 'POSTING   '
            ORDER BY 1, 2, 3, 4, 5
           END-EXEC.
           EXEC SQL
            OPEN FEE-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGGLP OPEN CURSOR SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        INIT-RUN-EXIT.
           EXIT.
        CLAIM-FEE-ITEMS.
      *    ITEMS ARE CLAIMED (POSTING) AND COMMITTED BEFORE THE FILE
      *    IS BUILT, AND ONLY MARKED POSTED ONCE THE WHOLE FILE IS
      *    WRITTEN. A RUN THAT FAILS LEAVES ITS ITEMS CLAIMED, SO THE
      *    RERUN WRITES THEM AGAIN INTO A NEW GENERATION - NOTHING
      *    ALREADY POSTED IS EVER PICKED UP A SECOND TIME
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-TOTAL-CARRIED
            FROM CBS_FEE_ITEM
            WHERE ITEM_STATUS = 'POSTING   '
            OR REV_STATUS = 'POSTING   '
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGGLP CLAIM COUNT SQLCODE:' SQLCODE
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           IF WS-TOTAL-CARRIED > 0
               DISPLAY 'RESTART - ITEMS FROM UNFINISHED RUN : '
                   WS-TOTAL-CARRIED
           END-IF.
           EXEC SQL
            UPDATE CBS_FEE_ITEM
            SET ITEM_STATUS = 'POSTING   ',
                STATUS_DATE = :WS-RUN-DATE
            WHERE ITEM_STATUS = 'UNPOSTED  '
            AND DR_GL_ACCT <> ' '
            AND CR_GL_ACCT <> ' '
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE SQLERRD(3) TO WS-TOTAL-CLAIMED
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGGLP CLAIM CHARGES SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
      *    A REVERSAL IS ONLY POSTED ONCE ITS CHARGE HAS BEEN POSTED
           EXEC SQL
            UPDATE CBS_FEE_ITEM
            SET REV_STATUS = 'POSTING   '
            WHERE REV_STATUS = 'DUE       '
            AND ITEM_STATUS = 'POSTED    '
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE SQLERRD(3) TO WS-TOTAL-REV-CLAIMED
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGGLP CLAIM REVERSALS SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
           EXEC SQL COMMIT END-EXEC.
        CLAIM-FEE-ITEMS-EXIT.
           EXIT.
        WRITE-GL-HEADER.
           MOVE SPACES TO GLOUT-HDR.
           MOVE 'H' TO GLOUT-HDR(1:1).
           MOVE 'CBSREG  ' TO HDR-SOURCE-SYSTEM.
           MOVE WS-RUN-DATE TO HDR-POST-DATE.
           WRITE GLOUT-REC FROM GLOUT-HDR.
        WRITE-GL-HEADER-EXIT.
           EXIT.
        PROCESS-FEE-ROW.
           EXEC SQL
            FETCH FEE-CSR
            INTO :H25-BRANCH-CODE, :H25-PRODUCT-CODE,
                 :WS-FEE-ENTRY-KIND, :H25-DR-GL-ACCT,
                 :H25-CR-GL-ACCT, :H25-FEE-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM HANDLE-FEE-ROW THRU HANDLE-FEE-ROW-EXIT
            WHEN 100
             MOVE 'Y' TO WS-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGGLP FETCH SQLCODE:' SQLCODE
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        PROCESS-FEE-ROW-EXIT.
           EXIT.
        HANDLE-FEE-ROW.
           IF WS-FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
               GO TO HANDLE-FEE-ROW-SET-KEY
           END-IF.
           IF H25-BRANCH-CODE NOT = WS-GRP-BRANCH
               OR H25-PRODUCT-CODE NOT = WS-GRP-PRODUCT
               OR WS-FEE-ENTRY-KIND NOT = WS-GRP-KIND
               OR H25-DR-GL-ACCT NOT = WS-GRP-DR-GL
               OR H25-CR-GL-ACCT NOT = WS-GRP-CR-GL
               PERFORM WRITE-GL-ENTRIES THRU WRITE-GL-ENTRIES-EXIT
           END-IF.
           IF H25-BRANCH-CODE NOT = WS-GRP-BRANCH
               OR H25-PRODUCT-CODE NOT = WS-GRP-PRODUCT
               PERFORM PRINT-PRODUCT-LINE THRU PRINT-PRODUCT-LINE-EXIT
           END-IF.
           IF H25-BRANCH-CODE NOT = WS-GRP-BRANCH
               PERFORM PRINT-BRANCH-TOTAL THRU PRINT-BRANCH-TOTAL-EXIT
           END-IF.
        HANDLE-FEE-ROW-SET-KEY.
           MOVE H25-BRANCH-CODE TO WS-GRP-BRANCH.
           MOVE H25-PRODUCT-CODE TO WS-GRP-PRODUCT.
           MOVE WS-FEE-ENTRY-KIND TO WS-GRP-KIND.
           MOVE H25-DR-GL-ACCT TO WS-GRP-DR-GL.
           MOVE H25-CR-GL-ACCT TO WS-GRP-CR-GL.
           ADD 1 TO WS-GRP-COUNT.
           ADD H25-FEE-AMOUNT TO WS-GRP-AMOUNT.
           IF WS-GRP-CHARGE
               ADD 1 TO WS-PRD-CHG-COUNT
               ADD H25-FEE-AMOUNT TO WS-PRD-CHG-AMOUNT
           ELSE
               ADD 1 TO WS-PRD-REV-COUNT
               ADD H25-FEE-AMOUNT TO WS-PRD-REV-AMOUNT
           END-IF.
        HANDLE-FEE-ROW-EXIT.
           EXIT.
        WRITE-GL-ENTRIES.
      *    ONE DEBIT AND ONE CREDIT FOR THE GROUP JUST ENDED
           MOVE SPACES TO GLOUT-REC.
           MOVE 'D' TO GL-REC-TYPE.
           MOVE WS-RUN-DATE TO GL-POST-DATE.
           MOVE WS-GRP-BRANCH TO GL-BRANCH-CODE.
           MOVE WS-GRP-AMOUNT TO GL-AMOUNT.
           MOVE WS-GRP-COUNT TO GL-ITEM-COUNT.
           MOVE WS-GRP-PRODUCT TO GL-PRODUCT-CODE.
           IF WS-GRP-CHARGE
               MOVE 'FEE ' TO GL-ENTRY-TYPE
               MOVE 'CBS REGISTRATION FEES' TO GL-NARRATIVE
               MOVE WS-GRP-DR-GL TO GL-ACCOUNT
           ELSE
               MOVE 'REV ' TO GL-ENTRY-TYPE
               MOVE 'CBS REGISTRATION FEE REVERSALS' TO GL-NARRATIVE
               MOVE WS-GRP-CR-GL TO GL-ACCOUNT
           END-IF.
           MOVE 'D' TO GL-DR-CR.
           WRITE GLOUT-REC.
           IF WS-GRP-CHARGE
               MOVE WS-GRP-CR-GL TO GL-ACCOUNT
           ELSE
               MOVE WS-GRP-DR-GL TO GL-ACCOUNT
           END-IF.
           MOVE 'C' TO GL-DR-CR.
           WRITE GLOUT-REC.
           ADD 2 TO WS-GL-RECORDS.
           ADD WS-GRP-AMOUNT TO WS-GL-DEBIT-TOTAL.
           ADD WS-GRP-AMOUNT TO WS-GL-CREDIT-TOTAL.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE 0 TO WS-GRP-AMOUNT.
        WRITE-GL-ENTRIES-EXIT.
           EXIT.
        PRINT-PRODUCT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           MOVE WS-GRP-BRANCH TO WS-DTL-BRANCH.
           MOVE WS-GRP-PRODUCT TO WS-DTL-PRODUCT.
           MOVE WS-PRD-CHG-COUNT TO WS-DTL-CHG-COUNT.
           MOVE WS-PRD-CHG-AMOUNT TO WS-DTL-CHG-AMOUNT.
           MOVE WS-PRD-REV-COUNT TO WS-DTL-REV-COUNT.
           MOVE WS-PRD-REV-AMOUNT TO WS-DTL-REV-AMOUNT.
           COMPUTE WS-NET-AMOUNT =
               WS-PRD-CHG-AMOUNT - WS-PRD-REV-AMOUNT.
           MOVE WS-NET-AMOUNT TO WS-DTL-NET-AMOUNT.
           WRITE FEERPT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-PRD-CHG-COUNT TO WS-BR-CHG-COUNT.
           ADD WS-PRD-CHG-AMOUNT TO WS-BR-CHG-AMOUNT.
           ADD WS-PRD-REV-COUNT TO WS-BR-REV-COUNT.
           ADD WS-PRD-REV-AMOUNT TO WS-BR-REV-AMOUNT.
           MOVE 0 TO WS-PRD-CHG-COUNT.
           MOVE 0 TO WS-PRD-CHG-AMOUNT.
           MOVE 0 TO WS-PRD-REV-COUNT.
           MOVE 0 TO WS-PRD-REV-AMOUNT.
        PRINT-PRODUCT-LINE-EXIT.
           EXIT.
        PRINT-BRANCH-TOTAL.
           MOVE WS-GRP-BRANCH TO WS-DTL-BRANCH.
           MOVE 'TOTAL' TO WS-DTL-PRODUCT.
           MOVE WS-BR-CHG-COUNT TO WS-DTL-CHG-COUNT.
           MOVE WS-BR-CHG-AMOUNT TO WS-DTL-CHG-AMOUNT.
           MOVE WS-BR-REV-COUNT TO WS-DTL-REV-COUNT.
           MOVE WS-BR-REV-AMOUNT TO WS-DTL-REV-AMOUNT.
           COMPUTE WS-NET-AMOUNT =
               WS-BR-CHG-AMOUNT - WS-BR-REV-AMOUNT.
           MOVE WS-NET-AMOUNT TO WS-DTL-NET-AMOUNT.
           WRITE FEERPT-REC FROM WS-DETAIL-LINE.
           MOVE SPACES TO FEERPT-REC.
           WRITE FEERPT-REC.
           ADD 2 TO WS-LINE-COUNT.
           ADD WS-BR-CHG-COUNT TO WS-TOT-CHG-COUNT.
           ADD WS-BR-CHG-AMOUNT TO WS-TOT-CHG-AMOUNT.
           ADD WS-BR-REV-COUNT TO WS-TOT-REV-COUNT.
           ADD WS-BR-REV-AMOUNT TO WS-TOT-REV-AMOUNT.
           MOVE 0 TO WS-BR-CHG-COUNT.
           MOVE 0 TO WS-BR-CHG-AMOUNT.
           MOVE 0 TO WS-BR-REV-COUNT.
           MOVE 0 TO WS-BR-REV-AMOUNT.
        PRINT-BRANCH-TOTAL-EXIT.
           EXIT.
        PRINT-PAGE-BREAK.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO FEERPT-REC.
           WRITE FEERPT-REC.
           WRITE FEERPT-REC FROM WS-HEADING-1.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           WRITE FEERPT-REC FROM WS-HEADING-2.
           WRITE FEERPT-REC FROM WS-HEADING-3.
        PRINT-PAGE-BREAK-EXIT.
           EXIT.
        CLOSE-LAST-GROUP.
           IF WS-FIRST-ROW
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
               MOVE 'NO FEE ITEMS TO POST' TO FEERPT-REC
               WRITE FEERPT-REC
               GO TO CLOSE-LAST-GROUP-EXIT
           END-IF.
           PERFORM WRITE-GL-ENTRIES THRU WRITE-GL-ENTRIES-EXIT.
           PERFORM PRINT-PRODUCT-LINE THRU PRINT-PRODUCT-LINE-EXIT.
           PERFORM PRINT-BRANCH-TOTAL THRU PRINT-BRANCH-TOTAL-EXIT.
           MOVE SPACES TO WS-DTL-BRANCH.
           MOVE 'ALL BR' TO WS-DTL-PRODUCT.
           MOVE WS-TOT-CHG-COUNT TO WS-DTL-CHG-COUNT.
           MOVE WS-TOT-CHG-AMOUNT TO WS-DTL-CHG-AMOUNT.
           MOVE WS-TOT-REV-COUNT TO WS-DTL-REV-COUNT.
           MOVE WS-TOT-REV-AMOUNT TO WS-DTL-REV-AMOUNT.
           COMPUTE WS-NET-AMOUNT =
               WS-TOT-CHG-AMOUNT - WS-TOT-REV-AMOUNT.
           MOVE WS-NET-AMOUNT TO WS-DTL-NET-AMOUNT.
           WRITE FEERPT-REC FROM WS-DETAIL-LINE.
        CLOSE-LAST-GROUP-EXIT.
           EXIT.
        WRITE-GL-TRAILER.
           MOVE SPACES TO GLOUT-TRL.
           MOVE 'T' TO GLOUT-TRL(1:1).
           MOVE WS-GL-RECORDS TO TRL-RECORD-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO TRL-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO TRL-CREDIT-TOTAL.
           WRITE GLOUT-REC FROM GLOUT-TRL.
        WRITE-GL-TRAILER-EXIT.
           EXIT.
        COMPLETE-POSTING.
      *    THE FILE IS COMPLETE - EVERY CLAIMED ITEM IS NOW POSTED
           EXEC SQL
            UPDATE CBS_FEE_ITEM
            SET ITEM_STATUS = 'POSTED    ',
                STATUS_DATE = :WS-RUN-DATE,
                GL_POST_DATE = :WS-RUN-DATE
            WHERE ITEM_STATUS = 'POSTING   '
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CBSRGGLP COMPLETE CHARGES SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           EXEC SQL
            UPDATE CBS_FEE_ITEM
            SET REV_STATUS = 'POSTED    ',
                REV_POST_DATE = :WS-RUN-DATE
            WHERE REV_STATUS = 'POSTING   '
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CBSRGGLP COMPLETE REVERSALS SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           EXEC SQL COMMIT END-EXEC.
        COMPLETE-POSTING-EXIT.
           EXIT.
        COUNT-DAY-OUTCOMES.
      *    ACTIVATIONS OF THE DAY THAT DID NOT REACH THE GL, FOR THE
      *    RUN SUMMARY - CHARGES HELD FOR A MISSING GL ACCOUNT STAY
      *    UNPOSTED UNTIL THE FEE ROW IS CORRECTED
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-TOTAL-NO-GL
            FROM CBS_FEE_ITEM
            WHERE ITEM_STATUS = 'UNPOSTED  '
           END-EXEC.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-TOTAL-WAIVED
            FROM CBS_FEE_ITEM
            WHERE ITEM_STATUS = 'WAIVED    '
            AND ACTIVATE_DATE = :WS-RUN-DATE
           END-EXEC.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-TOTAL-NO-FEE
            FROM CBS_FEE_ITEM
            WHERE ITEM_STATUS = 'NO-FEE    '
            AND ACTIVATE_DATE = :WS-RUN-DATE
           END-EXEC.
           EXEC SQL
            SELECT COUNT(*)
            INTO :WS-TOTAL-CANCELLED
            FROM CBS_FEE_ITEM
            WHERE ITEM_STATUS = 'REVERSED  '
            AND ACTIVATE_DATE = :WS-RUN-DATE
           END-EXEC.
           IF WS-TOTAL-NO-GL > 0
               DISPLAY 'CBSRGGLP FEE ITEMS HELD - NO GL ACCOUNT ON'
                   ' CBS_PROD_FEE_REF: ' WS-TOTAL-NO-GL
               MOVE 4 TO RETURN-CODE
           END-IF.
        COUNT-DAY-OUTCOMES-EXIT.
           EXIT.
        ABEND-RUN.
           DISPLAY 'CBSRGGLP RUN TERMINATED - GLOUT MUST NOT BE SENT;'
               ' RERUN REBUILDS IT FROM THE CLAIMED ITEMS'.
           IF WS-GLOUT-OPEN
               CLOSE GLOUT
           END-IF.
           CLOSE FEERPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGGLP - ACTIVATION FEE GL POSTING SUMMARY'.
           DISPLAY 'RUN DATE                : ' WS-RUN-DATE.
           DISPLAY 'CARRIED FROM FAILED RUN : ' WS-TOTAL-CARRIED.
           DISPLAY 'CHARGES CLAIMED         : ' WS-TOTAL-CLAIMED.
           DISPLAY 'REVERSALS CLAIMED       : ' WS-TOTAL-REV-CLAIMED.
           DISPLAY 'CHARGES POSTED          : ' WS-TOT-CHG-COUNT.
           DISPLAY 'REVERSALS POSTED        : ' WS-TOT-REV-COUNT.
           DISPLAY 'GL RECORDS WRITTEN      : ' WS-GL-RECORDS.
           DISPLAY 'GL DEBIT TOTAL          : ' WS-GL-DEBIT-TOTAL.
           DISPLAY 'GL CREDIT TOTAL         : ' WS-GL-CREDIT-TOTAL.
           DISPLAY 'HELD - NO GL ACCOUNT    : ' WS-TOTAL-NO-GL.
           DISPLAY 'WAIVED TODAY            : ' WS-TOTAL-WAIVED.
           DISPLAY 'NO FEE TODAY            : ' WS-TOTAL-NO-FEE.
           DISPLAY 'CANCELLED SAME DAY      : ' WS-TOTAL-CANCELLED.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
