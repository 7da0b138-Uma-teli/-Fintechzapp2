       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGDNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DNDIN ASSIGN TO DNDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DNDREJ ASSIGN TO DNDREJ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DNDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    NATIONAL DO-NOT-DISTURB REGISTRY MONTHLY FILE - TYPE 1
      *    HEADER, TYPE 2 DETAIL (ONE PER REGISTERED MOBILE NUMBER),
      *    TYPE 9 TRAILER WITH RECORD COUNT
       01  DNDIN-REC.
           05 DNDIN-REC-TYPE        PIC X(01).
              88 DNDIN-HEADER          VALUE '1'.
              88 DNDIN-DETAIL          VALUE '2'.
              88 DNDIN-TRAILER         VALUE '9'.
           05 DNDIN-MOBILE-NO       PIC X(15).
           05 DNDIN-REG-DATE        PIC X(10).
           05 FILLER                PIC X(54).
       01  DNDIN-HDR.
           05 FILLER                PIC X(01).
           05 HDR-FILE-DATE         PIC X(10).
           05 FILLER                PIC X(69).
       01  DNDIN-TRL.
           05 FILLER                PIC X(01).
           05 TRL-RECORD-COUNT      PIC 9(09).
           05 FILLER                PIC X(70).
       FD  DNDREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DNDREJ-REC.
           05 REJ-DND-REC           PIC X(80).
           05 REJ-REASON-CODE       PIC X(12).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-FILE-DATE PIC X(10).
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.
        01 WS-TOTAL-READ PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-INSERTED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-UPDATED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-PURGED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-REJ-WRITTEN PIC S9(09) COMP VALUE 0.
        01 WS-COMMIT-INTERVAL PIC S9(09) COMP VALUE +500.
        01 WS-RECS-SINCE-COMMIT PIC S9(09) COMP VALUE 0.
        01 WS-DNDIN-RECNO PIC S9(09) COMP VALUE 0.
        01 WS-TRL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-TRL-FOUND VALUE 'Y'.
        01 WS-VAL-DETAIL-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-VAL-AFTER-TRL-SW PIC X(01) VALUE 'N'.
           88 WS-VAL-AFTER-TRL VALUE 'Y'.
        01 WS-TRL-COUNT-SAVE PIC S9(09) COMP VALUE 0.
        01 WS-REJ-REASON PIC X(12).
        01 WS-MOBILE-LEN PIC S9(04) COMP VALUE 0.
        01 WS-MOBILE-MIN-DIGITS PIC S9(04) COMP VALUE +10.
        01 WS-SCAN-IX PIC S9(04) COMP VALUE 0.
        01 WS-EDIT-DATE PIC X(10).
        01 WS-EDIT-DATE-VALID-SW PIC X(01).
           88 WS-EDIT-DATE-VALID VALUE 'Y'.
           88 WS-EDIT-DATE-INVALID VALUE 'N'.
           COPY CBSDND.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-DND THRU PROCESS-DND-EXIT
               UNTIL WS-END-OF-FILE.
           EXEC SQL COMMIT END-EXEC.
           PERFORM PURGE-WITHDRAWN THRU PURGE-WITHDRAWN-EXIT.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           CLOSE DNDIN.
           CLOSE DNDREJ.
           STOP RUN.
        INIT-RUN.
           EXEC SQL
            SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           DISPLAY 'CBSRGDNL DO-NOT-DISTURB REGISTRY LOAD RUN FOR '
               WS-RUN-DATE.
           OPEN OUTPUT DNDREJ.
      *    THE WHOLE FILE IS BALANCED AGAINST ITS TRAILER BEFORE
      *    ANY REGISTRY ROW IS TOUCHED
           PERFORM VALIDATE-DNDIN THRU VALIDATE-DNDIN-EXIT.
           OPEN INPUT DNDIN.
           PERFORM READ-DNDIN THRU READ-DNDIN-EXIT.
        INIT-RUN-EXIT.
           EXIT.
        READ-DNDIN.
           READ DNDIN
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-DNDIN-RECNO
           END-READ.
        READ-DNDIN-EXIT.
           EXIT.
        PROCESS-DND.
           IF NOT DNDIN-DETAIL
               GO TO PROCESS-DND-NEXT
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
           PERFORM EDIT-DND-DETAIL THRU EDIT-DND-DETAIL-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
               GO TO PROCESS-DND-NEXT
           END-IF.
           MOVE DNDIN-MOBILE-NO TO H21-MOBILE-NO.
           MOVE DNDIN-REG-DATE TO H21-DND-REG-DATE.
           MOVE WS-FILE-DATE TO H21-FILE-DATE.
           MOVE WS-RUN-DATE TO H21-LOAD-DATE.
      *    LOAD_DATE MARKS THE NUMBER AS SEEN ON THIS RUN'S FILE -
      *    REAPPLYING A RECORD ON A RERUN IS HARMLESS
           EXEC SQL UPDATE CBS_DND_REGISTRY
            SET DND_REG_DATE = :H21-DND-REG-DATE,
                FILE_DATE = :H21-FILE-DATE,
                LOAD_DATE = :H21-LOAD-DATE
            WHERE MOBILE_NO = :H21-MOBILE-NO
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             ADD 1 TO WS-TOTAL-UPDATED
            WHEN 100
             PERFORM INSERT-DND-ROW THRU INSERT-DND-ROW-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGDNL UPDATE FAILED SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        PROCESS-DND-NEXT.
           ADD 1 TO WS-RECS-SINCE-COMMIT.
           IF WS-RECS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO WS-RECS-SINCE-COMMIT
           END-IF.
           PERFORM READ-DNDIN THRU READ-DNDIN-EXIT.
        PROCESS-DND-EXIT.
           EXIT.
        INSERT-DND-ROW.
           EXEC SQL
            INSERT INTO CBS_DND_REGISTRY
                (MOBILE_NO, DND_REG_DATE, FILE_DATE, LOAD_DATE)
            VALUES
                (:H21-MOBILE-NO, :H21-DND-REG-DATE,
                 :H21-FILE-DATE, :H21-LOAD-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDNL INSERT FAILED SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-INSERTED.
        INSERT-DND-ROW-EXIT.
           EXIT.
        PURGE-WITHDRAWN.
      *    NUMBERS NOT ON THIS MONTH'S FILE HAVE LEFT THE REGISTRY.
      *    THE PURGE IS SKIPPED IF ANY DETAIL WAS REJECTED OR NONE
      *    WAS LOADED - A NUMBER WE COULD NOT READ MAY STILL BE
      *    REGISTERED, AND KEEPING IT BLOCKS SMS RATHER THAN SENDS
           IF WS-TOTAL-REJ-WRITTEN > 0
               OR WS-TOTAL-INSERTED + WS-TOTAL-UPDATED = 0
               DISPLAY 'CBSRGDNL WITHDRAWN NUMBERS NOT PURGED -'
                   ' REJECTS OR EMPTY LOAD'
               MOVE 4 TO RETURN-CODE
               GO TO PURGE-WITHDRAWN-EXIT
           END-IF.
           EXEC SQL
            DELETE FROM CBS_DND_REGISTRY
            WHERE LOAD_DATE <> :WS-RUN-DATE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE SQLERRD(3) TO WS-TOTAL-PURGED
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGDNL PURGE FAILED SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
           EXEC SQL COMMIT END-EXEC.
        PURGE-WITHDRAWN-EXIT.
           EXIT.
        EDIT-DND-DETAIL.
      *    SAME MOBILE NUMBER RULE AS CONTACT MAINTENANCE SO A
      *    REGISTRY NUMBER MATCHES THE FORM HELD ON CONTACT DETAILS
           MOVE SPACES TO WS-REJ-REASON.
           MOVE 0 TO WS-MOBILE-LEN.
           PERFORM SCAN-MOBILE-LEN THRU SCAN-MOBILE-LEN-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > 15.
           IF WS-MOBILE-LEN < WS-MOBILE-MIN-DIGITS
               MOVE 'BAD MOBILE  ' TO WS-REJ-REASON
               GO TO EDIT-DND-DETAIL-EXIT
           END-IF.
           IF DNDIN-MOBILE-NO(1:WS-MOBILE-LEN) NOT NUMERIC
               MOVE 'BAD MOBILE  ' TO WS-REJ-REASON
               GO TO EDIT-DND-DETAIL-EXIT
           END-IF.
           MOVE DNDIN-REG-DATE TO WS-EDIT-DATE.
           PERFORM EDIT-DND-DATE THRU EDIT-DND-DATE-EXIT.
           IF WS-EDIT-DATE-INVALID
               MOVE 'BAD REG DATE' TO WS-REJ-REASON
           END-IF.
        EDIT-DND-DETAIL-EXIT.
           EXIT.
        SCAN-MOBILE-LEN.
           IF DNDIN-MOBILE-NO(WS-SCAN-IX:1) NOT = SPACE
               MOVE WS-SCAN-IX TO WS-MOBILE-LEN
           END-IF.
        SCAN-MOBILE-LEN-EXIT.
           EXIT.
        EDIT-DND-DATE.
           MOVE 'Y' TO WS-EDIT-DATE-VALID-SW.
           IF WS-EDIT-DATE(1:4) NOT NUMERIC
               OR WS-EDIT-DATE(5:1) NOT = '-'
               OR WS-EDIT-DATE(6:2) NOT NUMERIC
               OR WS-EDIT-DATE(8:1) NOT = '-'
               OR WS-EDIT-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-EDIT-DATE-VALID-SW
               GO TO EDIT-DND-DATE-EXIT
           END-IF.
           IF WS-EDIT-DATE(6:2) < '01'
               OR WS-EDIT-DATE(6:2) > '12'
               OR WS-EDIT-DATE(9:2) < '01'
               OR WS-EDIT-DATE(9:2) > '31'
               MOVE 'N' TO WS-EDIT-DATE-VALID-SW
           END-IF.
        EDIT-DND-DATE-EXIT.
           EXIT.
        WRITE-REJECT-REC.
           MOVE DNDIN-REC TO REJ-DND-REC.
           MOVE WS-REJ-REASON TO REJ-REASON-CODE.
           WRITE DNDREJ-REC.
           ADD 1 TO WS-TOTAL-REJ-WRITTEN.
        WRITE-REJECT-REC-EXIT.
           EXIT.
        VALIDATE-DNDIN.
           OPEN INPUT DNDIN.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-DNDIN THRU READ-DNDIN-EXIT.
           IF WS-END-OF-FILE
               DISPLAY 'CBSRGDNL DNDIN FILE IS EMPTY'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF NOT DNDIN-HEADER
               DISPLAY 'CBSRGDNL DNDIN HEADER RECORD MISSING'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           MOVE HDR-FILE-DATE TO WS-FILE-DATE.
           DISPLAY 'DND REGISTRY FILE DATE: ' WS-FILE-DATE.
           PERFORM READ-DNDIN THRU READ-DNDIN-EXIT.
           PERFORM VALIDATE-ONE-REC THRU VALIDATE-ONE-REC-EXIT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-TRL-FOUND
               DISPLAY 'CBSRGDNL DNDIN TRAILER RECORD MISSING'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF WS-TRL-COUNT-SAVE NOT = WS-VAL-DETAIL-COUNT
               DISPLAY 'CBSRGDNL RECORD COUNT MISMATCH - TRAILER: '
                   WS-TRL-COUNT-SAVE ' COUNTED: ' WS-VAL-DETAIL-COUNT
               DISPLAY 'POSSIBLE TRUNCATED OR DUPLICATED TRANSFER -'
                   ' FILE NOT PROCESSED'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           DISPLAY 'DNDIN CONTROL TOTALS BALANCED - DETAILS: '
               WS-VAL-DETAIL-COUNT.
           CLOSE DNDIN.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-DNDIN-RECNO.
        VALIDATE-DNDIN-EXIT.
           EXIT.
        VALIDATE-ONE-REC.
           EVALUATE TRUE
            WHEN WS-VAL-AFTER-TRL
             DISPLAY 'CBSRGDNL RECORD AFTER TRAILER ON DNDIN'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN DNDIN-DETAIL
             ADD 1 TO WS-VAL-DETAIL-COUNT
            WHEN DNDIN-TRAILER
             MOVE 'Y' TO WS-TRL-FOUND-SW
             MOVE 'Y' TO WS-VAL-AFTER-TRL-SW
             IF TRL-RECORD-COUNT NUMERIC
                 MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT-SAVE
             ELSE
                 DISPLAY 'CBSRGDNL TRAILER RECORD COUNT NOT NUMERIC'
                 PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
             END-IF
            WHEN DNDIN-HEADER
             DISPLAY 'CBSRGDNL DUPLICATE HEADER ON DNDIN'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGDNL UNKNOWN RECORD TYPE: ' DNDIN-REC-TYPE
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-EVALUATE.
           PERFORM READ-DNDIN THRU READ-DNDIN-EXIT.
        VALIDATE-ONE-REC-EXIT.
           EXIT.
        ABEND-VALIDATION.
           DISPLAY 'CBSRGDNL DNDIN CONTROL VALIDATION FAILED - NO'
               ' DATABASE CHANGES MADE'.
           CLOSE DNDIN.
           CLOSE DNDREJ.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-VALIDATION-EXIT.
           EXIT.
        ABEND-RUN.
           DISPLAY 'CBSRGDNL RUN TERMINATED - RERUN REAPPLIES THE'
               ' WHOLE FILE'.
           CLOSE DNDIN.
           CLOSE DNDREJ.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGDNL - DO-NOT-DISTURB REGISTRY LOAD SUMMARY'.
           DISPLAY 'FILE DATE               : ' WS-FILE-DATE.
           DISPLAY 'DETAILS READ            : ' WS-TOTAL-READ.
           DISPLAY 'NUMBERS ADDED           : ' WS-TOTAL-INSERTED.
           DISPLAY 'NUMBERS REFRESHED       : ' WS-TOTAL-UPDATED.
           DISPLAY 'NUMBERS WITHDRAWN       : ' WS-TOTAL-PURGED.
           DISPLAY 'REJECT RECORDS WRITTEN  : ' WS-TOTAL-REJ-WRITTEN.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
