       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGKYL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYCIN ASSIGN TO KYCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT KYCREJ ASSIGN TO KYCREJ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  KYCIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    BRANCH KYC SYSTEM DAILY EXTRACT - TYPE 1 HEADER, TYPE 2
      *    DETAIL (ONE PER CUSTOMER), TYPE 9 TRAILER WITH RECORD
      *    COUNT AND HASH TOTAL OF CUSTOMER ID
       01  KYCIN-REC.
           05 KYCIN-REC-TYPE        PIC X(01).
              88 KYCIN-HEADER          VALUE '1'.
              88 KYCIN-DETAIL          VALUE '2'.
              88 KYCIN-TRAILER         VALUE '9'.
           05 KYCIN-CUSTOMER-ID     PIC 9(09).
           05 KYCIN-KYC-STATUS      PIC X(10).
           05 KYCIN-VERIFIED-DATE   PIC X(10).
           05 KYCIN-EXPIRY-DATE     PIC X(10).
           05 KYCIN-VERIFY-BRANCH   PIC X(04).
           05 FILLER                PIC X(36).
       01  KYCIN-HDR.
           05 FILLER                PIC X(01).
           05 HDR-EXTRACT-DATE      PIC X(10).
           05 FILLER                PIC X(69).
       01  KYCIN-TRL.
           05 FILLER                PIC X(01).
           05 TRL-RECORD-COUNT      PIC 9(09).
           05 TRL-HASH-TOTAL        PIC 9(15).
           05 FILLER                PIC X(55).
       FD  KYCREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KYCREJ-REC.
           05 REJ-KYC-REC           PIC X(80).
           05 REJ-REASON-CODE       PIC X(12).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-RUN-TIME PIC X(08).
        01 WS-CHANNEL-ID PIC X(10) VALUE 'CBSRGKYL  '.
        01 WS-EXTRACT-DATE PIC X(10).
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.
        01 WS-TOTAL-READ PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-INSERTED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-UPDATED PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-REJ-WRITTEN PIC S9(09) COMP VALUE 0.
        01 WS-COMMIT-INTERVAL PIC S9(09) COMP VALUE +500.
        01 WS-RECS-SINCE-COMMIT PIC S9(09) COMP VALUE 0.
        01 WS-KYCIN-RECNO PIC S9(09) COMP VALUE 0.
        01 WS-TRL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-TRL-FOUND VALUE 'Y'.
        01 WS-VAL-DETAIL-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-VAL-AFTER-TRL-SW PIC X(01) VALUE 'N'.
           88 WS-VAL-AFTER-TRL VALUE 'Y'.
        01 WS-VAL-BAD-NUMERIC PIC S9(09) COMP VALUE 0.
        01 WS-HASH-TOTAL PIC 9(16) COMP-3 VALUE 0.
        01 WS-HASH-LIMIT PIC 9(16) COMP-3 VALUE 1000000000000000.
        01 WS-TRL-COUNT-SAVE PIC S9(09) COMP VALUE 0.
        01 WS-TRL-HASH-SAVE PIC 9(15) VALUE 0.
        01 WS-REJ-REASON PIC X(12).
        01 WS-EDIT-DATE PIC X(10).
        01 WS-EDIT-DATE-VALID-SW PIC X(01).
           88 WS-EDIT-DATE-VALID VALUE 'Y'.
           88 WS-EDIT-DATE-INVALID VALUE 'N'.
           COPY CBSKYC.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-KYC THRU PROCESS-KYC-EXIT
               UNTIL WS-END-OF-FILE.
           EXEC SQL COMMIT END-EXEC.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           CLOSE KYCIN.
           CLOSE KYCREJ.
           IF WS-TOTAL-REJ-WRITTEN > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
        INIT-RUN.
           EXEC SQL
            SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           EXEC SQL
            SELECT CURRENT TIME INTO :WS-RUN-TIME FROM
            SYSIBM.SYSDUMMY1
           END-EXEC.
           DISPLAY 'CBSRGKYL CUSTOMER KYC LOAD RUN FOR ' WS-RUN-DATE.
           OPEN OUTPUT KYCREJ.
      *    THE WHOLE FILE IS BALANCED AGAINST ITS TRAILER BEFORE
      *    ANY KYC ROW IS TOUCHED
           PERFORM VALIDATE-KYCIN THRU VALIDATE-KYCIN-EXIT.
           OPEN INPUT KYCIN.
           PERFORM READ-KYCIN THRU READ-KYCIN-EXIT.
        INIT-RUN-EXIT.
           EXIT.
        READ-KYCIN.
           READ KYCIN
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-KYCIN-RECNO
           END-READ.
        READ-KYCIN-EXIT.
           EXIT.
        PROCESS-KYC.
           IF NOT KYCIN-DETAIL
               GO TO PROCESS-KYC-NEXT
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
           PERFORM EDIT-KYC-DETAIL THRU EDIT-KYC-DETAIL-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM WRITE-REJECT-REC THRU WRITE-REJECT-REC-EXIT
               GO TO PROCESS-KYC-NEXT
           END-IF.
           COMPUTE H13-CUSTOMER-ID = KYCIN-CUSTOMER-ID.
           MOVE KYCIN-KYC-STATUS TO H13-KYC-STATUS.
           MOVE KYCIN-VERIFIED-DATE TO H13-VERIFIED-DATE.
           MOVE KYCIN-EXPIRY-DATE TO H13-EXPIRY-DATE.
           MOVE KYCIN-VERIFY-BRANCH TO H13-VERIFY-BRANCH.
           MOVE WS-CHANNEL-ID TO H13-UPD-USERID.
           MOVE WS-RUN-DATE TO H13-UPD-DATE.
           MOVE WS-RUN-TIME TO H13-UPD-TIME.
      *    THE EXTRACT CARRIES THE FULL CURRENT STATE PER CUSTOMER,
      *    SO REAPPLYING A RECORD ON A RERUN IS HARMLESS
           EXEC SQL UPDATE CBS_CUST_KYC
            SET KYC_STATUS = :H13-KYC-STATUS,
                VERIFIED_DATE = :H13-VERIFIED-DATE,
                EXPIRY_DATE = :H13-EXPIRY-DATE,
                VERIFY_BRANCH = :H13-VERIFY-BRANCH,
                UPD_USERID = :H13-UPD-USERID,
                UPD_DATE = :H13-UPD-DATE,
                UPD_TIME = :H13-UPD-TIME
            WHERE CUSTOMER_ID = :H13-CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             ADD 1 TO WS-TOTAL-UPDATED
            WHEN 100
             PERFORM INSERT-KYC-ROW THRU INSERT-KYC-ROW-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGKYL UPDATE FAILED SQLCODE:' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        PROCESS-KYC-NEXT.
           ADD 1 TO WS-RECS-SINCE-COMMIT.
           IF WS-RECS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO WS-RECS-SINCE-COMMIT
           END-IF.
           PERFORM READ-KYCIN THRU READ-KYCIN-EXIT.
        PROCESS-KYC-EXIT.
           EXIT.
        INSERT-KYC-ROW.
           EXEC SQL
            INSERT INTO CBS_CUST_KYC
                (CUSTOMER_ID, KYC_STATUS, VERIFIED_DATE, EXPIRY_DATE,
                 VERIFY_BRANCH, UPD_USERID, UPD_DATE, UPD_TIME)
            VALUES
                (:H13-CUSTOMER-ID, :H13-KYC-STATUS,
                 :H13-VERIFIED-DATE, :H13-EXPIRY-DATE,
                 :H13-VERIFY-BRANCH, :H13-UPD-USERID,
                 :H13-UPD-DATE, :H13-UPD-TIME)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGKYL INSERT FAILED SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-INSERTED.
        INSERT-KYC-ROW-EXIT.
           EXIT.
        EDIT-KYC-DETAIL.
           MOVE SPACES TO WS-REJ-REASON.
           IF KYCIN-CUSTOMER-ID NOT NUMERIC
               OR KYCIN-CUSTOMER-ID = 0
               MOVE 'BAD FORMAT  ' TO WS-REJ-REASON
               GO TO EDIT-KYC-DETAIL-EXIT
           END-IF.
           MOVE KYCIN-KYC-STATUS TO H13-KYC-STATUS.
           IF NOT H13-KYC-STATUS-VALID
               MOVE 'BAD STATUS  ' TO WS-REJ-REASON
               GO TO EDIT-KYC-DETAIL-EXIT
           END-IF.
      *    A PENDING CUSTOMER USUALLY HAS NO VERIFIED OR EXPIRY DATE
      *    YET - BLANK DATES ARE KEPT AS BLANKS, AND A DATE IS ONLY
      *    EDITED WHEN ONE IS SUPPLIED
           IF H13-KYC-PENDING
               AND KYCIN-VERIFIED-DATE = SPACES
               GO TO EDIT-KYC-EXPIRY
           END-IF.
           MOVE KYCIN-VERIFIED-DATE TO WS-EDIT-DATE.
           PERFORM EDIT-KYC-DATE THRU EDIT-KYC-DATE-EXIT.
           IF WS-EDIT-DATE-INVALID
               MOVE 'BAD VER DATE' TO WS-REJ-REASON
               GO TO EDIT-KYC-DETAIL-EXIT
           END-IF.
        EDIT-KYC-EXPIRY.
           IF H13-KYC-PENDING
               AND KYCIN-EXPIRY-DATE = SPACES
               GO TO EDIT-KYC-BRANCH
           END-IF.
           MOVE KYCIN-EXPIRY-DATE TO WS-EDIT-DATE.
           PERFORM EDIT-KYC-DATE THRU EDIT-KYC-DATE-EXIT.
           IF WS-EDIT-DATE-INVALID
               MOVE 'BAD EXP DATE' TO WS-REJ-REASON
               GO TO EDIT-KYC-DETAIL-EXIT
           END-IF.
           IF KYCIN-VERIFIED-DATE NOT = SPACES
               AND KYCIN-EXPIRY-DATE < KYCIN-VERIFIED-DATE
               MOVE 'BAD EXP DATE' TO WS-REJ-REASON
               GO TO EDIT-KYC-DETAIL-EXIT
           END-IF.
        EDIT-KYC-BRANCH.
           IF KYCIN-VERIFY-BRANCH = SPACES
               MOVE 'NO BRANCH   ' TO WS-REJ-REASON
           END-IF.
        EDIT-KYC-DETAIL-EXIT.
           EXIT.
        EDIT-KYC-DATE.
           MOVE 'Y' TO WS-EDIT-DATE-VALID-SW.
           IF WS-EDIT-DATE(1:4) NOT NUMERIC
               OR WS-EDIT-DATE(5:1) NOT = '-'
               OR WS-EDIT-DATE(6:2) NOT NUMERIC
               OR WS-EDIT-DATE(8:1) NOT = '-'
               OR WS-EDIT-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-EDIT-DATE-VALID-SW
               GO TO EDIT-KYC-DATE-EXIT
           END-IF.
           IF WS-EDIT-DATE(6:2) < '01'
               OR WS-EDIT-DATE(6:2) > '12'
               OR WS-EDIT-DATE(9:2) < '01'
               OR WS-EDIT-DATE(9:2) > '31'
               MOVE 'N' TO WS-EDIT-DATE-VALID-SW
           END-IF.
        EDIT-KYC-DATE-EXIT.
           EXIT.
        WRITE-REJECT-REC.
           MOVE KYCIN-REC TO REJ-KYC-REC.
           MOVE WS-REJ-REASON TO REJ-REASON-CODE.
           WRITE KYCREJ-REC.
           ADD 1 TO WS-TOTAL-REJ-WRITTEN.
        WRITE-REJECT-REC-EXIT.
           EXIT.
        VALIDATE-KYCIN.
           OPEN INPUT KYCIN.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-KYCIN THRU READ-KYCIN-EXIT.
           IF WS-END-OF-FILE
               DISPLAY 'CBSRGKYL KYCIN FILE IS EMPTY'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF NOT KYCIN-HEADER
               DISPLAY 'CBSRGKYL KYCIN HEADER RECORD MISSING'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           MOVE HDR-EXTRACT-DATE TO WS-EXTRACT-DATE.
           DISPLAY 'KYC EXTRACT DATE: ' WS-EXTRACT-DATE.
           PERFORM READ-KYCIN THRU READ-KYCIN-EXIT.
           PERFORM VALIDATE-ONE-REC THRU VALIDATE-ONE-REC-EXIT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-TRL-FOUND
               DISPLAY 'CBSRGKYL KYCIN TRAILER RECORD MISSING'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF WS-TRL-COUNT-SAVE NOT = WS-VAL-DETAIL-COUNT
               DISPLAY 'CBSRGKYL RECORD COUNT MISMATCH - TRAILER: '
                   WS-TRL-COUNT-SAVE ' COUNTED: ' WS-VAL-DETAIL-COUNT
               DISPLAY 'POSSIBLE TRUNCATED OR DUPLICATED TRANSFER -'
                   ' FILE NOT PROCESSED'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           IF WS-VAL-BAD-NUMERIC = 0
               AND WS-TRL-HASH-SAVE NOT = WS-HASH-TOTAL
               DISPLAY 'CBSRGKYL HASH TOTAL MISMATCH - TRAILER: '
                   WS-TRL-HASH-SAVE ' COMPUTED: ' WS-HASH-TOTAL
               DISPLAY 'POSSIBLE CORRUPTED TRANSFER - FILE NOT'
                   ' PROCESSED'
               PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-IF.
           DISPLAY 'KYCIN CONTROL TOTALS BALANCED - DETAILS: '
               WS-VAL-DETAIL-COUNT.
           CLOSE KYCIN.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-KYCIN-RECNO.
        VALIDATE-KYCIN-EXIT.
           EXIT.
        VALIDATE-ONE-REC.
           EVALUATE TRUE
            WHEN WS-VAL-AFTER-TRL
             DISPLAY 'CBSRGKYL RECORD AFTER TRAILER ON KYCIN'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN KYCIN-DETAIL
             ADD 1 TO WS-VAL-DETAIL-COUNT
             IF KYCIN-CUSTOMER-ID NUMERIC
                 ADD KYCIN-CUSTOMER-ID TO WS-HASH-TOTAL
                 PERFORM WRAP-HASH-TOTAL THRU WRAP-HASH-TOTAL-EXIT
                     UNTIL WS-HASH-TOTAL < WS-HASH-LIMIT
             ELSE
                 ADD 1 TO WS-VAL-BAD-NUMERIC
             END-IF
            WHEN KYCIN-TRAILER
             MOVE 'Y' TO WS-TRL-FOUND-SW
             MOVE 'Y' TO WS-VAL-AFTER-TRL-SW
             IF TRL-RECORD-COUNT NUMERIC
                 AND TRL-HASH-TOTAL NUMERIC
                 MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT-SAVE
                 MOVE TRL-HASH-TOTAL TO WS-TRL-HASH-SAVE
             ELSE
                 DISPLAY 'CBSRGKYL TRAILER CONTROL TOTALS NOT NUMERIC'
                 PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
             END-IF
            WHEN KYCIN-HEADER
             DISPLAY 'CBSRGKYL DUPLICATE HEADER ON KYCIN'
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
            WHEN OTHER
             DISPLAY 'CBSRGKYL UNKNOWN RECORD TYPE: ' KYCIN-REC-TYPE
             PERFORM ABEND-VALIDATION THRU ABEND-VALIDATION-EXIT
           END-EVALUATE.
           PERFORM READ-KYCIN THRU READ-KYCIN-EXIT.
        VALIDATE-ONE-REC-EXIT.
           EXIT.
        WRAP-HASH-TOTAL.
           SUBTRACT WS-HASH-LIMIT FROM WS-HASH-TOTAL.
        WRAP-HASH-TOTAL-EXIT.
           EXIT.
        ABEND-VALIDATION.
           DISPLAY 'CBSRGKYL KYCIN CONTROL VALIDATION FAILED - NO'
               ' DATABASE CHANGES MADE'.
           CLOSE KYCIN.
           CLOSE KYCREJ.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-VALIDATION-EXIT.
           EXIT.
        ABEND-RUN.
           DISPLAY 'CBSRGKYL RUN TERMINATED - RERUN REAPPLIES THE'
               ' WHOLE FILE'.
           CLOSE KYCIN.
           CLOSE KYCREJ.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGKYL - CUSTOMER KYC LOAD RUN SUMMARY'.
           DISPLAY 'EXTRACT DATE            : ' WS-EXTRACT-DATE.
           DISPLAY 'DETAILS READ            : ' WS-TOTAL-READ.
           DISPLAY 'KYC ROWS ADDED          : ' WS-TOTAL-INSERTED.
           DISPLAY 'KYC ROWS UPDATED        : ' WS-TOTAL-UPDATED.
           DISPLAY 'REJECT RECORDS WRITTEN  : ' WS-TOTAL-REJ-WRITTEN.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
