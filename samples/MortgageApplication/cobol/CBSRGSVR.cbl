       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGSVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVRRPT ASSIGN TO SVRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DATECARD ASSIGN TO DATECARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SVRRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SVRRPT-REC PIC X(100).
       FD  DATECARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DATECARD-REC.
           05 DTE-AS-OF-DATE        PIC X(10).
           05 FILLER                PIC X(70).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-DATECARD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-DATECARD VALUE 'Y'.
        01 WS-LINE-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-LINES-PER-PAGE PIC S9(04) COMP VALUE +40.
        01 WS-PAGE-NUMBER PIC S9(04) COMP VALUE 0.
        01 WS-PRIOR-USER-ID PIC X(08) VALUE SPACES.
        01 WS-FIRST-ROW-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-ROW VALUE 'Y'.
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-VIOLATIONS VALUE 'Y'.
        01 WS-USER-VIOLATIONS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-VIOLATIONS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-USERS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-NO-ENTL PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-BRANCH PIC S9(09) COMP VALUE 0.
        01 WS-HEADING-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'DAILY SECURITY VIOLATIONS - ONLINE TRANSACTIONS'.
        01 WS-HEADING-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDG-DATE PIC X(10).
           05 FILLER PIC X(34) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'PAGE: '.
           05 WS-HDG-PAGE PIC ZZZ9.
        01 WS-HEADING-3.
           05 FILLER PIC X(09) VALUE 'TIME'.
           05 FILLER PIC X(09) VALUE 'USERID'.
           05 FILLER PIC X(09) VALUE 'PROGRAM'.
           05 FILLER PIC X(02) VALUE 'F'.
           05 FILLER PIC X(19) VALUE 'KEY'.
           05 FILLER PIC X(05) VALUE 'BRCH'.
           05 FILLER PIC X(08) VALUE 'ROLE'.
           05 FILLER PIC X(39) VALUE 'REASON'.
        01 WS-DETAIL-LINE.
           05 WS-DTL-SYS-TIME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-USER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-PROGRAM-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-REQ-FUNCTION PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-KEY-VALUE PIC X(18).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-BRANCH-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-ENTL-ROLE PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-VIOL-REASON PIC X(39).
        01 WS-CHANNEL-LINE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(18) VALUE 'CALLER CHANNEL-ID '.
           05 WS-CHL-CHANNEL-ID PIC X(10).
        01 WS-USER-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE 'USER TOTAL -  '.
           05 WS-UTL-USER-ID PIC X(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'VIOLATIONS: '.
           05 WS-UTL-VIOLATIONS PIC ZZZ,ZZ9.
           COPY CBSSVL.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-VIOLATION THRU PROCESS-VIOLATION-EXIT
               UNTIL WS-END-OF-VIOLATIONS.
           PERFORM CLOSE-RUN THRU CLOSE-RUN-EXIT.
           STOP RUN.
        INIT-RUN.
           PERFORM READ-DATECARD THRU READ-DATECARD-EXIT.
           DISPLAY 'CBSRGSVR SECURITY VIOLATIONS REPORT RUN FOR '
                   WS-RUN-DATE.
           OPEN OUTPUT SVRRPT.
      *    EVERY REQUEST REFUSED BY THE OPERATOR ENTITLEMENT CHECK ON
      *    THE RUN DATE, GROUPED BY THE SIGNED-ON USER
           EXEC SQL
            DECLARE VIOLATION-CSR CURSOR FOR
            SELECT USER_ID, CHANNEL_ID, PROGRAM_ID, REQ_FUNCTION,
                   KEY_VALUE, BRANCH_CODE, ENTL_ROLE, VIOL_REASON,
                   SYS_TIME
            FROM CBS_SEC_VIOLATION
            WHERE SYS_DATE = :WS-RUN-DATE
            ORDER BY USER_ID, SYS_TIME
           END-EXEC.
           EXEC SQL
            OPEN VIOLATION-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGSVR OPEN CURSOR SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
        INIT-RUN-EXIT.
           EXIT.
        READ-DATECARD.
           OPEN INPUT DATECARD.
           READ DATECARD
               AT END MOVE 'Y' TO WS-DATECARD-EOF-SW
           END-READ.
           CLOSE DATECARD.
           IF WS-END-OF-DATECARD
               OR DTE-AS-OF-DATE = SPACES
               EXEC SQL
                SELECT CURRENT DATE INTO :WS-RUN-DATE FROM
                SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE DTE-AS-OF-DATE TO WS-RUN-DATE
               DISPLAY 'AS-OF DATE FROM CONTROL CARD: ' WS-RUN-DATE
           END-IF.
        READ-DATECARD-EXIT.
           EXIT.
        PROCESS-VIOLATION.
           EXEC SQL
            FETCH VIOLATION-CSR
            INTO :H15-USER-ID, :H15-CHANNEL-ID, :H15-PROGRAM-ID,
                 :H15-REQ-FUNCTION, :H15-KEY-VALUE, :H15-BRANCH-CODE,
                 :H15-ENTL-ROLE, :H15-VIOL-REASON, :H15-SYS-TIME
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             PERFORM PRINT-VIOLATION-ROW THRU
                 PRINT-VIOLATION-ROW-EXIT
            WHEN 100
             MOVE 'Y' TO WS-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGSVR FETCH ERROR SQLCODE:' SQLCODE
             MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
        PROCESS-VIOLATION-EXIT.
           EXIT.
        PRINT-VIOLATION-ROW.
           IF NOT WS-FIRST-ROW
               AND H15-USER-ID NOT = WS-PRIOR-USER-ID
               PERFORM PRINT-USER-TOTAL THRU PRINT-USER-TOTAL-EXIT
           END-IF.
           IF WS-FIRST-ROW
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           IF H15-USER-ID NOT = WS-PRIOR-USER-ID
               MOVE H15-USER-ID TO WS-PRIOR-USER-ID
               ADD 1 TO WS-TOTAL-USERS
           END-IF.
           MOVE H15-SYS-TIME TO WS-DTL-SYS-TIME.
           MOVE H15-USER-ID TO WS-DTL-USER-ID.
           MOVE H15-PROGRAM-ID TO WS-DTL-PROGRAM-ID.
           MOVE H15-REQ-FUNCTION TO WS-DTL-REQ-FUNCTION.
           MOVE H15-KEY-VALUE TO WS-DTL-KEY-VALUE.
           MOVE H15-BRANCH-CODE TO WS-DTL-BRANCH-CODE.
           MOVE H15-ENTL-ROLE TO WS-DTL-ENTL-ROLE.
           MOVE H15-VIOL-REASON TO WS-DTL-VIOL-REASON.
           WRITE SVRRPT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *    THE CHANNEL-ID THE CALLER CLAIMED IS SHOWN WHEN IT DIFFERS
      *    FROM THE SIGNED-ON USER
           IF H15-CHANNEL-ID NOT = H15-USER-ID
               MOVE H15-CHANNEL-ID TO WS-CHL-CHANNEL-ID
               WRITE SVRRPT-REC FROM WS-CHANNEL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF H15-ENTL-ROLE = SPACES
               ADD 1 TO WS-TOTAL-NO-ENTL
           END-IF.
           IF H15-BRANCH-CODE NOT = SPACES
               ADD 1 TO WS-TOTAL-BRANCH
           END-IF.
           ADD 1 TO WS-USER-VIOLATIONS.
           ADD 1 TO WS-TOTAL-VIOLATIONS.
        PRINT-VIOLATION-ROW-EXIT.
           EXIT.
        PRINT-USER-TOTAL.
           MOVE WS-PRIOR-USER-ID TO WS-UTL-USER-ID.
           MOVE WS-USER-VIOLATIONS TO WS-UTL-VIOLATIONS.
           WRITE SVRRPT-REC FROM WS-USER-TOTAL-LINE.
           MOVE SPACES TO SVRRPT-REC.
           WRITE SVRRPT-REC.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 0 TO WS-USER-VIOLATIONS.
        PRINT-USER-TOTAL-EXIT.
           EXIT.
        PRINT-PAGE-BREAK.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 'N' TO WS-FIRST-ROW-SW.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO SVRRPT-REC.
           WRITE SVRRPT-REC.
           WRITE SVRRPT-REC FROM WS-HEADING-1.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           WRITE SVRRPT-REC FROM WS-HEADING-2.
           WRITE SVRRPT-REC FROM WS-HEADING-3.
        PRINT-PAGE-BREAK-EXIT.
           EXIT.
        CLOSE-RUN.
           IF NOT WS-FIRST-ROW
               PERFORM PRINT-USER-TOTAL THRU PRINT-USER-TOTAL-EXIT
           END-IF.
           EXEC SQL
            CLOSE VIOLATION-CSR
           END-EXEC.
           CLOSE SVRRPT.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGSVR - SECURITY VIOLATIONS SUMMARY'.
           DISPLAY 'VIOLATIONS LOGGED       : ' WS-TOTAL-VIOLATIONS.
           DISPLAY 'USERS REFUSED           : ' WS-TOTAL-USERS.
           DISPLAY 'NO ENTITLEMENT ON FILE  : ' WS-TOTAL-NO-ENTL.
           DISPLAY 'ACCOUNT BRANCH REFUSALS : ' WS-TOTAL-BRANCH.
           DISPLAY '================================================'.
        CLOSE-RUN-EXIT.
           EXIT.
