       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGDQR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQEXCP ASSIGN TO DQEXCP
               ORGANIZATION IS SEQUENTIAL.
           SELECT DQRPT ASSIGN TO DQRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DQEXCP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    MASTER-DATA QUALITY EXCEPTIONS FROM CBSRGDQX, SORTED BY
      *    BRANCH, EXCEPTION TYPE AND KEY
       01  DQEXCP-REC.
           05 DQ-REC-TYPE           PIC X(01).
              88 DQ-HEADER             VALUE '1'.
              88 DQ-DETAIL-REC         VALUE '2'.
              88 DQ-TRAILER            VALUE '9'.
           05 DQ-BRANCH-CODE        PIC X(04).
           05 DQ-EXCP-TYPE          PIC X(10).
           05 DQ-KEY-TYPE           PIC X(08).
           05 DQ-EXCP-KEY           PIC X(30).
           05 DQ-OWNER              PIC X(12).
           05 DQ-RUN-DATE           PIC X(10).
           05 DQ-DETAIL             PIC X(60).
           05 DQ-VALUE              PIC X(50).
           05 FILLER                PIC X(15).
       01  DQEXCP-HDR.
           05 FILLER                PIC X(01).
           05 DQH-SOURCE-SYSTEM     PIC X(08).
           05 DQH-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(181).
       01  DQEXCP-TRL.
           05 FILLER                PIC X(01).
           05 DQT-RECORD-COUNT      PIC 9(09).
           05 FILLER                PIC X(190).
       FD  DQRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DQRPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
        01 WS-RUN-DATE PIC X(10).
        01 WS-PRIOR-RUN-DATE PIC X(10).
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-DQEXCP VALUE 'Y'.
        01 WS-TRAILER-SW PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.
        01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-HIST VALUE 'Y'.
        01 WS-FIRST-ROW-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-ROW VALUE 'Y'.
        01 WS-PRIOR-BRANCH PIC X(04) VALUE SPACES.
        01 WS-LINE-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-LINES-PER-PAGE PIC S9(04) COMP VALUE +50.
        01 WS-PAGE-NUMBER PIC S9(04) COMP VALUE 0.
        01 WS-BRANCH-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-TRAILER-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-CHANGE PIC S9(09) COMP VALUE 0.
        01 WS-HEADING-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
              'WEEKLY MASTER-DATA QUALITY EXCEPTION REPORT'.
        01 WS-HEADING-2.
           05 FILLER PIC X(08) VALUE 'BRANCH: '.
           05 WS-HDG-BRANCH PIC X(30).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDG-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'PAGE: '.
           05 WS-HDG-PAGE PIC ZZZ9.
        01 WS-HEADING-3.
           05 FILLER PIC X(11) VALUE 'EXCEPTION'.
           05 FILLER PIC X(09) VALUE 'KEY TYPE'.
           05 FILLER PIC X(21) VALUE 'KEY'.
           05 FILLER PIC X(13) VALUE 'OWNER'.
           05 FILLER PIC X(46) VALUE 'DETAIL'.
           05 FILLER PIC X(30) VALUE 'VALUE ON FILE'.
        01 WS-DETAIL-LINE.
           05 WS-DTL-EXCP-TYPE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-KEY-TYPE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-KEY PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-OWNER PIC X(12).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-DETAIL PIC X(45).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DTL-VALUE PIC X(30).
        01 WS-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'BRANCH TOTAL -  '.
           05 FILLER PIC X(12) VALUE 'EXCEPTIONS: '.
           05 WS-BTL-COUNT PIC ZZZ,ZZ9.
        01 WS-GRAND-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'REPORT TOTAL -  '.
           05 FILLER PIC X(12) VALUE 'EXCEPTIONS: '.
           05 WS-GTL-COUNT PIC ZZZ,ZZ9.
        01 WS-WOW-HEADING-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
              'WEEK-OVER-WEEK EXCEPTION COUNTS BY TYPE'.
        01 WS-WOW-HEADING-2.
           05 FILLER PIC X(10) VALUE 'THIS RUN: '.
           05 WS-WOW-RUN-DATE PIC X(10).
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'PRIOR RUN: '.
           05 WS-WOW-PRIOR-DATE PIC X(10).
        01 WS-WOW-HEADING-3.
           05 FILLER PIC X(12) VALUE 'EXCEPTION'.
           05 FILLER PIC X(12) VALUE '    THIS RUN'.
           05 FILLER PIC X(12) VALUE '   PRIOR RUN'.
           05 FILLER PIC X(12) VALUE '      CHANGE'.
        01 WS-WOW-LINE.
           05 WS-WOW-EXCP-TYPE PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-WOW-THIS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-WOW-PRIOR PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-WOW-CHANGE PIC ZZZ,ZZZ,ZZ9-.
           COPY CBSDQH.
           COPY SQLCA.
       PROCEDURE DIVISION.
           PERFORM INIT-RUN THRU INIT-RUN-EXIT.
           PERFORM PROCESS-EXCEPTION THRU PROCESS-EXCEPTION-EXIT
               UNTIL WS-END-OF-DQEXCP.
           PERFORM CLOSE-EXCEPTIONS THRU CLOSE-EXCEPTIONS-EXIT.
           PERFORM PRINT-WEEK-OVER-WEEK THRU
               PRINT-WEEK-OVER-WEEK-EXIT.
           CLOSE DQRPT.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           STOP RUN.
        INIT-RUN.
           OPEN INPUT DQEXCP.
           OPEN OUTPUT DQRPT.
           READ DQEXCP
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-END-OF-DQEXCP
               OR NOT DQ-HEADER
               OR DQH-SOURCE-SYSTEM NOT = 'CBSRGDQX'
               DISPLAY 'CBSRGDQR EXCEPTION FILE HAS NO CBSRGDQX HEADER'
               CLOSE DQEXCP
               CLOSE DQRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DQH-RUN-DATE TO WS-RUN-DATE.
           DISPLAY 'CBSRGDQR DATA QUALITY REPORT FOR RUN ' WS-RUN-DATE.
           PERFORM READ-EXCEPTION THRU READ-EXCEPTION-EXIT.
        INIT-RUN-EXIT.
           EXIT.
        READ-EXCEPTION.
           READ DQEXCP
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-END-OF-DQEXCP
               AND DQ-TRAILER
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE DQT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
        READ-EXCEPTION-EXIT.
           EXIT.
        PROCESS-EXCEPTION.
           IF NOT DQ-DETAIL-REC
               DISPLAY 'CBSRGDQR UNEXPECTED RECORD TYPE: ' DQ-REC-TYPE
               PERFORM READ-EXCEPTION THRU READ-EXCEPTION-EXIT
               GO TO PROCESS-EXCEPTION-EXIT
           END-IF.
           IF NOT WS-FIRST-ROW
               AND DQ-BRANCH-CODE NOT = WS-PRIOR-BRANCH
               PERFORM PRINT-BRANCH-TOTAL THRU PRINT-BRANCH-TOTAL-EXIT
           END-IF.
           IF WS-FIRST-ROW OR DQ-BRANCH-CODE NOT = WS-PRIOR-BRANCH
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-BREAK THRU PRINT-PAGE-BREAK-EXIT
           END-IF.
           MOVE DQ-EXCP-TYPE TO WS-DTL-EXCP-TYPE.
           MOVE DQ-KEY-TYPE TO WS-DTL-KEY-TYPE.
           MOVE DQ-EXCP-KEY TO WS-DTL-KEY.
           MOVE DQ-OWNER TO WS-DTL-OWNER.
           MOVE DQ-DETAIL TO WS-DTL-DETAIL.
           MOVE DQ-VALUE TO WS-DTL-VALUE.
           WRITE DQRPT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           PERFORM READ-EXCEPTION THRU READ-EXCEPTION-EXIT.
        PROCESS-EXCEPTION-EXIT.
           EXIT.
        PRINT-BRANCH-TOTAL.
           MOVE WS-BRANCH-COUNT TO WS-BTL-COUNT.
           MOVE SPACES TO DQRPT-REC.
           WRITE DQRPT-REC.
           WRITE DQRPT-REC FROM WS-BRANCH-TOTAL-LINE.
           MOVE 0 TO WS-BRANCH-COUNT.
        PRINT-BRANCH-TOTAL-EXIT.
           EXIT.
        PRINT-PAGE-BREAK.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE DQ-BRANCH-CODE TO WS-PRIOR-BRANCH.
           MOVE 'N' TO WS-FIRST-ROW-SW.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO DQRPT-REC.
           WRITE DQRPT-REC.
           WRITE DQRPT-REC FROM WS-HEADING-1.
      *    BLANK BRANCH - ACCOUNTS WITH NO BRANCH CODE AND THE
      *    BANK-WIDE TEMPLATE EXCEPTIONS
           IF DQ-BRANCH-CODE = SPACES
               MOVE '(NONE) - BANK-WIDE' TO WS-HDG-BRANCH
           ELSE
               MOVE DQ-BRANCH-CODE TO WS-HDG-BRANCH
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           WRITE DQRPT-REC FROM WS-HEADING-2.
           WRITE DQRPT-REC FROM WS-HEADING-3.
        PRINT-PAGE-BREAK-EXIT.
           EXIT.
        CLOSE-EXCEPTIONS.
           IF NOT WS-FIRST-ROW
               PERFORM PRINT-BRANCH-TOTAL THRU PRINT-BRANCH-TOTAL-EXIT
           ELSE
               WRITE DQRPT-REC FROM WS-HEADING-1
               MOVE 'NO EXCEPTIONS FOUND' TO DQRPT-REC
               WRITE DQRPT-REC
           END-IF.
           CLOSE DQEXCP.
           MOVE WS-TOTAL-COUNT TO WS-GTL-COUNT.
           MOVE SPACES TO DQRPT-REC.
           WRITE DQRPT-REC.
           WRITE DQRPT-REC FROM WS-GRAND-TOTAL-LINE.
      *    THE FILE IS ONLY COMPLETE IF THE TRAILER WAS READ AND
      *    AGREES WITH THE DETAILS PRINTED
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'CBSRGDQR EXCEPTION FILE HAS NO TRAILER'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-TOTAL-COUNT
                   DISPLAY 'CBSRGDQR TRAILER COUNT ' WS-TRAILER-COUNT
                       ' DOES NOT MATCH DETAILS ' WS-TOTAL-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
        CLOSE-EXCEPTIONS-EXIT.
           EXIT.
      *****************************************************
      *    THIS RUN AGAINST THE LATEST EARLIER RUN ON      *
      *    CBS_DQ_EXCP_HIST, ONE LINE PER EXCEPTION TYPE   *
      *****************************************************
        PRINT-WEEK-OVER-WEEK.
           MOVE WS-RUN-DATE TO H26-RUN-DATE.
           EXEC SQL
            SELECT COALESCE(MAX(RUN_DATE), ' ')
            INTO :WS-PRIOR-RUN-DATE
            FROM CBS_DQ_EXCP_HIST
            WHERE RUN_DATE < :H26-RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQR PRIOR RUN SQLCODE:' SQLCODE
               MOVE SPACES TO WS-PRIOR-RUN-DATE
           END-IF.
           MOVE SPACES TO DQRPT-REC.
           WRITE DQRPT-REC.
           WRITE DQRPT-REC FROM WS-WOW-HEADING-1.
           MOVE WS-RUN-DATE TO WS-WOW-RUN-DATE.
           IF WS-PRIOR-RUN-DATE = SPACES
               MOVE '(NONE)' TO WS-WOW-PRIOR-DATE
           ELSE
               MOVE WS-PRIOR-RUN-DATE TO WS-WOW-PRIOR-DATE
           END-IF.
           WRITE DQRPT-REC FROM WS-WOW-HEADING-2.
           WRITE DQRPT-REC FROM WS-WOW-HEADING-3.
           EXEC SQL
            DECLARE DQ-HIST-CSR CURSOR FOR
            SELECT C.EXCP_TYPE, C.EXCP_COUNT,
                   COALESCE(P.EXCP_COUNT, 0)
            FROM CBS_DQ_EXCP_HIST C
            LEFT OUTER JOIN CBS_DQ_EXCP_HIST P
              ON P.EXCP_TYPE = C.EXCP_TYPE
             AND P.RUN_DATE = :WS-PRIOR-RUN-DATE
            WHERE C.RUN_DATE = :H26-RUN-DATE
            ORDER BY C.EXCP_TYPE
           END-EXEC.
           EXEC SQL
            OPEN DQ-HIST-CSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGDQR OPEN HISTORY CURSOR SQLCODE:' SQLCODE
               MOVE 'Y' TO WS-HIST-EOF-SW
           END-IF.
           PERFORM PRINT-HISTORY-LINE THRU PRINT-HISTORY-LINE-EXIT
               UNTIL WS-END-OF-HIST.
           EXEC SQL
            CLOSE DQ-HIST-CSR
           END-EXEC.
        PRINT-WEEK-OVER-WEEK-EXIT.
           EXIT.
        PRINT-HISTORY-LINE.
           EXEC SQL
            FETCH DQ-HIST-CSR
            INTO :H26-EXCP-TYPE, :H26-EXCP-COUNT, :WS-CHANGE
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE H26-EXCP-TYPE TO WS-WOW-EXCP-TYPE
             MOVE H26-EXCP-COUNT TO WS-WOW-THIS
             MOVE WS-CHANGE TO WS-WOW-PRIOR
             COMPUTE WS-CHANGE = H26-EXCP-COUNT - WS-CHANGE
             MOVE WS-CHANGE TO WS-WOW-CHANGE
             WRITE DQRPT-REC FROM WS-WOW-LINE
            WHEN 100
             MOVE 'Y' TO WS-HIST-EOF-SW
            WHEN OTHER
             DISPLAY 'CBSRGDQR FETCH HISTORY SQLCODE:' SQLCODE
             MOVE 'Y' TO WS-HIST-EOF-SW
           END-EVALUATE.
        PRINT-HISTORY-LINE-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGDQR - MASTER-DATA QUALITY REPORT SUMMARY'.
           DISPLAY 'RUN DATE                : ' WS-RUN-DATE.
           DISPLAY 'PRIOR RUN COMPARED      : ' WS-PRIOR-RUN-DATE.
           DISPLAY 'EXCEPTIONS PRINTED      : ' WS-TOTAL-COUNT.
           DISPLAY 'TRAILER COUNT           : ' WS-TRAILER-COUNT.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
