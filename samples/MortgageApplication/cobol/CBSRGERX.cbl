       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGERX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENLIST ASSIGN TO GENLIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIO ASSIGN TO ARCHIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIO-STATUS.
           SELECT ARCHOLD ASSIGN TO ARCHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GENLIST
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 121 CHARACTERS
               DEPENDING ON WS-GENLIST-LEN.
      *    IDCAMS LISTCAT LEVEL(...) NONVSAM NAME LISTING OF THE AUDIT
      *    ARCHIVE GDG (IDCAMS SYSPRINT, VBA 125) - ONE
      *    'NONVSAM ------- DSNAME' LINE PER CATALOGUED GENERATION
       01  GENLIST-REC              PIC X(121).
       FD  ARCHIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    ONE GENERATION OF THE CBSRGARC AUDIT ARCHIVE - SAME LAYOUT
      *    AS CBSRGARC ARCHOUT-REC. ONLY THE CUSTOMER NAME IS EVER
      *    REWRITTEN, SO THE CHAIN COLUMNS STAY AS ARCHIVED
       01  ARCHIO-REC.
           05 ARC-ACCOUNT-NO        PIC 9(18).
           05 ARC-OLD-STATUS        PIC X(10).
           05 ARC-NEW-STATUS        PIC X(10).
           05 ARC-UPD-USERID        PIC X(10).
           05 ARC-SYS-DATE          PIC X(10).
           05 ARC-SYS-TIME          PIC X(08).
           05 ARC-EVENT-TYPE        PIC X(10).
           05 ARC-REASON            PIC X(40).
           05 ARC-SQLCODE-VAL       PIC S9(09).
           05 ARC-CUSTOMER-NAME     PIC X(50).
           05 ARC-BRANCH-CODE       PIC X(04).
           05 ARC-CHAIN-ID          PIC X(08).
           05 ARC-CHAIN-SEQ-NO      PIC 9(15).
           05 ARC-CHECK-VALUE       PIC 9(18).
       FD  ARCHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    GENERATIONS ARCHIVED BEFORE THE AUDIT CHAIN COLUMNS WERE
      *    ADDED (LRECL 179) - CUSTOMER NAME AT THE SAME OFFSET
       01  ARCHOLD-REC.
           05 ARO-ACCOUNT-NO        PIC 9(18).
           05 ARO-OLD-STATUS        PIC X(10).
           05 ARO-NEW-STATUS        PIC X(10).
           05 ARO-UPD-USERID        PIC X(10).
           05 ARO-SYS-DATE          PIC X(10).
           05 ARO-SYS-TIME          PIC X(08).
           05 ARO-EVENT-TYPE        PIC X(10).
           05 ARO-REASON            PIC X(40).
           05 ARO-SQLCODE-VAL       PIC S9(09).
           05 ARO-CUSTOMER-NAME     PIC X(50).
           05 ARO-BRANCH-CODE       PIC X(04).
       WORKING-STORAGE SECTION.
        01 WS-ARCHIO-STATUS PIC X(02).
        01 WS-ARCHOLD-STATUS PIC X(02).
        01 WS-GENLIST-LEN PIC S9(04) COMP VALUE 0.
        01 WS-LIST-LINE.
           05 GLS-CC PIC X(01).
           05 GLS-TEXT PIC X(120).
        01 WS-GENLIST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-GENLIST VALUE 'Y'.
        01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-END-OF-ARCHIVE VALUE 'Y'.
        01 WS-TOTAL-GENS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-OLD-GENS PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-READ PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-REWRITTEN PIC S9(09) COMP VALUE 0.
        01 WS-TOTAL-ALREADY-DONE PIC S9(09) COMP VALUE 0.
        01 WS-GEN-READ PIC S9(09) COMP VALUE 0.
        01 WS-GEN-REWRITTEN PIC S9(09) COMP VALUE 0.
        01 WS-LAST-ACCOUNT PIC S9(18) COMP-3 VALUE -1.
        01 WS-LAST-ERASED-SW PIC X(01) VALUE 'N'.
           88 WS-LAST-ERASED VALUE 'Y'.
        01 WS-REWRITE-SW PIC X(01) VALUE 'N'.
           88 WS-REWRITE-NEEDED VALUE 'Y'.
        01 WS-PSN-NAME PIC X(50).
        01 WS-SCRUB-ACCOUNT-NO PIC 9(18).
        01 WS-SCRUB-NAME PIC X(50).
        01 WS-LEAD-SPACES PIC S9(04) COMP VALUE 0.
        01 WS-DSN-LEN PIC S9(04) COMP VALUE 0.
        01 WS-SCAN-IX PIC S9(04) COMP VALUE 0.
        01 WS-LIST-WORD-1 PIC X(20).
        01 WS-LIST-WORD-2 PIC X(20).
        01 WS-GEN-DSN PIC X(44).
        01 WS-BPX-RC PIC S9(09) COMP VALUE 0.
        01 WS-DYN-REQUEST.
           05 WS-DYN-LEN PIC S9(04) COMP VALUE 0.
           05 WS-DYN-TEXT PIC X(100).
        01 WS-DYN-DDNAME PIC X(08).
        01 WS-RPT-GEN-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-DSN PIC X(44).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-LRECL PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-READ PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-REWRITTEN PIC ZZZ,ZZZ,ZZ9.
           COPY CBSERC.
           COPY CBSMST.
           COPY SQLCA.
       PROCEDURE DIVISION.
           DISPLAY 'CBSRGERX AUDIT ARCHIVE PSEUDONYMISATION'.
           DISPLAY '  GENERATION                                    '
               '  LRECL        READ   REWRITTEN'.
           OPEN INPUT GENLIST.
           PERFORM READ-GENLIST THRU READ-GENLIST-EXIT.
           PERFORM PROCESS-GENLIST THRU PROCESS-GENLIST-EXIT
               UNTIL WS-END-OF-GENLIST.
           CLOSE GENLIST.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           STOP RUN.
        READ-GENLIST.
           READ GENLIST
               AT END MOVE 'Y' TO WS-GENLIST-EOF-SW
           END-READ.
           MOVE SPACES TO WS-LIST-LINE.
           IF NOT WS-END-OF-GENLIST
               AND WS-GENLIST-LEN > 0
               MOVE GENLIST-REC(1:WS-GENLIST-LEN) TO WS-LIST-LINE
           END-IF.
        READ-GENLIST-EXIT.
           EXIT.
        PROCESS-GENLIST.
      *    ONLY 'NONVSAM ------- DSNAME' LINES WHOSE LAST QUALIFIER IS
      *    A GENERATION NUMBER (GNNNNVNN) ARE ARCHIVE GENERATIONS
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT GLS-TEXT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           IF WS-LEAD-SPACES >= 120
               GO TO PROCESS-GENLIST-NEXT
           END-IF.
           MOVE SPACES TO WS-LIST-WORD-1 WS-LIST-WORD-2 WS-GEN-DSN.
           UNSTRING GLS-TEXT(WS-LEAD-SPACES + 1:)
               DELIMITED BY ALL SPACE
               INTO WS-LIST-WORD-1 WS-LIST-WORD-2 WS-GEN-DSN
           END-UNSTRING.
           IF WS-LIST-WORD-1 NOT = 'NONVSAM'
               GO TO PROCESS-GENLIST-NEXT
           END-IF.
           MOVE 0 TO WS-DSN-LEN.
           PERFORM SCAN-DSN-LEN THRU SCAN-DSN-LEN-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > 44.
           IF WS-DSN-LEN < 10
               GO TO PROCESS-GENLIST-NEXT
           END-IF.
           IF WS-GEN-DSN(WS-DSN-LEN - 8:2) NOT = '.G'
               OR WS-GEN-DSN(WS-DSN-LEN - 2:1) NOT = 'V'
               GO TO PROCESS-GENLIST-NEXT
           END-IF.
           PERFORM SCRUB-GENERATION THRU SCRUB-GENERATION-EXIT.
        PROCESS-GENLIST-NEXT.
           PERFORM READ-GENLIST THRU READ-GENLIST-EXIT.
        PROCESS-GENLIST-EXIT.
           EXIT.
        SCAN-DSN-LEN.
           IF WS-GEN-DSN(WS-SCAN-IX:1) NOT = SPACE
               MOVE WS-SCAN-IX TO WS-DSN-LEN
           END-IF.
        SCAN-DSN-LEN-EXIT.
           EXIT.
        SCRUB-GENERATION.
      *    EACH GENERATION IS ALLOCATED OLD AND REWRITTEN IN PLACE.
      *    A GENERATION WRITTEN BEFORE THE CHAIN COLUMNS WERE ADDED
      *    FAILS THE 220-BYTE OPEN WITH STATUS 39 AND IS REOPENED
      *    WITH THE 179-BYTE LAYOUT
           ADD 1 TO WS-TOTAL-GENS.
           MOVE 0 TO WS-GEN-READ.
           MOVE 0 TO WS-GEN-REWRITTEN.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'ARCHIO' TO WS-DYN-DDNAME.
           PERFORM ALLOCATE-GENERATION THRU ALLOCATE-GENERATION-EXIT.
           OPEN I-O ARCHIO.
           IF WS-ARCHIO-STATUS = '00'
               MOVE '220' TO WS-RPT-LRECL
               PERFORM READ-ARCHIO THRU READ-ARCHIO-EXIT
               PERFORM SCRUB-ARCHIO THRU SCRUB-ARCHIO-EXIT
                   UNTIL WS-END-OF-ARCHIVE
               CLOSE ARCHIO
               PERFORM FREE-GENERATION THRU FREE-GENERATION-EXIT
               GO TO SCRUB-GENERATION-REPORT
           END-IF.
           IF WS-ARCHIO-STATUS NOT = '39'
               DISPLAY 'CBSRGERX OPEN ' WS-GEN-DSN ' STATUS:'
                   WS-ARCHIO-STATUS
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           PERFORM FREE-GENERATION THRU FREE-GENERATION-EXIT.
           ADD 1 TO WS-TOTAL-OLD-GENS.
           MOVE 'ARCHOLD' TO WS-DYN-DDNAME.
           PERFORM ALLOCATE-GENERATION THRU ALLOCATE-GENERATION-EXIT.
           OPEN I-O ARCHOLD.
           IF WS-ARCHOLD-STATUS NOT = '00'
               DISPLAY 'CBSRGERX OPEN ' WS-GEN-DSN ' STATUS:'
                   WS-ARCHOLD-STATUS
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
           MOVE '179' TO WS-RPT-LRECL.
           PERFORM READ-ARCHOLD THRU READ-ARCHOLD-EXIT.
           PERFORM SCRUB-ARCHOLD THRU SCRUB-ARCHOLD-EXIT
               UNTIL WS-END-OF-ARCHIVE.
           CLOSE ARCHOLD.
           PERFORM FREE-GENERATION THRU FREE-GENERATION-EXIT.
        SCRUB-GENERATION-REPORT.
           MOVE WS-GEN-DSN TO WS-RPT-DSN.
           MOVE WS-GEN-READ TO WS-RPT-READ.
           MOVE WS-GEN-REWRITTEN TO WS-RPT-REWRITTEN.
           DISPLAY WS-RPT-GEN-LINE.
        SCRUB-GENERATION-EXIT.
           EXIT.
        ALLOCATE-GENERATION.
           MOVE SPACES TO WS-DYN-TEXT.
           STRING 'ALLOC FI(' DELIMITED BY SIZE
                  WS-DYN-DDNAME DELIMITED BY SPACE
                  ') DA(''' DELIMITED BY SIZE
                  WS-GEN-DSN(1:WS-DSN-LEN) DELIMITED BY SIZE
                  ''') OLD REUSE MSG(2)' DELIMITED BY SIZE
               INTO WS-DYN-TEXT.
           MOVE 0 TO WS-DYN-LEN.
           PERFORM SCAN-DYN-LEN THRU SCAN-DYN-LEN-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > 100.
           CALL 'BPXWDYN' USING WS-DYN-REQUEST.
           MOVE RETURN-CODE TO WS-BPX-RC.
           IF WS-BPX-RC NOT = 0
               DISPLAY 'CBSRGERX ALLOCATE ' WS-GEN-DSN ' RC:'
                   WS-BPX-RC
               PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-IF.
        ALLOCATE-GENERATION-EXIT.
           EXIT.
        FREE-GENERATION.
           MOVE SPACES TO WS-DYN-TEXT.
           STRING 'FREE FI(' DELIMITED BY SIZE
                  WS-DYN-DDNAME DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
               INTO WS-DYN-TEXT.
           MOVE 0 TO WS-DYN-LEN.
           PERFORM SCAN-DYN-LEN THRU SCAN-DYN-LEN-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > 100.
           CALL 'BPXWDYN' USING WS-DYN-REQUEST.
           MOVE 0 TO RETURN-CODE.
        FREE-GENERATION-EXIT.
           EXIT.
        SCAN-DYN-LEN.
           IF WS-DYN-TEXT(WS-SCAN-IX:1) NOT = SPACE
               MOVE WS-SCAN-IX TO WS-DYN-LEN
           END-IF.
        SCAN-DYN-LEN-EXIT.
           EXIT.
        READ-ARCHIO.
           READ ARCHIO
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-END-OF-ARCHIVE
               ADD 1 TO WS-GEN-READ
               ADD 1 TO WS-TOTAL-READ
           END-IF.
        READ-ARCHIO-EXIT.
           EXIT.
        SCRUB-ARCHIO.
           MOVE ARC-ACCOUNT-NO TO WS-SCRUB-ACCOUNT-NO.
           MOVE ARC-CUSTOMER-NAME TO WS-SCRUB-NAME.
           PERFORM CHECK-SCRUB THRU CHECK-SCRUB-EXIT.
           IF WS-REWRITE-NEEDED
               MOVE WS-PSN-NAME TO ARC-CUSTOMER-NAME
               REWRITE ARCHIO-REC
               IF WS-ARCHIO-STATUS NOT = '00'
                   DISPLAY 'CBSRGERX REWRITE ' WS-GEN-DSN ' STATUS:'
                       WS-ARCHIO-STATUS
                   PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
               END-IF
               ADD 1 TO WS-GEN-REWRITTEN
               ADD 1 TO WS-TOTAL-REWRITTEN
           END-IF.
           PERFORM READ-ARCHIO THRU READ-ARCHIO-EXIT.
        SCRUB-ARCHIO-EXIT.
           EXIT.
        READ-ARCHOLD.
           READ ARCHOLD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-END-OF-ARCHIVE
               ADD 1 TO WS-GEN-READ
               ADD 1 TO WS-TOTAL-READ
           END-IF.
        READ-ARCHOLD-EXIT.
           EXIT.
        SCRUB-ARCHOLD.
           MOVE ARO-ACCOUNT-NO TO WS-SCRUB-ACCOUNT-NO.
           MOVE ARO-CUSTOMER-NAME TO WS-SCRUB-NAME.
           PERFORM CHECK-SCRUB THRU CHECK-SCRUB-EXIT.
           IF WS-REWRITE-NEEDED
               MOVE WS-PSN-NAME TO ARO-CUSTOMER-NAME
               REWRITE ARCHOLD-REC
               IF WS-ARCHOLD-STATUS NOT = '00'
                   DISPLAY 'CBSRGERX REWRITE ' WS-GEN-DSN ' STATUS:'
                       WS-ARCHOLD-STATUS
                   PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
               END-IF
               ADD 1 TO WS-GEN-REWRITTEN
               ADD 1 TO WS-TOTAL-REWRITTEN
           END-IF.
           PERFORM READ-ARCHOLD THRU READ-ARCHOLD-EXIT.
        SCRUB-ARCHOLD-EXIT.
           EXIT.
        CHECK-SCRUB.
      *    THE ARCHIVE IS IN DATE ORDER, SO ROWS OF ONE ACCOUNT ARE
      *    SCATTERED - THE LAST ACCOUNT LOOKED UP IS KEPT TO SAVE THE
      *    REPEAT LOOKUP ON RUNS OF THE SAME ACCOUNT
           MOVE 'N' TO WS-REWRITE-SW.
           IF WS-SCRUB-ACCOUNT-NO NOT = WS-LAST-ACCOUNT
               PERFORM LOOKUP-ERASURE THRU LOOKUP-ERASURE-EXIT
           END-IF.
           IF NOT WS-LAST-ERASED
               GO TO CHECK-SCRUB-EXIT
           END-IF.
           IF WS-SCRUB-NAME = WS-PSN-NAME
               ADD 1 TO WS-TOTAL-ALREADY-DONE
               GO TO CHECK-SCRUB-EXIT
           END-IF.
           MOVE 'Y' TO WS-REWRITE-SW.
        CHECK-SCRUB-EXIT.
           EXIT.
        LOOKUP-ERASURE.
      *    AN ACCOUNT IS ERASED WHEN ITS CUSTOMER HAS A CERTIFICATE -
      *    THE NAME IS BUILT THE SAME WAY AS CBSRGERA BUILDS IT
           MOVE WS-SCRUB-ACCOUNT-NO TO WS-LAST-ACCOUNT.
           MOVE WS-SCRUB-ACCOUNT-NO TO H1-ACCOUNT-NUMBER.
           MOVE 'N' TO WS-LAST-ERASED-SW.
           EXEC SQL
            SELECT C.PSEUDONYM
            INTO :H27-PSEUDONYM
            FROM CBS_ACCT_MSTR_DTL M, CBS_ERASURE_CERT C
            WHERE M.ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
            AND C.CUSTOMER_ID = M.CUSTOMER_ID
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             MOVE 'Y' TO WS-LAST-ERASED-SW
             MOVE SPACES TO WS-PSN-NAME
             STRING 'ERASED CUSTOMER ' H27-PSEUDONYM
                 DELIMITED BY SIZE INTO WS-PSN-NAME
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGERX ERASURE LOOKUP SQLCODE:' SQLCODE
                 ' ACCOUNT: ' WS-SCRUB-ACCOUNT-NO
             PERFORM ABEND-RUN THRU ABEND-RUN-EXIT
           END-EVALUATE.
        LOOKUP-ERASURE-EXIT.
           EXIT.
        ABEND-RUN.
      *    RECORDS ALREADY REWRITTEN STAY PSEUDONYMISED - A RERUN
      *    PASSES THEM AS ALREADY DONE
           DISPLAY 'CBSRGERX RUN TERMINATED - RERUN REPEATS THE SCAN'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
        ABEND-RUN-EXIT.
           EXIT.
        PRINT-SUMMARY.
           DISPLAY '================================================'.
           DISPLAY 'CBSRGERX - ARCHIVE PSEUDONYMISATION SUMMARY'.
           DISPLAY 'GENERATIONS PROCESSED   : ' WS-TOTAL-GENS.
           DISPLAY '  OF WHICH LRECL 179    : ' WS-TOTAL-OLD-GENS.
           DISPLAY 'ARCHIVE RECORDS READ    : ' WS-TOTAL-READ.
           DISPLAY 'RECORDS PSEUDONYMISED   : ' WS-TOTAL-REWRITTEN.
           DISPLAY 'ALREADY PSEUDONYMISED   : ' WS-TOTAL-ALREADY-DONE.
           DISPLAY '================================================'.
        PRINT-SUMMARY-EXIT.
           EXIT.
