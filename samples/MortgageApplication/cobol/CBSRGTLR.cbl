       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSRGTLR.
      *****************************************************
      *    BRANCH TELLER FRONT-END - TRANSACTION CBST      *
      *    PSEUDO-CONVERSATIONAL MENU OVER MAPSET CBSRGMS. *
      *    EVERY BUSINESS FUNCTION IS CARRIED OUT BY THE   *
      *    EXISTING COMMAREA PROGRAM THROUGH EXEC CICS     *
      *    LINK, SO THE RULES STAY IN ONE PLACE:           *
      *      1 REGISTER ACCOUNT / CUSTOMER    CBSRGDBB     *
      *      2 REGISTRATION HISTORY INQUIRY   CBSRGINQ     *
      *      3 SUSPEND / DE-REGISTER          CBSRGDRG     *
      *      4 PENDING FUTURE-DATED ITEM      CBSRGPNM     *
      *      5 MAKER-CHECKER APPROVAL QUEUE   CBSRGAPP     *
      *    PF KEYS: ENTER PROCESS, PF3 MENU (EXIT FROM THE *
      *    MENU), PF7/PF8 PAGE BACK/FORWARD, PF12 CANCEL   *
      *    THE CURRENT ENTRY, CLEAR ENDS THE SESSION.      *
      *    FIELDS IN ERROR ARE SHOWN BRIGHT WITH THE       *
      *    CURSOR ON THE FIRST ONE.                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WS-RESP PIC S9(08) COMP.
        01 WS-ABSTIME PIC S9(15) COMP-3.
        01 WS-SCREEN-DATE PIC X(10).
        01 WS-SCREEN-TIME PIC X(08).
        01 WS-OPER-USERID PIC X(08).
        01 WS-MESSAGE PIC X(79).
        01 WS-FIELD-ERROR-SW PIC X(01).
           88 WS-FIELD-ERROR VALUE 'Y'.
           88 WS-NO-FIELD-ERROR VALUE 'N'.
        01 WS-TALLY PIC S9(04) COMP VALUE 0.
        01 WS-IX PIC S9(04) COMP VALUE 0.
        01 WS-SEL-IX PIC S9(04) COMP VALUE 0.
        01 WS-SEL-COUNT PIC S9(04) COMP VALUE 0.
        01 WS-SEL-CODE PIC X(01).
           88 WS-SEL-VALID VALUES 'I' 'A' 'R'.
        01 WS-CUSTOMER-ID-N PIC 9(09).
        01 WS-PAGE-EDIT PIC ZZ9.
        01 WS-END-TEXT PIC X(40) VALUE
              'BRANCH REGISTRATION SESSION ENDED'.
        01 WS-END-TEXT-LEN PIC S9(04) COMP VALUE +40.
        01 WS-REQUIRED-ROLE PIC X(08) VALUE 'MAKER   '.
        01 WS-ENTL-OK-SW PIC X(01).
           88 WS-ENTL-OK VALUE 'Y'.
           88 WS-ENTL-REFUSED VALUE 'N'.
        01 WS-VIOL-REASON PIC X(40).
        01 WS-VIOL-KEY PIC X(20).
        01 WS-CUST-ACCT-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-BRANCH-ACCT-COUNT PIC S9(09) COMP VALUE 0.
        01 WS-TLR-STATE-LEN PIC S9(04) COMP VALUE +2071.
        01 WS-DBB-LEN PIC S9(04) COMP VALUE +1261.
        01 WS-INQ-LEN PIC S9(04) COMP VALUE +1664.
        01 WS-DRG-LEN PIC S9(04) COMP VALUE +177.
        01 WS-PNM-LEN PIC S9(04) COMP VALUE +166.
        01 WS-APP-LEN PIC S9(04) COMP VALUE +953.
        01 WS-APQ-MAX-PAGES PIC S9(04) COMP VALUE +50.
        01 WS-APQ-MAX-LINES PIC S9(04) COMP VALUE +10.
        01 WS-EDIT-DATE.
           05 WS-ED-YEAR PIC X(04).
           05 WS-ED-SEP-1 PIC X(01).
           05 WS-ED-MONTH PIC X(02).
           05 WS-ED-SEP-2 PIC X(01).
           05 WS-ED-DAY PIC X(02).
        01 WS-TARGET-STATUS PIC X(10).
           88 WS-TARGET-STATUS-VALID VALUES 'SUSPENDED ' 'INACTIVE  '.
      *    CONVERSATION STATE - PASSED ON EVERY RETURN TRANSID
        01 WS-TLR-STATE.
           05 WS-TLR-CURRENT-MAP PIC X(08).
           05 WS-TLR-PND-ACCOUNT-NO PIC 9(18).
           05 WS-TLR-APQ-PAGE-NO PIC S9(04) COMP.
           05 WS-TLR-APQ-MORE-SW PIC X(01).
              88 WS-TLR-APQ-MORE VALUE 'Y'.
           05 WS-TLR-APQ-LINE-COUNT PIC S9(04) COMP.
           05 WS-TLR-APQ-PAGE-KEY OCCURS 50 TIMES.
              10 WS-PK-CHG-TYPE PIC X(10).
              10 WS-PK-ACCOUNT-NO PIC 9(18).
              10 WS-PK-PRODUCT-CODE PIC X(06).
           05 WS-TLR-APQ-LINE-KEY OCCURS 10 TIMES.
              10 WS-LK-CHG-TYPE PIC X(10).
              10 WS-LK-ACCOUNT-NO PIC 9(18).
              10 WS-LK-PRODUCT-CODE PIC X(06).
        01 WS-REG-LINE.
           05 WS-RL-ACCOUNT-NO PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RL-OUTCOME PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RL-MESSAGE PIC X(49).
        01 WS-EVT-LINE.
           05 WS-EL-ACCOUNT-NO PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EL-EVENT-TYPE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EL-SYS-DATE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EL-SYS-TIME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EL-CHANNEL PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EL-REASON PIC X(18).
        01 WS-NTF-LINE.
           05 WS-NL-ACCOUNT-NO PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-NL-CHANNEL PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-NL-EVENT-TYPE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-NL-STATUS PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-NL-SEND-DATE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-NL-REASON PIC X(21).
        01 WS-APQ-SEL-TABLE.
           05 WS-APQ-SEL PIC X(01) OCCURS 10 TIMES.
        01 WS-APQ-LINE-TABLE.
           05 WS-APQ-LINE PIC X(75) OCCURS 10 TIMES.
        01 WS-APQ-LIST-LINE.
           05 WS-QL-CHG-TYPE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-QL-KEY PIC X(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-QL-TARGET-STATUS PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-QL-REASON-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-QL-MAKER-USERID PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-QL-REQ-DATE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-QL-BRANCH-CODE PIC X(04).
        01 WS-QL-ACCOUNT-NO PIC 9(18).
        01 WS-APQ-DETAIL-1.
           05 FILLER PIC X(06) VALUE 'ITEM: '.
           05 WS-AD1-CHG-TYPE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AD1-KEY PIC X(18).
           05 FILLER PIC X(09) VALUE '  MAKER: '.
           05 WS-AD1-MAKER PIC X(10).
           05 FILLER PIC X(13) VALUE '  REQUESTED: '.
           05 WS-AD1-REQ-DATE PIC X(10).
        01 WS-APQ-DETAIL-2.
           05 FILLER PIC X(08) VALUE 'TARGET: '.
           05 WS-AD2-TARGET PIC X(10).
           05 FILLER PIC X(10) VALUE '  REASON: '.
           05 WS-AD2-REASON PIC X(04).
           05 FILLER PIC X(03) VALUE ' - '.
           05 WS-AD2-DESC PIC X(40).
        01 WS-APQ-DETAIL-3.
           05 FILLER PIC X(11) VALUE 'RULE: FUNC '.
           05 WS-AD3-FUNCTION PIC X(01).
           05 FILLER PIC X(06) VALUE '  KYC '.
           05 WS-AD3-KYC PIC X(01).
           05 FILLER PIC X(11) VALUE '  SELF-REG '.
           05 WS-AD3-SELF-REG PIC X(01).
           05 FILLER PIC X(14) VALUE '  MIN BALANCE '.
           05 WS-AD3-MIN-BALANCE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-APQ-DETAIL-OUT-1 PIC X(79).
        01 WS-APQ-DETAIL-OUT-2 PIC X(79).
        01 WS-DBB-COMMAREA.
           02 CSRGREQ.
           COPY CSRGREQ.
           02 CSRGRES REDEFINES CSRGREQ.
           COPY CSRGRES.
        01 WS-INQ-COMMAREA.
           02 CSRGIRQ.
           COPY CSRGIRQ.
           02 CSRGIRS REDEFINES CSRGIRQ.
           COPY CSRGIRS.
        01 WS-DRG-COMMAREA.
           02 CSRGDRQ.
           COPY CSRGDRQ.
           02 CSRGDRS REDEFINES CSRGDRQ.
           COPY CSRGDRS.
        01 WS-PNM-COMMAREA.
           02 CSPNRQ.
           COPY CSPNRQ.
           02 CSPNRS REDEFINES CSPNRQ.
           COPY CSPNRS.
        01 WS-APP-COMMAREA.
           02 CSAPRQ.
           COPY CSAPRQ.
           02 CSAPRS REDEFINES CSAPRQ.
           COPY CSAPRS.
           COPY CBSRGMS.
           COPY DFHAID.
           COPY DFHBMSCA.
           EXEC SQL
           INCLUDE CBSMST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSENT
           END-EXEC.
           EXEC SQL
           INCLUDE CBSSVL
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(2071).
       PROCEDURE DIVISION.
           MOVE 'N' TO WS-FIELD-ERROR-SW.
           MOVE SPACES TO WS-MESSAGE.
           PERFORM GET-SCREEN-DATE-TIME THRU GET-SCREEN-DATE-TIME-EXIT.
           MOVE SPACES TO WS-OPER-USERID.
           EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
           IF EIBCALEN NOT = WS-TLR-STATE-LEN
               PERFORM START-SESSION THRU START-SESSION-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-TLR-STATE
               IF EIBAID = DFHCLEAR
                   PERFORM END-SESSION THRU END-SESSION-EXIT
               END-IF
               EVALUATE WS-TLR-CURRENT-MAP
                WHEN 'CBSMNU  '
                 PERFORM PROCESS-MENU THRU PROCESS-MENU-EXIT
                WHEN 'CBSREG  '
                 PERFORM PROCESS-REGISTER THRU PROCESS-REGISTER-EXIT
                WHEN 'CBSINQ  '
                 PERFORM PROCESS-INQUIRY THRU PROCESS-INQUIRY-EXIT
                WHEN 'CBSDRG  '
                 PERFORM PROCESS-SUSPEND THRU PROCESS-SUSPEND-EXIT
                WHEN 'CBSPND  '
                 PERFORM PROCESS-PENDING THRU PROCESS-PENDING-EXIT
                WHEN 'CBSAPQ  '
                 PERFORM PROCESS-QUEUE THRU PROCESS-QUEUE-EXIT
                WHEN OTHER
                 PERFORM START-SESSION THRU START-SESSION-EXIT
               END-EVALUATE
           END-IF.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-TLR-STATE)
                LENGTH(WS-TLR-STATE-LEN)
           END-EXEC.
        GET-SCREEN-DATE-TIME.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-SCREEN-DATE) DATESEP('-')
                TIME(WS-SCREEN-TIME) TIMESEP('.')
           END-EXEC.
        GET-SCREEN-DATE-TIME-EXIT.
           EXIT.
        START-SESSION.
           MOVE SPACES TO WS-TLR-STATE.
           MOVE 0 TO WS-TLR-PND-ACCOUNT-NO.
           MOVE 0 TO WS-TLR-APQ-PAGE-NO.
           MOVE 0 TO WS-TLR-APQ-LINE-COUNT.
           MOVE LOW-VALUES TO CBSMNUO.
           PERFORM SEND-MENU-MAP THRU SEND-MENU-MAP-EXIT.
        START-SESSION-EXIT.
           EXIT.
        END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                LENGTH(WS-END-TEXT-LEN) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
        END-SESSION-EXIT.
           EXIT.
      *****************************************************
      *    MAIN MENU                                       *
      *****************************************************
        PROCESS-MENU.
           IF EIBAID = DFHPF3
               PERFORM END-SESSION THRU END-SESSION-EXIT
           END-IF.
           EXEC CICS RECEIVE MAP('CBSMNU') MAPSET('CBSRGMS')
                INTO(CBSMNUI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO CBSMNUI
           END-IF.
           MOVE LOW-VALUE TO MNOPTA.
           IF EIBAID NOT = DFHENTER
               MOVE 'INVALID KEY PRESSED' TO WS-MESSAGE
               PERFORM SEND-MENU-MAP THRU SEND-MENU-MAP-EXIT
               GO TO PROCESS-MENU-EXIT
           END-IF.
           EVALUATE MNOPTI
            WHEN '1'
             MOVE LOW-VALUES TO CBSREGO
             PERFORM SEND-REGISTER-MAP THRU SEND-REGISTER-MAP-EXIT
            WHEN '2'
             MOVE LOW-VALUES TO CBSINQO
             PERFORM SEND-INQUIRY-MAP THRU SEND-INQUIRY-MAP-EXIT
            WHEN '3'
             MOVE LOW-VALUES TO CBSDRGO
             PERFORM SEND-SUSPEND-MAP THRU SEND-SUSPEND-MAP-EXIT
            WHEN '4'
             MOVE 0 TO WS-TLR-PND-ACCOUNT-NO
             MOVE LOW-VALUES TO CBSPNDO
             PERFORM SEND-PENDING-MAP THRU SEND-PENDING-MAP-EXIT
            WHEN '5'
             PERFORM START-QUEUE THRU START-QUEUE-EXIT
            WHEN OTHER
             MOVE 'SELECT AN OPTION FROM 1 TO 5' TO WS-MESSAGE
             MOVE DFHUNINT TO MNOPTA
             MOVE -1 TO MNOPTL
             MOVE 'Y' TO WS-FIELD-ERROR-SW
             PERFORM SEND-MENU-MAP THRU SEND-MENU-MAP-EXIT
           END-EVALUATE.
        PROCESS-MENU-EXIT.
           EXIT.
        SEND-MENU-MAP.
           MOVE WS-SCREEN-DATE TO MNDATEO.
           MOVE WS-SCREEN-TIME TO MNTIMEO.
           MOVE WS-MESSAGE TO MNMSGO.
           IF WS-NO-FIELD-ERROR
               MOVE -1 TO MNOPTL
           END-IF.
           EXEC CICS SEND MAP('CBSMNU') MAPSET('CBSRGMS')
                FROM(CBSMNUO) ERASE CURSOR
           END-EXEC.
           MOVE 'CBSMNU  ' TO WS-TLR-CURRENT-MAP.
        SEND-MENU-MAP-EXIT.
           EXIT.
        RETURN-TO-MENU.
           MOVE LOW-VALUES TO CBSMNUO.
           PERFORM SEND-MENU-MAP THRU SEND-MENU-MAP-EXIT.
        RETURN-TO-MENU-EXIT.
           EXIT.
      *****************************************************
      *    1 - REGISTER ONE ACCOUNT OR A WHOLE CUSTOMER    *
      *****************************************************
        PROCESS-REGISTER.
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU THRU RETURN-TO-MENU-EXIT
               GO TO PROCESS-REGISTER-EXIT
           END-IF.
           IF EIBAID = DFHPF12
               MOVE LOW-VALUES TO CBSREGO
               MOVE 'ENTRY CANCELLED' TO WS-MESSAGE
               PERFORM SEND-REGISTER-MAP THRU SEND-REGISTER-MAP-EXIT
               GO TO PROCESS-REGISTER-EXIT
           END-IF.
           EXEC CICS RECEIVE MAP('CBSREG') MAPSET('CBSRGMS')
                INTO(CBSREGI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO CBSREGI
           END-IF.
           MOVE LOW-VALUE TO RGMODEA.
           MOVE LOW-VALUE TO RGACCTA.
           MOVE LOW-VALUE TO RGCUSTA.
           MOVE LOW-VALUE TO RGEFFDTA.
           IF EIBAID NOT = DFHENTER
               MOVE 'INVALID KEY PRESSED' TO WS-MESSAGE
               PERFORM SEND-REGISTER-MAP THRU SEND-REGISTER-MAP-EXIT
               GO TO PROCESS-REGISTER-EXIT
           END-IF.
           PERFORM EDIT-REGISTER-INPUT THRU EDIT-REGISTER-INPUT-EXIT.
           IF WS-FIELD-ERROR
               PERFORM SEND-REGISTER-MAP THRU SEND-REGISTER-MAP-EXIT
               GO TO PROCESS-REGISTER-EXIT
           END-IF.
           PERFORM CHECK-TELLER-ENTL THRU CHECK-TELLER-ENTL-EXIT.
           IF WS-ENTL-REFUSED
               PERFORM SEND-REGISTER-MAP THRU SEND-REGISTER-MAP-EXIT
               GO TO PROCESS-REGISTER-EXIT
           END-IF.
      *    THE BRANCH CHANNEL IS NOT SELF-SERVICE, SO CBSRGDBB
      *    ALLOWS THE DORMANT REACTIVATIONS AND BRANCH-ONLY
      *    PRODUCTS IT REFERS ONLINE CUSTOMERS TO A BRANCH FOR
           MOVE SPACES TO WS-DBB-COMMAREA.
           MOVE 'BRANCH    ' TO CHANNEL-ID OF CSRGREQ.
           MOVE RGMODEI TO REQ-MODE OF CSRGREQ.
           IF RGMODEI = 'C'
               MOVE 0 TO ACCOUNT-NO OF CSRGREQ
               MOVE RGCUSTI TO REQ-CUSTOMER-ID OF CSRGREQ
           ELSE
               MOVE RGACCTI TO ACCOUNT-NO OF CSRGREQ
               MOVE 0 TO REQ-CUSTOMER-ID OF CSRGREQ
           END-IF.
           IF RGEFFDTI = LOW-VALUES
               MOVE SPACES TO EFFECTIVE-DATE OF CSRGREQ
           ELSE
               MOVE RGEFFDTI TO EFFECTIVE-DATE OF CSRGREQ
           END-IF.
           EXEC CICS LINK PROGRAM('CBSRGDBB')
                COMMAREA(WS-DBB-COMMAREA) LENGTH(WS-DBB-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CBSRGTLR LINK CBSRGDBB RESP:' WS-RESP
               MOVE 'REGISTRATION SERVICE UNAVAILABLE - PLEASE RETRY'
                    TO WS-MESSAGE
               PERFORM SEND-REGISTER-MAP THRU SEND-REGISTER-MAP-EXIT
               GO TO PROCESS-REGISTER-EXIT
           END-IF.
           IF CUSTOMER-ID OF CSRGRES NUMERIC
               AND CUSTOMER-ID OF CSRGRES > 0
               MOVE CUSTOMER-ID OF CSRGRES TO WS-CUSTOMER-ID-N
               MOVE WS-CUSTOMER-ID-N TO RGCIDO
           END-IF.
           MOVE CUSTOMER-NAME OF CSRGRES TO RGCNAMEO.
           MOVE MESSAGES OF CSRGRES TO WS-MESSAGE.
           IF RGMODEI = 'C'
               AND RES-ACCT-COUNT NUMERIC
               PERFORM BUILD-REGISTER-LINE THRU
                   BUILD-REGISTER-LINE-EXIT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > RES-ACCT-COUNT
                      OR WS-IX > 10
           END-IF.
           PERFORM SEND-REGISTER-MAP THRU SEND-REGISTER-MAP-EXIT.
        PROCESS-REGISTER-EXIT.
           EXIT.
        EDIT-REGISTER-INPUT.
           IF RGMODEI = LOW-VALUE OR RGMODEI = SPACE
               MOVE 'A' TO RGMODEI
           END-IF.
           IF RGMODEI NOT = 'A' AND RGMODEI NOT = 'C'
               MOVE 'MODE MUST BE A OR C' TO WS-MESSAGE
               MOVE DFHUNIMD TO RGMODEA
               MOVE -1 TO RGMODEL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO EDIT-REGISTER-INPUT-EXIT
           END-IF.
           IF RGMODEI = 'A'
               IF RGACCTI NOT NUMERIC OR RGACCTI = 0
                   MOVE 'ENTER A VALID ACCOUNT NUMBER' TO WS-MESSAGE
                   MOVE DFHUNINT TO RGACCTA
                   MOVE -1 TO RGACCTL
                   MOVE 'Y' TO WS-FIELD-ERROR-SW
                   GO TO EDIT-REGISTER-INPUT-EXIT
               END-IF
           ELSE
               IF RGCUSTI NOT NUMERIC OR RGCUSTI = 0
                   MOVE 'ENTER A VALID CUSTOMER ID' TO WS-MESSAGE
                   MOVE DFHUNINT TO RGCUSTA
                   MOVE -1 TO RGCUSTL
                   MOVE 'Y' TO WS-FIELD-ERROR-SW
                   GO TO EDIT-REGISTER-INPUT-EXIT
               END-IF
           END-IF.
           IF RGEFFDTI = LOW-VALUES OR RGEFFDTI = SPACES
               MOVE LOW-VALUES TO RGEFFDTI
               GO TO EDIT-REGISTER-INPUT-EXIT
           END-IF.
           IF RGMODEI = 'C'
               MOVE 'EFFECTIVE DATE NOT SUPPORTED IN CUSTOMER MODE'
                    TO WS-MESSAGE
               MOVE DFHUNIMD TO RGEFFDTA
               MOVE -1 TO RGEFFDTL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO EDIT-REGISTER-INPUT-EXIT
           END-IF.
           MOVE RGEFFDTI TO WS-EDIT-DATE.
           IF WS-ED-YEAR NOT NUMERIC
               OR WS-ED-MONTH NOT NUMERIC
               OR WS-ED-DAY NOT NUMERIC
               OR WS-ED-SEP-1 NOT = '-'
               OR WS-ED-SEP-2 NOT = '-'
               MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD' TO WS-MESSAGE
               MOVE DFHUNIMD TO RGEFFDTA
               MOVE -1 TO RGEFFDTL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
           END-IF.
        EDIT-REGISTER-INPUT-EXIT.
           EXIT.
        BUILD-REGISTER-LINE.
           MOVE RES-ACCT-NO(WS-IX) TO WS-RL-ACCOUNT-NO.
           MOVE RES-OUTCOME(WS-IX) TO WS-RL-OUTCOME.
           MOVE RES-ACCT-MESSAGE(WS-IX) TO WS-RL-MESSAGE.
           MOVE WS-REG-LINE TO RGLINO(WS-IX).
        BUILD-REGISTER-LINE-EXIT.
           EXIT.
        SEND-REGISTER-MAP.
           MOVE WS-SCREEN-DATE TO RGDATEO.
           MOVE WS-SCREEN-TIME TO RGTIMEO.
           MOVE WS-MESSAGE TO RGMSGO.
           IF WS-NO-FIELD-ERROR
               MOVE -1 TO RGMODEL
           END-IF.
           EXEC CICS SEND MAP('CBSREG') MAPSET('CBSRGMS')
                FROM(CBSREGO) ERASE CURSOR
           END-EXEC.
           MOVE 'CBSREG  ' TO WS-TLR-CURRENT-MAP.
        SEND-REGISTER-MAP-EXIT.
           EXIT.
        CHECK-TELLER-ENTL.
      *    CBSRGDBB SERVES THE CUSTOMER'S OWN CHANNELS AND HAS NO
      *    OPERATOR CHECK OF ITS OWN, SO REGISTERING ON BEHALF OF A
      *    CUSTOMER NEEDS THE MAKER ROLE ON THIS TRANSACTION, AND A
      *    BRANCH-RESTRICTED TELLER IS HELD TO THEIR OWN BRANCH
           MOVE 'Y' TO WS-ENTL-OK-SW.
           MOVE SPACES TO WS-VIOL-REASON.
           IF RGMODEI = 'C'
               MOVE RGCUSTI TO WS-VIOL-KEY
           ELSE
               MOVE RGACCTI TO WS-VIOL-KEY
           END-IF.
           MOVE WS-OPER-USERID TO H14-USER-ID.
           MOVE 'CBSRGTLR' TO H14-FUNCTION-ID.
           EXEC SQL
            SELECT ENTL_ROLE, BRANCH_CODE
            INTO :H14-ENTL-ROLE, :H14-BRANCH-CODE
            FROM CBS_OPER_ENTL
            WHERE USER_ID = :H14-USER-ID
            AND FUNCTION_ID = :H14-FUNCTION-ID
            AND DELETE_SW = 'N'
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             CONTINUE
            WHEN 100
             MOVE SPACES TO H14-ENTL-ROLE
             MOVE SPACES TO H14-BRANCH-CODE
             MOVE 'NO ENTITLEMENT FOR THIS TRANSACTION'
                  TO WS-VIOL-REASON
            WHEN OTHER
             DISPLAY 'CBSRGTLR ENTITLEMENT SQLCODE:' SQLCODE
             MOVE 'N' TO WS-ENTL-OK-SW
             MOVE 'ENTITLEMENT CHECK UNAVAILABLE - PLEASE RETRY'
                  TO WS-MESSAGE
             GO TO CHECK-TELLER-ENTL-EXIT
           END-EVALUATE.
           IF WS-VIOL-REASON = SPACES
               AND H14-ENTL-ROLE NOT = WS-REQUIRED-ROLE
               STRING 'ROLE ' DELIMITED BY SIZE
                      H14-ENTL-ROLE DELIMITED BY SPACE
                      ' MAY NOT REGISTER' DELIMITED BY SIZE
                 INTO WS-VIOL-REASON
           END-IF.
           IF WS-VIOL-REASON = SPACES
               PERFORM CHECK-TELLER-BRANCH THRU
                   CHECK-TELLER-BRANCH-EXIT
           END-IF.
           IF WS-VIOL-REASON NOT = SPACES
               PERFORM LOG-SEC-VIOLATION THRU LOG-SEC-VIOLATION-EXIT
           END-IF.
        CHECK-TELLER-ENTL-EXIT.
           EXIT.
        CHECK-TELLER-BRANCH.
      *    A BRANCH-RESTRICTED TELLER MAY ONLY REGISTER ACCOUNTS HELD
      *    AT THAT BRANCH, OR CUSTOMERS WHO HOLD AT LEAST ONE ACCOUNT
      *    THERE. AN ACCOUNT OR CUSTOMER NOT ON THE MASTER IS LEFT
      *    FOR CBSRGDBB TO REPORT AS NOT FOUND
           IF H14-ALL-BRANCHES
               GO TO CHECK-TELLER-BRANCH-EXIT
           END-IF.
           IF RGMODEI = 'C'
               GO TO CHECK-TELLER-BRANCH-CUST
           END-IF.
           COMPUTE H1-ACCOUNT-NUMBER = RGACCTI.
           EXEC SQL
            SELECT BRANCH_CODE
            INTO :H1-BRANCH-CODE
            FROM CBS_ACCT_MSTR_DTL
            WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
             IF H1-BRANCH-CODE NOT = H14-BRANCH-CODE
                 MOVE 'ACCOUNT IS HELD AT ANOTHER BRANCH'
                      TO WS-VIOL-REASON
             END-IF
            WHEN 100
             CONTINUE
            WHEN OTHER
             DISPLAY 'CBSRGTLR BRANCH CHECK SQLCODE:' SQLCODE
             MOVE 'N' TO WS-ENTL-OK-SW
             MOVE 'ENTITLEMENT CHECK UNAVAILABLE - PLEASE RETRY'
                  TO WS-MESSAGE
           END-EVALUATE.
           GO TO CHECK-TELLER-BRANCH-EXIT.
        CHECK-TELLER-BRANCH-CUST.
           COMPUTE H1-CUSTOMER-ID = RGCUSTI.
           MOVE 0 TO WS-CUST-ACCT-COUNT.
           MOVE 0 TO WS-BRANCH-ACCT-COUNT.
           EXEC SQL
            SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN BRANCH_CODE = :H14-BRANCH-CODE
                                THEN 1 ELSE 0 END), 0)
            INTO :WS-CUST-ACCT-COUNT, :WS-BRANCH-ACCT-COUNT
            FROM CBS_ACCT_MSTR_DTL
            WHERE CUSTOMER_ID = :H1-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGTLR BRANCH CHECK SQLCODE:' SQLCODE
               MOVE 'N' TO WS-ENTL-OK-SW
               MOVE 'ENTITLEMENT CHECK UNAVAILABLE - PLEASE RETRY'
                    TO WS-MESSAGE
               GO TO CHECK-TELLER-BRANCH-EXIT
           END-IF.
           IF WS-CUST-ACCT-COUNT > 0
               AND WS-BRANCH-ACCT-COUNT = 0
               MOVE 'CUSTOMER HAS NO ACCOUNT AT USER BRANCH'
                    TO WS-VIOL-REASON
           END-IF.
        CHECK-TELLER-BRANCH-EXIT.
           EXIT.
        LOG-SEC-VIOLATION.
           MOVE 'N' TO WS-ENTL-OK-SW.
           MOVE WS-OPER-USERID TO H15-USER-ID.
           MOVE 'BRANCH    ' TO H15-CHANNEL-ID.
           MOVE 'CBSRGTLR' TO H15-PROGRAM-ID.
           MOVE RGMODEI TO H15-REQ-FUNCTION.
           MOVE WS-VIOL-KEY TO H15-KEY-VALUE.
           MOVE H14-BRANCH-CODE TO H15-BRANCH-CODE.
           MOVE H14-ENTL-ROLE TO H15-ENTL-ROLE.
           MOVE WS-VIOL-REASON TO H15-VIOL-REASON.
           MOVE WS-SCREEN-DATE TO H15-SYS-DATE.
           MOVE WS-SCREEN-TIME TO H15-SYS-TIME.
           EXEC SQL
           INSERT INTO CBS_SEC_VIOLATION
               (USER_ID, CHANNEL_ID, PROGRAM_ID, REQ_FUNCTION,
                KEY_VALUE, BRANCH_CODE, ENTL_ROLE, VIOL_REASON,
                SYS_DATE, SYS_TIME)
           VALUES
               (:H15-USER-ID, :H15-CHANNEL-ID, :H15-PROGRAM-ID,
                :H15-REQ-FUNCTION, :H15-KEY-VALUE,
                :H15-BRANCH-CODE, :H15-ENTL-ROLE,
                :H15-VIOL-REASON, :H15-SYS-DATE, :H15-SYS-TIME)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CBSRGTLR VIOLATION INSERT SQLCODE:' SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               EXEC CICS SYNCPOINT END-EXEC
           END-IF.
           MOVE SPACES TO WS-MESSAGE.
           STRING 'NOT AUTHORISED - ' DELIMITED BY SIZE
                  WS-VIOL-REASON DELIMITED BY SIZE
             INTO WS-MESSAGE.
        LOG-SEC-VIOLATION-EXIT.
           EXIT.
      *****************************************************
      *    2 - REGISTRATION HISTORY INQUIRY                *
      *****************************************************
        PROCESS-INQUIRY.
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU THRU RETURN-TO-MENU-EXIT
               GO TO PROCESS-INQUIRY-EXIT
           END-IF.
           IF EIBAID = DFHPF12
               MOVE LOW-VALUES TO CBSINQO
               MOVE 'ENTRY CANCELLED' TO WS-MESSAGE
               PERFORM SEND-INQUIRY-MAP THRU SEND-INQUIRY-MAP-EXIT
               GO TO PROCESS-INQUIRY-EXIT
           END-IF.
           EXEC CICS RECEIVE MAP('CBSINQ') MAPSET('CBSRGMS')
                INTO(CBSINQI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO CBSINQI
           END-IF.
           MOVE LOW-VALUE TO IQMODEA.
           MOVE LOW-VALUE TO IQACCTA.
           MOVE LOW-VALUE TO IQCUSTA.
           IF EIBAID NOT = DFHENTER
               MOVE 'INVALID KEY PRESSED' TO WS-MESSAGE
               PERFORM SEND-INQUIRY-MAP THRU SEND-INQUIRY-MAP-EXIT
               GO TO PROCESS-INQUIRY-EXIT
           END-IF.
           PERFORM EDIT-INQUIRY-INPUT THRU EDIT-INQUIRY-INPUT-EXIT.
           IF WS-FIELD-ERROR
               PERFORM SEND-INQUIRY-MAP THRU SEND-INQUIRY-MAP-EXIT
               GO TO PROCESS-INQUIRY-EXIT
           END-IF.
           MOVE SPACES TO WS-INQ-COMMAREA.
           MOVE WS-OPER-USERID TO CHANNEL-ID OF CSRGIRQ.
           MOVE IQMODEI TO INQ-MODE.
           IF IQMODEI = 'C'
               MOVE 0 TO ACCOUNT-NO OF CSRGIRQ
               MOVE IQCUSTI TO REQ-CUSTOMER-ID OF CSRGIRQ
           ELSE
               MOVE IQACCTI TO ACCOUNT-NO OF CSRGIRQ
               MOVE 0 TO REQ-CUSTOMER-ID OF CSRGIRQ
           END-IF.
           EXEC CICS LINK PROGRAM('CBSRGINQ')
                COMMAREA(WS-INQ-COMMAREA) LENGTH(WS-INQ-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CBSRGTLR LINK CBSRGINQ RESP:' WS-RESP
               MOVE 'INQUIRY SERVICE UNAVAILABLE - PLEASE RETRY'
                    TO WS-MESSAGE
               PERFORM SEND-INQUIRY-MAP THRU SEND-INQUIRY-MAP-EXIT
               GO TO PROCESS-INQUIRY-EXIT
           END-IF.
           IF CUSTOMER-ID OF CSRGIRS NUMERIC
               AND CUSTOMER-ID OF CSRGIRS > 0
               MOVE CUSTOMER-ID OF CSRGIRS TO WS-CUSTOMER-ID-N
               MOVE WS-CUSTOMER-ID-N TO IQCIDO
           END-IF.
           MOVE CUSTOMER-NAME OF CSRGIRS TO IQCNAMEO.
           MOVE INQ-ACCT-STATUS TO IQSTATO.
           MOVE INQ-STATUS-REASON-CODE TO IQRSNO.
           MOVE INQ-STATUS-REASON-DESC TO IQRDESCO.
           MOVE MESSAGES OF CSRGIRS TO WS-MESSAGE.
           IF INQ-EVT-COUNT NUMERIC
               PERFORM BUILD-EVENT-LINE THRU BUILD-EVENT-LINE-EXIT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > INQ-EVT-COUNT
                      OR WS-IX > 10
           END-IF.
           IF INQ-NTF-COUNT NUMERIC
               PERFORM BUILD-NOTIFY-LINE THRU BUILD-NOTIFY-LINE-EXIT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > INQ-NTF-COUNT
                      OR WS-IX > 5
           END-IF.
           PERFORM SEND-INQUIRY-MAP THRU SEND-INQUIRY-MAP-EXIT.
        PROCESS-INQUIRY-EXIT.
           EXIT.
        EDIT-INQUIRY-INPUT.
           IF IQMODEI = LOW-VALUE OR IQMODEI = SPACE
               MOVE 'A' TO IQMODEI
           END-IF.
           IF IQMODEI NOT = 'A' AND IQMODEI NOT = 'C'
               MOVE 'MODE MUST BE A OR C' TO WS-MESSAGE
               MOVE DFHUNIMD TO IQMODEA
               MOVE -1 TO IQMODEL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO EDIT-INQUIRY-INPUT-EXIT
           END-IF.
           IF IQMODEI = 'A'
               IF IQACCTI NOT NUMERIC OR IQACCTI = 0
                   MOVE 'ENTER A VALID ACCOUNT NUMBER' TO WS-MESSAGE
                   MOVE DFHUNINT TO IQACCTA
                   MOVE -1 TO IQACCTL
                   MOVE 'Y' TO WS-FIELD-ERROR-SW
               END-IF
           ELSE
               IF IQCUSTI NOT NUMERIC OR IQCUSTI = 0
                   MOVE 'ENTER A VALID CUSTOMER ID' TO WS-MESSAGE
                   MOVE DFHUNINT TO IQCUSTA
                   MOVE -1 TO IQCUSTL
                   MOVE 'Y' TO WS-FIELD-ERROR-SW
               END-IF
           END-IF.
        EDIT-INQUIRY-INPUT-EXIT.
           EXIT.
        BUILD-EVENT-LINE.
           MOVE EVT-ACCOUNT-NO(WS-IX) TO WS-EL-ACCOUNT-NO.
           MOVE EVT-EVENT-TYPE(WS-IX) TO WS-EL-EVENT-TYPE.
           MOVE EVT-SYS-DATE(WS-IX) TO WS-EL-SYS-DATE.
           MOVE EVT-SYS-TIME(WS-IX) TO WS-EL-SYS-TIME.
           MOVE EVT-CHANNEL(WS-IX) TO WS-EL-CHANNEL.
           MOVE EVT-REASON(WS-IX) TO WS-EL-REASON.
           MOVE WS-EVT-LINE TO IQEVTO(WS-IX).
        BUILD-EVENT-LINE-EXIT.
           EXIT.
        BUILD-NOTIFY-LINE.
           MOVE NTF-ACCOUNT-NO(WS-IX) TO WS-NL-ACCOUNT-NO.
           MOVE NTF-CHANNEL(WS-IX) TO WS-NL-CHANNEL.
           MOVE NTF-EVENT-TYPE(WS-IX) TO WS-NL-EVENT-TYPE.
           MOVE NTF-STATUS(WS-IX) TO WS-NL-STATUS.
           MOVE NTF-SEND-DATE(WS-IX) TO WS-NL-SEND-DATE.
           MOVE NTF-REASON(WS-IX) TO WS-NL-REASON.
           MOVE WS-NTF-LINE TO IQNTFO(WS-IX).
        BUILD-NOTIFY-LINE-EXIT.
           EXIT.
        SEND-INQUIRY-MAP.
           MOVE WS-SCREEN-DATE TO IQDATEO.
           MOVE WS-SCREEN-TIME TO IQTIMEO.
           MOVE WS-MESSAGE TO IQMSGO.
           IF WS-NO-FIELD-ERROR
               MOVE -1 TO IQMODEL
           END-IF.
           EXEC CICS SEND MAP('CBSINQ') MAPSET('CBSRGMS')
                FROM(CBSINQO) ERASE CURSOR
           END-EXEC.
           MOVE 'CBSINQ  ' TO WS-TLR-CURRENT-MAP.
        SEND-INQUIRY-MAP-EXIT.
           EXIT.
      *****************************************************
      *    3 - SUSPEND OR DE-REGISTER WITH A REASON CODE   *
      *****************************************************
        PROCESS-SUSPEND.
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU THRU RETURN-TO-MENU-EXIT
               GO TO PROCESS-SUSPEND-EXIT
           END-IF.
           IF EIBAID = DFHPF12
               MOVE LOW-VALUES TO CBSDRGO
               MOVE 'ENTRY CANCELLED' TO WS-MESSAGE
               PERFORM SEND-SUSPEND-MAP THRU SEND-SUSPEND-MAP-EXIT
               GO TO PROCESS-SUSPEND-EXIT
           END-IF.
           EXEC CICS RECEIVE MAP('CBSDRG') MAPSET('CBSRGMS')
                INTO(CBSDRGI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO CBSDRGI
           END-IF.
           MOVE LOW-VALUE TO DRACCTA.
           MOVE LOW-VALUE TO DRTGTA.
           MOVE LOW-VALUE TO DRRSNA.
           IF EIBAID NOT = DFHENTER
               MOVE 'INVALID KEY PRESSED' TO WS-MESSAGE
               PERFORM SEND-SUSPEND-MAP THRU SEND-SUSPEND-MAP-EXIT
               GO TO PROCESS-SUSPEND-EXIT
           END-IF.
           PERFORM EDIT-SUSPEND-INPUT THRU EDIT-SUSPEND-INPUT-EXIT.
           IF WS-FIELD-ERROR
               PERFORM SEND-SUSPEND-MAP THRU SEND-SUSPEND-MAP-EXIT
               GO TO PROCESS-SUSPEND-EXIT
           END-IF.
           MOVE SPACES TO WS-DRG-COMMAREA.
           MOVE DRACCTI TO ACCOUNT-NO OF CSRGDRQ.
           MOVE WS-OPER-USERID TO CHANNEL-ID OF CSRGDRQ.
           MOVE WS-TARGET-STATUS TO TARGET-STATUS.
           MOVE DRRSNI TO REASON-CODE.
           EXEC CICS LINK PROGRAM('CBSRGDRG')
                COMMAREA(WS-DRG-COMMAREA) LENGTH(WS-DRG-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CBSRGTLR LINK CBSRGDRG RESP:' WS-RESP
               MOVE 'SUSPENSION SERVICE UNAVAILABLE - PLEASE RETRY'
                    TO WS-MESSAGE
               PERFORM SEND-SUSPEND-MAP THRU SEND-SUSPEND-MAP-EXIT
               GO TO PROCESS-SUSPEND-EXIT
           END-IF.
           IF CUSTOMER-ID OF CSRGDRS NUMERIC
               AND CUSTOMER-ID OF CSRGDRS > 0
               MOVE CUSTOMER-ID OF CSRGDRS TO WS-CUSTOMER-ID-N
               MOVE WS-CUSTOMER-ID-N TO DRCIDO
           END-IF.
           MOVE CUSTOMER-NAME OF CSRGDRS TO DRCNAMEO.
           MOVE MESSAGES OF CSRGDRS TO WS-MESSAGE.
      *    A REFUSAL OVER THE REASON CODE IS SHOWN ON THAT FIELD
           MOVE 0 TO WS-TALLY.
           INSPECT WS-MESSAGE TALLYING WS-TALLY FOR ALL 'REASON CODE'.
           IF WS-TALLY > 0
               MOVE DFHUNIMD TO DRRSNA
               MOVE -1 TO DRRSNL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
           END-IF.
           PERFORM SEND-SUSPEND-MAP THRU SEND-SUSPEND-MAP-EXIT.
        PROCESS-SUSPEND-EXIT.
           EXIT.
        EDIT-SUSPEND-INPUT.
           IF DRACCTI NOT NUMERIC OR DRACCTI = 0
               MOVE 'ENTER A VALID ACCOUNT NUMBER' TO WS-MESSAGE
               MOVE DFHUNINT TO DRACCTA
               MOVE -1 TO DRACCTL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO EDIT-SUSPEND-INPUT-EXIT
           END-IF.
           MOVE DRTGTI TO WS-TARGET-STATUS.
           IF NOT WS-TARGET-STATUS-VALID
               MOVE 'TARGET STATUS MUST BE SUSPENDED OR INACTIVE'
                    TO WS-MESSAGE
               MOVE DFHUNIMD TO DRTGTA
               MOVE -1 TO DRTGTL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO EDIT-SUSPEND-INPUT-EXIT
           END-IF.
           IF DRRSNI = LOW-VALUES OR DRRSNI = SPACES
               MOVE 'ENTER THE REASON CODE' TO WS-MESSAGE
               MOVE DFHUNIMD TO DRRSNA
               MOVE -1 TO DRRSNL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
           END-IF.
        EDIT-SUSPEND-INPUT-EXIT.
           EXIT.
        SEND-SUSPEND-MAP.
           MOVE WS-SCREEN-DATE TO DRDATEO.
           MOVE WS-SCREEN-TIME TO DRTIMEO.
           MOVE WS-MESSAGE TO DRMSGO.
           IF WS-NO-FIELD-ERROR
               MOVE -1 TO DRACCTL
           END-IF.
           EXEC CICS SEND MAP('CBSDRG') MAPSET('CBSRGMS')
                FROM(CBSDRGO) ERASE CURSOR
           END-EXEC.
           MOVE 'CBSDRG  ' TO WS-TLR-CURRENT-MAP.
        SEND-SUSPEND-MAP-EXIT.
           EXIT.
      *****************************************************
      *    4 - VIEW OR CANCEL A PENDING FUTURE-DATED       *
      *        REGISTRATION. CANCEL IS ONLY TAKEN FOR THE  *
      *        ACCOUNT LAST SHOWN ON THE SCREEN            *
      *****************************************************
        PROCESS-PENDING.
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU THRU RETURN-TO-MENU-EXIT
               GO TO PROCESS-PENDING-EXIT
           END-IF.
           IF EIBAID = DFHPF12
               MOVE 0 TO WS-TLR-PND-ACCOUNT-NO
               MOVE LOW-VALUES TO CBSPNDO
               MOVE 'ENTRY CANCELLED' TO WS-MESSAGE
               PERFORM SEND-PENDING-MAP THRU SEND-PENDING-MAP-EXIT
               GO TO PROCESS-PENDING-EXIT
           END-IF.
           EXEC CICS RECEIVE MAP('CBSPND') MAPSET('CBSRGMS')
                INTO(CBSPNDI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO CBSPNDI
           END-IF.
           MOVE LOW-VALUE TO PNACCTA.
           MOVE LOW-VALUE TO PNACTA.
           IF EIBAID NOT = DFHENTER
               MOVE 'INVALID KEY PRESSED' TO WS-MESSAGE
               PERFORM SEND-PENDING-MAP THRU SEND-PENDING-MAP-EXIT
               GO TO PROCESS-PENDING-EXIT
           END-IF.
           PERFORM EDIT-PENDING-INPUT THRU EDIT-PENDING-INPUT-EXIT.
           IF WS-FIELD-ERROR
               PERFORM SEND-PENDING-MAP THRU SEND-PENDING-MAP-EXIT
               GO TO PROCESS-PENDING-EXIT
           END-IF.
           MOVE SPACES TO WS-PNM-COMMAREA.
           MOVE PNACTI TO MAINT-FUNCTION OF CSPNRQ.
           MOVE PNACCTI TO ACCOUNT-NO OF CSPNRQ.
           MOVE WS-OPER-USERID TO CHANNEL-ID OF CSPNRQ.
           EXEC CICS LINK PROGRAM('CBSRGPNM')
                COMMAREA(WS-PNM-COMMAREA) LENGTH(WS-PNM-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CBSRGTLR LINK CBSRGPNM RESP:' WS-RESP
               MOVE 'PENDING SERVICE UNAVAILABLE - PLEASE RETRY'
                    TO WS-MESSAGE
               PERFORM SEND-PENDING-MAP THRU SEND-PENDING-MAP-EXIT
               GO TO PROCESS-PENDING-EXIT
           END-IF.
           MOVE PEND-EFFECTIVE-DATE TO PNEFFDTO.
           MOVE PEND-STATUS TO PNSTATO.
           MOVE PEND-REQ-DATE TO PNRQDTO.
           MOVE PEND-REQ-TIME TO PNRQTMO.
           MOVE PEND-CHANNEL TO PNCHANO.
           MOVE MESSAGES OF CSPNRS TO WS-MESSAGE.
           IF PNACTI = 'I'
               AND MESSAGES OF CSPNRS = 'INQUIRY SUCCESSFUL'
               MOVE PNACCTI TO WS-TLR-PND-ACCOUNT-NO
           ELSE
               MOVE 0 TO WS-TLR-PND-ACCOUNT-NO
           END-IF.
           PERFORM SEND-PENDING-MAP THRU SEND-PENDING-MAP-EXIT.
        PROCESS-PENDING-EXIT.
           EXIT.
        EDIT-PENDING-INPUT.
           IF PNACCTI NOT NUMERIC OR PNACCTI = 0
               MOVE 'ENTER A VALID ACCOUNT NUMBER' TO WS-MESSAGE
               MOVE DFHUNINT TO PNACCTA
               MOVE -1 TO PNACCTL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO EDIT-PENDING-INPUT-EXIT
           END-IF.
           IF PNACTI = LOW-VALUE OR PNACTI = SPACE
               MOVE 'I' TO PNACTI
           END-IF.
           IF PNACTI NOT = 'I' AND PNACTI NOT = 'C'
               MOVE 'ACTION MUST BE I OR C' TO WS-MESSAGE
               MOVE DFHUNIMD TO PNACTA
               MOVE -1 TO PNACTL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO EDIT-PENDING-INPUT-EXIT
           END-IF.
           IF PNACTI = 'C'
               AND PNACCTI NOT = WS-TLR-PND-ACCOUNT-NO
               MOVE 'INQUIRE ON THE ACCOUNT BEFORE CANCELLING'
                    TO WS-MESSAGE
               MOVE DFHUNIMD TO PNACTA
               MOVE -1 TO PNACTL
               MOVE 'Y' TO WS-FIELD-ERROR-SW
           END-IF.
        EDIT-PENDING-INPUT-EXIT.
           EXIT.
        SEND-PENDING-MAP.
           MOVE WS-SCREEN-DATE TO PNDATEO.
           MOVE WS-SCREEN-TIME TO PNTIMEO.
           MOVE WS-MESSAGE TO PNMSGO.
           IF WS-NO-FIELD-ERROR
               MOVE -1 TO PNACCTL
           END-IF.
           EXEC CICS SEND MAP('CBSPND') MAPSET('CBSRGMS')
                FROM(CBSPNDO) ERASE CURSOR
           END-EXEC.
           MOVE 'CBSPND  ' TO WS-TLR-CURRENT-MAP.
        SEND-PENDING-MAP-EXIT.
           EXIT.
      *****************************************************
      *    5 - MAKER-CHECKER APPROVAL QUEUE. PAGES ARE     *
      *        READ FROM CBSRGAPP (FUNCTION L) BY START    *
      *        KEY; THE START KEY OF EVERY PAGE SEEN IS    *
      *        KEPT IN THE CONVERSATION STATE FOR PF7      *
      *****************************************************
        START-QUEUE.
           MOVE 1 TO WS-TLR-APQ-PAGE-NO.
           MOVE SPACES TO WS-PK-CHG-TYPE(1).
           MOVE 0 TO WS-PK-ACCOUNT-NO(1).
           MOVE SPACES TO WS-PK-PRODUCT-CODE(1).
           MOVE SPACES TO WS-APQ-DETAIL-OUT-1.
           MOVE SPACES TO WS-APQ-DETAIL-OUT-2.
           MOVE SPACES TO WS-APQ-SEL-TABLE.
           PERFORM LOAD-QUEUE-PAGE THRU LOAD-QUEUE-PAGE-EXIT.
           PERFORM SEND-QUEUE-MAP THRU SEND-QUEUE-MAP-EXIT.
        START-QUEUE-EXIT.
           EXIT.
        PROCESS-QUEUE.
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-MENU THRU RETURN-TO-MENU-EXIT
               GO TO PROCESS-QUEUE-EXIT
           END-IF.
           MOVE SPACES TO WS-APQ-DETAIL-OUT-1.
           MOVE SPACES TO WS-APQ-DETAIL-OUT-2.
           MOVE SPACES TO WS-APQ-SEL-TABLE.
           IF EIBAID = DFHPF12
               MOVE 'ENTRY CANCELLED' TO WS-MESSAGE
               PERFORM LOAD-QUEUE-PAGE THRU LOAD-QUEUE-PAGE-EXIT
               PERFORM SEND-QUEUE-MAP THRU SEND-QUEUE-MAP-EXIT
               GO TO PROCESS-QUEUE-EXIT
           END-IF.
           IF EIBAID = DFHPF7
               PERFORM PAGE-QUEUE-BACK THRU PAGE-QUEUE-BACK-EXIT
               PERFORM LOAD-QUEUE-PAGE THRU LOAD-QUEUE-PAGE-EXIT
               PERFORM SEND-QUEUE-MAP THRU SEND-QUEUE-MAP-EXIT
               GO TO PROCESS-QUEUE-EXIT
           END-IF.
           IF EIBAID = DFHPF8
               PERFORM PAGE-QUEUE-FORWARD THRU
                   PAGE-QUEUE-FORWARD-EXIT
               PERFORM LOAD-QUEUE-PAGE THRU LOAD-QUEUE-PAGE-EXIT
               PERFORM SEND-QUEUE-MAP THRU SEND-QUEUE-MAP-EXIT
               GO TO PROCESS-QUEUE-EXIT
           END-IF.
           IF EIBAID NOT = DFHENTER
               MOVE 'INVALID KEY PRESSED' TO WS-MESSAGE
               PERFORM LOAD-QUEUE-PAGE THRU LOAD-QUEUE-PAGE-EXIT
               PERFORM SEND-QUEUE-MAP THRU SEND-QUEUE-MAP-EXIT
               GO TO PROCESS-QUEUE-EXIT
           END-IF.
           EXEC CICS RECEIVE MAP('CBSAPQ') MAPSET('CBSRGMS')
                INTO(CBSAPQI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO CBSAPQI
           END-IF.
           PERFORM GET-QUEUE-SELECTIONS THRU
               GET-QUEUE-SELECTIONS-EXIT.
           MOVE 0 TO WS-SEL-COUNT.
           MOVE 0 TO WS-SEL-IX.
           PERFORM COUNT-QUEUE-SELECTION THRU
               COUNT-QUEUE-SELECTION-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-APQ-MAX-LINES.
           IF WS-SEL-COUNT > 0
               PERFORM ACTION-QUEUE-ITEM THRU ACTION-QUEUE-ITEM-EXIT
           END-IF.
           PERFORM LOAD-QUEUE-PAGE THRU LOAD-QUEUE-PAGE-EXIT.
           PERFORM SEND-QUEUE-MAP THRU SEND-QUEUE-MAP-EXIT.
        PROCESS-QUEUE-EXIT.
           EXIT.
        COUNT-QUEUE-SELECTION.
           IF WS-APQ-SEL(WS-IX) NOT = SPACE
               ADD 1 TO WS-SEL-COUNT
               IF WS-SEL-IX = 0
                   MOVE WS-IX TO WS-SEL-IX
               END-IF
           END-IF.
        COUNT-QUEUE-SELECTION-EXIT.
           EXIT.
        ACTION-QUEUE-ITEM.
           IF WS-SEL-COUNT > 1
               MOVE 'SELECT ONE ITEM AT A TIME' TO WS-MESSAGE
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO ACTION-QUEUE-ITEM-EXIT
           END-IF.
           MOVE WS-APQ-SEL(WS-SEL-IX) TO WS-SEL-CODE.
           IF NOT WS-SEL-VALID
               MOVE 'SELECTION MUST BE I, A OR R' TO WS-MESSAGE
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO ACTION-QUEUE-ITEM-EXIT
           END-IF.
           IF WS-SEL-IX > WS-TLR-APQ-LINE-COUNT
               MOVE 'NO ITEM ON THE SELECTED LINE' TO WS-MESSAGE
               MOVE 'Y' TO WS-FIELD-ERROR-SW
               GO TO ACTION-QUEUE-ITEM-EXIT
           END-IF.
           MOVE SPACES TO WS-APP-COMMAREA.
           MOVE WS-SEL-CODE TO MAINT-FUNCTION OF CSAPRQ.
           MOVE WS-LK-CHG-TYPE(WS-SEL-IX) TO CHG-TYPE.
           MOVE WS-LK-ACCOUNT-NO(WS-SEL-IX) TO ACCOUNT-NO OF CSAPRQ.
           MOVE WS-LK-PRODUCT-CODE(WS-SEL-IX) TO PRODUCT-CODE.
           MOVE WS-OPER-USERID TO CHANNEL-ID OF CSAPRQ.
           EXEC CICS LINK PROGRAM('CBSRGAPP')
                COMMAREA(WS-APP-COMMAREA) LENGTH(WS-APP-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CBSRGTLR LINK CBSRGAPP RESP:' WS-RESP
               MOVE 'APPROVAL SERVICE UNAVAILABLE - PLEASE RETRY'
                    TO WS-MESSAGE
               GO TO ACTION-QUEUE-ITEM-EXIT
           END-IF.
           MOVE MESSAGES OF CSAPRS TO WS-MESSAGE.
           MOVE SPACES TO WS-APQ-SEL-TABLE.
           IF WS-SEL-CODE = 'I'
               AND MESSAGES OF CSAPRS = 'INQUIRY SUCCESSFUL'
               PERFORM BUILD-QUEUE-DETAIL THRU
                   BUILD-QUEUE-DETAIL-EXIT
           END-IF.
        ACTION-QUEUE-ITEM-EXIT.
           EXIT.
        BUILD-QUEUE-DETAIL.
           MOVE WS-LK-CHG-TYPE(WS-SEL-IX) TO WS-AD1-CHG-TYPE.
           IF WS-LK-CHG-TYPE(WS-SEL-IX) = 'DEREG     '
               MOVE WS-LK-ACCOUNT-NO(WS-SEL-IX) TO WS-AD1-KEY
           ELSE
               MOVE WS-LK-PRODUCT-CODE(WS-SEL-IX) TO WS-AD1-KEY
           END-IF.
           MOVE APPR-MAKER-USERID TO WS-AD1-MAKER.
           MOVE APPR-REQ-DATE TO WS-AD1-REQ-DATE.
           MOVE WS-APQ-DETAIL-1 TO WS-APQ-DETAIL-OUT-1.
           IF WS-LK-CHG-TYPE(WS-SEL-IX) = 'DEREG     '
               MOVE APPR-TARGET-STATUS TO WS-AD2-TARGET
               MOVE APPR-REASON-CODE TO WS-AD2-REASON
               MOVE APPR-REASON-DESC TO WS-AD2-DESC
               MOVE WS-APQ-DETAIL-2 TO WS-APQ-DETAIL-OUT-2
           ELSE
               MOVE APPR-CHG-FUNCTION TO WS-AD3-FUNCTION
               MOVE APPR-KYC-SW TO WS-AD3-KYC
               MOVE APPR-SELF-REG-SW TO WS-AD3-SELF-REG
               MOVE APPR-MIN-BALANCE TO WS-AD3-MIN-BALANCE
               MOVE WS-APQ-DETAIL-3 TO WS-APQ-DETAIL-OUT-2
           END-IF.
        BUILD-QUEUE-DETAIL-EXIT.
           EXIT.
        PAGE-QUEUE-BACK.
           IF WS-TLR-APQ-PAGE-NO NOT > 1
               MOVE 'ALREADY ON THE FIRST PAGE' TO WS-MESSAGE
               GO TO PAGE-QUEUE-BACK-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-TLR-APQ-PAGE-NO.
        PAGE-QUEUE-BACK-EXIT.
           EXIT.
        PAGE-QUEUE-FORWARD.
           IF NOT WS-TLR-APQ-MORE
               MOVE 'NO MORE ITEMS - THIS IS THE LAST PAGE'
                    TO WS-MESSAGE
               GO TO PAGE-QUEUE-FORWARD-EXIT
           END-IF.
           IF WS-TLR-APQ-PAGE-NO >= WS-APQ-MAX-PAGES
               MOVE 'PAGE LIMIT REACHED - WORK THE EARLIER ITEMS FIRST'
                    TO WS-MESSAGE
               GO TO PAGE-QUEUE-FORWARD-EXIT
           END-IF.
           ADD 1 TO WS-TLR-APQ-PAGE-NO.
           MOVE WS-TLR-APQ-LINE-KEY(WS-TLR-APQ-LINE-COUNT)
                TO WS-TLR-APQ-PAGE-KEY(WS-TLR-APQ-PAGE-NO).
        PAGE-QUEUE-FORWARD-EXIT.
           EXIT.
        LOAD-QUEUE-PAGE.
           MOVE SPACES TO WS-APQ-LINE-TABLE.
           MOVE 0 TO WS-TLR-APQ-LINE-COUNT.
           MOVE 'N' TO WS-TLR-APQ-MORE-SW.
           MOVE SPACES TO WS-APP-COMMAREA.
           MOVE 'L' TO MAINT-FUNCTION OF CSAPRQ.
           MOVE WS-PK-CHG-TYPE(WS-TLR-APQ-PAGE-NO) TO CHG-TYPE.
           MOVE WS-PK-ACCOUNT-NO(WS-TLR-APQ-PAGE-NO)
                TO ACCOUNT-NO OF CSAPRQ.
           MOVE WS-PK-PRODUCT-CODE(WS-TLR-APQ-PAGE-NO)
                TO PRODUCT-CODE.
           MOVE WS-OPER-USERID TO CHANNEL-ID OF CSAPRQ.
           EXEC CICS LINK PROGRAM('CBSRGAPP')
                COMMAREA(WS-APP-COMMAREA) LENGTH(WS-APP-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CBSRGTLR LINK CBSRGAPP LIST RESP:' WS-RESP
               MOVE 'APPROVAL SERVICE UNAVAILABLE - PLEASE RETRY'
                    TO WS-MESSAGE
               GO TO LOAD-QUEUE-PAGE-EXIT
           END-IF.
           IF WS-MESSAGE = SPACES
               AND MESSAGES OF CSAPRS NOT = 'INQUIRY SUCCESSFUL'
               MOVE MESSAGES OF CSAPRS TO WS-MESSAGE
           END-IF.
           IF APPR-LIST-COUNT NOT NUMERIC
               GO TO LOAD-QUEUE-PAGE-EXIT
           END-IF.
           MOVE APPR-LIST-MORE-SW TO WS-TLR-APQ-MORE-SW.
           PERFORM BUILD-QUEUE-LINE THRU BUILD-QUEUE-LINE-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > APPR-LIST-COUNT
                  OR WS-IX > WS-APQ-MAX-LINES.
        LOAD-QUEUE-PAGE-EXIT.
           EXIT.
        BUILD-QUEUE-LINE.
           MOVE WS-IX TO WS-TLR-APQ-LINE-COUNT.
           MOVE LST-CHG-TYPE(WS-IX) TO WS-LK-CHG-TYPE(WS-IX).
           MOVE LST-ACCOUNT-NO(WS-IX) TO WS-LK-ACCOUNT-NO(WS-IX).
           MOVE LST-PRODUCT-CODE(WS-IX) TO WS-LK-PRODUCT-CODE(WS-IX).
           MOVE LST-CHG-TYPE(WS-IX) TO WS-QL-CHG-TYPE.
           IF LST-CHG-TYPE(WS-IX) = 'DEREG     '
               MOVE LST-ACCOUNT-NO(WS-IX) TO WS-QL-ACCOUNT-NO
               MOVE WS-QL-ACCOUNT-NO TO WS-QL-KEY
           ELSE
               MOVE LST-PRODUCT-CODE(WS-IX) TO WS-QL-KEY
           END-IF.
           MOVE LST-TARGET-STATUS(WS-IX) TO WS-QL-TARGET-STATUS.
           MOVE LST-REASON-CODE(WS-IX) TO WS-QL-REASON-CODE.
           MOVE LST-MAKER-USERID(WS-IX) TO WS-QL-MAKER-USERID.
           MOVE LST-REQ-DATE(WS-IX) TO WS-QL-REQ-DATE.
           MOVE LST-BRANCH-CODE(WS-IX) TO WS-QL-BRANCH-CODE.
           MOVE WS-APQ-LIST-LINE TO WS-APQ-LINE(WS-IX).
        BUILD-QUEUE-LINE-EXIT.
           EXIT.
        GET-QUEUE-SELECTIONS.
           MOVE AQS01I TO WS-APQ-SEL(1).
           MOVE AQS02I TO WS-APQ-SEL(2).
           MOVE AQS03I TO WS-APQ-SEL(3).
           MOVE AQS04I TO WS-APQ-SEL(4).
           MOVE AQS05I TO WS-APQ-SEL(5).
           MOVE AQS06I TO WS-APQ-SEL(6).
           MOVE AQS07I TO WS-APQ-SEL(7).
           MOVE AQS08I TO WS-APQ-SEL(8).
           MOVE AQS09I TO WS-APQ-SEL(9).
           MOVE AQS10I TO WS-APQ-SEL(10).
           INSPECT WS-APQ-SEL-TABLE REPLACING ALL LOW-VALUE BY SPACE.
        GET-QUEUE-SELECTIONS-EXIT.
           EXIT.
        MARK-QUEUE-SELECTION.
           EVALUATE WS-SEL-IX
            WHEN 1
             MOVE DFHUNIMD TO AQS01A
             MOVE -1 TO AQS01L
            WHEN 2
             MOVE DFHUNIMD TO AQS02A
             MOVE -1 TO AQS02L
            WHEN 3
             MOVE DFHUNIMD TO AQS03A
             MOVE -1 TO AQS03L
            WHEN 4
             MOVE DFHUNIMD TO AQS04A
             MOVE -1 TO AQS04L
            WHEN 5
             MOVE DFHUNIMD TO AQS05A
             MOVE -1 TO AQS05L
            WHEN 6
             MOVE DFHUNIMD TO AQS06A
             MOVE -1 TO AQS06L
            WHEN 7
             MOVE DFHUNIMD TO AQS07A
             MOVE -1 TO AQS07L
            WHEN 8
             MOVE DFHUNIMD TO AQS08A
             MOVE -1 TO AQS08L
            WHEN 9
             MOVE DFHUNIMD TO AQS09A
             MOVE -1 TO AQS09L
            WHEN 10
             MOVE DFHUNIMD TO AQS10A
             MOVE -1 TO AQS10L
           END-EVALUATE.
        MARK-QUEUE-SELECTION-EXIT.
           EXIT.
        SEND-QUEUE-MAP.
      *    THE MAP IS REBUILT FROM THE PAGE JUST READ; A SELECTION
      *    IN ERROR IS KEPT ON ITS LINE, BRIGHT
           MOVE LOW-VALUES TO CBSAPQO.
           IF WS-FIELD-ERROR
               PERFORM MARK-QUEUE-SELECTION THRU
                   MARK-QUEUE-SELECTION-EXIT
           ELSE
               MOVE SPACES TO WS-APQ-SEL-TABLE
               MOVE -1 TO AQS01L
           END-IF.
           MOVE WS-SCREEN-DATE TO AQDATEO.
           MOVE WS-SCREEN-TIME TO AQTIMEO.
           MOVE WS-MESSAGE TO AQMSGO.
           MOVE WS-TLR-APQ-PAGE-NO TO WS-PAGE-EDIT.
           MOVE WS-PAGE-EDIT TO AQPAGEO.
           MOVE WS-APQ-DETAIL-OUT-1 TO AQDET1O.
           MOVE WS-APQ-DETAIL-OUT-2 TO AQDET2O.
           MOVE WS-APQ-SEL(1) TO AQS01O.
           MOVE WS-APQ-SEL(2) TO AQS02O.
           MOVE WS-APQ-SEL(3) TO AQS03O.
           MOVE WS-APQ-SEL(4) TO AQS04O.
           MOVE WS-APQ-SEL(5) TO AQS05O.
           MOVE WS-APQ-SEL(6) TO AQS06O.
           MOVE WS-APQ-SEL(7) TO AQS07O.
           MOVE WS-APQ-SEL(8) TO AQS08O.
           MOVE WS-APQ-SEL(9) TO AQS09O.
           MOVE WS-APQ-SEL(10) TO AQS10O.
           MOVE WS-APQ-LINE(1) TO AQL01O.
           MOVE WS-APQ-LINE(2) TO AQL02O.
           MOVE WS-APQ-LINE(3) TO AQL03O.
           MOVE WS-APQ-LINE(4) TO AQL04O.
           MOVE WS-APQ-LINE(5) TO AQL05O.
           MOVE WS-APQ-LINE(6) TO AQL06O.
           MOVE WS-APQ-LINE(7) TO AQL07O.
           MOVE WS-APQ-LINE(8) TO AQL08O.
           MOVE WS-APQ-LINE(9) TO AQL09O.
           MOVE WS-APQ-LINE(10) TO AQL10O.
           EXEC CICS SEND MAP('CBSAPQ') MAPSET('CBSRGMS')
                FROM(CBSAPQO) ERASE CURSOR
           END-EXEC.
           MOVE 'CBSAPQ  ' TO WS-TLR-CURRENT-MAP.
        SEND-QUEUE-MAP-EXIT.
           EXIT.
