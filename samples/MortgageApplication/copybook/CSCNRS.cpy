      *****************************************************
      *    CSCNRS  -  CBSRGCNM RESPONSE COMMAREA LAYOUT    *
      *    REDEFINES CSCNRQ - SAME COMMAREA, RETURN TRIP   *
      *****************************************************
           05 CNS-CONSENT-SW            PIC X(01).
           05 CNS-OPT-IN-DATE           PIC X(10).
           05 CNS-OPT-OUT-DATE          PIC X(10).
           05 CNS-CONSENT-SOURCE        PIC X(10).
           05 CNS-DND-SW                PIC X(01).
           05 SYS-DATE                  PIC X(10).
           05 SYS-TIME                  PIC X(08).
           05 MESSAGES                  PIC X(100).
