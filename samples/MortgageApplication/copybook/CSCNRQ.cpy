      *****************************************************
      *    CSCNRQ  -  CBSRGCNM REQUEST COMMAREA LAYOUT     *
      *    CUSTOMER COMMUNICATION CONSENT MAINTENANCE      *
      *    MAINT-FUNCTION: I=INQUIRE Y=OPT IN N=OPT OUT    *
      *    NOTIFY-CHANNEL: SMS, EMAIL OR LETTR             *
      *    CONSENT-SOURCE: WHERE THE CUSTOMER GAVE THE     *
      *    INSTRUCTION (BRANCH, CALLCENTRE, ONLINE, ...)   *
      *****************************************************
           05 MAINT-FUNCTION            PIC X(01).
           05 CUSTOMER-ID               PIC S9(09).
           05 NOTIFY-CHANNEL            PIC X(05).
           05 CONSENT-SOURCE            PIC X(10).
           05 CHANNEL-ID                PIC X(10).
