      *****************************************************
      *    CSRCRQ  -  CBSRGRCM REQUEST COMMAREA LAYOUT     *
      *    STATUS REASON CODE MAINTENANCE                  *
      *    MAINT-FUNCTION: I=INQUIRE A=ADD U=UPDATE        *
      *                    D=LOGICAL DELETE                *
      *    STATUS SWITCHES Y/N - CODE MAY BE USED WITH     *
      *    THAT ACCOUNT STATUS                             *
      *****************************************************
           05 MAINT-FUNCTION            PIC X(01).
           05 REASON-CODE               PIC X(04).
           05 RSN-DESC                  PIC X(40).
           05 CUST-TEXT                 PIC X(60).
           05 SUSPENDED-SW              PIC X(01).
           05 INACTIVE-SW               PIC X(01).
           05 FROZEN-SW                 PIC X(01).
           05 DORMANT-SW                PIC X(01).
           05 CLOSED-SW                 PIC X(01).
           05 SELF-REINSTATE-SW         PIC X(01).
           05 CHANNEL-ID                PIC X(10).
