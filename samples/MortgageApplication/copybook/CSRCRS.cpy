      *****************************************************
      *    CSRCRS  -  CBSRGRCM RESPONSE COMMAREA LAYOUT    *
      *    REDEFINES CSRCRQ - SAME COMMAREA, RETURN TRIP   *
      *****************************************************
           05 RSN-OUT-DESC              PIC X(40).
           05 RSN-OUT-CUST-TEXT         PIC X(60).
           05 RSN-OUT-SUSPENDED-SW      PIC X(01).
           05 RSN-OUT-INACTIVE-SW       PIC X(01).
           05 RSN-OUT-FROZEN-SW         PIC X(01).
           05 RSN-OUT-DORMANT-SW        PIC X(01).
           05 RSN-OUT-CLOSED-SW         PIC X(01).
           05 RSN-OUT-SELF-REINSTATE-SW PIC X(01).
           05 RSN-OUT-DELETE-SW         PIC X(01).
           05 SYS-DATE                  PIC X(10).
           05 SYS-TIME                  PIC X(08).
           05 MESSAGES                  PIC X(100).
