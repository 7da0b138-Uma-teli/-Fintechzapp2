              10 NTF-STATUS             PIC X(10).
              10 NTF-REASON             PIC X(40).
              10 NTF-SEND-DATE          PIC X(10).
           05 INQ-STATUS-REASON-DESC    PIC X(40).
