      *****************************************************
      * CMPHREC -- ONE OUTBOUND MESSAGE HELD FOR           *
      * COMPLIANCE.  CAESAR APPENDS AN ENTRY WHEN THE      *
      * PLAINTEXT HITS A RULE ON THE WATCH LIST, NAMING    *
      * THE RULE THAT FIRED AND THE TEXT IT MATCHED (AS    *
      * WRITTEN IN THE MESSAGE).  CMPRLSE LOADS THE QUEUE, *
      * RELEASES OR KILLS ENTRIES ON THE OFFICER'S         *
      * DECISION AND WRITES BACK ONLY THE ENTRIES STILL    *
      * UNDECIDED.  THE MESSAGE ITSELF IS CARRIED WHOLE IN *
      * MSGIN LAYOUT SO A RELEASE CAN BE RE-FED UNCHANGED. *
      *****************************************************
       01  CMPH-RECORD.
           05  CMPH-HOLD-DATE            PIC 9(08).
           05  FILLER                    PIC X.
           05  CMPH-HOLD-TIME            PIC 9(06).
           05  FILLER                    PIC X.
           05  CMPH-RULE-ID              PIC X(06).
           05  FILLER                    PIC X.
           05  CMPH-MATCH-TYPE           PIC X.
           05  FILLER                    PIC X.
           05  CMPH-RULE-TEXT            PIC X(30).
           05  FILLER                    PIC X.
           05  CMPH-MATCHED-TEXT         PIC X(30).
           05  FILLER                    PIC X.
           05  CMPH-RECORD-NUM           PIC 9(07).
           05  FILLER                    PIC X.
           05  CMPH-MESSAGE.
               10  CMPH-RECIPIENT-CODE   PIC X(04).
               10  CMPH-MESSAGE-ID       PIC X(10).
               10  CMPH-PRIORITY         PIC X(01).
               10  CMPH-MESSAGE-TEXT     PIC X(2000).
