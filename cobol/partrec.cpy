      *****************************************************
      * PARTREC -- ONE TRADING PARTNER ON THE PARTNER      *
      * MASTER.  SHARED BY PARTMAINT (MAINTENANCE), CAESAR *
      * (RECIPIENT EDIT) AND THE ARCHIVE REPORTS (PARTNER  *
      * NAME).  ONE RECORD PER RECIPIENT CODE.  A PARTNER  *
      * IS ONLY SENT TRAFFIC WHILE ACTIVE AND INSIDE ITS   *
      * EFFECTIVE DATES; A SUSPENDED PARTNER'S TRAFFIC IS  *
      * HELD, A CLOSED PARTNER'S TRAFFIC IS REJECTED.      *
      *****************************************************
       01  PART-RECORD.
           05  PART-CODE                 PIC X(04).
           05  FILLER                    PIC X.
           05  PART-NAME                 PIC X(30).
           05  FILLER                    PIC X.
           05  PART-CONTACT              PIC X(30).
           05  FILLER                    PIC X.
           05  PART-STATUS-FLAG          PIC X.
               88  PART-ACTIVE                 VALUE "A".
               88  PART-SUSPENDED              VALUE "S".
               88  PART-CLOSED                 VALUE "C".
           05  FILLER                    PIC X.
           05  PART-EFF-FROM             PIC 9(08).
           05  FILLER                    PIC X.
           05  PART-EFF-TO               PIC 9(08).
