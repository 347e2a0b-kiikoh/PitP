      *****************************************************
      * RJHREC -- ONE ENTRY ON REJHIST, THE PERMANENT      *
      * REJECT HISTORY.  THE FILE IS ONLY EVER EXTENDED.   *
      *   R  REJECT -- EVERY RECORD CAESAR WRITES TO       *
      *      REJFILE, WITH ITS REASON CODE                 *
      *   B  BATCH HELD -- A MSGIN BATCH STOPPED BECAUSE   *
      *      ITS *HDR/*TRL DID NOT RECONCILE; THE DETAIL   *
      *      COUNT IS WHAT THE VALIDATION PASS SAW         *
      *   V  VOLUME -- AT THE END OF EACH ENCRYPT RUN, THE *
      *      DETAIL RECORDS RECEIVED FOR ONE RECIPIENT     *
      *   C  CORRECTED -- REJRCYC CLEARED THE REJECT FOR   *
      *      THIS RECIPIENT AND MESSAGE ID ON THE ENTRY    *
      *      DATE, FIRST SEEN ON THE FIRST DATE            *
      * CAESAR STAMPS ITS ENTRIES WITH THE RUN START DATE  *
      * AND TIME, THE SAME STAMP AS ITS RUNHIST ROW, SO    *
      * QUALRPT CAN CROSS-FOOT RUN BY RUN.  A RESTARTED    *
      * RUN FLAGS ITS ENTRIES, SINCE IT RE-EDITS ANY       *
      * RECORDS BETWEEN THE LAST CHECKPOINT AND THE        *
      * FAILURE.                                           *
      *****************************************************
       01  RJH-RECORD.
           05  RJH-ENTRY-DATE            PIC 9(08).
           05  FILLER                    PIC X.
           05  RJH-ENTRY-TIME            PIC 9(06).
           05  FILLER                    PIC X.
           05  RJH-ENTRY-TYPE            PIC X.
               88  RJH-REJECT                  VALUE "R".
               88  RJH-BATCH-HELD              VALUE "B".
               88  RJH-VOLUME                  VALUE "V".
               88  RJH-CORRECTED               VALUE "C".
           05  FILLER                    PIC X.
           05  RJH-RUN-MODE              PIC X.
           05  FILLER                    PIC X.
           05  RJH-REASON-CODE           PIC X(02).
           05  FILLER                    PIC X.
           05  RJH-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  RJH-MESSAGE-ID            PIC X(10).
           05  FILLER                    PIC X.
           05  RJH-RECORD-NUM            PIC 9(07).
           05  FILLER                    PIC X.
           05  RJH-SENDER-ID             PIC X(08).
           05  FILLER                    PIC X.
           05  RJH-BATCH-DATE            PIC 9(08).
           05  FILLER                    PIC X.
           05  RJH-COUNT                 PIC 9(07).
           05  FILLER                    PIC X.
           05  RJH-FIRST-DATE            PIC 9(08).
           05  FILLER                    PIC X.
           05  RJH-RESTART-FLAG          PIC X.
               88  RJH-FROM-RESTART            VALUE "R".
           05  FILLER                    PIC X.
           05  RJH-DETAIL                PIC X(60).
