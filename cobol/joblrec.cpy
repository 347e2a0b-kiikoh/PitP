      *****************************************************
      * JOBLREC -- ONE EVENT ON THE SHARED JOB LOG.  EVERY *
      * BATCH PROGRAM APPENDS A START RECORD AS ITS FIRST  *
      * ACT AND AN END RECORD AS ITS LAST, WHETHER IT ENDS *
      * NORMALLY OR THROUGH 9900-ABEND.  JOBBOARD READS    *
      * THE LOG AGAINST THE NIGHTLY SCHEDULE.  THE START   *
      * DATE AND TIME ARE CARRIED ON BOTH RECORDS SO THE   *
      * TWO HALVES OF ONE RUN CAN BE PAIRED; A START WITH  *
      * NO END IS A STEP THAT DIED WITHOUT REACHING ITS    *
      * ABEND ROUTINE OR IS STILL RUNNING.  THE COUNTS ARE *
      * THE STEP'S PRINCIPAL RECORDS READ AND RECORDS      *
      * WRITTEN (EXCEPTIONS LISTED FOR A REPORT-ONLY STEP) *
      * AND ARE ZERO ON THE START RECORD.  A PROGRAM THAT  *
      * RUNS IN SEVERAL MODES LOGS EACH MODE UNDER A NAME  *
      * OF ITS OWN (CAESAR-E, CAESAR-P ...), SO EVERY MODE *
      * IS A SEPARATE STEP ON THE SCHEDULE.                *
      *****************************************************
       01  JOBL-RECORD.
           05  JOBL-PROGRAM              PIC X(10).
           05  FILLER                    PIC X.
           05  JOBL-EVENT                PIC X(05).
               88  JOBL-EVENT-START            VALUE "START".
               88  JOBL-EVENT-END              VALUE "END  ".
           05  FILLER                    PIC X.
           05  JOBL-PROC-DATE            PIC 9(08).
           05  FILLER                    PIC X.
           05  JOBL-STARTED.
               10  JOBL-START-DATE       PIC 9(08).
               10  JOBL-START-TIME       PIC 9(06).
           05  FILLER                    PIC X.
           05  JOBL-ENDED.
               10  JOBL-END-DATE         PIC 9(08).
               10  JOBL-END-TIME         PIC 9(06).
           05  FILLER                    PIC X.
           05  JOBL-RETURN-CODE          PIC 9(03).
           05  FILLER                    PIC X.
           05  JOBL-IN-COUNT             PIC 9(09).
           05  FILLER                    PIC X.
           05  JOBL-OUT-COUNT            PIC 9(09).
           05  FILLER                    PIC X.
           05  JOBL-ABEND-REASON         PIC X(60).
