      *                 SHARING AN ID CANNOT PICK UP EACH  *
      *                 OTHER'S TEXT; CORRECTIONS THAT     *
      *                 MATCH NOTHING ARE LISTED ON REJAGE *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      * 10/14/26  DWH   EACH RECYCLED REJECT NOW MARKED    *
      *                 CORRECTED ON THE PERMANENT         *
      *                 REJHIST, WITH ITS FIRST-SEEN DATE  *
      * 10/15/26  DWH   REJECT, CORRECTION, PENDING AND    *
      *                 SUPMSGIN TEXT WIDENED TO THE       *
      *                 2000-BYTE MSGIN WIDTH SO A LONG    *
      *                 MESSAGE IS NO LONGER CUT TO ITS    *
      *                 FIRST SEGMENT ON RECYCLE           *
      *****************************************************

      *****************************************************
      * WITH ITS FIRST-SEEN DATE, AND ANYTHING OLDER THAN  *
      * THE AGING LIMIT IS LISTED ON THE REJAGE REPORT.    *
      * RETURN CODE 4 FLAGS AGED REJECTS TO THE SCHEDULER. *
      * EACH REJECT RECYCLED IS MARKED CORRECTED ON THE    *
      * PERMANENT REJHIST FOR THE PARTNER SCORECARD.       *
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.

           SELECT REJHIST-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJH-STATUS.

           SELECT DEFS-FILE ASSIGN TO "CIPHDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  REJ-MESSAGE-ID            PIC X(10).
           05  REJ-PRIORITY              PIC X(01).
           05  FILLER                    PIC X.
           05  REJ-MESSAGE-TEXT          PIC X(2000).

      *****************************************************
      * ONE CORRECTED TEXT PER LINE FROM THE SENDER,       *
      * KEYED BY RECIPIENT CODE PLUS MESSAGE ID.  THE TEXT *
      * IS THE WHOLE MESSAGE, UP TO THE MSGIN WIDTH.       *
      *****************************************************
       FD  CORRECTION-FILE
           RECORDING MODE IS F.
           05  FILLER                    PIC X.
           05  CORR-MESSAGE-ID           PIC X(10).
           05  FILLER                    PIC X.
           05  CORR-MESSAGE-TEXT         PIC X(2000).

      *****************************************************
      * REJECTS CARRIED FORWARD FROM EARLIER RUNS, WITH    *
           05  PNDI-MESSAGE-ID           PIC X(10).
           05  PNDI-PRIORITY             PIC X(01).
           05  FILLER                    PIC X.
           05  PNDI-MESSAGE-TEXT         PIC X(2000).

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
           05  PNDO-MESSAGE-ID           PIC X(10).
           05  PNDO-PRIORITY             PIC X(01).
           05  FILLER                    PIC X.
           05  PNDO-MESSAGE-TEXT         PIC X(2000).

      *****************************************************
      * THE CLEAN SUPPLEMENTAL INPUT FOR THE NEXT CIPHER   *
           05  SUP-RECIPIENT-CODE        PIC X(04).
           05  SUP-MESSAGE-ID            PIC X(10).
           05  SUP-PRIORITY              PIC X(01).
           05  SUP-MESSAGE-TEXT          PIC X(2000).

       01  SUPPLEMENT-BATCH-RECORD.
           05  SUPB-RECORD-TYPE          PIC X(04).
           05  SUPB-SENDER-ID            PIC X(08).
           05  SUPB-BATCH-DATE           PIC 9(08).
           05  FILLER                    PIC X(1995).

       01  SUPPLEMENT-TRAILER-RECORD.
           05  SUPT-RECORD-TYPE          PIC X(04).
           05  SUPT-RECORD-COUNT         PIC 9(07).
           05  SUPT-HASH-TOTAL           PIC 9(12).
           05  FILLER                    PIC X(1992).

       FD  AGING-FILE
           RECORDING MODE IS F.
       01  AGING-LINE                    PIC X(100).

      *****************************************************
      * THE PERMANENT REJECT HISTORY CAESAR FILES EVERY    *
      * REJECT ON.  A RECYCLED REJECT IS MARKED CORRECTED  *
      * BY APPENDING A C ENTRY -- THE FILE IS NEVER        *
      * REWRITTEN.                                         *
      *****************************************************
       FD  REJHIST-FILE
           RECORDING MODE IS F.
       COPY "rjhrec.cpy".

      *****************************************************
      * MUST MATCH THE DEFINITIONS RECORD THE CIPHER RUN   *
      * READS.  ONLY THE LEGAL CHARACTER SET MATTERS HERE; *
           05  FILLER                    PIC X.
           05  DEF-DATA                  PIC X(94).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-REJ-STATUS                 PIC XX.
       77  WS-SUP-STATUS                 PIC XX.
       77  WS-AGE-STATUS                 PIC XX.
       77  WS-DEF-STATUS                 PIC XX.
       77  WS-RJH-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "REJRCYC".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-REJ-EOF-SWITCH             PIC X VALUE "N".
           88  WS-REJ-END-OF-FILE              VALUE "Y".

           05  WS-CORR-ENTRY OCCURS 500 TIMES.
               10  WS-CORR-RCPT          PIC X(04).
               10  WS-CORR-ID            PIC X(10).
               10  WS-CORR-TEXT          PIC X(2000).
               10  WS-CORR-USED          PIC X.

      *****************************************************
               10  WS-PEND-RECIPIENT     PIC X(04).
               10  WS-PEND-MSG-ID        PIC X(10).
               10  WS-PEND-PRIORITY      PIC X(01).
               10  WS-PEND-TEXT          PIC X(2000).

      *****************************************************
      * EDIT RESULT FOR THE RECORD IN HAND -- THE SAME     *
      * BLANK AND LEGAL-CHARACTER RULES THE CIPHER RUN'S   *
      * EDIT PASS APPLIES.  LENGTH IS NOT AN EDIT HERE --  *
      * THE TEXT TRAVELS AT THE FULL MSGIN WIDTH AND THE   *
      * CIPHER RUN SEGMENTS ANYTHING PAST ITS WORK AREA.   *
      *****************************************************
       77  WS-EDIT-REASON                PIC X(02) VALUE SPACE.
       01  WS-EDIT-TEXT                  PIC X(2000).

      *****************************************************
      * THE LEGAL CHARACTER SET IN FORCE -- EVERY ALP AND  *
       77  WS-DEF-CHAR                   PIC X VALUE SPACE.

       01  WS-SPACES-256                 PIC X(256) VALUE SPACE.
       01  WS-NP-WORK                    PIC X(2000).

      *****************************************************
      * SUPPLEMENTAL BATCH TOTALS -- SAME HASH RULE AS THE *
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-CIPHER-DEFS THRU 1500-EXIT.
           PERFORM 2000-LOAD-CORRECTIONS THRU 2000-EXIT.
           IF WS-AGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN EXTEND REJHIST-FILE.
           IF WS-RJH-STATUS = "35"
               OPEN OUTPUT REJHIST-FILE
           END-IF.
           IF WS-RJH-STATUS NOT = "00"
               STRING "UNABLE TO OPEN REJHIST, STATUS "
                   WS-RJH-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           MOVE SPACES TO SUPPLEMENT-RECORD.
           MOVE "*HDR" TO SUPB-RECORD-TYPE.
           MOVE WS-OUR-SENDER-ID TO SUPB-SENDER-ID.
           MOVE WS-PEND-MSG-ID(WS-PEND-SUB) TO WS-HASH-ID.
           PERFORM 4250-HASH-MESSAGE-ID THRU 4250-EXIT.
           ADD WS-HASH-TOTAL TO WS-SUP-HASH.
           PERFORM 4110-LOG-CORRECTED THRU 4110-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************
      * 4110-LOG-CORRECTED -- THE REJECT IS CLEARED ONCE   *
      * ITS CORRECTION IS ON SUPMSGIN.  RECORD THE DATE ON *
      * REJHIST, WITH THE DATE IT WAS FIRST SEEN, SO THE   *
      * SCORECARD CAN MEASURE THE TIME TO CORRECT.         *
      *****************************************************
       4110-LOG-CORRECTED.
           MOVE SPACES TO RJH-RECORD.
           MOVE WS-TODAY-DATE TO RJH-ENTRY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RJH-ENTRY-TIME.
           MOVE "C" TO RJH-ENTRY-TYPE.
           MOVE WS-PEND-REASON(WS-PEND-SUB) TO RJH-REASON-CODE.
           MOVE WS-PEND-RECIPIENT(WS-PEND-SUB)
               TO RJH-RECIPIENT-CODE.
           MOVE WS-PEND-MSG-ID(WS-PEND-SUB) TO RJH-MESSAGE-ID.
           MOVE WS-PEND-RECORD-NUM(WS-PEND-SUB) TO RJH-RECORD-NUM.
           MOVE WS-OUR-SENDER-ID TO RJH-SENDER-ID.
           MOVE ZERO TO RJH-BATCH-DATE.
           MOVE ZERO TO RJH-COUNT.
           MOVE WS-PEND-FIRST-DATE(WS-PEND-SUB) TO RJH-FIRST-DATE.
           WRITE RJH-RECORD.
       4110-EXIT.
           EXIT.

       4150-SCAN-CORR-SLOT.
           CONTINUE.
       4150-EXIT.
       5100-EXIT.
           EXIT.

      *****************************************************
      * 9800/9850 -- SHARED JOB LOG.  9800 APPENDS THE     *
      * START RECORD BEFORE ANY FILE IS OPENED; 9850       *
      * APPENDS THE END RECORD WITH THE RETURN CODE, THE   *
      * RUN COUNTS AND ANY ABEND REASON, FROM THE MAINLINE *
      * OR FROM 9900-ABEND.  THE LOG IS OPENED AND CLOSED  *
      * AROUND EACH RECORD SO THE START SURVIVES A CRASH.  *
      * A LOG THAT CANNOT BE WRITTEN IS REPORTED ON THE    *
      * CONSOLE AND THE RUN CARRIES ON -- THE JOB LOG      *
      * NEVER STOPS A STEP.                                *
      *****************************************************
       9800-LOG-JOB-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOBL-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOBL-START-TIME.
           MOVE WS-JOBL-START-DATE TO WS-JOBL-PROC-DATE.
           MOVE SPACES TO JOBL-RECORD.
           MOVE "START" TO JOBL-EVENT.
           MOVE ZERO TO JOBL-END-DATE JOBL-END-TIME
               JOBL-RETURN-CODE JOBL-IN-COUNT JOBL-OUT-COUNT.
           PERFORM 9870-WRITE-JOB-LOG THRU 9870-EXIT.
       9800-EXIT.
           EXIT.

       9850-LOG-JOB-END.
           MOVE SPACES TO JOBL-RECORD.
           MOVE "END" TO JOBL-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBL-END-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBL-END-TIME.
           MOVE RETURN-CODE TO JOBL-RETURN-CODE.
           MOVE WS-PEND-COUNT TO JOBL-IN-COUNT.
           MOVE WS-SUP-COUNT TO JOBL-OUT-COUNT.
           MOVE WS-JOBL-REASON TO JOBL-ABEND-REASON.
           PERFORM 9870-WRITE-JOB-LOG THRU 9870-EXIT.
       9850-EXIT.
           EXIT.

       9870-WRITE-JOB-LOG.
           MOVE WS-JOBL-PROGRAM TO JOBL-PROGRAM.
           MOVE WS-JOBL-PROC-DATE TO JOBL-PROC-DATE.
           MOVE WS-JOBL-START-DATE TO JOBL-START-DATE.
           MOVE WS-JOBL-START-TIME TO JOBL-START-TIME.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBL-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF WS-JOBL-STATUS NOT = "00"
               DISPLAY "REJRCYC JOBLOG NOT WRITTEN, STATUS "
                   WS-JOBL-STATUS
               GO TO 9870-EXIT
           END-IF.
           WRITE JOBL-RECORD.
           CLOSE JOB-LOG-FILE.
       9870-EXIT.
           EXIT.

      *****************************************************
      * 9900-ABEND -- FATAL ERROR.  DISPLAY WHAT WENT      *
      * WRONG AND STOP WITH A NON-ZERO RETURN CODE SO THE  *
       9900-ABEND.
           DISPLAY "REJRCYC ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
           CLOSE SUPPLEMENT-FILE.
           CLOSE PENDING-OUT-FILE.
           CLOSE AGING-FILE.
           CLOSE REJHIST-FILE.
       9999-EXIT.
           EXIT.
