      * 09/02/26  DWH   AUDIT RECORD LAYOUT EXTENDED WITH  *
      *                 THE CIPHER DEFINITIONS VERSION     *
      *                 STAMP THE CIPHER RUN NOW FILES     *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      * 10/11/26  DWH   RETRANS RESEND ENTRIES (MODE T)    *
      *                 GET THEIR OWN MODE SLOT AND ARE    *
      *                 LEFT OUT OF THE CIPHER TALLY AND   *
      *                 THE SHIFT ROTATION CHECK           *
      *****************************************************

      *****************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  AUD-REKEY-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  AUD-DEF-VERSION           PIC X(08).
           05  FILLER                    PIC X.
           05  AUD-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  AUD-MESSAGE-ID            PIC X(10).
           05  FILLER                    PIC X.
           05  AUD-ORIG-DATE             PIC X(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-AUD-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "AUDRPT".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       01  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYYMM           PIC X(06).

      *****************************************************
      * ACTIVITY BY RUN MODE AND BY CIPHER, DAILY AND      *
      * MONTH TO DATE.  MODE SLOTS: 1=E 2=D 3=S 4=V 5=R    *
      * 6=T (A RETRANS RESEND, ONE ENTRY PER MESSAGE).     *
      * CIPHER SLOTS: 1=CAESAR 2=VIGENERE.                 *
      *****************************************************
       77  WS-MODE-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-CIPH-SUB                   PIC 9(02) COMP VALUE ZERO.

       01  WS-MODE-NAMES                 PIC X(06) VALUE "EDSVRT".
       01  WS-MODE-NAMES-R REDEFINES WS-MODE-NAMES.
           05  WS-MODE-NAME OCCURS 6 TIMES PIC X.

       01  WS-MODE-TOTALS.
           05  WS-MODE-SLOT OCCURS 6 TIMES.
               10  WS-MODE-RUNS-DAY      PIC 9(05) COMP.
               10  WS-MODE-RECS-DAY      PIC 9(09) COMP.
               10  WS-MODE-RUNS-MTD      PIC 9(05) COMP.
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-AUDIT-RECORDS THRU 2000-EXIT.
           PERFORM 3000-CHECK-SHIFT-ROTATION THRU 3000-EXIT.
           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
               WHEN "S" MOVE 3 TO WS-MODE-SUB
               WHEN "V" MOVE 4 TO WS-MODE-SUB
               WHEN "R" MOVE 5 TO WS-MODE-SUB
               WHEN "T" MOVE 6 TO WS-MODE-SUB
               WHEN OTHER MOVE ZERO TO WS-MODE-SUB
           END-EVALUATE.
           IF WS-MODE-SUB = ZERO
       2300-EXIT.
           EXIT.

      *****************************************************
      * 2400-TALLY-BY-CIPHER -- A RESEND CIPHERS NOTHING;  *
      * IT CARRIES THE CIPHER IT WAS FILED UNDER, WHICH    *
      * THE ORIGINAL RUN HAS ALREADY COUNTED.              *
      *****************************************************
       2400-TALLY-BY-CIPHER.
           IF AUD-RUN-MODE = "T"
               GO TO 2400-EXIT
           END-IF.
           EVALUATE AUD-CIPHER-TYPE
               WHEN "C" MOVE 1 TO WS-CIPH-SUB
               WHEN "V" MOVE 2 TO WS-CIPH-SUB
      * 2600-TRACK-SHIFT-USAGE -- CAESAR KEYED RUNS ONLY;  *
      * A SOLVE RUN'S REPORTED SHIFT IS A GUESS, NOT A KEY *
      * IN SERVICE, SO IT DOES NOT COUNT AGAINST ROTATION. *
      * NOR DOES A RESEND: IT REPEATS TRAFFIC CIPHERED ON  *
      * AN EARLIER DAY AND MUST NOT KEEP AN OLD SHIFT      *
      * LOOKING CURRENT.                                   *
      *****************************************************
       2600-TRACK-SHIFT-USAGE.
           IF AUD-CIPHER-TYPE NOT = "C" OR AUD-RUN-MODE = "S"
               OR AUD-RUN-MODE = "T"
               GO TO 2600-EXIT
           END-IF.
           IF AUD-SHIFT-KEY NOT NUMERIC
           WRITE REPORT-LINE.
           PERFORM 4100-WRITE-ONE-MODE THRU 4100-EXIT
               VARYING WS-MODE-SUB FROM 1 BY 1
               UNTIL WS-MODE-SUB > 6.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       4400-EXIT.
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
           MOVE WS-TOTAL-RUNS TO JOBL-IN-COUNT.
           MOVE WS-EXCEPTION-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "AUDRPT JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "AUDRPT ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
