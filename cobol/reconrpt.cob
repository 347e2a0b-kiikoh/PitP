      * 09/02/26  DWH   ORIGINAL -- NIGHTLY CROSS-FOOT OF  *
      *                 AUDITLOG, RUNHIST, MSGOUT AND      *
      *                 MSGARCH FOR ONE PROCESSING DATE    *
      * 10/05/26  DWH   ENCRYPT ROWS NOW CROSS-FOOT WITH   *
      *                 THE TRAFFIC HELD FOR SUSPENDED     *
      *                 PARTNERS (NEW RUNHIST HELD COUNT)  *
      * 10/08/26  DWH   ARCHIVE AND MSGOUT LAYOUTS CARRY   *
      *                 THE MESSAGE CHECK VALUE            *
      * 10/09/26  DWH   MSGOUT AND ARCHIVE COUNTS NOW      *
      *                 RECONCILE AGAINST THE RUNHIST      *
      *                 OUTPUT RECORD COUNT, SINCE A LONG  *
      *                 MESSAGE GOES OUT AS SEVERAL        *
      *                 SEGMENT RECORDS                    *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      * 10/11/26  DWH   RETRANS RESEND ENTRIES (MODE T) ON *
      *                 AUDITLOG ARE COUNTED AND LISTED,   *
      *                 NOT MATCHED AGAINST RUNHIST;       *
      *                 MSGOUT LAYOUT CARRIES THE RESEND   *
      *                 FLAG                               *
      * 10/13/26  DWH   ENCRYPT ROWS CROSS-FOOT WITH THE   *
      *                 TRAFFIC HELD FOR COMPLIANCE (NEW   *
      *                 RUNHIST COUNT); MSGOUT TRAILER     *
      *                 CARRIES THE COMPLIANCE HELD COUNT  *
      * 10/15/26  DWH   CONTROL CARD READ BEFORE THE JOB   *
      *                 LOG START SO START AND END CARRY   *
      *                 THE SAME PROCESSING DATE           *
      *****************************************************

      *****************************************************
      *   - EVERY RUNHIST ROW HAS A MATCHING AUDITLOG      *
      *     ENTRY (MODE AND RECORD COUNT), AND VICE VERSA  *
      *   - EACH ENCRYPT/DECRYPT ROW CROSS-FOOTS: READ =   *
      *     CIPHERED + REJECTED + HELD, FOR A SUSPENDED    *
      *     PARTNER OR FOR COMPLIANCE (PLUS THE TWO BATCH  *
      *     RECORDS ON A BATCHED FEED)                     *
      *   - THE MSGOUT DETAIL COUNT AND ITS OWN *TRL       *
      *     TOTALS MATCH THE LAST WRITING RUN              *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  CTL-RECON-DATE            PIC X(08).

      *****************************************************
      * MUST MATCH THE AUDIT RECORD CAESAR WRITES.  A      *
      * MODE T ENTRY IS A RETRANS RESEND, WHICH HAS NO     *
      * RUNHIST ROW AND TOUCHES NEITHER MSGOUT NOR THE     *
      * ARCHIVE; IT IS COUNTED, NOT RECONCILED.            *
      *****************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05  AUD-REKEY-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  AUD-DEF-VERSION           PIC X(08).
           05  FILLER                    PIC X.
           05  AUD-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  AUD-MESSAGE-ID            PIC X(10).
           05  FILLER                    PIC X.
           05  AUD-ORIG-DATE             PIC X(08).

      *****************************************************
      * MUST MATCH THE HISTORY RECORD CAESAR APPENDS.      *
           05  HIST-PASSTHRU-COUNT       PIC 9(09).
           05  FILLER                    PIC X.
           05  HIST-ELAPSED-SECS         PIC 9(06).
           05  FILLER                    PIC X.
           05  HIST-HELD-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-OUT-COUNT            PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-CMP-HELD-COUNT       PIC 9(07).

      *****************************************************
      * MUST MATCH THE OUTPUT RECORD CAESAR WRITES.  ONLY  *
           05  OUT-PRIORITY              PIC X(01).
           05  OUT-MESSAGE-TEXT          PIC X(200).
           05  OUT-TRUNC-FLAG            PIC X(01).
           05  OUT-CHECK-VALUE           PIC X(09).
           05  OUT-SEG-NUM               PIC 9(02).
           05  OUT-SEG-COUNT             PIC 9(02).
           05  OUT-RESEND-FLAG           PIC X(01).

       01  OUTPUT-TRAILER-RECORD.
           05  FILLER                    PIC X(04).
           05  OUTT-RECORD-COUNT         PIC X(07).
           05  OUTT-HASH-TOTAL           PIC X(12).
           05  OUTT-CMP-HELD-COUNT       PIC X(07).
           05  FILLER                    PIC X(200).

      *****************************************************
      * MUST MATCH THE ARCHIVE RECORD CAESAR FILES.        *
           05  ARC-KEY.
               10  ARC-DATE              PIC 9(08).
               10  ARC-SEQ               PIC 9(07).
               10  ARC-SEG-NUM           PIC 9(02).
           05  ARC-CIPHER-TYPE           PIC X.
           05  ARC-SHIFT-KEY             PIC 99.
           05  ARC-VIGENERE-KEYWORD      PIC X(20).
           05  ARC-TRUNC-FLAG            PIC X(01).
           05  ARC-MESSAGE-TEXT          PIC X(200).
           05  ARC-DEF-VERSION           PIC X(08).
           05  ARC-CHECK-VALUE           PIC X(09).
           05  ARC-SEG-COUNT             PIC 9(02).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(110).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "RECONRPT".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-AUD-EOF-SWITCH             PIC X VALUE "N".
           88  WS-AUD-END-OF-FILE              VALUE "Y".

       77  WS-AUD-SUB                    PIC 9(03) COMP VALUE ZERO.
       77  WS-HIST-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-HIST-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-RESEND-AUD-COUNT           PIC 9(07) COMP VALUE ZERO.

       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 100 TIMES.
               10  WS-HIST-ENC           PIC 9(07).
               10  WS-HIST-DEC           PIC 9(07).
               10  WS-HIST-REJ           PIC 9(07).
               10  WS-HIST-HELD          PIC 9(07).
               10  WS-HIST-CMP           PIC 9(07).

      *****************************************************
      * MSGOUT TALLIES -- DETAIL RECORDS COUNTED, TRAILER  *
       77  WS-ENC-TOTAL                  PIC 9(09) COMP VALUE ZERO.
       77  WS-LAST-ENC                   PIC 9(07) COMP VALUE ZERO.
       77  WS-EXPECT-OUT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-ROW-OUT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-LAST-WRITER-SWITCH         PIC X VALUE "N".
           88  WS-LAST-WRITER-KNOWN            VALUE "Y".
       77  WS-CROSS-FOOT                 PIC 9(09) COMP VALUE ZERO.
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-AUDIT-ENTRIES THRU 2000-EXIT.
           PERFORM 3000-LOAD-HISTORY-ROWS THRU 3000-EXIT.
           IF WS-DISCREPANCY-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
           MOVE SPACES TO WS-AUD-TABLE.
           MOVE SPACES TO WS-HIST-TABLE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RECONRPT, STATUS "
       1000-EXIT.
           EXIT.

      *****************************************************
      * 1100-READ-CONTROL-CARD -- THE RECONCILIATION DATE  *
      * COMES FROM THE CONTROL CARD, OR IS TODAY.  THE     *
      * MAINLINE READS IT AHEAD OF 9800 SO THE START AND   *
      * END RECORDS ON THE JOB LOG CARRY THE SAME          *
      * PROCESSING DATE.                                   *
      *****************************************************
       1100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECON-DATE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-CTL-STATUS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS = "00" AND CTL-RECON-DATE NUMERIC
               MOVE CTL-RECON-DATE TO WS-RECON-DATE
           END-IF.
           MOVE WS-RECON-DATE TO WS-JOBL-PROC-DATE.
       1100-EXIT.
           EXIT.

      *****************************************************
      * 2000-LOAD-AUDIT-ENTRIES -- EVERY AUDITLOG ENTRY    *
      * STAMPED WITH THE RECONCILIATION DATE.              *
           IF AUD-TIMESTAMP(1:8) NOT = WS-RECON-DATE(1:8)
               GO TO 2100-EXIT
           END-IF.
           IF AUD-RUN-MODE = "T"
               ADD 1 TO WS-RESEND-AUD-COUNT
               GO TO 2100-EXIT
           END-IF.
           IF WS-AUD-COUNT >= WS-MAX-RUNS
               GO TO 2100-EXIT
           END-IF.
               WS-REPORT-NUM2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RESEND-AUD-COUNT > ZERO
               MOVE WS-RESEND-AUD-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "RESEND ENTRIES   " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   "   (RETRANS, NOT RECONCILED)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       3000-EXIT.
           EXIT.

           MOVE HIST-ENCRYPT-COUNT TO WS-HIST-ENC(WS-HIST-COUNT).
           MOVE HIST-DECRYPT-COUNT TO WS-HIST-DEC(WS-HIST-COUNT).
           MOVE HIST-REJECT-COUNT TO WS-HIST-REJ(WS-HIST-COUNT).
      *****************************************************
      * ROWS WRITTEN BEFORE THE HELD COUNT EXISTED END     *
      * SHORT; NOTHING WAS HELD ON THOSE RUNS.             *
      *****************************************************
           IF HIST-HELD-COUNT NUMERIC
               MOVE HIST-HELD-COUNT TO WS-HIST-HELD(WS-HIST-COUNT)
           ELSE
               MOVE ZERO TO WS-HIST-HELD(WS-HIST-COUNT)
           END-IF.

      *****************************************************
      * LIKEWISE THE COUNT HELD FOR COMPLIANCE, WHICH      *
      * FOOTS WITH THE SUSPENDED-PARTNER HOLDS.            *
      *****************************************************
           IF HIST-CMP-HELD-COUNT NUMERIC
               MOVE HIST-CMP-HELD-COUNT TO WS-HIST-CMP(WS-HIST-COUNT)
           ELSE
               MOVE ZERO TO WS-HIST-CMP(WS-HIST-COUNT)
           END-IF.

      *****************************************************
      * A LONG MESSAGE GOES OUT AS SEVERAL SEGMENT RECORDS *
      * (ON MSGOUT AND THE ARCHIVE ALIKE), SO THE RECORD   *
      * COUNTS RECONCILE AGAINST THE RUN'S OUTPUT RECORD   *
      * COUNT.  ROWS WRITTEN BEFORE THAT COUNT EXISTED END *
      * SHORT; ONE MESSAGE WAS ONE RECORD ON THOSE RUNS.   *
      *****************************************************
           IF HIST-OUT-COUNT NUMERIC
               MOVE HIST-OUT-COUNT TO WS-ROW-OUT
           ELSE
               IF HIST-RUN-MODE = "E"
                   MOVE HIST-ENCRYPT-COUNT TO WS-ROW-OUT
               ELSE
                   MOVE HIST-DECRYPT-COUNT TO WS-ROW-OUT
               END-IF
           END-IF.

           IF HIST-RUN-MODE = "E"
               ADD WS-ROW-OUT TO WS-ENC-TOTAL
               MOVE WS-ROW-OUT TO WS-LAST-ENC
           END-IF.
      *****************************************************
      * MSGOUT IS REWRITTEN BY EACH E/D/S/R RUN; ONLY THE  *
      *****************************************************
           EVALUATE HIST-RUN-MODE
               WHEN "E"
                   COMPUTE WS-EXPECT-OUT = WS-ROW-OUT
                   MOVE "Y" TO WS-LAST-WRITER-SWITCH
               WHEN "D"
                   COMPUTE WS-EXPECT-OUT = WS-ROW-OUT
                   MOVE "Y" TO WS-LAST-WRITER-SWITCH
               WHEN "S"
                   COMPUTE WS-EXPECT-OUT = WS-ROW-OUT
                   MOVE "Y" TO WS-LAST-WRITER-SWITCH
               WHEN "R"
                   MOVE "N" TO WS-LAST-WRITER-SWITCH
      * WITH AN AUDITLOG ENTRY OF THE SAME MODE AND READ   *
      * COUNT, AND NOTHING MAY BE LEFT OVER ON EITHER      *
      * SIDE.  EACH E/D ROW MUST ALSO CROSS-FOOT: READ =   *
      * CIPHERED + REJECTED + HELD, ALLOWING FOR THE TWO   *
      * BATCH RECORDS ON A BATCHED FEED.                   *
      *****************************************************
       4000-MATCH-RUNS.
           PERFORM 4100-MATCH-ONE-ROW THRU 4100-EXIT
                   WS-HIST-ENC(WS-HIST-SUB)
                   + WS-HIST-DEC(WS-HIST-SUB)
                   + WS-HIST-REJ(WS-HIST-SUB)
                   + WS-HIST-HELD(WS-HIST-SUB)
                   + WS-HIST-CMP(WS-HIST-SUB)
               IF WS-HIST-READ(WS-HIST-SUB) NOT = WS-CROSS-FOOT
                   AND WS-HIST-READ(WS-HIST-SUB)
                       NOT = WS-CROSS-FOOT + 2
                       ") DOES NOT CROSS-FOOT: READ"
                       DELIMITED BY SIZE
                       WS-REPORT-NUM DELIMITED BY SIZE
                       " VS CIPH+REJ+HELD" DELIMITED BY SIZE
                       WS-REPORT-NUM2 DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE

           MOVE WS-RECON-DATE TO ARC-DATE.
           MOVE ZERO TO ARC-SEQ.
           MOVE ZERO TO ARC-SEG-NUM.
           START ARCHIVE-FILE KEY NOT < ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           STRING "MSGARCH ENTRIES FOR THE DATE"
               DELIMITED BY SIZE
               WS-REPORT-NUM DELIMITED BY SIZE
               "   WRITTEN PER RUNHIST" DELIMITED BY SIZE
               WS-REPORT-NUM2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       8000-EXIT.
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
      * NEVER STOPS A STEP.  THE PROCESSING DATE IS SET BY *
      * 1100 BEFORE THE START RECORD IS WRITTEN.           *
      *****************************************************
       9800-LOG-JOB-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOBL-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOBL-START-TIME.
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
           MOVE WS-HIST-COUNT TO JOBL-IN-COUNT.
           MOVE WS-DISCREPANCY-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "RECONRPT JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "RECONRPT ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
