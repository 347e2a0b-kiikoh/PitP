       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALRPT.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/14/26  DWH   ORIGINAL -- MONTHLY PARTNER        *
      *                 DATA-QUALITY SCORECARD FROM THE    *
      *                 PERMANENT REJHIST, WITH A RUNHIST  *
      *                 CROSS-FOOT OF THE RECEIVED COUNTS  *
      *****************************************************

      *****************************************************
      * REJFILE IS REWRITTEN EVERY RUN AND REJRCYC ONLY    *
      * FOLLOWS WHAT IS STILL OPEN, SO ACCOUNT MANAGEMENT  *
      * HAD NO RECORD OF WHICH PARTNERS SEND BAD DATA AND  *
      * HOW OFTEN.  CAESAR NOW FILES EVERY REJECT, EVERY   *
      * BATCH HELD ON A *HDR/*TRL MISMATCH AND EACH        *
      * ENCRYPT RUN'S RECEIVED COUNT BY RECIPIENT ON THE   *
      * PERMANENT REJHIST, AND REJRCYC FILES EACH REJECT   *
      * IT CLEARS.  THIS PROGRAM READS ONE MONTH OF IT AND *
      * PRINTS, PER RECIPIENT:                             *
      *   MESSAGES RECEIVED AND REJECTED BY REASON CODE,   *
      *   WITH THE REJECT RATE;                            *
      *   REJECTS CORRECTED AND THE AVERAGE DAYS TO        *
      *   CORRECT, REJECTS NEVER CORRECTED AND PAST THE    *
      *   AGING LIMIT, AND REJECTS STILL OPEN;             *
      *   THE PRIOR MONTH'S RATE AND THE MOVEMENT SINCE.   *
      * PARTNERS OVER THE REJECT RATE LIMIT ARE RANKED     *
      * WORST FIRST AND FLAGGED FOR FEES.  BATCHES HELD    *
      * ARE LISTED BY SENDER.  THE RECEIVED COUNTS ARE     *
      * CROSS-FOOTED RUN BY RUN AGAINST THE MONTH'S        *
      * RUNHIST ENCRYPT READ COUNTS; A MISMATCH ENDS WITH  *
      * RETURN CODE 4 SO NOBODY BILLS FROM A BAD PAGE.     *
      *                                                    *
      * ONLY ENCRYPT-RUN TRAFFIC IS SCORED.  BATCHES FROM  *
      * OUR OWN RE-FEEDS (RECYCLE, CMPRLSE, HELDTRAF) WERE *
      * ALREADY COUNTED WHEN THE PARTNER FIRST SENT THEM,  *
      * SO THEY ARE LEFT OUT OF THE SCORES BUT KEPT IN THE *
      * CROSS-FOOT.  A RESTARTED RUN RE-EDITS THE RECORDS  *
      * AFTER ITS LAST CHECKPOINT; ITS REPEAT REJECTS ARE  *
      * DROPPED SO A PARTNER IS NOT CHARGED TWICE.         *
      *                                                    *
      * REQUEST CARD (QUALCTL):                            *
      *   COLS  1-6   SCORECARD MONTH YYYYMM (REQUIRED)    *
      *   COLS  8-10  REJECT RATE LIMIT, PERCENT (BLANK =  *
      *               005)                                 *
      *   COLS 12-14  AGING LIMIT, DAYS (BLANK = 005, AS   *
      *               REJRCYC)                             *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "QUALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PART-FILE ASSIGN TO "PARTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTF-STATUS.

           SELECT REJHIST-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJH-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-SCORE-MONTH           PIC X(06).
           05  FILLER                    PIC X.
           05  CTL-REJECT-PCT            PIC X(03).
           05  FILLER                    PIC X.
           05  CTL-AGE-DAYS              PIC X(03).

       FD  PART-FILE
           RECORDING MODE IS F.
       COPY "partrec.cpy".

      *****************************************************
      * THE PERMANENT REJECT HISTORY CAESAR AND REJRCYC    *
      * APPEND TO.                                         *
      *****************************************************
       FD  REJHIST-FILE
           RECORDING MODE IS F.
       COPY "rjhrec.cpy".

      *****************************************************
      * MUST MATCH THE HISTORY RECORD CAESAR APPENDS.      *
      *****************************************************
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HIST-RUN-DATE             PIC 9(08).
           05  FILLER                    PIC X.
           05  HIST-RUN-TIME             PIC 9(06).
           05  FILLER                    PIC X.
           05  HIST-RUN-MODE             PIC X.
           05  FILLER                    PIC X.
           05  HIST-CIPHER-TYPE          PIC X.
           05  FILLER                    PIC X.
           05  HIST-READ-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-ENCRYPT-COUNT        PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-DECRYPT-COUNT        PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-TRUNC-COUNT          PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-REJECT-COUNT         PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-ROTATED-COUNT        PIC 9(09).
           05  FILLER                    PIC X.
           05  HIST-PASSTHRU-COUNT       PIC 9(09).
           05  FILLER                    PIC X.
           05  HIST-ELAPSED-SECS         PIC 9(06).
           05  FILLER                    PIC X.
           05  HIST-HELD-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-OUT-COUNT            PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-CMP-HELD-COUNT       PIC 9(07).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(110).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.
       77  WS-PARTF-STATUS               PIC XX.
       77  WS-RJH-STATUS                 PIC XX.
       77  WS-HIST-STATUS                PIC XX.
       77  WS-RPT-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "QUALRPT".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-PARTF-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PARTF-END-OF-FILE            VALUE "Y".

       77  WS-MAST-LOAD-SWITCH           PIC X VALUE "N".
           88  WS-MAST-TABLE-READY             VALUE "Y".

       77  WS-RJH-EOF-SWITCH             PIC X VALUE "N".
           88  WS-RJH-END-OF-FILE              VALUE "Y".

       77  WS-HIST-EOF-SWITCH            PIC X VALUE "N".
           88  WS-HIST-END-OF-FILE             VALUE "Y".

      *****************************************************
      * THE MONTH SCORED AND THE ONE BEFORE IT, FOR THE    *
      * MONTH-OVER-MONTH MOVEMENT.  THE LIMITS COME FROM   *
      * THE REQUEST CARD.                                  *
      *****************************************************
       77  WS-SCORE-MONTH                PIC 9(06) VALUE ZERO.
       77  WS-PRIOR-MONTH                PIC 9(06) VALUE ZERO.
       77  WS-ENTRY-MONTH                PIC 9(06) VALUE ZERO.
       77  WS-REJECT-PCT                 PIC 9(03) VALUE 5.
       77  WS-AGE-LIMIT-DAYS             PIC 9(03) COMP VALUE 5.
       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-TODAY-INT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-AGE-DAYS                   PIC S9(05) COMP VALUE ZERO.

      *****************************************************
      * BATCHES OUR OWN PROGRAMS RE-FEED TO CAESAR.  THEIR *
      * TRAFFIC WAS COUNTED WHEN THE PARTNER FIRST SENT    *
      * IT, SO IT IS NOT SCORED AGAIN.                     *
      *****************************************************
       77  WS-SENDER-CHECK               PIC X(08) VALUE SPACE.
           88  WS-INTERNAL-SENDER              VALUE "RECYCLE "
                                                     "CMPRLSE "
                                                     "HELDTRAF".

      *****************************************************
      * REASON CODES, SEEDED WITH THE ONES CAESAR WRITES   *
      * TODAY.  A NEW CODE ON THE HISTORY TAKES THE NEXT   *
      * FREE COLUMN; PAST THE LAST ONE IT FALLS IN THE     *
      * OTHER (OT) COLUMN, WHICH ALWAYS PRINTS LAST.       *
      *****************************************************
       77  WS-MAX-REASONS                PIC 9(02) COMP VALUE 8.
       77  WS-RSN-USED                   PIC 9(02) COMP VALUE 5.
       77  WS-RSN-SUB                    PIC 9(02) COMP VALUE ZERO.
       77  WS-RSN-SLOT                   PIC 9(02) COMP VALUE ZERO.
       77  WS-RSN-OTHER-SLOT             PIC 9(02) COMP VALUE 9.

       01  WS-RSN-VALUES.
           05  FILLER                    PIC X(16) VALUE
               "BLNPOVDUUR      ".
       01  WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
           05  WS-RSN-CODE OCCURS 8 TIMES
                                         PIC X(02).

      *****************************************************
      * SCORES BY RECIPIENT.  REASON SLOT 9 IS THE OTHER   *
      * COLUMN.  RATES ARE PERCENT TO ONE DECIMAL.         *
      *****************************************************
       77  WS-MAX-PARTNERS               PIC 9(03) COMP VALUE 200.
       77  WS-PARTNER-COUNT              PIC 9(03) COMP VALUE ZERO.
       77  WS-PARTNER-SUB                PIC 9(03) COMP VALUE ZERO.
       77  WS-FIND-RECIPIENT             PIC X(04) VALUE SPACE.

       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-ENTRY OCCURS 200 TIMES.
               10  WS-PART-RECIPIENT     PIC X(04).
               10  WS-PART-RECEIVED      PIC 9(07) COMP.
               10  WS-PART-REJECTED      PIC 9(07) COMP.
               10  WS-PART-RSN-COUNT OCCURS 9 TIMES
                                         PIC 9(07) COMP.
               10  WS-PART-CORRECTED     PIC 9(07) COMP.
               10  WS-PART-CORR-DAYS     PIC 9(09) COMP.
               10  WS-PART-AGED          PIC 9(07) COMP.
               10  WS-PART-OPEN          PIC 9(07) COMP.
               10  WS-PART-PRIOR-RCVD    PIC 9(07) COMP.
               10  WS-PART-PRIOR-REJ     PIC 9(07) COMP.
               10  WS-PART-RATE          PIC 9(03)V9.
               10  WS-PART-PRIOR-RATE    PIC 9(03)V9.
               10  WS-PART-LIMIT-FLAG    PIC X.
                   88  WS-PART-OVER-LIMIT      VALUE "Y".
               10  WS-PART-RANKED-FLAG   PIC X.
                   88  WS-PART-RANKED          VALUE "Y".

      *****************************************************
      * EVERY SCORED REJECT FOR THE MONTH AND THE ONE      *
      * BEFORE, SO REPEATS FROM A RESTARTED RUN CAN BE     *
      * DROPPED AND CORRECTIONS MATCHED BACK TO THEM.      *
      *****************************************************
       77  WS-MAX-REJECTS                PIC 9(05) COMP VALUE 5000.
       77  WS-REJ-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-REJ-SUB                    PIC 9(05) COMP VALUE ZERO.

       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY OCCURS 5000 TIMES.
               10  WS-REJ-MONTH-FLAG     PIC X.
                   88  WS-REJ-THIS-MONTH       VALUE "C".
               10  WS-REJ-PART-SUB       PIC 9(03) COMP.
               10  WS-REJ-RECIPIENT      PIC X(04).
               10  WS-REJ-MSG-ID         PIC X(10).
               10  WS-REJ-DATE           PIC 9(08).
               10  WS-REJ-SENDER         PIC X(08).
               10  WS-REJ-BATCH-DATE     PIC 9(08).
               10  WS-REJ-RECORD-NUM     PIC 9(07).
               10  WS-REJ-CORR-DATE      PIC 9(08).

      *****************************************************
      * RECEIVED COUNTS BY ENCRYPT RUN, KEYED ON THE RUN   *
      * STAMP, AND THE RUNHIST READ COUNT FOR THE SAME     *
      * RUN.  A RUN SEEN ON ONLY ONE FILE STILL GETS A     *
      * SLOT SO IT SHOWS ON THE CROSS-FOOT.                *
      *****************************************************
       77  WS-MAX-RUNS                   PIC 9(03) COMP VALUE 500.
       77  WS-RUN-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-RUN-SUB                    PIC 9(03) COMP VALUE ZERO.
       77  WS-FIND-RUN-DATE              PIC 9(08) VALUE ZERO.
       77  WS-FIND-RUN-TIME              PIC 9(06) VALUE ZERO.

       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES.
               10  WS-RUN-DATE           PIC 9(08).
               10  WS-RUN-TIME           PIC 9(06).
               10  WS-RUN-RECEIVED       PIC 9(07) COMP.
               10  WS-RUN-HIST-READ      PIC 9(07) COMP.
               10  WS-RUN-VOLUME-FLAG    PIC X.
                   88  WS-RUN-ON-REJHIST       VALUE "Y".
               10  WS-RUN-HIST-FLAG      PIC X.
                   88  WS-RUN-ON-RUNHIST       VALUE "Y".

      *****************************************************
      * BATCHES HELD DURING THE MONTH.                     *
      *****************************************************
       77  WS-MAX-HELD                   PIC 9(03) COMP VALUE 100.
       77  WS-HELD-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-HELD-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 100 TIMES.
               10  WS-HELD-DATE          PIC 9(08).
               10  WS-HELD-TIME          PIC 9(06).
               10  WS-HELD-SENDER        PIC X(08).
               10  WS-HELD-BATCH-DATE    PIC 9(08).
               10  WS-HELD-DETAILS       PIC 9(07).
               10  WS-HELD-REASON        PIC X(60).

      *****************************************************
      * THE PARTNER MASTER, FOR NAMES ON THE RANKING.      *
      *****************************************************
       77  WS-MAX-MASTERS                PIC 9(03) COMP VALUE 200.
       77  WS-MAST-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-FIND-CODE             PIC X(04) VALUE SPACE.
       77  WS-MAST-FIND-NAME             PIC X(30) VALUE SPACE.

       01  WS-MAST-TABLE.
           05  WS-MAST-ENTRY OCCURS 200 TIMES.
               10  WS-MAST-CODE          PIC X(04).
               10  WS-MAST-NAME          PIC X(30).

      *****************************************************
      * RUN TOTALS.                                        *
      *****************************************************
       77  WS-RJH-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-RECEIVED             PIC 9(09) COMP VALUE ZERO.
       77  WS-SCORED-RECEIVED            PIC 9(09) COMP VALUE ZERO.
       77  WS-INTERNAL-RECEIVED          PIC 9(09) COMP VALUE ZERO.
       77  WS-UNITEMIZED-RECEIVED        PIC 9(09) COMP VALUE ZERO.
       77  WS-SCORED-REJECTS             PIC 9(09) COMP VALUE ZERO.
       77  WS-INTERNAL-REJECTS           PIC 9(09) COMP VALUE ZERO.
       77  WS-OTHER-MODE-REJECTS         PIC 9(09) COMP VALUE ZERO.
       77  WS-REPEAT-REJECTS             PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-CORRECTED            PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-AGED                 PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-OPEN                 PIC 9(09) COMP VALUE ZERO.
       77  WS-FLAGGED-COUNT              PIC 9(03) COMP VALUE ZERO.
       77  WS-HIST-RUN-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-HIST-READ-TOTAL            PIC 9(09) COMP VALUE ZERO.
       77  WS-XFOOT-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.

       01  WS-TOTAL-RSN-COUNTS.
           05  WS-TOTAL-RSN-COUNT OCCURS 9 TIMES
                                         PIC 9(07) COMP.

      *****************************************************
      * RANKING WORK FIELDS.                               *
      *****************************************************
       77  WS-RANK-NUM                   PIC 9(03) COMP VALUE ZERO.
       77  WS-BEST-SUB                   PIC 9(03) COMP VALUE ZERO.

      *****************************************************
      * REPORT WORK FIELDS.  THE REASON COLUMNS ARE BUILT  *
      * INTO A ROW OF NINE SO THE HEADING AND THE DETAIL   *
      * LINES STAY IN STEP HOWEVER MANY CODES ARE IN USE.  *
      *****************************************************
       77  WS-COLUMN-SUB                 PIC 9(02) COMP VALUE ZERO.
       77  WS-ROW-LENGTH                 PIC 9(02) COMP VALUE ZERO.
       77  WS-RATE-WORK                  PIC 9(05)V9 VALUE ZERO.
       77  WS-RATE-CHANGE                PIC S9(03)V9 VALUE ZERO.
       77  WS-AVG-DAYS                   PIC 9(05)V9 VALUE ZERO.
       77  WS-FLAG-MARK                  PIC X(02) VALUE SPACE.

       01  WS-RSN-HEAD-ROW.
           05  WS-RSN-HEAD-COL OCCURS 9 TIMES.
               10  FILLER                PIC X(04).
               10  WS-RSN-HEAD-CODE      PIC X(02).

       01  WS-RSN-COUNT-ROW.
           05  WS-RSN-COUNT-COL OCCURS 9 TIMES.
               10  FILLER                PIC X(01).
               10  WS-RSN-COUNT-NUM      PIC Z(4)9.

       01  WS-REPORT-NUM                 PIC Z(8)9.
       01  WS-REPORT-NUM-1               PIC Z(7)9.
       01  WS-REPORT-NUM-2               PIC Z(7)9.
       01  WS-REPORT-NUM-3               PIC Z(7)9.
       01  WS-REPORT-NUM-4               PIC Z(7)9.
       01  WS-REPORT-RANK                PIC ZZ9.
       01  WS-REPORT-RATE                PIC ZZ9.9.
       01  WS-REPORT-RATE-2              PIC ZZ9.9.
       01  WS-REPORT-CHANGE              PIC +++9.9.
       01  WS-REPORT-CHANGE-X REDEFINES WS-REPORT-CHANGE
                                         PIC X(06).
       01  WS-REPORT-DAYS                PIC ZZZZ9.9.
       01  WS-REPORT-DAYS-X REDEFINES WS-REPORT-DAYS
                                         PIC X(07).
       01  WS-REPORT-LIMIT               PIC ZZ9.
       01  WS-REPORT-AGE                 PIC ZZ9.

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2500-LOAD-PARTNERS THRU 2500-EXIT.
           PERFORM 3000-READ-REJECT-HISTORY THRU 3000-EXIT.
           PERFORM 4000-SUM-HISTORY-MONTH THRU 4000-EXIT.
           PERFORM 4500-SCORE-REJECTS THRU 4500-EXIT.
           PERFORM 4600-RATE-PARTNERS THRU 4600-EXIT.
           PERFORM 5000-WRITE-VOLUME-SECTION THRU 5000-EXIT.
           PERFORM 5200-WRITE-CORRECTION-SECTION THRU 5200-EXIT.
           PERFORM 5300-WRITE-RANKING THRU 5300-EXIT.
           PERFORM 5400-WRITE-HELD-BATCHES THRU 5400-EXIT.
           PERFORM 5500-WRITE-TOTALS THRU 5500-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-XFOOT-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************
      * 1000-INITIALIZE -- THE MONTH IS REQUIRED; THE      *
      * LIMITS DEFAULT WHEN LEFT BLANK.  JANUARY'S PRIOR   *
      * MONTH IS DECEMBER OF THE YEAR BEFORE (YYYY01 LESS  *
      * 89 IS (YYYY-1)12).                                 *
      *****************************************************
       1000-INITIALIZE.
           INITIALIZE WS-PARTNER-TABLE.
           INITIALIZE WS-REJ-TABLE.
           INITIALIZE WS-RUN-TABLE.
           INITIALIZE WS-HELD-TABLE.
           INITIALIZE WS-TOTAL-RSN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-CTL-STATUS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS NOT = "00"
               OR CTL-SCORE-MONTH NOT NUMERIC
               OR CTL-SCORE-MONTH(5:2) < "01"
               OR CTL-SCORE-MONTH(5:2) > "12"
               MOVE "NO SCORECARD MONTH (YYYYMM) ON QUALCTL"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           MOVE CTL-SCORE-MONTH TO WS-SCORE-MONTH.
           IF CTL-SCORE-MONTH(5:2) = "01"
               COMPUTE WS-PRIOR-MONTH = WS-SCORE-MONTH - 89
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-SCORE-MONTH - 1
           END-IF.

           IF CTL-REJECT-PCT NOT = SPACE
               IF CTL-REJECT-PCT NUMERIC
                   MOVE CTL-REJECT-PCT TO WS-REJECT-PCT
               ELSE
                   MOVE "REJECT RATE LIMIT ON QUALCTL NOT NUMERIC"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.
           IF CTL-AGE-DAYS NOT = SPACE
               IF CTL-AGE-DAYS NUMERIC
                   MOVE CTL-AGE-DAYS TO WS-AGE-LIMIT-DAYS
               ELSE
                   MOVE "AGING LIMIT ON QUALCTL NOT NUMERIC"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               STRING "UNABLE TO OPEN QUALRPT, STATUS "
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************
      * 2500-LOAD-PARTNERS -- THE PARTNER MASTER IS ONLY   *
      * NEEDED FOR NAMES; WITHOUT IT THE SCORECARD STILL   *
      * PRINTS BY CODE.                                    *
      *****************************************************
       2500-LOAD-PARTNERS.
           MOVE SPACES TO WS-MAST-TABLE.
           OPEN INPUT PART-FILE.
           IF WS-PARTF-STATUS NOT = "00"
               DISPLAY "NO PARTFILE PARTNER MASTER, STATUS "
                   WS-PARTF-STATUS ", NAMES NOT PRINTED"
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-LOAD-ONE-PARTNER THRU 2510-EXIT
               UNTIL WS-PARTF-END-OF-FILE.
           CLOSE PART-FILE.
           MOVE "Y" TO WS-MAST-LOAD-SWITCH.
       2500-EXIT.
           EXIT.

       2510-LOAD-ONE-PARTNER.
           READ PART-FILE
               AT END
                   MOVE "Y" TO WS-PARTF-EOF-SWITCH
                   GO TO 2510-EXIT
           END-READ.
           IF PART-CODE = SPACE
               GO TO 2510-EXIT
           END-IF.
           IF WS-MAST-COUNT >= WS-MAX-MASTERS
               MOVE "PARTFILE HOLDS MORE PARTNERS THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-MAST-COUNT.
           MOVE PART-CODE TO WS-MAST-CODE(WS-MAST-COUNT).
           MOVE PART-NAME TO WS-MAST-NAME(WS-MAST-COUNT).
       2510-EXIT.
           EXIT.

      *****************************************************
      * 2550-FIND-MASTER -- LOOK UP WS-MAST-FIND-CODE.     *
      * WS-MAST-SUB ENDS PAST WS-MAST-COUNT WHEN THE CODE  *
      * IS NOT ON THE MASTER.                              *
      *****************************************************
       2550-FIND-MASTER.
           MOVE SPACE TO WS-MAST-FIND-NAME.
           PERFORM 2560-SCAN-MASTER-SLOT THRU 2560-EXIT
               VARYING WS-MAST-SUB FROM 1 BY 1
               UNTIL WS-MAST-SUB > WS-MAST-COUNT
               OR WS-MAST-CODE(WS-MAST-SUB) = WS-MAST-FIND-CODE.
           IF WS-MAST-SUB NOT > WS-MAST-COUNT
               MOVE WS-MAST-NAME(WS-MAST-SUB) TO WS-MAST-FIND-NAME
           END-IF.
       2550-EXIT.
           EXIT.

       2560-SCAN-MASTER-SLOT.
           CONTINUE.
       2560-EXIT.
           EXIT.

      *****************************************************
      * 3000-READ-REJECT-HISTORY -- ONE PASS OF REJHIST.   *
      * WITHOUT IT THERE IS NOTHING TO SCORE.              *
      *****************************************************
       3000-READ-REJECT-HISTORY.
           OPEN INPUT REJHIST-FILE.
           IF WS-RJH-STATUS NOT = "00"
               STRING "UNABLE TO OPEN REJHIST, STATUS "
                   WS-RJH-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 3100-READ-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-RJH-END-OF-FILE.
           CLOSE REJHIST-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************
      * 3100-READ-ONE-ENTRY -- VOLUMES, REJECTS AND HELD   *
      * BATCHES COUNT BY THE MONTH THEY WERE FILED IN.  A  *
      * CORRECTION COUNTS WHENEVER IT WAS FILED, SINCE A   *
      * REJECT LATE IN THE MONTH IS OFTEN CLEARED EARLY    *
      * IN THE NEXT.                                       *
      *****************************************************
       3100-READ-ONE-ENTRY.
           READ REJHIST-FILE
               AT END
                   MOVE "Y" TO WS-RJH-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF RJH-ENTRY-DATE NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-RJH-READ-COUNT.
           MOVE RJH-ENTRY-DATE(1:6) TO WS-ENTRY-MONTH.
           MOVE RJH-SENDER-ID TO WS-SENDER-CHECK.

           IF RJH-CORRECTED
               PERFORM 3500-TAKE-CORRECTION THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF WS-ENTRY-MONTH NOT = WS-SCORE-MONTH
               AND WS-ENTRY-MONTH NOT = WS-PRIOR-MONTH
               GO TO 3100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RJH-VOLUME
                   PERFORM 3200-TAKE-VOLUME THRU 3200-EXIT
               WHEN RJH-REJECT
                   PERFORM 3300-TAKE-REJECT THRU 3300-EXIT
               WHEN RJH-BATCH-HELD
                   PERFORM 3400-TAKE-HELD-BATCH THRU 3400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *****************************************************
      * 3200-TAKE-VOLUME -- ONE ENCRYPT RUN'S RECEIVED     *
      * COUNT FOR ONE RECIPIENT.  EVERY COUNT IN THE MONTH *
      * GOES TO ITS RUN FOR THE CROSS-FOOT; ONLY PARTNER   *
      * TRAFFIC IS SCORED.  **** IS THE RUN'S COUNT FOR    *
      * RECIPIENTS PAST CAESAR'S TABLE, WHICH CANNOT BE    *
      * PUT TO A PARTNER.                                  *
      *****************************************************
       3200-TAKE-VOLUME.
           IF RJH-RUN-MODE NOT = "E"
               GO TO 3200-EXIT
           END-IF.
           IF RJH-COUNT NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.

           IF WS-ENTRY-MONTH = WS-PRIOR-MONTH
               IF RJH-RECIPIENT-CODE NOT = "****"
                   AND NOT WS-INTERNAL-SENDER
                   MOVE RJH-RECIPIENT-CODE TO WS-FIND-RECIPIENT
                   PERFORM 3600-FIND-PARTNER-SLOT THRU 3600-EXIT
                   ADD RJH-COUNT
                       TO WS-PART-PRIOR-RCVD(WS-PARTNER-SUB)
               END-IF
               GO TO 3200-EXIT
           END-IF.

           MOVE RJH-ENTRY-DATE TO WS-FIND-RUN-DATE.
           MOVE RJH-ENTRY-TIME TO WS-FIND-RUN-TIME.
           PERFORM 3700-FIND-RUN-SLOT THRU 3700-EXIT.
           MOVE "Y" TO WS-RUN-VOLUME-FLAG(WS-RUN-SUB).
           ADD RJH-COUNT TO WS-RUN-RECEIVED(WS-RUN-SUB).
           ADD RJH-COUNT TO WS-TOTAL-RECEIVED.

           EVALUATE TRUE
               WHEN RJH-RECIPIENT-CODE = "****"
                   ADD RJH-COUNT TO WS-UNITEMIZED-RECEIVED
               WHEN WS-INTERNAL-SENDER
                   ADD RJH-COUNT TO WS-INTERNAL-RECEIVED
               WHEN OTHER
                   MOVE RJH-RECIPIENT-CODE TO WS-FIND-RECIPIENT
                   PERFORM 3600-FIND-PARTNER-SLOT THRU 3600-EXIT
                   ADD RJH-COUNT TO WS-PART-RECEIVED(WS-PARTNER-SUB)
                   ADD RJH-COUNT TO WS-SCORED-RECEIVED
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *****************************************************
      * 3300-TAKE-REJECT -- ONLY ENCRYPT-RUN REJECTS ON    *
      * PARTNER TRAFFIC ARE SCORED.  AN ENTRY FROM A       *
      * RESTARTED RUN THAT MATCHES ONE ALREADY TAKEN (SAME *
      * BATCH, RECORD, RECIPIENT AND MESSAGE ID) IS THE    *
      * SAME REJECT EDITED AGAIN AND IS DROPPED.           *
      *****************************************************
       3300-TAKE-REJECT.
           IF RJH-RUN-MODE NOT = "E"
               IF WS-ENTRY-MONTH = WS-SCORE-MONTH
                   ADD 1 TO WS-OTHER-MODE-REJECTS
               END-IF
               GO TO 3300-EXIT
           END-IF.
           IF WS-INTERNAL-SENDER
               IF WS-ENTRY-MONTH = WS-SCORE-MONTH
                   ADD 1 TO WS-INTERNAL-REJECTS
               END-IF
               GO TO 3300-EXIT
           END-IF.

           IF RJH-FROM-RESTART
               PERFORM 3310-SCAN-REPEAT-SLOT THRU 3310-EXIT
                   VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
                   OR (WS-REJ-SENDER(WS-REJ-SUB) = RJH-SENDER-ID
                   AND WS-REJ-BATCH-DATE(WS-REJ-SUB)
                       = RJH-BATCH-DATE
                   AND WS-REJ-RECORD-NUM(WS-REJ-SUB)
                       = RJH-RECORD-NUM
                   AND WS-REJ-RECIPIENT(WS-REJ-SUB)
                       = RJH-RECIPIENT-CODE
                   AND WS-REJ-MSG-ID(WS-REJ-SUB)
                       = RJH-MESSAGE-ID)
               IF WS-REJ-SUB NOT > WS-REJ-COUNT
                   IF WS-ENTRY-MONTH = WS-SCORE-MONTH
                       ADD 1 TO WS-REPEAT-REJECTS
                   END-IF
                   GO TO 3300-EXIT
               END-IF
           END-IF.

           IF WS-REJ-COUNT >= WS-MAX-REJECTS
               MOVE "MORE REJECTS IN TWO MONTHS THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           MOVE RJH-RECIPIENT-CODE TO WS-FIND-RECIPIENT.
           PERFORM 3600-FIND-PARTNER-SLOT THRU 3600-EXIT.

           ADD 1 TO WS-REJ-COUNT.
           MOVE WS-PARTNER-SUB TO WS-REJ-PART-SUB(WS-REJ-COUNT).
           MOVE RJH-RECIPIENT-CODE TO WS-REJ-RECIPIENT(WS-REJ-COUNT).
           MOVE RJH-MESSAGE-ID TO WS-REJ-MSG-ID(WS-REJ-COUNT).
           MOVE RJH-ENTRY-DATE TO WS-REJ-DATE(WS-REJ-COUNT).
           MOVE RJH-SENDER-ID TO WS-REJ-SENDER(WS-REJ-COUNT).
           MOVE RJH-BATCH-DATE TO WS-REJ-BATCH-DATE(WS-REJ-COUNT).
           MOVE RJH-RECORD-NUM TO WS-REJ-RECORD-NUM(WS-REJ-COUNT).
           MOVE ZERO TO WS-REJ-CORR-DATE(WS-REJ-COUNT).

           IF WS-ENTRY-MONTH = WS-PRIOR-MONTH
               MOVE "P" TO WS-REJ-MONTH-FLAG(WS-REJ-COUNT)
               ADD 1 TO WS-PART-PRIOR-REJ(WS-PARTNER-SUB)
               GO TO 3300-EXIT
           END-IF.

           MOVE "C" TO WS-REJ-MONTH-FLAG(WS-REJ-COUNT).
           PERFORM 3350-FIND-REASON-SLOT THRU 3350-EXIT.
           ADD 1 TO WS-PART-REJECTED(WS-PARTNER-SUB).
           ADD 1 TO WS-PART-RSN-COUNT(WS-PARTNER-SUB, WS-RSN-SLOT).
           ADD 1 TO WS-TOTAL-RSN-COUNT(WS-RSN-SLOT).
           ADD 1 TO WS-SCORED-REJECTS.
       3300-EXIT.
           EXIT.

       3310-SCAN-REPEAT-SLOT.
           CONTINUE.
       3310-EXIT.
           EXIT.

      *****************************************************
      * 3350-FIND-REASON-SLOT -- THE COLUMN FOR THIS       *
      * REJECT'S REASON CODE, ADDING A NEW CODE WHILE      *
      * THERE IS ROOM, OTHERWISE THE OTHER COLUMN.         *
      *****************************************************
       3350-FIND-REASON-SLOT.
           PERFORM 3355-SCAN-REASON-SLOT THRU 3355-EXIT
               VARYING WS-RSN-SLOT FROM 1 BY 1
               UNTIL WS-RSN-SLOT > WS-RSN-USED
               OR WS-RSN-CODE(WS-RSN-SLOT) = RJH-REASON-CODE.
           IF WS-RSN-SLOT > WS-RSN-USED
               IF WS-RSN-USED < WS-MAX-REASONS
                   ADD 1 TO WS-RSN-USED
                   MOVE RJH-REASON-CODE TO WS-RSN-CODE(WS-RSN-USED)
                   MOVE WS-RSN-USED TO WS-RSN-SLOT
               ELSE
                   MOVE WS-RSN-OTHER-SLOT TO WS-RSN-SLOT
               END-IF
           END-IF.
       3350-EXIT.
           EXIT.

       3355-SCAN-REASON-SLOT.
           CONTINUE.
       3355-EXIT.
           EXIT.

      *****************************************************
      * 3400-TAKE-HELD-BATCH -- HELD BATCHES ARE LISTED,   *
      * NOT SCORED: NOTHING IN THEM WAS RECEIVED, SO THEY  *
      * ARE IN NEITHER THE RECEIVED COUNTS NOR RUNHIST.    *
      *****************************************************
       3400-TAKE-HELD-BATCH.
           IF WS-ENTRY-MONTH NOT = WS-SCORE-MONTH
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           IF WS-HELD-COUNT > WS-MAX-HELD
               GO TO 3400-EXIT
           END-IF.
           MOVE RJH-ENTRY-DATE TO WS-HELD-DATE(WS-HELD-COUNT).
           MOVE RJH-ENTRY-TIME TO WS-HELD-TIME(WS-HELD-COUNT).
           MOVE RJH-SENDER-ID TO WS-HELD-SENDER(WS-HELD-COUNT).
           MOVE RJH-BATCH-DATE TO WS-HELD-BATCH-DATE(WS-HELD-COUNT).
           MOVE RJH-COUNT TO WS-HELD-DETAILS(WS-HELD-COUNT).
           MOVE RJH-DETAIL TO WS-HELD-REASON(WS-HELD-COUNT).
       3400-EXIT.
           EXIT.

      *****************************************************
      * 3500-TAKE-CORRECTION -- REJRCYC CLEARED A REJECT.  *
      * THE HISTORY IS IN DATE ORDER, SO THE OLDEST        *
      * UNCORRECTED REJECT ALREADY TAKEN FOR THE SAME      *
      * RECIPIENT AND MESSAGE ID IS THE ONE IT CLEARED.    *
      *****************************************************
       3500-TAKE-CORRECTION.
           PERFORM 3510-SCAN-CORR-SLOT THRU 3510-EXIT
               VARYING WS-REJ-SUB FROM 1 BY 1
               UNTIL WS-REJ-SUB > WS-REJ-COUNT
               OR (WS-REJ-CORR-DATE(WS-REJ-SUB) = ZERO
               AND WS-REJ-RECIPIENT(WS-REJ-SUB) = RJH-RECIPIENT-CODE
               AND WS-REJ-MSG-ID(WS-REJ-SUB) = RJH-MESSAGE-ID
               AND WS-REJ-DATE(WS-REJ-SUB) NOT > RJH-ENTRY-DATE).
           IF WS-REJ-SUB NOT > WS-REJ-COUNT
               MOVE RJH-ENTRY-DATE TO WS-REJ-CORR-DATE(WS-REJ-SUB)
           END-IF.
       3500-EXIT.
           EXIT.

       3510-SCAN-CORR-SLOT.
           CONTINUE.
       3510-EXIT.
           EXIT.

      *****************************************************
      * 3600-FIND-PARTNER-SLOT -- AS ARCBILL, A MONTH WITH *
      * MORE RECIPIENTS THAN THE TABLE STOPS THE RUN; A    *
      * SCORECARD USED FOR FEES MUST NOT GO OUT SHORT.     *
      *****************************************************
       3600-FIND-PARTNER-SLOT.
           PERFORM 3650-SCAN-PARTNER-SLOT THRU 3650-EXIT
               VARYING WS-PARTNER-SUB FROM 1 BY 1
               UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT
               OR WS-PART-RECIPIENT(WS-PARTNER-SUB)
                   = WS-FIND-RECIPIENT.

           IF WS-PARTNER-SUB > WS-PARTNER-COUNT
               IF WS-PARTNER-COUNT >= WS-MAX-PARTNERS
                   MOVE "MORE RECIPIENTS THIS MONTH THAN THE TABLE"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               ADD 1 TO WS-PARTNER-COUNT
               MOVE WS-FIND-RECIPIENT
                   TO WS-PART-RECIPIENT(WS-PARTNER-COUNT)
               MOVE WS-PARTNER-COUNT TO WS-PARTNER-SUB
           END-IF.
       3600-EXIT.
           EXIT.

       3650-SCAN-PARTNER-SLOT.
           CONTINUE.
       3650-EXIT.
           EXIT.

       3700-FIND-RUN-SLOT.
           PERFORM 3750-SCAN-RUN-SLOT THRU 3750-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
               OR (WS-RUN-DATE(WS-RUN-SUB) = WS-FIND-RUN-DATE
               AND WS-RUN-TIME(WS-RUN-SUB) = WS-FIND-RUN-TIME).

           IF WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-COUNT >= WS-MAX-RUNS
                   MOVE "MORE ENCRYPT RUNS THIS MONTH THAN THE TABLE"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-FIND-RUN-DATE TO WS-RUN-DATE(WS-RUN-COUNT)
               MOVE WS-FIND-RUN-TIME TO WS-RUN-TIME(WS-RUN-COUNT)
               MOVE WS-RUN-COUNT TO WS-RUN-SUB
           END-IF.
       3700-EXIT.
           EXIT.

       3750-SCAN-RUN-SLOT.
           CONTINUE.
       3750-EXIT.
           EXIT.

      *****************************************************
      * 4000-SUM-HISTORY-MONTH -- WHAT THE ENCRYPT RUNS    *
      * REPORTED READING, RUN BY RUN, FOR THE CROSS-FOOT.  *
      *****************************************************
       4000-SUM-HISTORY-MONTH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "NO RUNHIST, STATUS " WS-HIST-STATUS
                   ", CROSS-FOOT RUNS AGAINST ZERO"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-SUM-ONE-HISTORY THRU 4100-EXIT
               UNTIL WS-HIST-END-OF-FILE.
           CLOSE HISTORY-FILE.
       4000-EXIT.
           EXIT.

       4100-SUM-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF HIST-RUN-DATE NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.
           IF HIST-RUN-DATE(1:6) NOT = WS-SCORE-MONTH
               OR HIST-RUN-MODE NOT = "E"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-HIST-RUN-COUNT.
           ADD HIST-READ-COUNT TO WS-HIST-READ-TOTAL.
           MOVE HIST-RUN-DATE TO WS-FIND-RUN-DATE.
           MOVE HIST-RUN-TIME TO WS-FIND-RUN-TIME.
           PERFORM 3700-FIND-RUN-SLOT THRU 3700-EXIT.
           MOVE "Y" TO WS-RUN-HIST-FLAG(WS-RUN-SUB).
           ADD HIST-READ-COUNT TO WS-RUN-HIST-READ(WS-RUN-SUB).
       4100-EXIT.
           EXIT.

      *****************************************************
      * 4500-SCORE-REJECTS -- EACH OF THE MONTH'S REJECTS  *
      * IS CORRECTED, AGED OUT (NEVER CORRECTED AND OLDER  *
      * THAN THE AGING LIMIT TODAY) OR STILL OPEN.         *
      *****************************************************
       4500-SCORE-REJECTS.
           PERFORM 4510-SCORE-ONE-REJECT THRU 4510-EXIT
               VARYING WS-REJ-SUB FROM 1 BY 1
               UNTIL WS-REJ-SUB > WS-REJ-COUNT.
       4500-EXIT.
           EXIT.

       4510-SCORE-ONE-REJECT.
           IF NOT WS-REJ-THIS-MONTH(WS-REJ-SUB)
               GO TO 4510-EXIT
           END-IF.
           MOVE WS-REJ-PART-SUB(WS-REJ-SUB) TO WS-PARTNER-SUB.

           IF WS-REJ-CORR-DATE(WS-REJ-SUB) > ZERO
               ADD 1 TO WS-PART-CORRECTED(WS-PARTNER-SUB)
               ADD 1 TO WS-TOTAL-CORRECTED
               COMPUTE WS-PART-CORR-DAYS(WS-PARTNER-SUB) =
                   WS-PART-CORR-DAYS(WS-PARTNER-SUB)
                   + FUNCTION INTEGER-OF-DATE
                       (WS-REJ-CORR-DATE(WS-REJ-SUB))
                   - FUNCTION INTEGER-OF-DATE
                       (WS-REJ-DATE(WS-REJ-SUB))
               GO TO 4510-EXIT
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-REJ-DATE(WS-REJ-SUB)).
           IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-PART-AGED(WS-PARTNER-SUB)
               ADD 1 TO WS-TOTAL-AGED
           ELSE
               ADD 1 TO WS-PART-OPEN(WS-PARTNER-SUB)
               ADD 1 TO WS-TOTAL-OPEN
           END-IF.
       4510-EXIT.
           EXIT.

      *****************************************************
      * 4600-RATE-PARTNERS -- REJECTS AS A PERCENT OF      *
      * MESSAGES RECEIVED.  A PARTNER WITH MORE REJECTS    *
      * THAN RECEIVED (HISTORY FILED BEFORE THE RECEIVED   *
      * COUNTS WERE) RATES 100.                            *
      *****************************************************
       4600-RATE-PARTNERS.
           PERFORM 4610-RATE-ONE-PARTNER THRU 4610-EXIT
               VARYING WS-PARTNER-SUB FROM 1 BY 1
               UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT.
       4600-EXIT.
           EXIT.

       4610-RATE-ONE-PARTNER.
           MOVE ZERO TO WS-PART-RATE(WS-PARTNER-SUB).
           IF WS-PART-REJECTED(WS-PARTNER-SUB)
               > WS-PART-RECEIVED(WS-PARTNER-SUB)
               MOVE 100 TO WS-PART-RATE(WS-PARTNER-SUB)
           ELSE
               IF WS-PART-RECEIVED(WS-PARTNER-SUB) > ZERO
                   COMPUTE WS-PART-RATE(WS-PARTNER-SUB) ROUNDED =
                       WS-PART-REJECTED(WS-PARTNER-SUB) * 100
                       / WS-PART-RECEIVED(WS-PARTNER-SUB)
               END-IF
           END-IF.

           MOVE ZERO TO WS-PART-PRIOR-RATE(WS-PARTNER-SUB).
           IF WS-PART-PRIOR-REJ(WS-PARTNER-SUB)
               > WS-PART-PRIOR-RCVD(WS-PARTNER-SUB)
               MOVE 100 TO WS-PART-PRIOR-RATE(WS-PARTNER-SUB)
           ELSE
               IF WS-PART-PRIOR-RCVD(WS-PARTNER-SUB) > ZERO
                   COMPUTE WS-PART-PRIOR-RATE(WS-PARTNER-SUB)
                       ROUNDED =
                       WS-PART-PRIOR-REJ(WS-PARTNER-SUB) * 100
                       / WS-PART-PRIOR-RCVD(WS-PARTNER-SUB)
               END-IF
           END-IF.

           MOVE "N" TO WS-PART-LIMIT-FLAG(WS-PARTNER-SUB).
           MOVE "N" TO WS-PART-RANKED-FLAG(WS-PARTNER-SUB).
           IF WS-PART-RATE(WS-PARTNER-SUB) > WS-REJECT-PCT
               MOVE "Y" TO WS-PART-LIMIT-FLAG(WS-PARTNER-SUB)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       4610-EXIT.
           EXIT.

      *****************************************************
      * 5000-WRITE-VOLUME-SECTION -- THE HEADING, THEN ONE *
      * LINE PER RECIPIENT: RECEIVED, REJECTED, REJECTS BY *
      * REASON CODE AND THE REJECT RATE, ** WHEN OVER THE  *
      * LIMIT.  A TOTALS LINE FOOTS THE COLUMNS.           *
      *****************************************************
       5000-WRITE-VOLUME-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTNER DATA-QUALITY SCORECARD -- MONTH "
               WS-SCORE-MONTH "  (PRIOR MONTH " WS-PRIOR-MONTH ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJECT-PCT TO WS-REPORT-LIMIT.
           MOVE WS-AGE-LIMIT-DAYS TO WS-REPORT-AGE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECT RATE LIMIT " WS-REPORT-LIMIT
               " PERCENT, AGING LIMIT " WS-REPORT-AGE " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MESSAGES RECEIVED AND REJECTED BY REASON CODE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-RSN-HEAD-ROW.
           PERFORM 5050-SET-HEAD-COLUMN THRU 5050-EXIT
               VARYING WS-COLUMN-SUB FROM 1 BY 1
               UNTIL WS-COLUMN-SUB > WS-RSN-USED.
           MOVE "OT" TO WS-RSN-HEAD-CODE(WS-COLUMN-SUB).
           COMPUTE WS-ROW-LENGTH = WS-COLUMN-SUB * 6.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RCPT  RECEIVED REJECTED"
               WS-RSN-HEAD-ROW(1:WS-ROW-LENGTH)
               "   RATE" DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 5100-WRITE-VOLUME-LINE THRU 5100-EXIT
               VARYING WS-PARTNER-SUB FROM 1 BY 1
               UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT.
           IF WS-PARTNER-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-RSN-COUNT-ROW.
           PERFORM 5060-SET-TOTAL-COLUMN THRU 5060-EXIT
               VARYING WS-COLUMN-SUB FROM 1 BY 1
               UNTIL WS-COLUMN-SUB > WS-RSN-USED.
           MOVE WS-TOTAL-RSN-COUNT(WS-RSN-OTHER-SLOT)
               TO WS-RSN-COUNT-NUM(WS-COLUMN-SUB).
           MOVE WS-SCORED-RECEIVED TO WS-REPORT-NUM-1.
           MOVE WS-SCORED-REJECTS TO WS-REPORT-NUM-2.
           MOVE ZERO TO WS-RATE-WORK.
           IF WS-SCORED-RECEIVED > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-SCORED-REJECTS * 100 / WS-SCORED-RECEIVED
           END-IF.
           IF WS-RATE-WORK > 100
               MOVE 100 TO WS-RATE-WORK
           END-IF.
           MOVE WS-RATE-WORK TO WS-REPORT-RATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ALL   " WS-REPORT-NUM-1 " " WS-REPORT-NUM-2
               WS-RSN-COUNT-ROW(1:WS-ROW-LENGTH) "  " WS-REPORT-RATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5000-EXIT.
           EXIT.

       5050-SET-HEAD-COLUMN.
           MOVE WS-RSN-CODE(WS-COLUMN-SUB)
               TO WS-RSN-HEAD-CODE(WS-COLUMN-SUB).
       5050-EXIT.
           EXIT.

       5060-SET-TOTAL-COLUMN.
           MOVE WS-TOTAL-RSN-COUNT(WS-COLUMN-SUB)
               TO WS-RSN-COUNT-NUM(WS-COLUMN-SUB).
       5060-EXIT.
           EXIT.

       5100-WRITE-VOLUME-LINE.
           MOVE SPACES TO WS-RSN-COUNT-ROW.
           PERFORM 5110-SET-COUNT-COLUMN THRU 5110-EXIT
               VARYING WS-COLUMN-SUB FROM 1 BY 1
               UNTIL WS-COLUMN-SUB > WS-RSN-USED.
           MOVE WS-PART-RSN-COUNT(WS-PARTNER-SUB, WS-RSN-OTHER-SLOT)
               TO WS-RSN-COUNT-NUM(WS-COLUMN-SUB).
           MOVE WS-PART-RECEIVED(WS-PARTNER-SUB) TO WS-REPORT-NUM-1.
           MOVE WS-PART-REJECTED(WS-PARTNER-SUB) TO WS-REPORT-NUM-2.
           MOVE WS-PART-RATE(WS-PARTNER-SUB) TO WS-REPORT-RATE.
           MOVE SPACES TO WS-FLAG-MARK.
           IF WS-PART-OVER-LIMIT(WS-PARTNER-SUB)
               MOVE "**" TO WS-FLAG-MARK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-PART-RECIPIENT(WS-PARTNER-SUB)
               "  " WS-REPORT-NUM-1 " " WS-REPORT-NUM-2
               WS-RSN-COUNT-ROW(1:WS-ROW-LENGTH) "  " WS-REPORT-RATE
               " " WS-FLAG-MARK
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.

       5110-SET-COUNT-COLUMN.
           MOVE WS-PART-RSN-COUNT(WS-PARTNER-SUB, WS-COLUMN-SUB)
               TO WS-RSN-COUNT-NUM(WS-COLUMN-SUB).
       5110-EXIT.
           EXIT.

      *****************************************************
      * 5200-WRITE-CORRECTION-SECTION -- HOW THE MONTH'S   *
      * REJECTS WERE DEALT WITH, AND THE MOVEMENT IN THE   *
      * REJECT RATE SINCE THE PRIOR MONTH (PERCENTAGE      *
      * POINTS; NEW WHEN THERE WAS NO TRAFFIC THEN).       *
      *****************************************************
       5200-WRITE-CORRECTION-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CORRECTION AND MONTH-OVER-MONTH MOVEMENT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RCPT CORRECTED AVG DAYS AGED OUT  STILL OPEN"
               "  PRIOR RCVD PRIOR REJ PRIOR RATE   RATE  CHANGE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5210-WRITE-CORRECTION-LINE THRU 5210-EXIT
               VARYING WS-PARTNER-SUB FROM 1 BY 1
               UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT.
           IF WS-PARTNER-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       5200-EXIT.
           EXIT.

       5210-WRITE-CORRECTION-LINE.
           MOVE SPACES TO WS-REPORT-DAYS-X.
           IF WS-PART-CORRECTED(WS-PARTNER-SUB) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-PART-CORR-DAYS(WS-PARTNER-SUB)
                   / WS-PART-CORRECTED(WS-PARTNER-SUB)
               MOVE WS-AVG-DAYS TO WS-REPORT-DAYS
           END-IF.
           IF WS-PART-PRIOR-RCVD(WS-PARTNER-SUB) = ZERO
               AND WS-PART-PRIOR-REJ(WS-PARTNER-SUB) = ZERO
               MOVE "   NEW" TO WS-REPORT-CHANGE-X
           ELSE
               COMPUTE WS-RATE-CHANGE =
                   WS-PART-RATE(WS-PARTNER-SUB)
                   - WS-PART-PRIOR-RATE(WS-PARTNER-SUB)
               MOVE WS-RATE-CHANGE TO WS-REPORT-CHANGE
           END-IF.
           MOVE WS-PART-CORRECTED(WS-PARTNER-SUB) TO WS-REPORT-NUM-1.
           MOVE WS-PART-AGED(WS-PARTNER-SUB) TO WS-REPORT-NUM-2.
           MOVE WS-PART-OPEN(WS-PARTNER-SUB) TO WS-REPORT-NUM-3.
           MOVE WS-PART-PRIOR-RCVD(WS-PARTNER-SUB) TO WS-REPORT-NUM.
           MOVE WS-PART-PRIOR-REJ(WS-PARTNER-SUB) TO WS-REPORT-NUM-4.
           MOVE WS-PART-PRIOR-RATE(WS-PARTNER-SUB) TO WS-REPORT-RATE-2.
           MOVE WS-PART-RATE(WS-PARTNER-SUB) TO WS-REPORT-RATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-PART-RECIPIENT(WS-PARTNER-SUB)
               "  " WS-REPORT-NUM-1 "  " WS-REPORT-DAYS-X
               " " WS-REPORT-NUM-2 "    " WS-REPORT-NUM-3
               "   " WS-REPORT-NUM "  " WS-REPORT-NUM-4
               "      " WS-REPORT-RATE-2 "  " WS-REPORT-RATE
               "  " WS-REPORT-CHANGE-X
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5210-EXIT.
           EXIT.

      *****************************************************
      * 5300-WRITE-RANKING -- PARTNERS OVER THE LIMIT,     *
      * WORST RATE FIRST (MORE REJECTS FIRST ON A TIE).    *
      * EACH PASS PICKS THE WORST PARTNER NOT YET RANKED.  *
      *****************************************************
       5300-WRITE-RANKING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJECT-PCT TO WS-REPORT-LIMIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTNERS OVER THE REJECT RATE LIMIT OF "
               WS-REPORT-LIMIT " PERCENT, WORST FIRST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RANK  RCPT  RECEIVED REJECTED   RATE  NAME"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5310-RANK-ONE-PARTNER THRU 5310-EXIT
               VARYING WS-RANK-NUM FROM 1 BY 1
               UNTIL WS-RANK-NUM > WS-FLAGGED-COUNT.
           IF WS-FLAGGED-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       5300-EXIT.
           EXIT.

       5310-RANK-ONE-PARTNER.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 5320-CHECK-ONE-PARTNER THRU 5320-EXIT
               VARYING WS-PARTNER-SUB FROM 1 BY 1
               UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT.
           MOVE WS-BEST-SUB TO WS-PARTNER-SUB.
           MOVE "Y" TO WS-PART-RANKED-FLAG(WS-PARTNER-SUB).

           MOVE SPACE TO WS-MAST-FIND-NAME.
           IF WS-MAST-TABLE-READY
               MOVE WS-PART-RECIPIENT(WS-PARTNER-SUB)
                   TO WS-MAST-FIND-CODE
               PERFORM 2550-FIND-MASTER THRU 2550-EXIT
               IF WS-MAST-SUB > WS-MAST-COUNT
                   MOVE "** NOT ON THE PARTNER MASTER"
                       TO WS-MAST-FIND-NAME
               END-IF
           END-IF.
           MOVE WS-RANK-NUM TO WS-REPORT-RANK.
           MOVE WS-PART-RECEIVED(WS-PARTNER-SUB) TO WS-REPORT-NUM-1.
           MOVE WS-PART-REJECTED(WS-PARTNER-SUB) TO WS-REPORT-NUM-2.
           MOVE WS-PART-RATE(WS-PARTNER-SUB) TO WS-REPORT-RATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-REPORT-RANK "   "
               WS-PART-RECIPIENT(WS-PARTNER-SUB)
               "  " WS-REPORT-NUM-1 " " WS-REPORT-NUM-2
               "  " WS-REPORT-RATE "  " WS-MAST-FIND-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5310-EXIT.
           EXIT.

       5320-CHECK-ONE-PARTNER.
           IF NOT WS-PART-OVER-LIMIT(WS-PARTNER-SUB)
               OR WS-PART-RANKED(WS-PARTNER-SUB)
               GO TO 5320-EXIT
           END-IF.
           IF WS-BEST-SUB = ZERO
               MOVE WS-PARTNER-SUB TO WS-BEST-SUB
               GO TO 5320-EXIT
           END-IF.
           IF WS-PART-RATE(WS-PARTNER-SUB)
                   > WS-PART-RATE(WS-BEST-SUB)
               OR (WS-PART-RATE(WS-PARTNER-SUB)
                   = WS-PART-RATE(WS-BEST-SUB)
               AND WS-PART-REJECTED(WS-PARTNER-SUB)
                   > WS-PART-REJECTED(WS-BEST-SUB))
               MOVE WS-PARTNER-SUB TO WS-BEST-SUB
           END-IF.
       5320-EXIT.
           EXIT.

      *****************************************************
      * 5400-WRITE-HELD-BATCHES -- EVERY MSGIN BATCH HELD  *
      * DURING THE MONTH BECAUSE ITS *HDR/*TRL DID NOT     *
      * RECONCILE, WITH THE SENDER AND THE REASON.         *
      *****************************************************
       5400-WRITE-HELD-BATCHES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BATCHES HELD ON A *HDR/*TRL MISMATCH"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  HELD ON   TIME    SENDER    BATCH DATE"
               "  DETAILS  REASON" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5410-WRITE-HELD-LINE THRU 5410-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
               OR WS-HELD-SUB > WS-MAX-HELD.
           IF WS-HELD-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-HELD-COUNT > WS-MAX-HELD
               MOVE WS-HELD-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  ** ONLY THE FIRST 100 LISTED, BATCHES HELD"
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       5400-EXIT.
           EXIT.

       5410-WRITE-HELD-LINE.
           MOVE WS-HELD-DETAILS(WS-HELD-SUB) TO WS-REPORT-NUM-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-HELD-DATE(WS-HELD-SUB)
               "  " WS-HELD-TIME(WS-HELD-SUB)
               "  " WS-HELD-SENDER(WS-HELD-SUB)
               "  " WS-HELD-BATCH-DATE(WS-HELD-SUB)
               "   " WS-REPORT-NUM-1
               "  " WS-HELD-REASON(WS-HELD-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5410-EXIT.
           EXIT.

      *****************************************************
      * 5500-WRITE-TOTALS -- THE MONTH'S TOTALS AND THE    *
      * RUNHIST CROSS-FOOT.  EACH ENCRYPT RUN'S RECEIVED   *
      * COUNTS MUST FOOT TO ITS RUNHIST READ COUNT, WHICH  *
      * ALSO COUNTS THE *HDR AND *TRL WHEN THE BATCH HAD   *
      * THEM.  A RUN FOUND ON ONLY ONE OF THE TWO FILES IS *
      * A MISMATCH, UNLESS RUNHIST SHOWS IT READ NOTHING.  *
      *****************************************************
       5500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH TOTALS AND RUNHIST CROSS-FOOT -- MONTH "
               WS-SCORE-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-PARTNER-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PARTNERS SCORED................... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-FLAGGED-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PARTNERS OVER THE LIMIT........... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SCORED-RECEIVED TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RECEIVED FROM PARTNERS............ "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-INTERNAL-RECEIVED TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RE-FED BY OUR OWN PROGRAMS........ "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-UNITEMIZED-RECEIVED TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RECIPIENTS NOT ITEMIZED BY CAESAR. "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-RECEIVED TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL RECEIVED.................... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SCORED-REJECTS TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECTS SCORED.................... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-CORRECTED TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "    CORRECTED....................... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-AGED TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "    NEVER CORRECTED, AGED OUT....... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-OPEN TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "    STILL OPEN...................... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-REPEAT-REJECTS TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESTART REPEATS DROPPED........... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-INTERNAL-REJECTS TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECTS ON RE-FED TRAFFIC......... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-OTHER-MODE-REJECTS TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECTS FROM OTHER RUN MODES...... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-HELD-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BATCHES HELD...................... "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-HIST-RUN-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RUNHIST ENCRYPT RUNS.............. "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-HIST-READ-TOTAL TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RUNHIST RECORDS READ.............. "
               WS-REPORT-NUM DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 5510-CHECK-ONE-RUN THRU 5510-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT.

           MOVE SPACES TO REPORT-LINE.
           IF WS-XFOOT-ERROR-COUNT = ZERO
               MOVE "  CROSS-FOOT AGAINST RUNHIST AGREES"
                   TO REPORT-LINE
           ELSE
               MOVE WS-XFOOT-ERROR-COUNT TO WS-REPORT-NUM
               STRING "  ** CROSS-FOOT MISMATCH -- RECEIVED "
                   "COUNTS DO NOT FOOT TO RUNHIST, RUNS"
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       5500-EXIT.
           EXIT.

       5510-CHECK-ONE-RUN.
           IF WS-RUN-ON-REJHIST(WS-RUN-SUB)
               AND WS-RUN-ON-RUNHIST(WS-RUN-SUB)
               AND (WS-RUN-HIST-READ(WS-RUN-SUB)
                       = WS-RUN-RECEIVED(WS-RUN-SUB)
                   OR WS-RUN-HIST-READ(WS-RUN-SUB)
                       = WS-RUN-RECEIVED(WS-RUN-SUB) + 2)
               GO TO 5510-EXIT
           END-IF.
           IF NOT WS-RUN-ON-REJHIST(WS-RUN-SUB)
               AND WS-RUN-HIST-READ(WS-RUN-SUB) = ZERO
               GO TO 5510-EXIT
           END-IF.

           ADD 1 TO WS-XFOOT-ERROR-COUNT.
           MOVE WS-RUN-RECEIVED(WS-RUN-SUB) TO WS-REPORT-NUM-1.
           MOVE WS-RUN-HIST-READ(WS-RUN-SUB) TO WS-REPORT-NUM-2.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-RUN-ON-RUNHIST(WS-RUN-SUB)
                   STRING "  ** RUN " WS-RUN-DATE(WS-RUN-SUB)
                       " " WS-RUN-TIME(WS-RUN-SUB)
                       " RECEIVED" WS-REPORT-NUM-1
                       ", NO RUNHIST ROW"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN NOT WS-RUN-ON-REJHIST(WS-RUN-SUB)
                   STRING "  ** RUN " WS-RUN-DATE(WS-RUN-SUB)
                       " " WS-RUN-TIME(WS-RUN-SUB)
                       " RUNHIST READ" WS-REPORT-NUM-2
                       ", NO RECEIVED COUNTS ON REJHIST"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "  ** RUN " WS-RUN-DATE(WS-RUN-SUB)
                       " " WS-RUN-TIME(WS-RUN-SUB)
                       " RECEIVED" WS-REPORT-NUM-1
                       " BUT RUNHIST READ" WS-REPORT-NUM-2
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
       5510-EXIT.
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
           MOVE WS-RJH-READ-COUNT TO JOBL-IN-COUNT.
           MOVE WS-PARTNER-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "QUALRPT JOBLOG NOT WRITTEN, STATUS "
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
      * JOB SCHEDULER FLAGS IT.                            *
      *****************************************************
       9900-ABEND.
           DISPLAY "QUALRPT ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
