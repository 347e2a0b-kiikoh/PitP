       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBBOARD.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/10/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/10/26  DWH   ORIGINAL -- NIGHTLY BATCH STATUS   *
      *                 BOARD FROM THE SHARED JOB LOG AND  *
      *                 THE EXPECTED SCHEDULE              *
      * 10/15/26  DWH   CAESAR STEPS ARE NOW LOGGED PER    *
      *                 RUN MODE (CAESAR-P, CAESAR-E,      *
      *                 CAESAR-R ...); SCHEDULE NOTES      *
      *                 UPDATED TO LIST EACH MODE AS ITS   *
      *                 OWN STEP                           *
      *****************************************************

      *****************************************************
      * EVERY BATCH STEP APPENDS A START AND AN END RECORD *
      * TO THE SHARED JOB LOG (JOBLOG).  THIS PROGRAM      *
      * READS ONE NIGHT OF THAT LOG AGAINST THE EXPECTED   *
      * SCHEDULE (JOBSCHED) AND PUTS THE WHOLE NIGHT ON    *
      * ONE PAGE, SO THE MORNING SHIFT DOES NOT HAVE TO    *
      * PIECE IT TOGETHER FROM TEN REPORTS:                *
      *   COMPLETED  LAST RUN ENDED WITHIN THE STEP'S      *
      *              ALLOWED RETURN CODE                   *
      *   FAILED     LAST RUN ENDED OVER IT (ABEND REASON  *
      *              SHOWN WHEN 9900-ABEND SUPPLIED ONE)   *
      *   NO END     LAST RUN STARTED BUT NEVER LOGGED AN  *
      *              END -- IT DIED HARD OR IS STILL UP    *
      *   MISSING    NEVER STARTED                         *
      * PLUS THE STEPS RUN OUT OF ORDER (A STEP WHOSE LAST *
      * RUN STARTED BEFORE THE LAST RUN OF A STEP AHEAD OF *
      * IT ON THE SCHEDULE -- RECONRPT BEFORE CAESAR-E),   *
      * EVERY RUN OF A STEP THAT RAN MORE THAN ONCE, AND   *
      * ANY RUN OF A PROGRAM NOT ON THE SCHEDULE.          *
      * A NIGHT RUNS FROM THE CUTOFF TIME ON THE           *
      * PROCESSING DATE TO THE SAME TIME NEXT DAY, SO A    *
      * STEP PAST MIDNIGHT STILL BELONGS TO ITS NIGHT.     *
      * RETURN CODE 8 WHEN ANY STEP FAILED OR IS MISSING,  *
      * 4 WHEN ALL STEPS COMPLETED BUT SOMETHING RAN OUT   *
      * OF ORDER, TWICE OR OFF THE SCHEDULE, 0 OTHERWISE.  *
      *                                                    *
      * REQUEST CARD (BRDCTL): COLS 1-8 PROCESSING DATE    *
      * YYYYMMDD, COLS 10-15 CUTOFF TIME HHMMSS.  A BLANK  *
      * OR MISSING CUTOFF IS 18:00:00; A BLANK OR MISSING  *
      * DATE IS THE NIGHT NOW RUNNING OR JUST ENDED --     *
      * YESTERDAY BEFORE THE CUTOFF, TODAY AFTER IT.       *
      *                                                    *
      * SCHEDULE (JOBSCHED): ONE STEP PER RECORD IN THE    *
      * ORDER THE STEPS ARE EXPECTED TO RUN -- COLS 1-10   *
      * PROGRAM, COLS 12-14 HIGHEST RETURN CODE THAT STILL *
      * COUNTS AS COMPLETED (BLANK MEANS 4), COLS 16-45    *
      * FREE DESCRIPTION.  A RECORD STARTING WITH AN       *
      * ASTERISK IS A COMMENT.  A STEP IS MATCHED ON THE   *
      * PROGRAM NAME AS LOGGED.  CAESAR LOGS ITS RUN MODE  *
      * IN THE NAME (CAESAR-P PRE-FLIGHT, CAESAR-E         *
      * ENCRYPT, CAESAR-V VERIFY, CAESAR-R REKEY, ALSO     *
      * CAESAR-D AND CAESAR-S), SO EACH MODE IS A STEP OF  *
      * ITS OWN -- LIST CAESAR-P AHEAD OF CAESAR-E, AND A  *
      * PRE-FLIGHT IS NEITHER A RERUN OF PRODUCTION NOR A  *
      * STAND-IN FOR IT.                                   *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "BRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "JOBSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BOARDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-PROC-DATE             PIC X(08).
           05  FILLER                    PIC X.
           05  CTL-CUTOFF-TIME           PIC X(06).

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-RECORD.
           05  SCHD-PROGRAM              PIC X(10).
           05  FILLER                    PIC X.
           05  SCHD-MAX-RC               PIC X(03).
           05  FILLER                    PIC X.
           05  SCHD-DESCRIPTION          PIC X(30).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.
       77  WS-SCHD-STATUS                PIC XX.
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-RPT-STATUS                 PIC XX.

       77  WS-SCHD-EOF-SWITCH            PIC X VALUE "N".
           88  WS-SCHD-END-OF-FILE             VALUE "Y".

       77  WS-JOBL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-JOBL-END-OF-FILE             VALUE "Y".

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * THE NIGHT BEING BOARDED.  A LOG RECORD BELONGS TO  *
      * THE NIGHT WHEN ITS RUN STARTED INSIDE THE WINDOW.  *
      *****************************************************
       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CLOCK-TIME                 PIC 9(06) VALUE ZERO.
       77  WS-PROC-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-CUTOFF-TIME                PIC 9(06) VALUE 180000.
       77  WS-DEFAULT-MAX-RC             PIC 9(03) VALUE 4.

       01  WS-WINDOW-FROM.
           05  WS-FROM-DATE              PIC 9(08).
           05  WS-FROM-TIME              PIC 9(06).

       01  WS-WINDOW-TO.
           05  WS-TO-DATE                PIC 9(08).
           05  WS-TO-TIME                PIC 9(06).

      *****************************************************
      * THE EXPECTED SCHEDULE, IN RUNNING ORDER.  THE LAST *
      * RUN POINTS INTO THE RUN TABLE BELOW.  THE          *
      * BEFORE SLOT NAMES THE EARLIER STEP A STEP RAN      *
      * AHEAD OF, WHEN IT DID.                             *
      *****************************************************
       77  WS-MAX-STEPS                  PIC 9(03) COMP VALUE 60.
       77  WS-STEP-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-STEP-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-PRIOR-SUB                  PIC 9(03) COMP VALUE ZERO.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES.
               10  WS-STEP-PROGRAM       PIC X(10).
               10  WS-STEP-MAX-RC        PIC 9(03).
               10  WS-STEP-RUNS          PIC 9(03) COMP.
               10  WS-STEP-LAST-RUN      PIC 9(03) COMP.
               10  WS-STEP-BEFORE        PIC 9(03) COMP.
               10  WS-STEP-STATE         PIC X(09).
                   88  WS-STEP-COMPLETED       VALUE "COMPLETED".
                   88  WS-STEP-FAILED          VALUE "FAILED".
                   88  WS-STEP-NO-END          VALUE "NO END".
                   88  WS-STEP-MISSING         VALUE "MISSING".

      *****************************************************
      * ONE SLOT PER RUN STARTED INSIDE THE WINDOW, IN LOG *
      * ORDER -- WHICH IS START ORDER.  A START AND ITS    *
      * END ARE PAIRED ON PROGRAM AND START STAMP.  STEP   *
      * ZERO IS A RUN OF A PROGRAM NOT ON THE SCHEDULE.    *
      *****************************************************
       77  WS-MAX-RUNS                   PIC 9(03) COMP VALUE 300.
       77  WS-RUN-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-RUN-SUB                    PIC 9(03) COMP VALUE ZERO.

       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 300 TIMES.
               10  WS-RUN-PROGRAM        PIC X(10).
               10  WS-RUN-STARTED.
                   15  WS-RUN-START-DATE PIC 9(08).
                   15  WS-RUN-START-TIME PIC 9(06).
               10  WS-RUN-ENDED.
                   15  WS-RUN-END-DATE   PIC 9(08).
                   15  WS-RUN-END-TIME   PIC 9(06).
               10  WS-RUN-END-FLAG       PIC X.
                   88  WS-RUN-HAS-END          VALUE "Y".
               10  WS-RUN-RC             PIC 9(03).
               10  WS-RUN-IN             PIC 9(09).
               10  WS-RUN-OUT            PIC 9(09).
               10  WS-RUN-REASON         PIC X(60).
               10  WS-RUN-STEP           PIC 9(03) COMP.

      *****************************************************
      * NIGHT TOTALS.                                      *
      *****************************************************
       77  WS-LOG-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-LOG-USED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-OVERFLOW-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-COMPLETED-COUNT            PIC 9(03) COMP VALUE ZERO.
       77  WS-FAILED-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-MISSING-COUNT              PIC 9(03) COMP VALUE ZERO.
       77  WS-ORDER-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-RERUN-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-UNSCHED-COUNT              PIC 9(03) COMP VALUE ZERO.

       01  WS-REPORT-NUM                 PIC Z(8)9.
       01  WS-REPORT-NUM2                PIC Z(8)9.
       01  WS-REPORT-STEP                PIC ZZ9.
       01  WS-REPORT-RC                  PIC ZZ9.
       01  WS-REPORT-RUNS                PIC ZZ9.

       01  WS-STAMP-START.
           05  WS-STAMP-START-DATE       PIC 9(08).
           05  FILLER                    PIC X VALUE SPACE.
           05  WS-STAMP-START-TIME       PIC 9(06).

       01  WS-STAMP-END.
           05  WS-STAMP-END-DATE         PIC 9(08).
           05  FILLER                    PIC X VALUE SPACE.
           05  WS-STAMP-END-TIME         PIC 9(06).

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT.
           PERFORM 3000-LOAD-JOB-LOG THRU 3000-EXIT.
           PERFORM 4000-ASSESS-STEPS THRU 4000-EXIT.
           PERFORM 5000-WRITE-STEP-BOARD THRU 5000-EXIT.
           PERFORM 6000-WRITE-EXCEPTIONS THRU 6000-EXIT.
           PERFORM 7000-WRITE-VERDICT THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-FAILED-COUNT > ZERO
               OR WS-MISSING-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ORDER-COUNT > ZERO
                   OR WS-RERUN-COUNT > ZERO
                   OR WS-UNSCHED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************
      * 1000-INITIALIZE -- SETTLE THE NIGHT'S WINDOW FROM  *
      * THE REQUEST CARD (OR THE CLOCK) AND OPEN THE       *
      * REPORT.                                            *
      *****************************************************
       1000-INITIALIZE.
           INITIALIZE WS-STEP-TABLE.
           INITIALIZE WS-RUN-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CLOCK-TIME.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-CTL-STATUS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS = "00"
               AND CTL-CUTOFF-TIME NUMERIC
               AND CTL-CUTOFF-TIME < "240000"
               MOVE CTL-CUTOFF-TIME TO WS-CUTOFF-TIME
           END-IF.
           IF WS-CTL-STATUS = "00" AND CTL-PROC-DATE NUMERIC
               MOVE CTL-PROC-DATE TO WS-PROC-DATE
           ELSE
               IF WS-CLOCK-TIME < WS-CUTOFF-TIME
                   COMPUTE WS-PROC-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
               ELSE
                   MOVE WS-TODAY-DATE TO WS-PROC-DATE
               END-IF
           END-IF.

           MOVE WS-PROC-DATE TO WS-FROM-DATE.
           MOVE WS-CUTOFF-TIME TO WS-FROM-TIME.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) + 1).
           MOVE WS-CUTOFF-TIME TO WS-TO-TIME.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               STRING "UNABLE TO OPEN BOARDRPT, STATUS "
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "NIGHTLY BATCH STATUS BOARD FOR PROCESSING DATE "
               WS-PROC-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUNS STARTED FROM " WS-FROM-DATE " " WS-FROM-TIME
               " UP TO " WS-TO-DATE " " WS-TO-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************
      * 2000-LOAD-SCHEDULE -- THE STEPS EXPECTED TONIGHT,  *
      * IN THE ORDER THEY ARE EXPECTED TO RUN.  A BOARD    *
      * WITH NOTHING TO MEASURE AGAINST IS NO BOARD, SO A  *
      * MISSING OR EMPTY SCHEDULE ABENDS.                  *
      *****************************************************
       2000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHD-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBSCHED, STATUS "
                   WS-SCHD-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
               UNTIL WS-SCHD-END-OF-FILE.
           CLOSE SCHEDULE-FILE.
           IF WS-STEP-COUNT = ZERO
               MOVE "NO STEPS ON JOBSCHED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-STEP.
           READ SCHEDULE-FILE
               AT END
                   MOVE "Y" TO WS-SCHD-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF SCHD-PROGRAM = SPACES
               OR SCHD-PROGRAM(1:1) = "*"
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-SCAN-STEP-SLOT THRU 2200-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               OR WS-STEP-PROGRAM(WS-STEP-SUB) = SCHD-PROGRAM.
           IF WS-STEP-SUB NOT > WS-STEP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "JOBSCHED LISTS " SCHD-PROGRAM
                   " TWICE -- SECOND ENTRY IGNORED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2100-EXIT
           END-IF.

           IF WS-STEP-COUNT >= WS-MAX-STEPS
               MOVE "MORE STEPS ON JOBSCHED THAN THE TABLE HOLDS"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE SCHD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT).
           IF SCHD-MAX-RC NUMERIC
               MOVE SCHD-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-COUNT)
           ELSE
               MOVE WS-DEFAULT-MAX-RC
                   TO WS-STEP-MAX-RC(WS-STEP-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SCAN-STEP-SLOT.
           CONTINUE.
       2200-EXIT.
           EXIT.

      *****************************************************
      * 3000-LOAD-JOB-LOG -- FILE EVERY START AND END OF A *
      * RUN THAT STARTED INSIDE THE WINDOW.  NO JOB LOG AT *
      * ALL MEANS NOTHING RAN, WHICH THE BOARD REPORTS AS  *
      * EVERY STEP MISSING.                                *
      *****************************************************
       3000-LOAD-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBL-STATUS = "35"
               DISPLAY "NO JOBLOG, STATUS " WS-JOBL-STATUS
               MOVE SPACES TO REPORT-LINE
               MOVE "JOBLOG DOES NOT EXIST -- NO STEP HAS LOGGED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3000-EXIT
           END-IF.
           IF WS-JOBL-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBLOG, STATUS "
                   WS-JOBL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 3100-FILE-ONE-EVENT THRU 3100-EXIT
               UNTIL WS-JOBL-END-OF-FILE.
           CLOSE JOB-LOG-FILE.
       3000-EXIT.
           EXIT.

       3100-FILE-ONE-EVENT.
           READ JOB-LOG-FILE
               AT END
                   MOVE "Y" TO WS-JOBL-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ-COUNT.
           IF JOBL-START-DATE NOT NUMERIC
               OR JOBL-START-TIME NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           IF JOBL-STARTED < WS-WINDOW-FROM
               OR JOBL-STARTED NOT < WS-WINDOW-TO
               GO TO 3100-EXIT
           END-IF.
           IF NOT JOBL-EVENT-START AND NOT JOBL-EVENT-END
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-LOG-USED-COUNT.

           PERFORM 3200-SCAN-RUN-SLOT THRU 3200-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
               OR (WS-RUN-PROGRAM(WS-RUN-SUB) = JOBL-PROGRAM
                   AND WS-RUN-STARTED(WS-RUN-SUB) = JOBL-STARTED).
           IF WS-RUN-SUB > WS-RUN-COUNT
               PERFORM 3300-ADD-RUN THRU 3300-EXIT
               IF WS-RUN-SUB > WS-RUN-COUNT
                   GO TO 3100-EXIT
               END-IF
           END-IF.

      *****************************************************
      * AN END WITHOUT A START (THE START WAS LOST) STILL  *
      * BOARDS THE RUN -- THE END CARRIES ITS START STAMP. *
      *****************************************************
           IF JOBL-EVENT-END
               MOVE "Y" TO WS-RUN-END-FLAG(WS-RUN-SUB)
               MOVE JOBL-ENDED TO WS-RUN-ENDED(WS-RUN-SUB)
               IF JOBL-RETURN-CODE NUMERIC
                   MOVE JOBL-RETURN-CODE TO WS-RUN-RC(WS-RUN-SUB)
               END-IF
               IF JOBL-IN-COUNT NUMERIC
                   MOVE JOBL-IN-COUNT TO WS-RUN-IN(WS-RUN-SUB)
               END-IF
               IF JOBL-OUT-COUNT NUMERIC
                   MOVE JOBL-OUT-COUNT TO WS-RUN-OUT(WS-RUN-SUB)
               END-IF
               MOVE JOBL-ABEND-REASON TO WS-RUN-REASON(WS-RUN-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-SCAN-RUN-SLOT.
           CONTINUE.
       3200-EXIT.
           EXIT.

       3300-ADD-RUN.
           IF WS-RUN-COUNT >= WS-MAX-RUNS
               ADD 1 TO WS-RUN-OVERFLOW-COUNT
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-RUN-COUNT TO WS-RUN-SUB.
           MOVE JOBL-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-SUB).
           MOVE JOBL-STARTED TO WS-RUN-STARTED(WS-RUN-SUB).
           MOVE ZERO TO WS-RUN-END-DATE(WS-RUN-SUB).
           MOVE ZERO TO WS-RUN-END-TIME(WS-RUN-SUB).
           MOVE "N" TO WS-RUN-END-FLAG(WS-RUN-SUB).
           MOVE ZERO TO WS-RUN-RC(WS-RUN-SUB).
           MOVE ZERO TO WS-RUN-IN(WS-RUN-SUB).
           MOVE ZERO TO WS-RUN-OUT(WS-RUN-SUB).
           MOVE SPACES TO WS-RUN-REASON(WS-RUN-SUB).

           PERFORM 2200-SCAN-STEP-SLOT THRU 2200-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               OR WS-STEP-PROGRAM(WS-STEP-SUB) = JOBL-PROGRAM.
           IF WS-STEP-SUB > WS-STEP-COUNT
               MOVE ZERO TO WS-RUN-STEP(WS-RUN-SUB)
               ADD 1 TO WS-UNSCHED-COUNT
           ELSE
               MOVE WS-STEP-SUB TO WS-RUN-STEP(WS-RUN-SUB)
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************
      * 4000-ASSESS-STEPS -- A STEP IS JUDGED ON ITS LAST  *
      * RUN OF THE NIGHT, SO A FAILURE PUT RIGHT BY A      *
      * RERUN SHOWS AS COMPLETED (AND AS A RERUN).  THEN   *
      * THE ORDER CHECK: A STEP WHOSE LAST RUN STARTED     *
      * BEFORE THE LAST RUN OF ANY STEP AHEAD OF IT ON THE *
      * SCHEDULE RAN ON INPUT THAT WAS NOT FINAL.          *
      *****************************************************
       4000-ASSESS-STEPS.
           PERFORM 4100-ASSESS-ONE-STEP THRU 4100-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 4300-CHECK-STEP-ORDER THRU 4300-EXIT
               VARYING WS-STEP-SUB FROM 2 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
       4000-EXIT.
           EXIT.

       4100-ASSESS-ONE-STEP.
           PERFORM 4200-TALLY-ONE-RUN THRU 4200-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT.

           IF WS-STEP-RUNS(WS-STEP-SUB) = ZERO
               MOVE "MISSING" TO WS-STEP-STATE(WS-STEP-SUB)
               ADD 1 TO WS-MISSING-COUNT
               GO TO 4100-EXIT
           END-IF.
           IF WS-STEP-RUNS(WS-STEP-SUB) > 1
               ADD 1 TO WS-RERUN-COUNT
           END-IF.

           MOVE WS-STEP-LAST-RUN(WS-STEP-SUB) TO WS-RUN-SUB.
           EVALUATE TRUE
               WHEN NOT WS-RUN-HAS-END(WS-RUN-SUB)
                   MOVE "NO END" TO WS-STEP-STATE(WS-STEP-SUB)
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-RUN-RC(WS-RUN-SUB)
                       > WS-STEP-MAX-RC(WS-STEP-SUB)
                   MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-SUB)
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE "COMPLETED" TO WS-STEP-STATE(WS-STEP-SUB)
                   ADD 1 TO WS-COMPLETED-COUNT
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4200-TALLY-ONE-RUN.
           IF WS-RUN-STEP(WS-RUN-SUB) NOT = WS-STEP-SUB
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-STEP-RUNS(WS-STEP-SUB).
           MOVE WS-RUN-SUB TO WS-STEP-LAST-RUN(WS-STEP-SUB).
       4200-EXIT.
           EXIT.

       4300-CHECK-STEP-ORDER.
           IF WS-STEP-RUNS(WS-STEP-SUB) = ZERO
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-STEP-LAST-RUN(WS-STEP-SUB) TO WS-RUN-SUB.
           PERFORM 4400-SCAN-PRIOR-SLOT THRU 4400-EXIT
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB >= WS-STEP-SUB
               OR (WS-STEP-RUNS(WS-PRIOR-SUB) > ZERO
                   AND WS-RUN-STARTED(
                           WS-STEP-LAST-RUN(WS-PRIOR-SUB))
                       > WS-RUN-STARTED(WS-RUN-SUB)).
           IF WS-PRIOR-SUB < WS-STEP-SUB
               MOVE WS-PRIOR-SUB TO WS-STEP-BEFORE(WS-STEP-SUB)
               ADD 1 TO WS-ORDER-COUNT
           END-IF.
       4300-EXIT.
           EXIT.

       4400-SCAN-PRIOR-SLOT.
           CONTINUE.
       4400-EXIT.
           EXIT.

      *****************************************************
      * 5000-WRITE-STEP-BOARD -- ONE LINE PER SCHEDULED    *
      * STEP, SHOWING ITS LAST RUN.                        *
      *****************************************************
       5000-WRITE-STEP-BOARD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STP PROGRAM    STATUS     RC  STARTED        "
               "  ENDED                READ   WRITTEN RUNS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-STEP.
           MOVE WS-STEP-SUB TO WS-REPORT-STEP.
           MOVE SPACES TO REPORT-LINE.
           IF WS-STEP-MISSING(WS-STEP-SUB)
               STRING WS-REPORT-STEP " " WS-STEP-PROGRAM(WS-STEP-SUB)
                   " " WS-STEP-STATE(WS-STEP-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-STEP-LAST-RUN(WS-STEP-SUB) TO WS-RUN-SUB.
           PERFORM 8000-FORMAT-RUN THRU 8000-EXIT.
           MOVE WS-STEP-RUNS(WS-STEP-SUB) TO WS-REPORT-RUNS.
           IF WS-STEP-NO-END(WS-STEP-SUB)
               STRING WS-REPORT-STEP " " WS-STEP-PROGRAM(WS-STEP-SUB)
                   " " WS-STEP-STATE(WS-STEP-SUB)
                   "      " WS-STAMP-START
                   "  ---------------"
                   "                     " WS-REPORT-RUNS
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-REPORT-STEP " " WS-STEP-PROGRAM(WS-STEP-SUB)
                   " " WS-STEP-STATE(WS-STEP-SUB)
                   " " WS-REPORT-RC "  " WS-STAMP-START
                   "  " WS-STAMP-END
                   " " WS-REPORT-NUM " " WS-REPORT-NUM2
                   " " WS-REPORT-RUNS
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.

      *****************************************************
      * 6000-WRITE-EXCEPTIONS -- WHAT THE MORNING SHIFT    *
      * HAS TO ACT ON, SECTION BY SECTION.                 *
      *****************************************************
       6000-WRITE-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FAILED STEPS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FAILED-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 6100-LIST-FAILED-STEP THRU 6100-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MISSING STEPS -- NEVER STARTED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MISSING-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 6200-LIST-MISSING-STEP THRU 6200-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STEPS RUN OUT OF ORDER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ORDER-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 6300-LIST-ORDER-STEP THRU 6300-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RERUNS -- EVERY RUN OF A STEP RUN MORE THAN ONCE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RERUN-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 6400-LIST-RERUN-STEP THRU 6400-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUNS OF PROGRAMS NOT ON THE SCHEDULE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNSCHED-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE ZERO TO WS-STEP-SUB
               PERFORM 6500-LIST-ONE-RUN THRU 6500-EXIT
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-FAILED-STEP.
           IF NOT WS-STEP-FAILED(WS-STEP-SUB)
               AND NOT WS-STEP-NO-END(WS-STEP-SUB)
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-STEP-LAST-RUN(WS-STEP-SUB) TO WS-RUN-SUB.
           MOVE SPACES TO REPORT-LINE.
           IF WS-STEP-NO-END(WS-STEP-SUB)
               STRING "  " WS-STEP-PROGRAM(WS-STEP-SUB)
                   " STARTED BUT LOGGED NO END -- DIED WITHOUT "
                   "REACHING ITS ABEND ROUTINE, OR STILL RUNNING"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-RUN-RC(WS-RUN-SUB) TO WS-REPORT-RC.
           MOVE WS-STEP-MAX-RC(WS-STEP-SUB) TO WS-REPORT-STEP.
           IF WS-RUN-REASON(WS-RUN-SUB) = SPACES
               STRING "  " WS-STEP-PROGRAM(WS-STEP-SUB)
                   " ENDED RC " WS-REPORT-RC
                   " -- OVER THE " WS-REPORT-STEP " ALLOWED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " WS-STEP-PROGRAM(WS-STEP-SUB)
                   " ENDED RC " WS-REPORT-RC " -- "
                   WS-RUN-REASON(WS-RUN-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       6100-EXIT.
           EXIT.

       6200-LIST-MISSING-STEP.
           IF NOT WS-STEP-MISSING(WS-STEP-SUB)
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-STEP-SUB TO WS-REPORT-STEP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-STEP-PROGRAM(WS-STEP-SUB)
               " (STEP " WS-REPORT-STEP ") HAS NO RUN TONIGHT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       6200-EXIT.
           EXIT.

       6300-LIST-ORDER-STEP.
           IF WS-STEP-BEFORE(WS-STEP-SUB) = ZERO
               GO TO 6300-EXIT
           END-IF.
           MOVE WS-STEP-BEFORE(WS-STEP-SUB) TO WS-PRIOR-SUB.
           MOVE WS-STEP-LAST-RUN(WS-STEP-SUB) TO WS-RUN-SUB.
           MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO WS-STAMP-START-DATE.
           MOVE WS-RUN-START-TIME(WS-RUN-SUB) TO WS-STAMP-START-TIME.
           MOVE WS-STEP-LAST-RUN(WS-PRIOR-SUB) TO WS-RUN-SUB.
           MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO WS-STAMP-END-DATE.
           MOVE WS-RUN-START-TIME(WS-RUN-SUB) TO WS-STAMP-END-TIME.
           MOVE WS-PRIOR-SUB TO WS-REPORT-STEP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-STEP-PROGRAM(WS-STEP-SUB)
               " STARTED " WS-STAMP-START
               " BEFORE " WS-STEP-PROGRAM(WS-PRIOR-SUB)
               " (STEP " WS-REPORT-STEP ") STARTED " WS-STAMP-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       6300-EXIT.
           EXIT.

       6400-LIST-RERUN-STEP.
           IF WS-STEP-RUNS(WS-STEP-SUB) < 2
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6500-LIST-ONE-RUN THRU 6500-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT.
       6400-EXIT.
           EXIT.

      *****************************************************
      * 6500 LISTS ONE RUN WHEN IT BELONGS TO THE STEP IN  *
      * HAND -- STEP ZERO BEING THE UNSCHEDULED RUNS.      *
      *****************************************************
       6500-LIST-ONE-RUN.
           IF WS-RUN-STEP(WS-RUN-SUB) NOT = WS-STEP-SUB
               GO TO 6500-EXIT
           END-IF.
           PERFORM 8000-FORMAT-RUN THRU 8000-EXIT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RUN-HAS-END(WS-RUN-SUB)
               STRING "  " WS-RUN-PROGRAM(WS-RUN-SUB)
                   " STARTED " WS-STAMP-START
                   " ENDED " WS-STAMP-END
                   " RC " WS-REPORT-RC
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " WS-RUN-PROGRAM(WS-RUN-SUB)
                   " STARTED " WS-STAMP-START
                   " NO END LOGGED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       6500-EXIT.
           EXIT.

      *****************************************************
      * 7000-WRITE-VERDICT                                 *
      *****************************************************
       7000-WRITE-VERDICT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-STEP-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEPS SCHEDULED......... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-COMPLETED-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEPS COMPLETED......... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-FAILED-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEPS FAILED............ " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-MISSING-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEPS MISSING........... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ORDER-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEPS OUT OF ORDER...... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RERUN-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEPS RERUN............. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-UNSCHED-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNSCHEDULED RUNS........ " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-LOG-READ-COUNT TO WS-REPORT-NUM.
           MOVE WS-LOG-USED-COUNT TO WS-REPORT-NUM2.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOBLOG RECORDS READ..... " WS-REPORT-NUM
               "   IN THIS NIGHT" WS-REPORT-NUM2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-RUN-OVERFLOW-COUNT > ZERO
               MOVE WS-RUN-OVERFLOW-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "** RUN TABLE OVERFLOW -- " WS-REPORT-NUM
                   " LOG RECORD(S) NOT BOARDED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > ZERO
                   OR WS-MISSING-COUNT > ZERO
                   MOVE "NIGHT NOT CLEAN -- FAILED OR MISSING STEPS"
                       TO REPORT-LINE
               WHEN WS-ORDER-COUNT > ZERO
                   OR WS-RERUN-COUNT > ZERO
                   OR WS-UNSCHED-COUNT > ZERO
                   MOVE "ALL STEPS COMPLETED -- SEE THE SECTIONS ABOVE"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "ALL STEPS COMPLETED IN ORDER" TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
       7000-EXIT.
           EXIT.

      *****************************************************
      * 8000-FORMAT-RUN -- EDIT THE RUN IN WS-RUN-SUB FOR  *
      * PRINTING.                                          *
      *****************************************************
       8000-FORMAT-RUN.
           MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO WS-STAMP-START-DATE.
           MOVE WS-RUN-START-TIME(WS-RUN-SUB) TO WS-STAMP-START-TIME.
           MOVE WS-RUN-END-DATE(WS-RUN-SUB) TO WS-STAMP-END-DATE.
           MOVE WS-RUN-END-TIME(WS-RUN-SUB) TO WS-STAMP-END-TIME.
           MOVE WS-RUN-RC(WS-RUN-SUB) TO WS-REPORT-RC.
           MOVE WS-RUN-IN(WS-RUN-SUB) TO WS-REPORT-NUM.
           MOVE WS-RUN-OUT(WS-RUN-SUB) TO WS-REPORT-NUM2.
       8000-EXIT.
           EXIT.

      *****************************************************
      * 9900-ABEND -- FATAL ERROR.  DISPLAY WHAT WENT      *
      * WRONG AND STOP WITH A NON-ZERO RETURN CODE SO THE  *
      * JOB SCHEDULER FLAGS IT.                            *
      *****************************************************
       9900-ABEND.
           DISPLAY "JOBBOARD ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
