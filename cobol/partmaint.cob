       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMAINT.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/05/26  DWH   ORIGINAL -- ADD, CHANGE, SUSPEND,  *
      *                 REINSTATE, CLOSE AND LIST TRADING  *
      *                 PARTNERS ON THE PARTNER MASTER     *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      *****************************************************

      *****************************************************
      * MAINTAINS THE PARTNER MASTER READ BY CAESAR AND    *
      * THE ARCHIVE REPORTS.  TRANSACTIONS COME IN ON      *
      * PARTTRAN, ONE PER RECORD:                          *
      *   A  ADD A PARTNER (VALIDATED BEFORE ACCEPTED)     *
      *   C  CHANGE NAME, CONTACT AND/OR EFFECTIVE DATES   *
      *      -- A BLANK FIELD LEAVES THE MASTER AS IT IS   *
      *   S  SUSPEND AN ACTIVE PARTNER (TRAFFIC IS HELD)   *
      *   R  REINSTATE A SUSPENDED PARTNER                 *
      *   X  CLOSE A PARTNER (TRAFFIC IS REJECTED)         *
      *   L  LIST THE WHOLE MASTER ON PARTLIST             *
      * A CLOSED PARTNER IS KEPT ON THE MASTER AS HISTORY  *
      * AND CANNOT BE CHANGED OR RE-ADDED.  REJECTED       *
      * TRANSACTIONS ARE REPORTED ON PARTLIST AND THE RUN  *
      * ENDS WITH RETURN CODE 8 SO THE SCHEDULER FLAGS THE *
      * DECK FOR CORRECTION.                               *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "PARTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT PART-FILE ASSIGN TO "PARTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTF-STATUS.

           SELECT LIST-FILE ASSIGN TO "PARTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************
      * ONE MAINTENANCE TRANSACTION PER RECORD.  DATES ARE *
      * CARRIED AS CHARACTERS SO A FAT-FINGERED CARD IS    *
      * REJECTED WITH A REASON INSTEAD OF ABENDING ON A    *
      * NON-NUMERIC FIELD.                                 *
      *****************************************************
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TRN-ACTION                PIC X.
           05  FILLER                    PIC X.
           05  TRN-PART-CODE             PIC X(04).
           05  FILLER                    PIC X.
           05  TRN-NAME                  PIC X(30).
           05  FILLER                    PIC X.
           05  TRN-CONTACT               PIC X(30).
           05  FILLER                    PIC X.
           05  TRN-EFF-FROM              PIC X(08).
           05  FILLER                    PIC X.
           05  TRN-EFF-TO                PIC X(08).

       FD  PART-FILE
           RECORDING MODE IS F.
       COPY "partrec.cpy".

       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-LINE                     PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-TRN-STATUS                 PIC XX.
       77  WS-PARTF-STATUS               PIC XX.
       77  WS-LST-STATUS                 PIC XX.

       77  WS-TRN-EOF-SWITCH             PIC X VALUE "N".
           88  WS-TRN-END-OF-FILE              VALUE "Y".

       77  WS-PARTF-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PARTF-END-OF-FILE            VALUE "Y".

       77  WS-TRAN-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-ADD-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-CHANGE-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-SUSPEND-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-REINSTATE-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-CLOSE-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-UPDATE-COUNT               PIC 9(05) COMP VALUE ZERO.

       77  WS-REJECT-REASON              PIC X(40) VALUE SPACE.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "PARTMAINT".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

      *****************************************************
      * THE WHOLE MASTER IS HELD IN THIS TABLE FOR THE RUN *
      * AND WRITTEN BACK IN ONE PASS WHEN ANYTHING CHANGED.*
      *****************************************************
       77  WS-MAX-PARTNERS               PIC 9(03) COMP VALUE 200.
       77  WS-PART-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-PART-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-PART-HIT                   PIC 9(03) COMP VALUE ZERO.

       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 200 TIMES.
               10  WS-TAB-PART-CODE      PIC X(04).
               10  WS-TAB-NAME           PIC X(30).
               10  WS-TAB-CONTACT        PIC X(30).
               10  WS-TAB-STATUS         PIC X.
               10  WS-TAB-EFF-FROM       PIC 9(08).
               10  WS-TAB-EFF-TO         PIC 9(08).

      *****************************************************
      * CANDIDATE VALUES BUILT FROM A TRANSACTION AFTER    *
      * ITS FIELDS HAVE PASSED THE NUMERIC EDITS.          *
      *****************************************************
       77  WS-TRAN-PART-CODE             PIC X(04) VALUE SPACE.
       77  WS-NEW-EFF-FROM               PIC 9(08) VALUE ZERO.
       77  WS-NEW-EFF-TO                 PIC 9(08) VALUE ZERO.

       01  WS-EDIT-NUM                   PIC Z(4)9.

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 3000-REWRITE-PARTFILE THRU 3000-EXIT.
           PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************
      * 1000-INITIALIZE -- OPEN THE FILES AND LOAD THE     *
      * EXISTING MASTER.  A MISSING PARTFILE IS AN EMPTY   *
      * MASTER, NOT AN ERROR -- THAT IS HOW THE FIRST      *
      * PARTNER EVER GETS ADDED.                           *
      *****************************************************
       1000-INITIALIZE.
           OPEN INPUT TRAN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               STRING "UNABLE TO OPEN PARTTRAN, STATUS "
                   WS-TRN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN OUTPUT LIST-FILE.
           IF WS-LST-STATUS NOT = "00"
               STRING "UNABLE TO OPEN PARTLIST, STATUS "
                   WS-LST-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN INPUT PART-FILE.
           IF WS-PARTF-STATUS = "00"
               PERFORM 1100-LOAD-ONE-PARTNER THRU 1100-EXIT
                   UNTIL WS-PARTF-END-OF-FILE
               CLOSE PART-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PARTNER.
           READ PART-FILE
               AT END
                   MOVE "Y" TO WS-PARTF-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.

           IF WS-PART-COUNT >= WS-MAX-PARTNERS
               MOVE "PARTFILE HOLDS MORE PARTNERS THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           ADD 1 TO WS-PART-COUNT.
           MOVE PART-CODE TO WS-TAB-PART-CODE(WS-PART-COUNT).
           MOVE PART-NAME TO WS-TAB-NAME(WS-PART-COUNT).
           MOVE PART-CONTACT TO WS-TAB-CONTACT(WS-PART-COUNT).
           MOVE PART-STATUS-FLAG TO WS-TAB-STATUS(WS-PART-COUNT).
           MOVE PART-EFF-FROM TO WS-TAB-EFF-FROM(WS-PART-COUNT).
           MOVE PART-EFF-TO TO WS-TAB-EFF-TO(WS-PART-COUNT).
       1100-EXIT.
           EXIT.

      *****************************************************
      * 2000-PROCESS-TRANSACTIONS -- ONE PASS OVER         *
      * PARTTRAN.                                          *
      *****************************************************
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT.
           PERFORM 2100-APPLY-TRANSACTION THRU 2100-EXIT
               UNTIL WS-TRN-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2050-READ-TRANSACTION.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRN-EOF-SWITCH
           END-READ.
       2050-EXIT.
           EXIT.

       2100-APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(TRN-PART-CODE)
               TO WS-TRAN-PART-CODE.

           IF TRN-ACTION NOT = "L"
               IF TRN-PART-CODE = SPACE
                   MOVE "PARTNER CODE MISSING" TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2100-NEXT
               END-IF
               MOVE ZERO TO WS-PART-HIT
               PERFORM 2150-FIND-PARTNER THRU 2150-EXIT
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
                   OR WS-PART-HIT > ZERO
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM 2200-ADD-PARTNER THRU 2200-EXIT
               WHEN "C"
                   PERFORM 2300-CHANGE-PARTNER THRU 2300-EXIT
               WHEN "S"
                   PERFORM 2400-SUSPEND-PARTNER THRU 2400-EXIT
               WHEN "R"
                   PERFORM 2450-REINSTATE-PARTNER THRU 2450-EXIT
               WHEN "X"
                   PERFORM 2500-CLOSE-PARTNER THRU 2500-EXIT
               WHEN "L"
                   PERFORM 2600-LIST-PARTNERS THRU 2600-EXIT
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACE
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-IF.

       2100-NEXT.
           PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

       2150-FIND-PARTNER.
           IF WS-TAB-PART-CODE(WS-PART-SUB) = WS-TRAN-PART-CODE
               MOVE WS-PART-SUB TO WS-PART-HIT
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************
      * 2200-ADD-PARTNER -- EVERY EDIT RUNS BEFORE THE     *
      * PARTNER IS ACCEPTED: NOT ALREADY ON THE MASTER (IN *
      * ANY STATUS), A NAME, AND NUMERIC DATES IN ORDER.   *
      * A NEW PARTNER IS ALWAYS ADDED ACTIVE.              *
      *****************************************************
       2200-ADD-PARTNER.
           IF WS-PART-HIT > ZERO
               MOVE "PARTNER ALREADY ON MASTER"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           IF TRN-NAME = SPACE
               MOVE "PARTNER NAME MISSING" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           IF TRN-EFF-FROM NOT NUMERIC OR TRN-EFF-TO NOT NUMERIC
               MOVE "EFFECTIVE DATES NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE TRN-EFF-FROM TO WS-NEW-EFF-FROM.
           MOVE TRN-EFF-TO TO WS-NEW-EFF-TO.
           IF WS-NEW-EFF-TO < WS-NEW-EFF-FROM
               MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           IF WS-PART-COUNT >= WS-MAX-PARTNERS
               MOVE "PARTNER TABLE FULL" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-PART-COUNT.
           MOVE WS-TRAN-PART-CODE TO WS-TAB-PART-CODE(WS-PART-COUNT).
           MOVE TRN-NAME TO WS-TAB-NAME(WS-PART-COUNT).
           MOVE TRN-CONTACT TO WS-TAB-CONTACT(WS-PART-COUNT).
           MOVE "A" TO WS-TAB-STATUS(WS-PART-COUNT).
           MOVE WS-NEW-EFF-FROM TO WS-TAB-EFF-FROM(WS-PART-COUNT).
           MOVE WS-NEW-EFF-TO TO WS-TAB-EFF-TO(WS-PART-COUNT).
           ADD 1 TO WS-ADD-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************
      * 2300-CHANGE-PARTNER -- ONLY THE FIELDS PUNCHED ON  *
      * THE CARD ARE REPLACED.  A DATE CHANGE IS EDITED    *
      * AGAINST WHICHEVER END OF THE WINDOW IS KEPT.       *
      *****************************************************
       2300-CHANGE-PARTNER.
           IF WS-PART-HIT = ZERO
               MOVE "PARTNER NOT ON MASTER" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.

           IF WS-TAB-STATUS(WS-PART-HIT) = "C"
               MOVE "PARTNER IS CLOSED" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.

           IF TRN-NAME = SPACE AND TRN-CONTACT = SPACE
               AND TRN-EFF-FROM = SPACE AND TRN-EFF-TO = SPACE
               MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-TAB-EFF-FROM(WS-PART-HIT) TO WS-NEW-EFF-FROM.
           MOVE WS-TAB-EFF-TO(WS-PART-HIT) TO WS-NEW-EFF-TO.
           IF TRN-EFF-FROM NOT = SPACE
               IF TRN-EFF-FROM NOT NUMERIC
                   MOVE "EFFECTIVE DATES NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO 2300-EXIT
               END-IF
               MOVE TRN-EFF-FROM TO WS-NEW-EFF-FROM
           END-IF.
           IF TRN-EFF-TO NOT = SPACE
               IF TRN-EFF-TO NOT NUMERIC
                   MOVE "EFFECTIVE DATES NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO 2300-EXIT
               END-IF
               MOVE TRN-EFF-TO TO WS-NEW-EFF-TO
           END-IF.
           IF WS-NEW-EFF-TO < WS-NEW-EFF-FROM
               MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                   TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.

           IF TRN-NAME NOT = SPACE
               MOVE TRN-NAME TO WS-TAB-NAME(WS-PART-HIT)
           END-IF.
           IF TRN-CONTACT NOT = SPACE
               MOVE TRN-CONTACT TO WS-TAB-CONTACT(WS-PART-HIT)
           END-IF.
           MOVE WS-NEW-EFF-FROM TO WS-TAB-EFF-FROM(WS-PART-HIT).
           MOVE WS-NEW-EFF-TO TO WS-TAB-EFF-TO(WS-PART-HIT).
           ADD 1 TO WS-CHANGE-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2300-EXIT.
           EXIT.

      *****************************************************
      * 2400-SUSPEND-PARTNER / 2450-REINSTATE-PARTNER --   *
      * A STATUS CHANGE THAT DOES NOT APPLY IS A REJECT SO *
      * A MIS-KEYED CODE DOES NOT PASS SILENTLY.           *
      *****************************************************
       2400-SUSPEND-PARTNER.
           IF WS-PART-HIT = ZERO
               MOVE "PARTNER NOT ON MASTER" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.

           IF WS-TAB-STATUS(WS-PART-HIT) NOT = "A"
               MOVE "PARTNER IS NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.

           MOVE "S" TO WS-TAB-STATUS(WS-PART-HIT).
           ADD 1 TO WS-SUSPEND-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2400-EXIT.
           EXIT.

       2450-REINSTATE-PARTNER.
           IF WS-PART-HIT = ZERO
               MOVE "PARTNER NOT ON MASTER" TO WS-REJECT-REASON
               GO TO 2450-EXIT
           END-IF.

           IF WS-TAB-STATUS(WS-PART-HIT) NOT = "S"
               MOVE "PARTNER IS NOT SUSPENDED" TO WS-REJECT-REASON
               GO TO 2450-EXIT
           END-IF.

           MOVE "A" TO WS-TAB-STATUS(WS-PART-HIT).
           ADD 1 TO WS-REINSTATE-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2450-EXIT.
           EXIT.

      *****************************************************
      * 2500-CLOSE-PARTNER -- THE RECORD STAYS ON THE      *
      * MASTER SO THE ARCHIVE REPORTS CAN STILL NAME THE   *
      * PARTNER ON OLD TRAFFIC.                            *
      *****************************************************
       2500-CLOSE-PARTNER.
           IF WS-PART-HIT = ZERO
               MOVE "PARTNER NOT ON MASTER" TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF.

           IF WS-TAB-STATUS(WS-PART-HIT) = "C"
               MOVE "PARTNER ALREADY CLOSED" TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF.

           MOVE "C" TO WS-TAB-STATUS(WS-PART-HIT).
           ADD 1 TO WS-CLOSE-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2500-EXIT.
           EXIT.

      *****************************************************
      * 2600-LIST-PARTNERS -- THE WHOLE MASTER, ONE LINE   *
      * PER PARTNER, IN MASTER ORDER.                      *
      *****************************************************
       2600-LIST-PARTNERS.
           MOVE SPACES TO LIST-LINE.
           STRING "CODE NAME                           "
               "CONTACT                        ST "
               "EFF-FROM EFF-TO" DELIMITED BY SIZE
               INTO LIST-LINE.
           WRITE LIST-LINE.

           PERFORM 2650-LIST-ONE-PARTNER THRU 2650-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.

           IF WS-PART-COUNT = ZERO
               MOVE "  (PARTNER MASTER IS EMPTY)" TO LIST-LINE
               WRITE LIST-LINE
           END-IF.
       2600-EXIT.
           EXIT.

       2650-LIST-ONE-PARTNER.
           MOVE SPACES TO LIST-LINE.
           STRING WS-TAB-PART-CODE(WS-PART-SUB) " "
               WS-TAB-NAME(WS-PART-SUB) " "
               WS-TAB-CONTACT(WS-PART-SUB) " "
               WS-TAB-STATUS(WS-PART-SUB) "  "
               WS-TAB-EFF-FROM(WS-PART-SUB) " "
               WS-TAB-EFF-TO(WS-PART-SUB)
               DELIMITED BY SIZE
               INTO LIST-LINE.
           WRITE LIST-LINE.
       2650-EXIT.
           EXIT.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-TRAN-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "REJECTED TRAN " WS-EDIT-NUM
               " ACTION " TRN-ACTION
               " CODE " TRN-PART-CODE
               " -- " WS-REJECT-REASON
               DELIMITED BY SIZE
               INTO LIST-LINE.
           WRITE LIST-LINE.
       2900-EXIT.
           EXIT.

      *****************************************************
      * 3000-REWRITE-PARTFILE -- THE MASTER GOES BACK OUT  *
      * IN ONE PASS, BUT ONLY WHEN SOMETHING CHANGED.      *
      *****************************************************
       3000-REWRITE-PARTFILE.
           IF WS-UPDATE-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT PART-FILE.
           IF WS-PARTF-STATUS NOT = "00"
               STRING "UNABLE TO OPEN PARTFILE FOR WRITE, STATUS "
                   WS-PARTF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           PERFORM 3100-WRITE-ONE-PARTNER THRU 3100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.
           CLOSE PART-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-PARTNER.
           MOVE SPACES TO PART-RECORD.
           MOVE WS-TAB-PART-CODE(WS-PART-SUB) TO PART-CODE.
           MOVE WS-TAB-NAME(WS-PART-SUB) TO PART-NAME.
           MOVE WS-TAB-CONTACT(WS-PART-SUB) TO PART-CONTACT.
           MOVE WS-TAB-STATUS(WS-PART-SUB) TO PART-STATUS-FLAG.
           MOVE WS-TAB-EFF-FROM(WS-PART-SUB) TO PART-EFF-FROM.
           MOVE WS-TAB-EFF-TO(WS-PART-SUB) TO PART-EFF-TO.
           WRITE PART-RECORD.
       3100-EXIT.
           EXIT.

      *****************************************************
      * 8000-WRITE-RUN-TOTALS -- FILED AT THE FOOT OF      *
      * PARTLIST FOR RECONCILIATION.                       *
      *****************************************************
       8000-WRITE-RUN-TOTALS.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-TRAN-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "TRANSACTIONS READ....... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-ADD-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "PARTNERS ADDED.......... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-CHANGE-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "PARTNERS CHANGED........ " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-SUSPEND-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "PARTNERS SUSPENDED...... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-REINSTATE-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "PARTNERS REINSTATED..... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-CLOSE-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "PARTNERS CLOSED......... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-REJECT-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "TRANSACTIONS REJECTED... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.
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
           MOVE WS-TRAN-COUNT TO JOBL-IN-COUNT.
           MOVE WS-PART-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "PARTMAINT JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "PARTMAINT ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE TRAN-FILE.
           CLOSE LIST-FILE.
       9999-EXIT.
           EXIT.
