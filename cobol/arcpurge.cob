      *                 OF MSGARCH WITH OFFLOAD TO A       *
      *                 SEQUENTIAL BACKUP AND A MANIFEST   *
      *                 FOR COMPLIANCE                     *
      * 10/05/26  DWH   PARTNER NAME FROM PARTFILE ON THE  *
      *                 MANIFEST; RETRULES CODES NOT ON    *
      *                 THE PARTNER MASTER LISTED          *
      * 10/08/26  DWH   ARCHIVE LAYOUT CARRIES THE MESSAGE *
      *                 CHECK VALUE                        *
      * 10/09/26  DWH   ARCHIVE KEY CARRIES THE SEGMENT    *
      *                 NUMBER AND THE RECORD THE SEGMENT  *
      *                 COUNT                              *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      *****************************************************

      *****************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-STATUS.

           SELECT PART-FILE ASSIGN TO "PARTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTF-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  FILLER                    PIC X.
           05  RUL-RETAIN-DAYS           PIC X(05).

       FD  PART-FILE
           RECORDING MODE IS F.
       COPY "partrec.cpy".

      *****************************************************
      * MUST MATCH THE ARCHIVE RECORD CAESAR FILES.        *
      *****************************************************
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

      *****************************************************
      * THE OFFLOAD -- THE ARCHIVE RECORD AS FILED,        *
      *****************************************************
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD                 PIC X(283).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-RUL-STATUS                 PIC XX.
       77  WS-ARC-STATUS                 PIC XX.
       77  WS-PARTF-STATUS               PIC XX.
       77  WS-BKP-STATUS                 PIC XX.
       77  WS-RPT-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "ARCPURGE".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-RUL-EOF-SWITCH             PIC X VALUE "N".
           88  WS-RUL-END-OF-FILE              VALUE "Y".

       77  WS-PARTF-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PARTF-END-OF-FILE            VALUE "Y".

       77  WS-MAST-LOAD-SWITCH           PIC X VALUE "N".
           88  WS-MAST-TABLE-READY             VALUE "Y".

       77  WS-ARC-EOF-SWITCH             PIC X VALUE "N".
           88  WS-ARC-END-OF-FILE              VALUE "Y".

       77  WS-CUTOFF-SWITCH              PIC X VALUE "N".
           88  WS-CUTOFF-KNOWN                 VALUE "Y".

      *****************************************************
      * THE PARTNER MASTER, FOR NAMES ON THE MANIFEST AND  *
      * THE RETENTION-RULE CHECK.                          *
      *****************************************************
       77  WS-MAX-MASTERS                PIC 9(03) COMP VALUE 200.
       77  WS-MAST-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-FIND-CODE             PIC X(04) VALUE SPACE.
       77  WS-MAST-FIND-NAME             PIC X(30) VALUE SPACE.
       77  WS-UNKNOWN-RULE-COUNT         PIC 9(03) COMP VALUE ZERO.

       01  WS-MAST-TABLE.
           05  WS-MAST-ENTRY OCCURS 200 TIMES.
               10  WS-MAST-CODE          PIC X(04).
               10  WS-MAST-NAME          PIC X(30).

      *****************************************************
      * PURGE TALLIES BY RECIPIENT FOR THE MANIFEST.       *
      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-RULES THRU 2000-EXIT.
           PERFORM 2500-LOAD-PARTNERS THRU 2500-EXIT.
           PERFORM 3000-PURGE-ARCHIVE THRU 3000-EXIT.
           PERFORM 4000-WRITE-MANIFEST THRU 4000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************
      * 2500-LOAD-PARTNERS -- THE PARTNER MASTER IS ONLY   *
      * NEEDED FOR NAMES AND THE RULE CHECK; THE PURGE     *
      * ITSELF IS DRIVEN BY RETRULES ALONE.                *
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
      * 3000-PURGE-ARCHIVE -- ONE SEQUENTIAL WALK OF THE   *
      * WHOLE ARCHIVE.  EVERY EXPIRED ENTRY IS ON THE      *
           END-IF.
           WRITE REPORT-LINE.

           IF WS-MAST-TABLE-READY
               PERFORM 4200-CHECK-ONE-RULE THRU 4200-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE WS-UNKNOWN-RULE-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "RULES NOT ON PARTNER MASTER" DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           DISPLAY "ARCPURGE -- " WS-PURGED-COUNT " PURGED, "
               WS-KEPT-COUNT " KEPT OF " WS-READ-COUNT " READ".
       4000-EXIT.

       4100-WRITE-ONE-TALLY.
           MOVE WS-TALLY-PURGED(WS-TALLY-SUB) TO WS-REPORT-NUM.
           MOVE WS-TALLY-RECIPIENT(WS-TALLY-SUB) TO WS-MAST-FIND-CODE.
           PERFORM 2550-FIND-MASTER THRU 2550-EXIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-TALLY-RECIPIENT(WS-TALLY-SUB)
               "  PURGED" DELIMITED BY SIZE
               WS-TALLY-FROM-DATE(WS-TALLY-SUB) DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-TALLY-TO-DATE(WS-TALLY-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MAST-FIND-NAME DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.

      *****************************************************
      * 4200-CHECK-ONE-RULE -- A RETENTION RULE FOR A CODE *
      * THE PARTNER MASTER DOES NOT KNOW IS EITHER STALE   *
      * OR MIS-KEYED; LIST IT FOR COMPLIANCE TO CLEAN UP.  *
      *****************************************************
       4200-CHECK-ONE-RULE.
           MOVE WS-RULE-RECIPIENT(WS-RULE-SUB) TO WS-MAST-FIND-CODE.
           PERFORM 2550-FIND-MASTER THRU 2550-EXIT.
           IF WS-MAST-SUB > WS-MAST-COUNT
               ADD 1 TO WS-UNKNOWN-RULE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** RETRULES CODE " DELIMITED BY SIZE
                   WS-RULE-RECIPIENT(WS-RULE-SUB) DELIMITED BY SIZE
                   " NOT ON THE PARTNER MASTER" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4200-EXIT.
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
           MOVE WS-READ-COUNT TO JOBL-IN-COUNT.
           MOVE WS-PURGED-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "ARCPURGE JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "ARCPURGE ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
