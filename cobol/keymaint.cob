      * DATE      INIT  DESCRIPTION                        *
      * 08/23/26  DWH   ORIGINAL -- ADD, RETIRE AND LIST   *
      *                 NAMED KEYS ON THE CENTRAL KEYFILE  *
      * 10/07/26  DWH   WEAK KEYS REFUSED ON ADD -- SHIFT  *
      *                 00/26, SHORT OR ONE-LETTER KEYWORD,*
      *                 OR A KEYWORD RETIRED FOR THE SAME  *
      *                 ID WITHIN THE REUSE WINDOW         *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      * 10/15/26  DWH   VIGENERE KEYWORD FILED AS CHECKED, *
      *                 LEADING SPACES DROPPED             *
      *****************************************************

      *****************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  LIST-LINE                     PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-TRN-STATUS                 PIC XX.
       77  WS-UPDATE-COUNT               PIC 9(05) COMP VALUE ZERO.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "KEYMAINT".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.
       77  WS-REJECT-REASON              PIC X(40) VALUE SPACE.

       77  WS-RETIRE-HIT-SWITCH          PIC X VALUE "N".
       77  WS-OVERLAP-SWITCH             PIC X VALUE "N".
           88  WS-OVERLAP-FOUND                VALUE "Y".

       77  WS-REUSE-SWITCH               PIC X VALUE "N".
           88  WS-REUSE-FOUND                  VALUE "Y".

      *****************************************************
      * KEY STRENGTH POLICY.  A KEYWORD SHORTER THAN THE   *
      * MINIMUM FALLS TO THE SOLVE PERIOD SEARCH ON A      *
      * SINGLE MESSAGE; A RETIRED KEYWORD MAY NOT COME     *
      * BACK UNDER THE SAME ID UNTIL ITS WINDOW ENDED MORE *
      * THAN THE REUSE DAYS AGO.                           *
      *****************************************************
       77  WS-MIN-KEYWORD-LEN            PIC 9(02) COMP VALUE 6.
       77  WS-REUSE-DAYS                 PIC 9(05) COMP VALUE 365.
       77  WS-NEW-KEYWORD                PIC X(20) VALUE SPACE.
       77  WS-NEW-KEYWORD-LEN            PIC 9(02) COMP VALUE ZERO.
       77  WS-FIRST-LETTER-COUNT         PIC 9(02) COMP VALUE ZERO.
       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-REUSE-CUTOFF               PIC 9(08) VALUE ZERO.

      *****************************************************
      * THE WHOLE STORE IS HELD IN THIS TABLE FOR THE RUN  *
      * AND WRITTEN BACK IN ONE PASS WHEN ANYTHING CHANGED.*
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 3000-REWRITE-KEYFILE THRU 3000-EXIT.
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
      * EVER GETS ADDED.                                   *
      *****************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-REUSE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-REUSE-DAYS).

           OPEN INPUT TRAN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               STRING "UNABLE TO OPEN KEYTRAN, STATUS "
      * ACCEPTED: NO BLANK ID, A KNOWN CIPHER, A NUMERIC   *
      * IN-RANGE SHIFT FOR CAESAR, A REAL KEYWORD FOR      *
      * VIGENERE, NUMERIC DATES IN ORDER, AND NO OVERLAP   *
      * WITH AN ACTIVE RECORD FOR THE SAME ID.  WEAK KEYS  *
      * ARE REFUSED HERE TOO (SEE 2280-CHECK-KEYWORD).     *
      *****************************************************
       2200-ADD-KEY.
           IF TRN-KEY-ID = SPACE
                   GO TO 2200-EXIT
               END-IF
               MOVE TRN-SHIFT-VALUE TO WS-NEW-SHIFT-VALUE
               IF WS-NEW-SHIFT-VALUE = ZERO
                   OR WS-NEW-SHIFT-VALUE = 26
                   MOVE "WEAK KEY -- SHIFT 00/26 IS PLAINTEXT"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               IF WS-NEW-SHIFT-VALUE < 1
                   OR WS-NEW-SHIFT-VALUE > 25
                   MOVE "SHIFT VALUE OUT OF RANGE 01-25"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2280-CHECK-KEYWORD THRU 2280-EXIT
               IF WS-REJECT-REASON NOT = SPACE
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           IF TRN-EFF-FROM NOT NUMERIC OR TRN-EFF-TO NOT NUMERIC
           MOVE TRN-CIPHER-TYPE TO WS-TAB-CIPHER-TYPE(WS-KEY-COUNT).
           MOVE WS-NEW-SHIFT-VALUE
               TO WS-TAB-SHIFT-VALUE(WS-KEY-COUNT).
           IF TRN-CIPHER-TYPE = "V"
               MOVE WS-NEW-KEYWORD TO WS-TAB-KEYWORD(WS-KEY-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(TRN-KEYWORD)
                   TO WS-TAB-KEYWORD(WS-KEY-COUNT)
           END-IF.
           MOVE WS-NEW-EFF-FROM TO WS-TAB-EFF-FROM(WS-KEY-COUNT).
           MOVE WS-NEW-EFF-TO TO WS-TAB-EFF-TO(WS-KEY-COUNT).
           MOVE "A" TO WS-TAB-STATUS(WS-KEY-COUNT).
       2250-EXIT.
           EXIT.

      *****************************************************
      * 2280-CHECK-KEYWORD -- A KEYWORD THE AUDIT COULD    *
      * BREAK FROM ONE MESSAGE IS NO KEY: TOO SHORT, ONE   *
      * LETTER REPEATED (A CAESAR SHIFT IN DISGUISE), OR   *
      * A KEYWORD RETIRED FOR THIS ID INSIDE THE REUSE     *
      * WINDOW, WHOSE TRAFFIC MAY ALREADY BE COMPROMISED.  *
      * THE KEYWORD IS CHECKED AS IT WILL BE STORED --     *
      * UPPER CASE, LEADING SPACES IGNORED.                *
      *****************************************************
       2280-CHECK-KEYWORD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TRN-KEYWORD))
               TO WS-NEW-KEYWORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-KEYWORD))
               TO WS-NEW-KEYWORD-LEN.
           IF WS-NEW-KEYWORD-LEN < WS-MIN-KEYWORD-LEN
               MOVE WS-MIN-KEYWORD-LEN TO WS-EDIT-NUM
               STRING "WEAK KEY -- KEYWORD UNDER "
                   FUNCTION TRIM(WS-EDIT-NUM) " LETTERS"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               GO TO 2280-EXIT
           END-IF.

           MOVE ZERO TO WS-FIRST-LETTER-COUNT.
           INSPECT WS-NEW-KEYWORD(1:WS-NEW-KEYWORD-LEN)
               TALLYING WS-FIRST-LETTER-COUNT
               FOR ALL WS-NEW-KEYWORD(1:1).
           IF WS-FIRST-LETTER-COUNT = WS-NEW-KEYWORD-LEN
               MOVE "WEAK KEY -- KEYWORD IS ALL ONE LETTER"
                   TO WS-REJECT-REASON
               GO TO 2280-EXIT
           END-IF.

           MOVE "N" TO WS-REUSE-SWITCH.
           PERFORM 2290-CHECK-RETIRED-REUSE THRU 2290-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
               OR WS-REUSE-FOUND.
           IF WS-REUSE-FOUND
               MOVE "WEAK KEY -- REUSES A RETIRED KEYWORD"
                   TO WS-REJECT-REASON
           END-IF.
       2280-EXIT.
           EXIT.

       2290-CHECK-RETIRED-REUSE.
           IF WS-TAB-KEY-ID(WS-KEY-SUB) = WS-TRAN-KEY-ID
               AND WS-TAB-STATUS(WS-KEY-SUB) = "R"
               AND FUNCTION TRIM(WS-TAB-KEYWORD(WS-KEY-SUB))
                   = WS-NEW-KEYWORD
               AND WS-TAB-EFF-TO(WS-KEY-SUB) NOT < WS-REUSE-CUTOFF
               MOVE "Y" TO WS-REUSE-SWITCH
           END-IF.
       2290-EXIT.
           EXIT.

      *****************************************************
      * 2300-RETIRE-KEY -- EVERY ACTIVE RECORD FOR THE ID  *
      * IS MARKED RETIRED.  NOTHING ACTIVE TO RETIRE IS A  *
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
           MOVE WS-KEY-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "KEYMAINT JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "KEYMAINT ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
