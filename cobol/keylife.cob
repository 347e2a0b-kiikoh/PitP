       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYLIFE.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/06/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/06/26  DWH   ORIGINAL -- KEY LIFECYCLE REPORT   *
      *                 WITH ARCHIVED EXPOSURE PER KEY,    *
      *                 RCPTKEYS EXCEPTIONS, AND A         *
      *                 PREPARED ROTATION DECK FOR KEYS    *
      *                 ABOUT TO EXPIRE                    *
      * 10/08/26  DWH   ARCHIVE LAYOUT CARRIES THE MESSAGE *
      *                 CHECK VALUE                        *
      * 10/09/26  DWH   ARCHIVE KEY CARRIES THE SEGMENT    *
      *                 NUMBER; A SEGMENTED MESSAGE COUNTS *
      *                 ONCE, ALL ITS CHARACTERS COUNT     *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      *****************************************************

      *****************************************************
      * KEYMAINT'S LIST IS A DUMP OF THE STORE; IT CANNOT  *
      * SAY WHICH KEYS RUN OUT NEXT WEEK OR HOW MUCH       *
      * TRAFFIC HAS GONE OUT UNDER EACH.  THIS PROGRAM     *
      * READS KEYFILE, RCPTKEYS AND THE WHOLE OF MSGARCH   *
      * AND REPORTS, PER KEY ID, EVERY EFFECTIVE WINDOW    *
      * ON THE STORE WITH ITS DAYS LEFT, THE RECIPIENTS    *
      * ASSIGNED TO IT, AND THE MESSAGES AND CHARACTERS    *
      * ARCHIVED UNDER IT WITH THE FIRST AND LAST USE.     *
      * AN RCPTKEYS LINE POINTING AT A KEY THAT IS         *
      * MISSING, RETIRED, EXPIRED OR NOT YET EFFECTIVE IS  *
      * LISTED -- CAESAR CANNOT CIPHER THAT PARTNER'S      *
      * TRAFFIC UNDER IT.                                  *
      *                                                    *
      * FOR EVERY ACTIVE KEY EXPIRING WITHIN THE WARNING   *
      * WINDOW (AND NOT ALREADY FOLLOWED BY A LATER        *
      * WINDOW FOR THE SAME ID) A SUCCESSOR IS PREPARED:   *
      * A KEYTRAN "A" CARD ON KEYDECK AND A CAESAR REKEY   *
      * CONTROL CARD ON RKYDECK, ONE CARD PER REKEY RUN.   *
      * THE SUCCESSOR ID IS THE OLD ID WITH ITS TWO-DIGIT  *
      * GENERATION BUMPED (OR 01 ADDED), THE KEY MATERIAL  *
      * IS FRESHLY DRAWN, AND THE WINDOW STARTS TODAY SO   *
      * BOTH KEYS RESOLVE ON THE DAY OF THE REKEY.  THE    *
      * KEY CUSTODIAN REVIEWS THE DECK BEFORE IT GOES TO   *
      * KEYMAINT; NOTHING HERE UPDATES THE STORE.          *
      * RETURN CODE 4 FLAGS RCPTKEYS EXCEPTIONS OR ACTIVE  *
      * KEYS ALREADY PAST THEIR EFFECTIVE-TO DATE.         *
      *                                                    *
      * REQUEST CARD (KEYLCTL): WARNING WINDOW IN DAYS     *
      * (COLS 1-3, DEFAULT 014) AND SUCCESSOR LIFE IN DAYS *
      * (COLS 5-7, DEFAULT 030).                           *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "KEYLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT KEY-FILE ASSIGN TO "KEYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYF-STATUS.

           SELECT XREF-FILE ASSIGN TO "RCPTKEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "KEYLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DECK-FILE ASSIGN TO "KEYDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.

           SELECT REKEY-FILE ASSIGN TO "RKYDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKY-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  LCTL-WARN-DAYS            PIC X(03).
           05  FILLER                    PIC X.
           05  LCTL-LIFE-DAYS            PIC X(03).

       FD  KEY-FILE
           RECORDING MODE IS F.
       COPY "keyrec.cpy".

      *****************************************************
      * MUST MATCH THE RCPTKEYS CROSS-REFERENCE CAESAR     *
      * READS -- RECIPIENT CODE AND ITS KEY ID.            *
      *****************************************************
       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XREF-RECIPIENT-CODE       PIC X(04).
           05  FILLER                    PIC X.
           05  XREF-KEY-ID               PIC X(08).

      *****************************************************
      * MUST MATCH THE ARCHIVE RECORD CAESAR FILES.        *
      *****************************************************
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-KEY.
               10  ARC-DATE              PIC 9(08).
               10  ARC-SEQ               PIC 9(07).
               10  ARC-SEG-NUM           PIC 9(02).
           05  ARC-CIPHER-TYPE           PIC X.
           05  ARC-SHIFT-KEY             PIC 99.
           05  ARC-VIGENERE-KEYWORD      PIC X(20).
           05  ARC-KEY-ID                PIC X(08).
           05  ARC-RECIPIENT-CODE        PIC X(04).
           05  ARC-MESSAGE-ID            PIC X(10).
           05  ARC-PRIORITY              PIC X(01).
           05  ARC-TRUNC-FLAG            PIC X(01).
           05  ARC-MESSAGE-TEXT          PIC X(200).
           05  ARC-DEF-VERSION           PIC X(08).
           05  ARC-CHECK-VALUE           PIC X(09).
           05  ARC-SEG-COUNT             PIC 9(02).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(100).

      *****************************************************
      * MUST MATCH THE KEYTRAN TRANSACTION KEYMAINT READS. *
      *****************************************************
       FD  DECK-FILE
           RECORDING MODE IS F.
       01  DECK-RECORD.
           05  DECK-ACTION               PIC X.
           05  FILLER                    PIC X.
           05  DECK-KEY-ID               PIC X(08).
           05  FILLER                    PIC X.
           05  DECK-CIPHER-TYPE          PIC X.
           05  FILLER                    PIC X.
           05  DECK-SHIFT-VALUE          PIC 99.
           05  FILLER                    PIC X.
           05  DECK-KEYWORD              PIC X(20).
           05  FILLER                    PIC X.
           05  DECK-EFF-FROM             PIC 9(08).
           05  FILLER                    PIC X.
           05  DECK-EFF-TO               PIC 9(08).

      *****************************************************
      * MUST MATCH THE CONTROL CARD CAESAR READS.          *
      *****************************************************
       FD  REKEY-FILE
           RECORDING MODE IS F.
       01  REKEY-RECORD.
           05  RKY-KEY-ID                PIC X(08).
           05  FILLER                    PIC X.
           05  RKY-RUN-MODE              PIC X.
           05  FILLER                    PIC X.
           05  RKY-CIPHER-TYPE           PIC X.
           05  FILLER                    PIC X.
           05  RKY-NEW-KEY-ID            PIC X(08).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.
       77  WS-KEYF-STATUS                PIC XX.
       77  WS-XREF-STATUS                PIC XX.
       77  WS-ARC-STATUS                 PIC XX.
       77  WS-RPT-STATUS                 PIC XX.
       77  WS-DECK-STATUS                PIC XX.
       77  WS-RKY-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "KEYLIFE".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-KEYF-EOF-SWITCH            PIC X VALUE "N".
           88  WS-KEYF-END-OF-FILE             VALUE "Y".

       77  WS-XREF-EOF-SWITCH            PIC X VALUE "N".
           88  WS-XREF-END-OF-FILE             VALUE "Y".

       77  WS-ARC-EOF-SWITCH             PIC X VALUE "N".
           88  WS-ARC-END-OF-FILE              VALUE "Y".

       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-TODAY-INT                  PIC 9(07) COMP VALUE ZERO.

      *****************************************************
      * ROTATION POLICY -- THE WARNING WINDOW AND THE LIFE *
      * GIVEN TO A PREPARED SUCCESSOR.  THE REQUEST CARD   *
      * OVERRIDES BOTH.                                    *
      *****************************************************
       77  WS-WARN-DAYS                  PIC 9(03) VALUE 14.
       77  WS-LIFE-DAYS                  PIC 9(03) VALUE 30.
       77  WS-DAYS-LEFT                  PIC S9(07) COMP VALUE ZERO.

      *****************************************************
      * EVERY RECORD ON THE KEY STORE, IN STORE ORDER.     *
      *****************************************************
       77  WS-MAX-KEYS                   PIC 9(03) COMP VALUE 200.
       77  WS-KEY-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-KEY-SUB                    PIC 9(03) COMP VALUE ZERO.
       77  WS-SCAN-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 200 TIMES.
               10  WS-TAB-KEY-ID         PIC X(08).
               10  WS-TAB-CIPHER-TYPE    PIC X.
               10  WS-TAB-SHIFT-VALUE    PIC 99.
               10  WS-TAB-EFF-FROM       PIC 9(08).
               10  WS-TAB-EFF-TO         PIC 9(08).
               10  WS-TAB-STATUS         PIC X.

      *****************************************************
      * ONE ENTRY PER DISTINCT KEY ID -- FROM THE STORE,   *
      * OR FOUND ONLY ON THE ARCHIVE -- WITH ITS EXPOSURE. *
      *****************************************************
       77  WS-MAX-IDS                    PIC 9(03) COMP VALUE 200.
       77  WS-ID-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-ID-SUB                     PIC 9(03) COMP VALUE ZERO.
       77  WS-FIND-KEY-ID                PIC X(08) VALUE SPACE.

       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 200 TIMES.
               10  WS-ID-KEY-ID          PIC X(08).
               10  WS-ID-ON-STORE        PIC X.
               10  WS-ID-MSGS            PIC 9(09) COMP.
               10  WS-ID-CHARS           PIC 9(11) COMP.
               10  WS-ID-FIRST-USE       PIC 9(08).
               10  WS-ID-LAST-USE        PIC 9(08).
               10  WS-ID-RCPT-COUNT      PIC 9(05) COMP.

      *****************************************************
      * THE RCPTKEYS CROSS-REFERENCE.                      *
      *****************************************************
       77  WS-MAX-XREF                   PIC 9(03) COMP VALUE 500.
       77  WS-XREF-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-XREF-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10  WS-XREF-RECIPIENT     PIC X(04).
               10  WS-XREF-KEY-ID        PIC X(08).

      *****************************************************
      * STATE OF ONE KEY ID ACROSS ITS STORE RECORDS, FOR  *
      * THE RCPTKEYS EXCEPTION CHECK.                      *
      *****************************************************
       77  WS-ANY-RECORD-SWITCH          PIC X VALUE "N".
           88  WS-ANY-RECORD                   VALUE "Y".
       77  WS-CURRENT-SWITCH             PIC X VALUE "N".
           88  WS-KEY-CURRENT                  VALUE "Y".
       77  WS-EXPIRED-SWITCH             PIC X VALUE "N".
           88  WS-KEY-EXPIRED                  VALUE "Y".
       77  WS-FUTURE-SWITCH              PIC X VALUE "N".
           88  WS-KEY-FUTURE                   VALUE "Y".
       77  WS-XREF-REASON                PIC X(30) VALUE SPACE.

       77  WS-LATER-SWITCH               PIC X VALUE "N".
           88  WS-LATER-WINDOW                 VALUE "Y".

      *****************************************************
      * SUCCESSOR KEY CONSTRUCTION.                        *
      *****************************************************
       77  WS-OLD-ID-LEN                 PIC 9(02) COMP VALUE ZERO.
       77  WS-SUCC-BASE                  PIC X(08) VALUE SPACE.
       77  WS-SUCC-BASE-LEN              PIC 9(02) COMP VALUE ZERO.
       77  WS-SUCC-GEN                   PIC 9(02) VALUE ZERO.
       77  WS-SUCC-TRIES                 PIC 9(03) COMP VALUE ZERO.
       77  WS-SUCC-KEY-ID                PIC X(08) VALUE SPACE.
       77  WS-SUCC-SHIFT                 PIC 99 VALUE ZERO.
       77  WS-SUCC-KEYWORD               PIC X(20) VALUE SPACE.
       77  WS-SUCC-EFF-TO                PIC 9(08) VALUE ZERO.
       77  WS-SUCC-TAKEN-SWITCH          PIC X VALUE "N".
           88  WS-SUCC-TAKEN                   VALUE "Y".
       77  WS-KEYWORD-LEN                PIC 9(02) COMP VALUE 12.
       77  WS-KW-SUB                     PIC 9(02) COMP VALUE ZERO.
       77  WS-LETTER-SUB                 PIC 9(02) COMP VALUE ZERO.
       77  WS-RANDOM-SEED                PIC 9(08) VALUE ZERO.
       77  WS-RANDOM-VALUE               PIC V9(09) VALUE ZERO.
       01  WS-LETTERS                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *****************************************************
      * SUCCESSOR IDS ALREADY HANDED OUT THIS RUN, SO TWO  *
      * EXPIRING KEYS NEVER GET THE SAME NEW ID.           *
      *****************************************************
       77  WS-ISSUED-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-ISSUED-TABLE.
           05  WS-ISSUED-KEY-ID          PIC X(08) OCCURS 200 TIMES.

       77  WS-ARC-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-ARC-NO-KEY-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-ARC-UNTALLIED-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-TEXT-LEN                   PIC 9(03) COMP VALUE ZERO.
       77  WS-XREF-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-PAST-DUE-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-DUE-COUNT                  PIC 9(05) COMP VALUE ZERO.

       77  WS-RCPT-PTR                   PIC 9(03) COMP VALUE ZERO.
       01  WS-RCPT-LINE                  PIC X(100) VALUE SPACE.

       01  WS-REPORT-NUM                 PIC Z(8)9.
       01  WS-REPORT-NUM2                PIC Z(10)9.
       01  WS-REPORT-DAYS                PIC -(6)9.
       01  WS-EDIT-NUM                   PIC Z(4)9.

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-KEY-STORE THRU 2000-EXIT.
           PERFORM 2500-LOAD-CROSS-REFERENCE THRU 2500-EXIT.
           PERFORM 3000-TALLY-ARCHIVE THRU 3000-EXIT.
           PERFORM 4000-WRITE-KEY-REPORT THRU 4000-EXIT.
           PERFORM 5000-CHECK-CROSS-REFERENCE THRU 5000-EXIT.
           PERFORM 6000-PREPARE-ROTATION-DECK THRU 6000-EXIT.
           PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-XREF-EXCEPTION-COUNT > ZERO
               OR WS-PAST-DUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE SPACES TO WS-KEY-TABLE.
           INITIALIZE WS-ID-TABLE.
           MOVE SPACES TO WS-XREF-TABLE.
           MOVE SPACES TO WS-ISSUED-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RANDOM-SEED.
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-RANDOM-SEED).

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-CTL-STATUS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS = "00"
               IF LCTL-WARN-DAYS NUMERIC
                   MOVE LCTL-WARN-DAYS TO WS-WARN-DAYS
               END-IF
               IF LCTL-LIFE-DAYS NUMERIC
                   AND LCTL-LIFE-DAYS NOT = "000"
                   MOVE LCTL-LIFE-DAYS TO WS-LIFE-DAYS
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               STRING "UNABLE TO OPEN KEYLRPT, STATUS "
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN OUTPUT DECK-FILE.
           IF WS-DECK-STATUS NOT = "00"
               STRING "UNABLE TO OPEN KEYDECK, STATUS "
                   WS-DECK-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN OUTPUT REKEY-FILE.
           IF WS-RKY-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RKYDECK, STATUS "
                   WS-RKY-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           MOVE WS-WARN-DAYS TO WS-EDIT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEY LIFECYCLE REPORT -- RUN OF " WS-TODAY-DATE
               "   WARNING WINDOW" WS-EDIT-NUM " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************
      * 2000-LOAD-KEY-STORE -- NO KEY STORE, NOTHING TO    *
      * REPORT ON.                                         *
      *****************************************************
       2000-LOAD-KEY-STORE.
           OPEN INPUT KEY-FILE.
           IF WS-KEYF-STATUS NOT = "00"
               STRING "UNABLE TO OPEN KEYFILE, STATUS "
                   WS-KEYF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-KEY THRU 2100-EXIT
               UNTIL WS-KEYF-END-OF-FILE.
           CLOSE KEY-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-KEY.
           READ KEY-FILE
               AT END
                   MOVE "Y" TO WS-KEYF-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF KEY-ID = SPACE
               GO TO 2100-EXIT
           END-IF.
           IF WS-KEY-COUNT >= WS-MAX-KEYS
               MOVE "KEYFILE HOLDS MORE KEYS THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           ADD 1 TO WS-KEY-COUNT.
           MOVE KEY-ID TO WS-TAB-KEY-ID(WS-KEY-COUNT).
           MOVE KEY-CIPHER-TYPE TO WS-TAB-CIPHER-TYPE(WS-KEY-COUNT).
           MOVE KEY-SHIFT-VALUE TO WS-TAB-SHIFT-VALUE(WS-KEY-COUNT).
           MOVE KEY-EFF-FROM TO WS-TAB-EFF-FROM(WS-KEY-COUNT).
           MOVE KEY-EFF-TO TO WS-TAB-EFF-TO(WS-KEY-COUNT).
           MOVE KEY-STATUS-FLAG TO WS-TAB-STATUS(WS-KEY-COUNT).

           MOVE KEY-ID TO WS-FIND-KEY-ID.
           PERFORM 2200-FIND-OR-ADD-ID THRU 2200-EXIT.
           IF WS-ID-SUB > ZERO
               MOVE "Y" TO WS-ID-ON-STORE(WS-ID-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************
      * 2200-FIND-OR-ADD-ID -- THE DISTINCT-ID SLOT FOR    *
      * WS-FIND-KEY-ID.  A FULL TABLE LEAVES THE SUBSCRIPT *
      * AT ZERO AND THE CALLER COUNTS THE MISS.            *
      *****************************************************
       2200-FIND-OR-ADD-ID.
           PERFORM 2250-SCAN-ID-SLOT THRU 2250-EXIT
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-ID-COUNT
               OR WS-ID-KEY-ID(WS-ID-SUB) = WS-FIND-KEY-ID.

           IF WS-ID-SUB > WS-ID-COUNT
               IF WS-ID-COUNT >= WS-MAX-IDS
                   MOVE ZERO TO WS-ID-SUB
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-ID-COUNT
               MOVE WS-FIND-KEY-ID TO WS-ID-KEY-ID(WS-ID-COUNT)
               MOVE "N" TO WS-ID-ON-STORE(WS-ID-COUNT)
               MOVE WS-ID-COUNT TO WS-ID-SUB
           END-IF.
       2200-EXIT.
           EXIT.

       2250-SCAN-ID-SLOT.
           CONTINUE.
       2250-EXIT.
           EXIT.

      *****************************************************
      * 2500-LOAD-CROSS-REFERENCE -- OPTIONAL, AS IT IS    *
      * FOR CAESAR: WITHOUT IT EVERY RECIPIENT RIDES THE   *
      * CONTROL CARD KEY AND THERE IS NOTHING TO CHECK.    *
      *****************************************************
       2500-LOAD-CROSS-REFERENCE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "NO RCPTKEYS CROSS-REFERENCE, STATUS "
                   WS-XREF-STATUS ", RECIPIENTS NOT LISTED"
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-LOAD-ONE-XREF THRU 2600-EXIT
               UNTIL WS-XREF-END-OF-FILE.
           CLOSE XREF-FILE.
       2500-EXIT.
           EXIT.

       2600-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE "Y" TO WS-XREF-EOF-SWITCH
                   GO TO 2600-EXIT
           END-READ.
           IF XREF-RECIPIENT-CODE = SPACE
               GO TO 2600-EXIT
           END-IF.
           IF WS-XREF-COUNT >= WS-MAX-XREF
               MOVE "RCPTKEYS HOLDS MORE ENTRIES THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-XREF-COUNT.
           MOVE FUNCTION UPPER-CASE(XREF-RECIPIENT-CODE)
               TO WS-XREF-RECIPIENT(WS-XREF-COUNT).
           MOVE FUNCTION UPPER-CASE(XREF-KEY-ID)
               TO WS-XREF-KEY-ID(WS-XREF-COUNT).

           MOVE WS-XREF-KEY-ID(WS-XREF-COUNT) TO WS-FIND-KEY-ID.
           PERFORM 2200-FIND-OR-ADD-ID THRU 2200-EXIT.
           IF WS-ID-SUB > ZERO
               ADD 1 TO WS-ID-RCPT-COUNT(WS-ID-SUB)
           END-IF.
       2600-EXIT.
           EXIT.

      *****************************************************
      * 3000-TALLY-ARCHIVE -- ONE SEQUENTIAL WALK OF THE   *
      * WHOLE ARCHIVE, CHARGING EACH ENTRY TO THE KEY ID   *
      * IT WAS CIPHERED UNDER.  AN UNAVAILABLE ARCHIVE     *
      * STILL LETS THE WINDOWS AND THE DECK BE PRODUCED.   *
      *****************************************************
       3000-TALLY-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "WARNING -- MSGARCH UNAVAILABLE, STATUS "
                   WS-ARC-STATUS ", NO EXPOSURE FIGURES"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-TALLY-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-ARC-END-OF-FILE.
           CLOSE ARCHIVE-FILE.
       3000-EXIT.
           EXIT.

       3100-TALLY-ONE-ENTRY.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF WS-ARC-STATUS NOT = "00" AND WS-ARC-STATUS NOT = "02"
               MOVE "Y" TO WS-ARC-EOF-SWITCH
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ARC-READ-COUNT.

           IF ARC-KEY-ID = SPACE
               ADD 1 TO WS-ARC-NO-KEY-COUNT
               GO TO 3100-EXIT
           END-IF.

           MOVE ARC-KEY-ID TO WS-FIND-KEY-ID.
           PERFORM 2200-FIND-OR-ADD-ID THRU 2200-EXIT.
           IF WS-ID-SUB = ZERO
               ADD 1 TO WS-ARC-UNTALLIED-COUNT
               GO TO 3100-EXIT
           END-IF.

           IF ARC-MESSAGE-TEXT = SPACE
               MOVE ZERO TO WS-TEXT-LEN
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(ARC-MESSAGE-TEXT TRAILING))
                   TO WS-TEXT-LEN
           END-IF.

      *****************************************************
      * A SEGMENTED MESSAGE COUNTS ONCE, BUT ALL ITS TEXT  *
      * COUNTS.                                            *
      *****************************************************
           IF ARC-SEG-NUM NOT NUMERIC OR ARC-SEG-NUM NOT > 1
               ADD 1 TO WS-ID-MSGS(WS-ID-SUB)
           END-IF.
           ADD WS-TEXT-LEN TO WS-ID-CHARS(WS-ID-SUB).
           IF WS-ID-FIRST-USE(WS-ID-SUB) = ZERO
               OR ARC-DATE < WS-ID-FIRST-USE(WS-ID-SUB)
               MOVE ARC-DATE TO WS-ID-FIRST-USE(WS-ID-SUB)
           END-IF.
           IF ARC-DATE > WS-ID-LAST-USE(WS-ID-SUB)
               MOVE ARC-DATE TO WS-ID-LAST-USE(WS-ID-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************
      * 4000-WRITE-KEY-REPORT -- ONE BLOCK PER KEY ID:     *
      * ITS WINDOWS ON THE STORE, ITS EXPOSURE ON THE      *
      * ARCHIVE, AND THE RECIPIENTS ASSIGNED TO IT.        *
      *****************************************************
       4000-WRITE-KEY-REPORT.
           PERFORM 4100-WRITE-ONE-ID THRU 4100-EXIT
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-ID-COUNT.
           IF WS-ID-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  (KEY STORE IS EMPTY)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-ID.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ID-ON-STORE(WS-ID-SUB) = "Y"
               STRING "KEY ID " WS-ID-KEY-ID(WS-ID-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "KEY ID " WS-ID-KEY-ID(WS-ID-SUB)
                   "  ** NOT ON KEYFILE" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           IF WS-ID-ON-STORE(WS-ID-SUB) = "Y"
               MOVE "  CI EFF-FROM EFF-TO   ST DAYS LEFT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 4200-WRITE-ONE-WINDOW THRU 4200-EXIT
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
           END-IF.

           MOVE WS-ID-MSGS(WS-ID-SUB) TO WS-REPORT-NUM.
           MOVE WS-ID-CHARS(WS-ID-SUB) TO WS-REPORT-NUM2.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ID-MSGS(WS-ID-SUB) = ZERO
               STRING "  ARCHIVED MESSAGES" WS-REPORT-NUM
                   "   NEVER USED" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  ARCHIVED MESSAGES" WS-REPORT-NUM
                   "  CHARACTERS" WS-REPORT-NUM2
                   "  FIRST USE " WS-ID-FIRST-USE(WS-ID-SUB)
                   "  LAST USE " WS-ID-LAST-USE(WS-ID-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           PERFORM 4300-WRITE-RECIPIENTS THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************
      * 4200-WRITE-ONE-WINDOW -- DAYS LEFT ARE COUNTED TO  *
      * THE EFFECTIVE-TO DATE; A RETIRED WINDOW HAS NONE.  *
      *****************************************************
       4200-WRITE-ONE-WINDOW.
           IF WS-TAB-KEY-ID(WS-KEY-SUB) NOT = WS-ID-KEY-ID(WS-ID-SUB)
               GO TO 4200-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-TAB-CIPHER-TYPE(WS-KEY-SUB) "  "
               WS-TAB-EFF-FROM(WS-KEY-SUB) " "
               WS-TAB-EFF-TO(WS-KEY-SUB) " "
               WS-TAB-STATUS(WS-KEY-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.

           IF WS-TAB-STATUS(WS-KEY-SUB) NOT = "A"
               MOVE "    RETIRED" TO REPORT-LINE(31:)
               WRITE REPORT-LINE
               GO TO 4200-EXIT
           END-IF.

           PERFORM 4250-COMPUTE-DAYS-LEFT THRU 4250-EXIT.
           MOVE WS-DAYS-LEFT TO WS-REPORT-DAYS.
           MOVE WS-REPORT-DAYS TO REPORT-LINE(28:7).

           EVALUATE TRUE
               WHEN WS-TAB-EFF-FROM(WS-KEY-SUB) > WS-TODAY-DATE
                   MOVE "  NOT YET EFFECTIVE" TO REPORT-LINE(36:)
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "  ** PAST EFFECTIVE-TO, STILL ACTIVE"
                       TO REPORT-LINE(36:)
                   ADD 1 TO WS-PAST-DUE-COUNT
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   MOVE "  ** EXPIRES INSIDE WARNING WINDOW"
                       TO REPORT-LINE(36:)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE REPORT-LINE.
       4200-EXIT.
           EXIT.

       4250-COMPUTE-DAYS-LEFT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-TAB-EFF-TO(WS-KEY-SUB))
               - WS-TODAY-INT.
       4250-EXIT.
           EXIT.

      *****************************************************
      * 4300-WRITE-RECIPIENTS -- THE RCPTKEYS CODES ON THE *
      * KEY, AS MANY TO A LINE AS FIT.                     *
      *****************************************************
       4300-WRITE-RECIPIENTS.
           IF WS-ID-RCPT-COUNT(WS-ID-SUB) = ZERO
               MOVE "  RECIPIENTS: NONE ON RCPTKEYS" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4300-EXIT
           END-IF.

           MOVE SPACES TO WS-RCPT-LINE.
           MOVE "  RECIPIENTS:" TO WS-RCPT-LINE.
           MOVE 14 TO WS-RCPT-PTR.
           PERFORM 4350-ADD-ONE-RECIPIENT THRU 4350-EXIT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT.
           IF WS-RCPT-PTR > 14
               MOVE WS-RCPT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4300-EXIT.
           EXIT.

       4350-ADD-ONE-RECIPIENT.
           IF WS-XREF-KEY-ID(WS-XREF-SUB) NOT = WS-ID-KEY-ID(WS-ID-SUB)
               GO TO 4350-EXIT
           END-IF.
           IF WS-RCPT-PTR > 90
               MOVE WS-RCPT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-RCPT-LINE
               MOVE 14 TO WS-RCPT-PTR
           END-IF.
           STRING " " WS-XREF-RECIPIENT(WS-XREF-SUB)
               DELIMITED BY SIZE
               INTO WS-RCPT-LINE WITH POINTER WS-RCPT-PTR.
       4350-EXIT.
           EXIT.

      *****************************************************
      * 5000-CHECK-CROSS-REFERENCE -- EVERY RCPTKEYS LINE  *
      * MUST POINT AT A KEY CAESAR CAN RESOLVE TODAY.      *
      *****************************************************
       5000-CHECK-CROSS-REFERENCE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RCPTKEYS EXCEPTIONS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-CHECK-ONE-XREF THRU 5100-EXIT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT.
           IF WS-XREF-EXCEPTION-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-XREF.
           MOVE "N" TO WS-ANY-RECORD-SWITCH.
           MOVE "N" TO WS-CURRENT-SWITCH.
           MOVE "N" TO WS-EXPIRED-SWITCH.
           MOVE "N" TO WS-FUTURE-SWITCH.
           PERFORM 5150-CLASSIFY-ONE-WINDOW THRU 5150-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT.

           EVALUATE TRUE
               WHEN WS-KEY-CURRENT
                   GO TO 5100-EXIT
               WHEN NOT WS-ANY-RECORD
                   MOVE "KEY MISSING FROM KEYFILE" TO WS-XREF-REASON
               WHEN WS-KEY-EXPIRED
                   MOVE "KEY EXPIRED" TO WS-XREF-REASON
               WHEN WS-KEY-FUTURE
                   MOVE "KEY NOT YET EFFECTIVE" TO WS-XREF-REASON
               WHEN OTHER
                   MOVE "KEY RETIRED" TO WS-XREF-REASON
           END-EVALUATE.

           ADD 1 TO WS-XREF-EXCEPTION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ** RECIPIENT " WS-XREF-RECIPIENT(WS-XREF-SUB)
               " KEY " WS-XREF-KEY-ID(WS-XREF-SUB)
               " -- " WS-XREF-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.

       5150-CLASSIFY-ONE-WINDOW.
           IF WS-TAB-KEY-ID(WS-KEY-SUB)
               NOT = WS-XREF-KEY-ID(WS-XREF-SUB)
               GO TO 5150-EXIT
           END-IF.
           MOVE "Y" TO WS-ANY-RECORD-SWITCH.
           IF WS-TAB-STATUS(WS-KEY-SUB) NOT = "A"
               GO TO 5150-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-TAB-EFF-TO(WS-KEY-SUB) < WS-TODAY-DATE
                   MOVE "Y" TO WS-EXPIRED-SWITCH
               WHEN WS-TAB-EFF-FROM(WS-KEY-SUB) > WS-TODAY-DATE
                   MOVE "Y" TO WS-FUTURE-SWITCH
               WHEN OTHER
                   MOVE "Y" TO WS-CURRENT-SWITCH
           END-EVALUATE.
       5150-EXIT.
           EXIT.

      *****************************************************
      * 6000-PREPARE-ROTATION-DECK -- A SUCCESSOR FOR      *
      * EVERY CURRENT ACTIVE WINDOW THAT RUNS OUT INSIDE   *
      * THE WARNING WINDOW AND HAS NO LATER ACTIVE WINDOW  *
      * FOR THE SAME ID ALREADY ON THE STORE.              *
      *****************************************************
       6000-PREPARE-ROTATION-DECK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROTATION DECK PREPARED (KEYDECK / RKYDECK)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 6100-CHECK-ONE-WINDOW THRU 6100-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT.
           IF WS-DUE-COUNT = ZERO
               MOVE "  (NO KEY DUE FOR ROTATION)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-WINDOW.
           IF WS-TAB-STATUS(WS-KEY-SUB) NOT = "A"
               OR WS-TAB-EFF-FROM(WS-KEY-SUB) > WS-TODAY-DATE
               OR WS-TAB-EFF-TO(WS-KEY-SUB) < WS-TODAY-DATE
               GO TO 6100-EXIT
           END-IF.
           PERFORM 4250-COMPUTE-DAYS-LEFT THRU 4250-EXIT.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 6100-EXIT
           END-IF.

           MOVE "N" TO WS-LATER-SWITCH.
           PERFORM 6150-CHECK-LATER-WINDOW THRU 6150-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-KEY-COUNT
               OR WS-LATER-WINDOW.
           IF WS-LATER-WINDOW
               GO TO 6100-EXIT
           END-IF.

           PERFORM 6200-BUILD-SUCCESSOR-ID THRU 6200-EXIT.
           IF WS-SUCC-KEY-ID = SPACE
               MOVE SPACES TO REPORT-LINE
               STRING "  ** " WS-TAB-KEY-ID(WS-KEY-SUB)
                   " -- NO FREE SUCCESSOR ID, PREPARE BY HAND"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6300-DRAW-KEY-MATERIAL THRU 6300-EXIT.
           PERFORM 6400-WRITE-DECK-CARDS THRU 6400-EXIT.
       6100-EXIT.
           EXIT.

       6150-CHECK-LATER-WINDOW.
           IF WS-TAB-KEY-ID(WS-SCAN-SUB) = WS-TAB-KEY-ID(WS-KEY-SUB)
               AND WS-TAB-STATUS(WS-SCAN-SUB) = "A"
               AND WS-TAB-EFF-FROM(WS-SCAN-SUB)
                   > WS-TAB-EFF-TO(WS-KEY-SUB)
               MOVE "Y" TO WS-LATER-SWITCH
           END-IF.
       6150-EXIT.
           EXIT.

      *****************************************************
      * 6200-BUILD-SUCCESSOR-ID -- A TRAILING TWO-DIGIT    *
      * GENERATION IS BUMPED; AN ID WITHOUT ONE KEEPS ITS  *
      * FIRST SIX CHARACTERS AND STARTS AT 01.  AN ID      *
      * ALREADY ON THE STORE OR ALREADY ISSUED THIS RUN IS *
      * SKIPPED.  SPACES COME BACK WHEN NONE IS FREE.      *
      *****************************************************
       6200-BUILD-SUCCESSOR-ID.
           MOVE SPACE TO WS-SUCC-KEY-ID.
           MOVE SPACE TO WS-SUCC-BASE.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-TAB-KEY-ID(WS-KEY-SUB)))
               TO WS-OLD-ID-LEN.
           IF WS-OLD-ID-LEN > 2
               AND WS-TAB-KEY-ID(WS-KEY-SUB)(WS-OLD-ID-LEN - 1:2)
                   NUMERIC
               COMPUTE WS-SUCC-BASE-LEN = WS-OLD-ID-LEN - 2
               MOVE WS-TAB-KEY-ID(WS-KEY-SUB)(WS-OLD-ID-LEN - 1:2)
                   TO WS-SUCC-GEN
           ELSE
               IF WS-OLD-ID-LEN > 6
                   MOVE 6 TO WS-SUCC-BASE-LEN
               ELSE
                   MOVE WS-OLD-ID-LEN TO WS-SUCC-BASE-LEN
               END-IF
               MOVE ZERO TO WS-SUCC-GEN
           END-IF.
           MOVE WS-TAB-KEY-ID(WS-KEY-SUB)(1:WS-SUCC-BASE-LEN)
               TO WS-SUCC-BASE.

           MOVE "Y" TO WS-SUCC-TAKEN-SWITCH.
           MOVE ZERO TO WS-SUCC-TRIES.
           PERFORM 6250-TRY-NEXT-GENERATION THRU 6250-EXIT
               UNTIL NOT WS-SUCC-TAKEN
               OR WS-SUCC-TRIES > 98.
           IF WS-SUCC-TAKEN
               MOVE SPACE TO WS-SUCC-KEY-ID
           END-IF.
       6200-EXIT.
           EXIT.

       6250-TRY-NEXT-GENERATION.
           ADD 1 TO WS-SUCC-TRIES.
           IF WS-SUCC-GEN = 99
               MOVE 1 TO WS-SUCC-GEN
           ELSE
               ADD 1 TO WS-SUCC-GEN
           END-IF.
           MOVE SPACE TO WS-SUCC-KEY-ID.
           MOVE WS-SUCC-BASE(1:WS-SUCC-BASE-LEN)
               TO WS-SUCC-KEY-ID(1:WS-SUCC-BASE-LEN).
           MOVE WS-SUCC-GEN
               TO WS-SUCC-KEY-ID(WS-SUCC-BASE-LEN + 1:2).

           MOVE "N" TO WS-SUCC-TAKEN-SWITCH.
           PERFORM 6260-CHECK-STORE-ID THRU 6260-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-KEY-COUNT
               OR WS-SUCC-TAKEN.
           PERFORM 6270-CHECK-ISSUED-ID THRU 6270-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-ISSUED-COUNT
               OR WS-SUCC-TAKEN.
       6250-EXIT.
           EXIT.

       6260-CHECK-STORE-ID.
           IF WS-TAB-KEY-ID(WS-SCAN-SUB) = WS-SUCC-KEY-ID
               MOVE "Y" TO WS-SUCC-TAKEN-SWITCH
           END-IF.
       6260-EXIT.
           EXIT.

       6270-CHECK-ISSUED-ID.
           IF WS-ISSUED-KEY-ID(WS-SCAN-SUB) = WS-SUCC-KEY-ID
               MOVE "Y" TO WS-SUCC-TAKEN-SWITCH
           END-IF.
       6270-EXIT.
           EXIT.

      *****************************************************
      * 6300-DRAW-KEY-MATERIAL -- A FRESH SHIFT (NEVER THE *
      * ONE BEING RETIRED) FOR CAESAR KEYS, A FRESH        *
      * TWELVE-LETTER KEYWORD FOR VIGENERE KEYS.  THE      *
      * CUSTODIAN MAY SUBSTITUTE EITHER ON THE DECK.       *
      *****************************************************
       6300-DRAW-KEY-MATERIAL.
           MOVE ZERO TO WS-SUCC-SHIFT.
           MOVE SPACE TO WS-SUCC-KEYWORD.
           IF WS-TAB-CIPHER-TYPE(WS-KEY-SUB) = "V"
               PERFORM 6350-DRAW-ONE-LETTER THRU 6350-EXIT
                   VARYING WS-KW-SUB FROM 1 BY 1
                   UNTIL WS-KW-SUB > WS-KEYWORD-LEN
           ELSE
               COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
               COMPUTE WS-SUCC-SHIFT = WS-RANDOM-VALUE * 25 + 1
               IF WS-SUCC-SHIFT = WS-TAB-SHIFT-VALUE(WS-KEY-SUB)
                   IF WS-SUCC-SHIFT = 25
                       MOVE 1 TO WS-SUCC-SHIFT
                   ELSE
                       ADD 1 TO WS-SUCC-SHIFT
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-SUCC-EFF-TO = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-LIFE-DAYS).
       6300-EXIT.
           EXIT.

       6350-DRAW-ONE-LETTER.
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM.
           COMPUTE WS-LETTER-SUB = WS-RANDOM-VALUE * 26 + 1.
           MOVE WS-LETTERS(WS-LETTER-SUB:1)
               TO WS-SUCC-KEYWORD(WS-KW-SUB:1).
       6350-EXIT.
           EXIT.

       6400-WRITE-DECK-CARDS.
           MOVE SPACES TO DECK-RECORD.
           MOVE "A" TO DECK-ACTION.
           MOVE WS-SUCC-KEY-ID TO DECK-KEY-ID.
           MOVE WS-TAB-CIPHER-TYPE(WS-KEY-SUB) TO DECK-CIPHER-TYPE.
           MOVE WS-SUCC-SHIFT TO DECK-SHIFT-VALUE.
           MOVE WS-SUCC-KEYWORD TO DECK-KEYWORD.
           MOVE WS-TODAY-DATE TO DECK-EFF-FROM.
           MOVE WS-SUCC-EFF-TO TO DECK-EFF-TO.
           WRITE DECK-RECORD.

           MOVE SPACES TO REKEY-RECORD.
           MOVE WS-TAB-KEY-ID(WS-KEY-SUB) TO RKY-KEY-ID.
           MOVE "R" TO RKY-RUN-MODE.
           MOVE WS-TAB-CIPHER-TYPE(WS-KEY-SUB) TO RKY-CIPHER-TYPE.
           MOVE WS-SUCC-KEY-ID TO RKY-NEW-KEY-ID.
           WRITE REKEY-RECORD.

           ADD 1 TO WS-ISSUED-COUNT.
           MOVE WS-SUCC-KEY-ID TO WS-ISSUED-KEY-ID(WS-ISSUED-COUNT).
           ADD 1 TO WS-DUE-COUNT.

           MOVE WS-DAYS-LEFT TO WS-REPORT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-TAB-KEY-ID(WS-KEY-SUB)
               " EXPIRES " WS-TAB-EFF-TO(WS-KEY-SUB)
               " (" WS-REPORT-DAYS " DAYS)  SUCCESSOR "
               WS-SUCC-KEY-ID " " DECK-EFF-FROM "-" DECK-EFF-TO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TAB-KEY-ID(WS-KEY-SUB) TO WS-FIND-KEY-ID.
           PERFORM 2200-FIND-OR-ADD-ID THRU 2200-EXIT.
           IF WS-ID-SUB > ZERO
               AND WS-ID-RCPT-COUNT(WS-ID-SUB) > ZERO
               MOVE WS-ID-RCPT-COUNT(WS-ID-SUB) TO WS-EDIT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "    REPOINT" WS-EDIT-NUM
                   " RCPTKEYS LINE(S) TO " WS-SUCC-KEY-ID
                   " AFTER THE REKEY" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6400-EXIT.
           EXIT.

      *****************************************************
      * 8000-WRITE-RUN-TOTALS                              *
      *****************************************************
       8000-WRITE-RUN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-KEY-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEY RECORDS ON STORE.... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ARC-READ-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARCHIVE ENTRIES READ.... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ARC-NO-KEY-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENTRIES WITHOUT KEY ID.. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-ARC-UNTALLIED-COUNT > ZERO
               MOVE WS-ARC-UNTALLIED-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "** ID TABLE OVERFLOW -- " WS-REPORT-NUM
                   " ENTRY(S) NOT CHARGED TO A KEY"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-XREF-EXCEPTION-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "RCPTKEYS EXCEPTIONS..... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-PAST-DUE-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE KEYS PAST DUE.... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-DUE-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUCCESSORS PREPARED..... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY "KEYLIFE -- " WS-DUE-COUNT
               " SUCCESSOR(S) PREPARED, " WS-XREF-EXCEPTION-COUNT
               " RCPTKEYS EXCEPTION(S)".
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
           MOVE WS-ARC-READ-COUNT TO JOBL-IN-COUNT.
           MOVE WS-ISSUED-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "KEYLIFE JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "KEYLIFE ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE REPORT-FILE.
           CLOSE DECK-FILE.
           CLOSE REKEY-FILE.
       9999-EXIT.
           EXIT.
