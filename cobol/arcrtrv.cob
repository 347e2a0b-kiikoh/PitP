      *                 RECORD DECRYPTS UNDER THE VERSION  *
      *                 STAMPED ON IT WHEN IT WAS FILED    *
      *                 (BLANK MEANS THE BUILT-IN RULES)   *
      * 10/08/26  DWH   CHECK VALUE RECOMPUTED ON EVERY    *
      *                 FETCH; A MISMATCH IS MARKED ON     *
      *                 RTVOUT, DISPLAYED, AND ENDS THE    *
      *                 RUN WITH RETURN CODE 4             *
      * 10/09/26  DWH   A SEGMENTED MESSAGE IS PUT BACK    *
      *                 TOGETHER FROM ALL ITS ARCHIVED     *
      *                 SEGMENTS WHICHEVER ONE THE RANGE   *
      *                 REACHES FIRST; A MESSAGE WITH A    *
      *                 SEGMENT MISSING IS MARKED          *
      *                 INCOMPLETE AND ENDS THE RUN WITH   *
      *                 RETURN CODE 4                      *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      *****************************************************

      *****************************************************
      * ARCHIVED RECORD IN THE RANGE IS FETCHED, DECRYPTED *
      * UNDER THE CIPHER PARAMETERS FILED WITH IT, AND     *
      * WRITTEN TO RTVOUT AS WELL AS DISPLAYED.            *
      * THE CHECK VALUE FILED WITH EACH ENTRY IS RECOM-    *
      * PUTED UNDER ITS OWN KEY; AN ENTRY THAT NO LONGER   *
      * CHECKS HAS BEEN ALTERED SINCE IT WAS SENT AND IS   *
      * MARKED.                                            *
      * A LONG MESSAGE IS FILED AS NUMBERED SEGMENTS UNDER *
      * ONE SEQUENCE.  REACHING ANY SEGMENT FETCHES THEM   *
      * ALL AND WRITES THE MESSAGE WHOLE; ONE WITH A       *
      * SEGMENT MISSING FROM THE ARCHIVE IS WRITTEN WITH   *
      * WHAT IS THERE AND MARKED INCOMPLETE.               *
      *                                                    *
      * REQUEST CARD LAYOUT (COLUMNS FIXED):               *
      *   START DATE (8)  START SEQ (7)                    *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
      * ONE LINE PER MESSAGE.  THE FLAGS RIDE AHEAD OF THE *
      * TEXT, WHICH RUNS TO THE FULL LENGTH OF THE LONGEST *
      * MESSAGE CAESAR WILL SEGMENT.                       *
      *****************************************************
       FD  RETRIEVAL-FILE
           RECORDING MODE IS F.
       01  RETRIEVAL-RECORD.
           05  RTV-MESSAGE-ID            PIC X(10).
           05  RTV-PRIORITY              PIC X(01).
           05  FILLER                    PIC X.
           05  RTV-CHECK-FLAG            PIC X(08).
               88  RTV-CHECK-OK                VALUE SPACES.
               88  RTV-CHECK-MISMATCH          VALUE "MISMATCH".
               88  RTV-CHECK-NONE              VALUE "NO VALUE".
           05  FILLER                    PIC X.
           05  RTV-SEG-FOUND             PIC 9(02).
           05  FILLER                    PIC X.
           05  RTV-SEG-COUNT             PIC 9(02).
           05  FILLER                    PIC X.
           05  RTV-ASSEMBLY-FLAG         PIC X(10).
               88  RTV-ASSEMBLY-COMPLETE       VALUE SPACES.
               88  RTV-ASSEMBLY-INCOMPLETE     VALUE "INCOMPLETE".
           05  FILLER                    PIC X.
           05  RTV-MESSAGE-TEXT          PIC X(2000).

      *****************************************************
      * MUST MATCH THE DEFINITIONS RECORD CAESAR READS.    *
           05  FILLER                    PIC X.
           05  DEF-DATA                  PIC X(94).

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
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "ARCRTRV".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-DONE-SWITCH                PIC X VALUE "N".
           88  WS-RETRIEVAL-DONE               VALUE "Y".

           88  WS-DEF-END-OF-FILE              VALUE "Y".

       77  WS-FETCH-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-CHECK-FAIL-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-CHECK-NONE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-INCOMPLETE-COUNT           PIC 9(07) COMP VALUE ZERO.

      *****************************************************
      * THE REQUESTED KEY RANGE, EDITED AND DEFAULTED FROM *
       01  WS-START-KEY.
           05  WS-START-DATE             PIC 9(08).
           05  WS-START-SEQ              PIC 9(07).
           05  WS-START-SEG              PIC 9(02) VALUE ZERO.
       01  WS-END-KEY.
           05  WS-END-DATE               PIC 9(08).
           05  WS-END-SEQ                PIC 9(07).
           05  WS-END-SEG                PIC 9(02) VALUE 99.

      *****************************************************
      * MESSAGE REASSEMBLY.  THE SEGMENTS OF ONE MESSAGE   *
      * ARE READ BY KEY UNDER THE SEQUENCE OF WHICHEVER    *
      * SEGMENT THE BROWSE REACHED, EACH DECRYPTED FROM    *
      * ITS OWN OFFSET IN THE KEY STREAM INTO ITS PLACE IN *
      * THE ASSEMBLED TEXT.  THE MESSAGE'S CHECK FLAG IS   *
      * THE WORST OF ITS SEGMENTS' FLAGS.                  *
      *****************************************************
       77  WS-MAX-SEGMENTS               PIC 9(02) COMP VALUE 10.
       77  WS-ASM-SEG                    PIC 9(02) COMP VALUE ZERO.
       77  WS-ASM-SEG-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-ASM-FOUND                  PIC 9(02) COMP VALUE ZERO.
       77  WS-SEG-OFFSET                 PIC 9(04) COMP VALUE ZERO.

       01  WS-ASM-KEY.
           05  WS-ASM-DATE               PIC 9(08).
           05  WS-ASM-SEQ                PIC 9(07).
       01  WS-ASM-HEADER.
           05  WS-ASM-RECIPIENT-CODE     PIC X(04).
           05  WS-ASM-MESSAGE-ID         PIC X(10).
           05  WS-ASM-PRIORITY           PIC X(01).
       01  WS-ASM-CHECK-RESULT           PIC X(08) VALUE SPACES.
       01  WS-ASSEMBLED-TEXT             PIC X(2000).

      *****************************************************
      * EVERY CIPHDEF VERSION, KEPT SIDE BY SIDE -- AN     *
       77  WS-ROT-SCAN-POS               PIC 9(03) COMP VALUE ZERO.
       77  WS-ROT-NEW-POS                PIC 9(03) COMP VALUE ZERO.

      *****************************************************
      * MESSAGE CHECK VALUE -- THE SAME LAYOUT AND FOLD    *
      * CAESAR USES WHEN IT SENDS THE MESSAGE: KEY, HEADER,*
      * CIPHERED TEXT, KEY AGAIN, EACH BYTE FOLDED IN AS   *
      * TIMES 257 PLUS ITS ORDINAL, MODULO A NINE-DIGIT    *
      * PRIME.  THE TWO MUST BE CHANGED TOGETHER.          *
      *****************************************************
       01  WS-CHECK-INPUT.
           05  WS-CHECK-KEY-FRONT.
               10  WS-CHECK-CIPHER-TYPE  PIC X.
               10  WS-CHECK-SHIFT-KEY    PIC 99.
               10  WS-CHECK-KEYWORD      PIC X(20).
           05  WS-CHECK-HEADER.
               10  WS-CHECK-RECIPIENT    PIC X(04).
               10  WS-CHECK-MESSAGE-ID   PIC X(10).
               10  WS-CHECK-PRIORITY     PIC X(01).
               10  WS-CHECK-SEG-NUM      PIC 9(02).
               10  WS-CHECK-SEG-COUNT    PIC 9(02).
           05  WS-CHECK-TEXT             PIC X(200).
           05  WS-CHECK-KEY-BACK         PIC X(23).

       77  WS-CHECK-INPUT-LEN            PIC 9(03) COMP VALUE 265.
       77  WS-CHECK-SUB                  PIC 9(03) COMP VALUE ZERO.
       77  WS-CHECK-MODULUS              PIC 9(09) COMP
                                          VALUE 999999937.
       77  WS-CHECK-ACCUM                PIC 9(12) COMP VALUE ZERO.
       77  WS-CHECK-VALUE                PIC 9(09) VALUE ZERO.
       77  WS-CHECK-RESULT               PIC X(08) VALUE SPACES.

       01  WS-REPORT-NUM                 PIC Z(6)9.

       PROCEDURE DIVISION.
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-CIPHER-DEFS THRU 1500-EXIT.
           PERFORM 2000-FETCH-RECORDS THRU 2000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
               DISPLAY "ARCRTRV -- NOTHING ON FILE IN THE "
                   "REQUESTED RANGE"
           END-IF.
           IF WS-CHECK-NONE-COUNT > ZERO
               MOVE WS-CHECK-NONE-COUNT TO WS-REPORT-NUM
               DISPLAY "ARCRTRV -- " WS-REPORT-NUM
                   " FILED BEFORE CHECK VALUES, NOT CHECKED"
           END-IF.
           IF WS-CHECK-FAIL-COUNT > ZERO
               MOVE WS-CHECK-FAIL-COUNT TO WS-REPORT-NUM
               DISPLAY "ARCRTRV -- " WS-REPORT-NUM
                   " CHECK VALUE MISMATCH(ES) -- SEE RTVOUT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-INCOMPLETE-COUNT > ZERO
               MOVE WS-INCOMPLETE-COUNT TO WS-REPORT-NUM
               DISPLAY "ARCRTRV -- " WS-REPORT-NUM
                   " MESSAGE(S) INCOMPLETE ON THE ARCHIVE -- "
                   "SEE RTVOUT"
               MOVE 4 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

               GO TO 2100-EXIT
           END-IF.

           MOVE ARC-DATE TO WS-ASM-DATE.
           MOVE ARC-SEQ TO WS-ASM-SEQ.
           MOVE ARC-RECIPIENT-CODE TO WS-ASM-RECIPIENT-CODE.
           MOVE ARC-MESSAGE-ID TO WS-ASM-MESSAGE-ID.
           MOVE ARC-PRIORITY TO WS-ASM-PRIORITY.
           IF ARC-SEG-COUNT NUMERIC AND ARC-SEG-COUNT > ZERO
               MOVE ARC-SEG-COUNT TO WS-ASM-SEG-COUNT
           ELSE
               MOVE 1 TO WS-ASM-SEG-COUNT
           END-IF.
           IF WS-ASM-SEG-COUNT > WS-MAX-SEGMENTS
               MOVE WS-MAX-SEGMENTS TO WS-ASM-SEG-COUNT
           END-IF.
           MOVE ZERO TO WS-ASM-FOUND.
           MOVE SPACES TO WS-ASM-CHECK-RESULT.
           MOVE SPACES TO WS-ASSEMBLED-TEXT.

           PERFORM 2200-FETCH-ONE-SEGMENT THRU 2200-EXIT
               VARYING WS-ASM-SEG FROM 1 BY 1
               UNTIL WS-ASM-SEG > WS-ASM-SEG-COUNT.

           PERFORM 4000-WRITE-RETRIEVAL THRU 4000-EXIT.
           ADD 1 TO WS-FETCH-COUNT.

      *****************************************************
      * THE KEYED READS MOVED THE BROWSE; PICK IT UP AGAIN *
      * PAST THE LAST SEGMENT THIS SEQUENCE COULD HAVE.    *
      *****************************************************
           MOVE WS-ASM-DATE TO ARC-DATE.
           MOVE WS-ASM-SEQ TO ARC-SEQ.
           MOVE 99 TO ARC-SEG-NUM.
           START ARCHIVE-FILE KEY > ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DONE-SWITCH
           END-START.
       2100-EXIT.
           EXIT.

      *****************************************************
      * 2200-FETCH-ONE-SEGMENT -- READ ONE SEGMENT BY KEY, *
      * DECRYPT IT INTO ITS PLACE AND CHECK ITS VALUE.  A  *
      * LATER SEGMENT CLAIMING A HIGHER COUNT (THE FIRST   *
      * ONE READ WAS DAMAGED OR REFILED) WIDENS THE LOOP.  *
      *****************************************************
       2200-FETCH-ONE-SEGMENT.
           MOVE WS-ASM-DATE TO ARC-DATE.
           MOVE WS-ASM-SEQ TO ARC-SEQ.
           MOVE WS-ASM-SEG TO ARC-SEG-NUM.
           READ ARCHIVE-FILE
               KEY IS ARC-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF WS-ARC-STATUS NOT = "00" AND WS-ARC-STATUS NOT = "02"
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-ASM-FOUND.
           IF ARC-SEG-COUNT NUMERIC
               AND ARC-SEG-COUNT > WS-ASM-SEG-COUNT
               AND ARC-SEG-COUNT NOT > WS-MAX-SEGMENTS
               MOVE ARC-SEG-COUNT TO WS-ASM-SEG-COUNT
           END-IF.

           COMPUTE WS-SEG-OFFSET =
               (WS-ASM-SEG - 1) * WS-MAX-MESSAGE-LEN.
           PERFORM 3000-DECRYPT-ARCHIVED-TEXT THRU 3000-EXIT.
           MOVE WS-RESULT-TEXT TO WS-ASSEMBLED-TEXT
               (WS-SEG-OFFSET + 1:WS-MAX-MESSAGE-LEN).

           PERFORM 3500-CHECK-ARCHIVED-VALUE THRU 3500-EXIT.
           EVALUATE WS-CHECK-RESULT
               WHEN "MISMATCH"
                   MOVE WS-CHECK-RESULT TO WS-ASM-CHECK-RESULT
               WHEN "NO VALUE"
                   IF WS-ASM-CHECK-RESULT = SPACES
                       MOVE WS-CHECK-RESULT TO WS-ASM-CHECK-RESULT
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************
      * 3000-DECRYPT-ARCHIVED-TEXT -- THE STORED CIPHER    *
      * PARAMETERS DRIVE THE SAME ROTATION RULES THE       *
      * CIPHER PROGRAM USES, RUN BACKWARD UNDER THE        *
      * DEFINITIONS VERSION FILED WITH THE RECORD.  THE    *
      * VIGENERE KEY POSITION ADVANCES ON EVERY CHARACTER, *
      * EXACTLY AS IT DID WHEN THE TEXT WAS ENCIPHERED --  *
      * A LATER SEGMENT STARTS WHERE THE ONE BEFORE IT     *
      * LEFT OFF IN THE KEYWORD.                           *
      *****************************************************
       3000-DECRYPT-ARCHIVED-TEXT.
           PERFORM 3010-SELECT-VERSION THRU 3010-EXIT.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               ARC-VIGENERE-KEYWORD)) TO WS-VIGENERE-LENGTH.
           IF WS-VIGENERE-LENGTH > ZERO
               COMPUTE WS-VIGENERE-POS = FUNCTION MOD(
                   WS-SEG-OFFSET, WS-VIGENERE-LENGTH) + 1
           ELSE
               MOVE 1 TO WS-VIGENERE-POS
           END-IF.
           PERFORM 3100-DECRYPT-CHARACTER THRU 3100-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-MAX-MESSAGE-LEN.
       3170-EXIT.
           EXIT.

      *****************************************************
      * 3500-CHECK-ARCHIVED-VALUE -- RECOMPUTE THE CHECK   *
      * VALUE OVER THE FILED HEADER AND CIPHERED TEXT      *
      * UNDER THE KEY FILED WITH THEM.  AN ENTRY FILED     *
      * BEFORE CHECK VALUES EXISTED HAS NOTHING TO CHECK   *
      * AND IS MARKED AS SUCH, NOT AS A MISMATCH.          *
      *****************************************************
       3500-CHECK-ARCHIVED-VALUE.
           MOVE SPACES TO WS-CHECK-RESULT.
           IF ARC-CHECK-VALUE NOT NUMERIC
               MOVE "NO VALUE" TO WS-CHECK-RESULT
               ADD 1 TO WS-CHECK-NONE-COUNT
               GO TO 3500-EXIT
           END-IF.

           MOVE ARC-CIPHER-TYPE TO WS-CHECK-CIPHER-TYPE.
           MOVE ARC-SHIFT-KEY TO WS-CHECK-SHIFT-KEY.
           MOVE ARC-VIGENERE-KEYWORD TO WS-CHECK-KEYWORD.
           MOVE WS-CHECK-KEY-FRONT TO WS-CHECK-KEY-BACK.
           MOVE ARC-RECIPIENT-CODE TO WS-CHECK-RECIPIENT.
           MOVE ARC-MESSAGE-ID TO WS-CHECK-MESSAGE-ID.
           MOVE ARC-PRIORITY TO WS-CHECK-PRIORITY.
           MOVE ARC-SEG-NUM TO WS-CHECK-SEG-NUM.
           MOVE ARC-SEG-COUNT TO WS-CHECK-SEG-COUNT.
           MOVE ARC-MESSAGE-TEXT TO WS-CHECK-TEXT.
           MOVE ZERO TO WS-CHECK-ACCUM.
           PERFORM 3510-FOLD-CHECK-BYTE THRU 3510-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-INPUT-LEN.
           MOVE WS-CHECK-ACCUM TO WS-CHECK-VALUE.

           IF ARC-CHECK-VALUE NOT = WS-CHECK-VALUE
               MOVE "MISMATCH" TO WS-CHECK-RESULT
               ADD 1 TO WS-CHECK-FAIL-COUNT
               DISPLAY "WARNING -- " ARC-DATE "/" ARC-SEQ
                   "/" ARC-SEG-NUM
                   " CHECK VALUE MISMATCH, FILED "
                   ARC-CHECK-VALUE " COMPUTED " WS-CHECK-VALUE
           END-IF.
       3500-EXIT.
           EXIT.

       3510-FOLD-CHECK-BYTE.
           COMPUTE WS-CHECK-ACCUM = FUNCTION MOD(
               WS-CHECK-ACCUM * 257
               + FUNCTION ORD(WS-CHECK-INPUT(WS-CHECK-SUB:1)),
               WS-CHECK-MODULUS).
       3510-EXIT.
           EXIT.

      *****************************************************
      * 4000-WRITE-RETRIEVAL -- ONE LINE OUT AND ONE LINE  *
      * DISPLAYED PER FETCHED MESSAGE, HOWEVER MANY        *
      * SEGMENTS IT WAS FILED AS.                          *
      *****************************************************
       4000-WRITE-RETRIEVAL.
           MOVE SPACES TO RETRIEVAL-RECORD.
           MOVE WS-ASM-DATE TO RTV-DATE.
           MOVE WS-ASM-SEQ TO RTV-SEQ.
           MOVE WS-ASM-RECIPIENT-CODE TO RTV-RECIPIENT-CODE.
           MOVE WS-ASM-MESSAGE-ID TO RTV-MESSAGE-ID.
           MOVE WS-ASM-PRIORITY TO RTV-PRIORITY.
           MOVE WS-ASM-CHECK-RESULT TO RTV-CHECK-FLAG.
           MOVE WS-ASM-FOUND TO RTV-SEG-FOUND.
           MOVE WS-ASM-SEG-COUNT TO RTV-SEG-COUNT.
           IF WS-ASM-FOUND < WS-ASM-SEG-COUNT
               MOVE "INCOMPLETE" TO RTV-ASSEMBLY-FLAG
               ADD 1 TO WS-INCOMPLETE-COUNT
               DISPLAY "WARNING -- " WS-ASM-DATE "/" WS-ASM-SEQ
                   " INCOMPLETE, " RTV-SEG-FOUND " OF "
                   RTV-SEG-COUNT " SEGMENTS ON THE ARCHIVE"
           END-IF.
           MOVE WS-ASSEMBLED-TEXT TO RTV-MESSAGE-TEXT.
           WRITE RETRIEVAL-RECORD.
           DISPLAY WS-ASM-DATE "/" WS-ASM-SEQ " "
               WS-ASM-RECIPIENT-CODE " " WS-ASM-MESSAGE-ID " "
               FUNCTION TRIM(WS-ASSEMBLED-TEXT).
       4000-EXIT.
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
           MOVE WS-FETCH-COUNT TO JOBL-IN-COUNT.
           MOVE WS-FETCH-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "ARCRTRV JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "ARCRTRV ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
