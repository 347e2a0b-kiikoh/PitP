       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYAUDIT.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/07/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/07/26  DWH   ORIGINAL -- KEY STRENGTH AUDIT:    *
      *                 THE SOLVE ATTACK RUN AGAINST OUR   *
      *                 OWN ARCHIVED TRAFFIC PER KEY       *
      * 10/08/26  DWH   ARCHIVE LAYOUT CARRIES THE MESSAGE *
      *                 CHECK VALUE                        *
      * 10/09/26  DWH   ARCHIVE KEY CARRIES THE SEGMENT    *
      *                 NUMBER; ONLY FIRST SEGMENTS ARE    *
      *                 COUNTED AND SAMPLED                *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      *****************************************************

      *****************************************************
      * CAESAR'S SOLVE MODE CAN RECOVER A SHIFT OR A       *
      * KEYWORD FROM CIPHERTEXT ALONE.  THIS PROGRAM TURNS *
      * THAT ATTACK ON OUR OWN KEYS.  MSGARCH IS READ ONCE *
      * AND THE FIRST ENTRIES FILED UNDER EACH KEY (KEY ID *
      * PLUS THE KEY MATERIAL ON THE ENTRY, SO EACH        *
      * EFFECTIVE WINDOW OF AN ID IS AUDITED ON ITS OWN)   *
      * ARE HELD AS THE SAMPLE.  THE ATTACK IS THEN RUN ON *
      * THE FIRST ONE ENTRY, THE FIRST TWO, AND SO ON UP   *
      * TO THE SAMPLE LIMIT, STOPPING AT THE SMALLEST      *
      * SAMPLE THAT GIVES THE KEY UP:                      *
      *   CAESAR   -- ALL 26 TRIAL SHIFTS SCORED ON ENGLISH*
      *               LETTERS AND COMMON WORDS, AS IN      *
      *               5000-SOLVE-RECORD.                   *
      *   VIGENERE -- PERIOD BY COINCIDENCE INDEX, THEN    *
      *               EACH KEYWORD POSITION BY LETTER      *
      *               WEIGHTS, AS IN 5500-SOLVE-VIGENERE,  *
      *               WITH THE COSETS POOLED ACROSS THE    *
      *               SAMPLED ENTRIES.  THE KEY COUNTS AS  *
      *               BROKEN WHEN THE RECOVERED KEYWORD    *
      *               DRIVES THE SAME SHIFTS OVER THE      *
      *               WHOLE MESSAGE AS THE REAL ONE.       *
      * THE REPORT GIVES, PER KEY, THE STORE STATUS, THE   *
      * ENTRIES ARCHIVED, AND EITHER THE MESSAGES AND      *
      * CHARACTERS THAT WERE ENOUGH TO BREAK IT OR THE     *
      * SAMPLE IT HELD OUT AGAINST.  RECOVERED KEY         *
      * MATERIAL IS NEVER PRINTED.  RETURN CODE 4 WHEN ANY *
      * KEY WAS BROKEN.                                    *
      *                                                    *
      * REQUEST CARD (KEYACTL): SAMPLE LIMIT IN ENTRIES    *
      * PER KEY (COLS 1-2, DEFAULT 10, AT MOST 20).        *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "KEYACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT KEY-FILE ASSIGN TO "KEYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYF-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "KEYARPT"
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
           05  ACTL-SAMPLE-LIMIT         PIC X(02).

       FD  KEY-FILE
           RECORDING MODE IS F.
       COPY "keyrec.cpy".

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

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.
       77  WS-KEYF-STATUS                PIC XX.
       77  WS-ARC-STATUS                 PIC XX.
       77  WS-RPT-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "KEYAUDIT".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-KEYF-EOF-SWITCH            PIC X VALUE "N".
           88  WS-KEYF-END-OF-FILE             VALUE "Y".

       77  WS-ARC-EOF-SWITCH             PIC X VALUE "N".
           88  WS-ARC-END-OF-FILE              VALUE "Y".

       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.

      *****************************************************
      * SAMPLE POLICY -- ENTRIES HELD PER KEY.  THE        *
      * REQUEST CARD OVERRIDES IT UP TO THE TABLE SIZE.    *
      *****************************************************
       77  WS-SAMPLE-LIMIT               PIC 9(02) VALUE 10.
       77  WS-MAX-SAMPLES                PIC 9(02) VALUE 20.

      *****************************************************
      * STATUS OF EACH KEY ID ON THE STORE -- ACTIVE IF    *
      * ANY RECORD FOR IT IS ACTIVE, ELSE RETIRED.         *
      *****************************************************
       77  WS-MAX-IDS                    PIC 9(03) COMP VALUE 200.
       77  WS-ID-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-ID-SUB                     PIC 9(03) COMP VALUE ZERO.

       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 200 TIMES.
               10  WS-ID-KEY-ID          PIC X(08).
               10  WS-ID-STATUS          PIC X.

      *****************************************************
      * ONE ENTRY PER KEY FOUND ON THE ARCHIVE, WITH ITS   *
      * SAMPLE OF CIPHERTEXT AND THE AUDIT RESULT.         *
      *****************************************************
       77  WS-MAX-AUD-KEYS               PIC 9(03) COMP VALUE 100.
       77  WS-AUD-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-AUD-SUB                    PIC 9(03) COMP VALUE ZERO.

       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 100 TIMES.
               10  WS-AUD-KEY-ID         PIC X(08).
               10  WS-AUD-CIPHER-TYPE    PIC X.
               10  WS-AUD-SHIFT-KEY      PIC 99.
               10  WS-AUD-KEYWORD        PIC X(20).
               10  WS-AUD-ARCHIVED       PIC 9(09) COMP.
               10  WS-AUD-SAMPLED        PIC 9(02) COMP.
               10  WS-AUD-BROKEN-AT      PIC 9(02) COMP.
               10  WS-AUD-BROKEN-CHARS   PIC 9(05) COMP.

       01  WS-SAMPLE-TABLE.
           05  WS-SAMPLE-KEY OCCURS 100 TIMES.
               10  WS-SAMPLE-TEXT        PIC X(200) OCCURS 20 TIMES.

       77  WS-FIND-CIPHER-TYPE           PIC X VALUE SPACE.
       77  WS-FIND-SHIFT-KEY             PIC 99 VALUE ZERO.
       77  WS-FIND-KEYWORD               PIC X(20) VALUE SPACE.

      *****************************************************
      * THE ATTACK.  WS-TRIAL-SIZE IS THE NUMBER OF        *
      * SAMPLED ENTRIES THE CURRENT TRIAL MAY SEE.         *
      *****************************************************
       77  WS-TRIAL-SIZE                 PIC 9(02) COMP VALUE ZERO.
       77  WS-SAMPLE-SUB                 PIC 9(02) COMP VALUE ZERO.
       77  WS-BROKEN-SWITCH              PIC X VALUE "N".
           88  WS-KEY-BROKEN                   VALUE "Y".
       77  WS-MAX-MESSAGE-LEN            PIC 9(03) COMP VALUE 200.
       77  WS-SOLVE-TEXT                 PIC X(200) VALUE SPACE.
       77  WS-TEXT-LEN                   PIC 9(03) COMP VALUE ZERO.

      *****************************************************
      * CAESAR TRIAL -- THE CIPHER ALPHABETS AND A DOUBLED *
      * COPY OF THEM; FOR TRIAL SHIFT S THE PLAIN ALPHABET *
      * STARTS AT POSITION 27 - S OF THE DOUBLED COPY.     *
      *****************************************************
       01  WS-ALPHA-FROM                 PIC X(52) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-DOUBLE               PIC X(52) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOWER-DOUBLE               PIC X(52) VALUE
           "abcdefghijklmnopqrstuvwxyzabcdefghijklmnopqrstuvwxyz".
       01  WS-ALPHA-TO                   PIC X(52) VALUE SPACE.
       77  WS-ALPHA-START                PIC 9(02) COMP VALUE ZERO.

       77  WS-TRY-SHIFT                  PIC 9(02) COMP VALUE ZERO.
       77  WS-BEST-SHIFT                 PIC 9(02) COMP VALUE ZERO.
       77  WS-TRUE-SHIFT                 PIC 9(02) COMP VALUE ZERO.
       77  WS-TRY-SCORE                  PIC 9(07) COMP VALUE ZERO.
       77  WS-BEST-SCORE                 PIC 9(07) COMP VALUE ZERO.
       77  WS-WORD-HITS                  PIC 9(05) COMP VALUE ZERO.
       77  WS-SCORE-TEXT-UC              PIC X(200) VALUE SPACE.

      *****************************************************
      * VIGENERE TRIAL -- SAME WORK FIELDS AS CAESAR'S     *
      * 5500 SOLVE, WITH THE SAME TEN-PERIOD CEILING.      *
      *****************************************************
       77  WS-SOLVE-MAX-PERIOD           PIC 99 COMP VALUE 10.
       77  WS-TRY-PERIOD                 PIC 99 COMP VALUE ZERO.
       77  WS-BEST-PERIOD                PIC 99 COMP VALUE ZERO.
       77  WS-COSET-SUB                  PIC 99 COMP VALUE ZERO.
       77  WS-COSET-COUNT                PIC 99 COMP VALUE ZERO.
       77  WS-COSET-LETTERS              PIC 9(05) COMP VALUE ZERO.
       77  WS-COSET-PAIRS                PIC 9(09) COMP VALUE ZERO.
       77  WS-PERIOD-IOC                 PIC 9(07) COMP VALUE ZERO.
       77  WS-BEST-IOC                   PIC 9(07) COMP VALUE ZERO.
       77  WS-IOC-TOTAL                  PIC 9(07) COMP VALUE ZERO.
       77  WS-KEYPOS                     PIC 99 COMP VALUE ZERO.
       77  WS-TRY-VSHIFT                 PIC 99 COMP VALUE ZERO.
       77  WS-BEST-VSHIFT                PIC 99 COMP VALUE ZERO.
       77  WS-VSHIFT-SCORE               PIC 9(07) COMP VALUE ZERO.
       77  WS-BEST-VSCORE                PIC 9(07) COMP VALUE ZERO.
       77  WS-SOLVED-KEYWORD             PIC X(20) VALUE SPACE.
       77  WS-SHIFTED-CODE               PIC 9(03) COMP VALUE ZERO.
       77  WS-CHAR-IDX                   PIC 9(03) COMP VALUE ZERO.
       77  WS-CUR-CHAR                   PIC X VALUE SPACE.
       77  WS-CHAR-CODE                  PIC 9(03) COMP VALUE ZERO.
           88  WS-UPPER-LETTER                 VALUE 66 THRU 91.
           88  WS-LOWER-LETTER                 VALUE 98 THRU 123.
       77  WS-LETTER-IDX                 PIC 99 COMP VALUE ZERO.
       77  WS-FREQ-SUB                   PIC 99 COMP VALUE ZERO.

       01  WS-FREQ-TABLE.
           05  WS-FREQ-COUNT             PIC 9(05) COMP
                                         OCCURS 26 TIMES.

      *****************************************************
      * ENGLISH LETTER FREQUENCIES, A THROUGH Z, IN TENTHS *
      * OF A PERCENT -- THE SAME TABLE CAESAR SOLVES WITH. *
      *****************************************************
       01  WS-LETTER-WEIGHTS.
           05  FILLER                    PIC X(39) VALUE
               "082015028043127022020061070002008040024".
           05  FILLER                    PIC X(39) VALUE
               "067075019001060063091028010024002020001".
       01  WS-LETTER-WEIGHT-TABLE REDEFINES WS-LETTER-WEIGHTS.
           05  WS-LETTER-WEIGHT          PIC 999 OCCURS 26 TIMES.

      *****************************************************
      * KEYSTREAM COMPARE -- THE RECOVERED AND THE REAL    *
      * KEYWORD ARE EQUAL WHEN THEY SHIFT EVERY POSITION   *
      * OF A MESSAGE ALIKE (A KEYWORD AND ITS DOUBLED FORM *
      * ARE THE SAME KEY).                                 *
      *****************************************************
       77  WS-TRUE-KEYWORD               PIC X(20) VALUE SPACE.
       77  WS-TRUE-LEN                   PIC 99 COMP VALUE ZERO.
       77  WS-TRUE-POS                   PIC 99 COMP VALUE ZERO.
       77  WS-SOLVED-POS                 PIC 99 COMP VALUE ZERO.
       77  WS-TRUE-VSHIFT                PIC 99 COMP VALUE ZERO.
       77  WS-SOLVED-VSHIFT              PIC 99 COMP VALUE ZERO.
       77  WS-STREAM-SWITCH              PIC X VALUE "Y".
           88  WS-STREAM-MATCHES               VALUE "Y".

       77  WS-ARC-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-ARC-UNAUDITED-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-BROKEN-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-HELD-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-BROKEN-ACTIVE-COUNT        PIC 9(05) COMP VALUE ZERO.

       01  WS-STATUS-TEXT                PIC X(12) VALUE SPACE.
       01  WS-CIPHER-TEXT                PIC X(08) VALUE SPACE.
       01  WS-RESULT-LINE                PIC X(50) VALUE SPACE.
       01  WS-REPORT-NUM                 PIC Z(8)9.
       01  WS-EDIT-NUM                   PIC Z(4)9.
       01  WS-EDIT-NUM2                  PIC Z(4)9.

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-KEY-STORE THRU 2000-EXIT.
           PERFORM 3000-SAMPLE-ARCHIVE THRU 3000-EXIT.
           PERFORM 4000-AUDIT-KEYS THRU 4000-EXIT.
           PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-BROKEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE SPACES TO WS-ID-TABLE.
           INITIALIZE WS-AUD-TABLE.
           MOVE SPACES TO WS-SAMPLE-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-CTL-STATUS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS = "00"
               IF ACTL-SAMPLE-LIMIT NUMERIC
                   AND ACTL-SAMPLE-LIMIT NOT = "00"
                   MOVE ACTL-SAMPLE-LIMIT TO WS-SAMPLE-LIMIT
               END-IF
           END-IF.
           IF WS-SAMPLE-LIMIT > WS-MAX-SAMPLES
               MOVE WS-MAX-SAMPLES TO WS-SAMPLE-LIMIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               STRING "UNABLE TO OPEN KEYARPT, STATUS "
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           MOVE WS-SAMPLE-LIMIT TO WS-EDIT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEY STRENGTH AUDIT -- RUN OF " WS-TODAY-DATE
               "   SAMPLE LIMIT" WS-EDIT-NUM " ENTRIES PER KEY"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEY ID    CIPHER    STORE           ARCHIVED  RESULT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************
      * 2000-LOAD-KEY-STORE -- ONLY FOR THE STATUS COLUMN; *
      * WITHOUT KEYFILE EVERY KEY SHOWS AS NOT ON STORE.   *
      *****************************************************
       2000-LOAD-KEY-STORE.
           OPEN INPUT KEY-FILE.
           IF WS-KEYF-STATUS NOT = "00"
               DISPLAY "NO KEYFILE, STATUS " WS-KEYF-STATUS
                   ", STORE STATUS NOT SHOWN"
               GO TO 2000-EXIT
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

           PERFORM 2250-SCAN-ID-SLOT THRU 2250-EXIT
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-ID-COUNT
               OR WS-ID-KEY-ID(WS-ID-SUB) = KEY-ID.
           IF WS-ID-SUB > WS-ID-COUNT
               IF WS-ID-COUNT >= WS-MAX-IDS
                   MOVE "KEYFILE HOLDS MORE IDS THAN THE TABLE"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               ADD 1 TO WS-ID-COUNT
               MOVE KEY-ID TO WS-ID-KEY-ID(WS-ID-COUNT)
               MOVE "R" TO WS-ID-STATUS(WS-ID-COUNT)
               MOVE WS-ID-COUNT TO WS-ID-SUB
           END-IF.
           IF KEY-ACTIVE
               MOVE "A" TO WS-ID-STATUS(WS-ID-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

       2250-SCAN-ID-SLOT.
           CONTINUE.
       2250-EXIT.
           EXIT.

      *****************************************************
      * 3000-SAMPLE-ARCHIVE -- NO ARCHIVE, NO TRAFFIC TO   *
      * ATTACK; THE REPORT SAYS SO AND THE RUN ENDS CLEAN. *
      *****************************************************
       3000-SAMPLE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "WARNING -- MSGARCH UNAVAILABLE, STATUS "
                   WS-ARC-STATUS ", NOTHING TO AUDIT"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SAMPLE-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-ARC-END-OF-FILE.
           CLOSE ARCHIVE-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************
      * 3100-SAMPLE-ONE-ENTRY -- A VIGENERE ENTRY WITH NO  *
      * KEYWORD WAS CIPHERED AS CAESAR AND IS AUDITED SO.  *
      * ENTRIES FILED BEFORE NAMED KEYS CARRY NO ID AND    *
      * ARE AUDITED UNDER A BLANK ID.                      *
      *****************************************************
       3100-SAMPLE-ONE-ENTRY.
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

      *****************************************************
      * A LATER SEGMENT STARTS PART WAY THROUGH THE        *
      * KEYWORD, SO ONLY FIRST SEGMENTS ARE COUNTED AND    *
      * SAMPLED.                                           *
      *****************************************************
           IF ARC-SEG-NUM NUMERIC AND ARC-SEG-NUM > 1
               GO TO 3100-EXIT
           END-IF.

           IF ARC-CIPHER-TYPE = "V"
               AND ARC-VIGENERE-KEYWORD NOT = SPACE
               MOVE "V" TO WS-FIND-CIPHER-TYPE
               MOVE ZERO TO WS-FIND-SHIFT-KEY
               MOVE ARC-VIGENERE-KEYWORD TO WS-FIND-KEYWORD
           ELSE
               MOVE "C" TO WS-FIND-CIPHER-TYPE
               MOVE ARC-SHIFT-KEY TO WS-FIND-SHIFT-KEY
               MOVE SPACES TO WS-FIND-KEYWORD
           END-IF.

           PERFORM 3250-SCAN-AUD-SLOT THRU 3250-EXIT
               VARYING WS-AUD-SUB FROM 1 BY 1
               UNTIL WS-AUD-SUB > WS-AUD-COUNT
               OR (WS-AUD-KEY-ID(WS-AUD-SUB) = ARC-KEY-ID
               AND WS-AUD-CIPHER-TYPE(WS-AUD-SUB)
                   = WS-FIND-CIPHER-TYPE
               AND WS-AUD-SHIFT-KEY(WS-AUD-SUB) = WS-FIND-SHIFT-KEY
               AND WS-AUD-KEYWORD(WS-AUD-SUB) = WS-FIND-KEYWORD).

           IF WS-AUD-SUB > WS-AUD-COUNT
               IF WS-AUD-COUNT >= WS-MAX-AUD-KEYS
                   ADD 1 TO WS-ARC-UNAUDITED-COUNT
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-AUD-COUNT
               MOVE ARC-KEY-ID TO WS-AUD-KEY-ID(WS-AUD-COUNT)
               MOVE WS-FIND-CIPHER-TYPE
                   TO WS-AUD-CIPHER-TYPE(WS-AUD-COUNT)
               MOVE WS-FIND-SHIFT-KEY TO WS-AUD-SHIFT-KEY(WS-AUD-COUNT)
               MOVE WS-FIND-KEYWORD TO WS-AUD-KEYWORD(WS-AUD-COUNT)
               MOVE WS-AUD-COUNT TO WS-AUD-SUB
           END-IF.

           ADD 1 TO WS-AUD-ARCHIVED(WS-AUD-SUB).
           IF WS-AUD-SAMPLED(WS-AUD-SUB) < WS-SAMPLE-LIMIT
               ADD 1 TO WS-AUD-SAMPLED(WS-AUD-SUB)
               MOVE ARC-MESSAGE-TEXT TO WS-SAMPLE-TEXT(WS-AUD-SUB,
                   WS-AUD-SAMPLED(WS-AUD-SUB))
           END-IF.
       3100-EXIT.
           EXIT.

       3250-SCAN-AUD-SLOT.
           CONTINUE.
       3250-EXIT.
           EXIT.

      *****************************************************
      * 4000-AUDIT-KEYS -- ONE REPORT LINE PER KEY, IN THE *
      * ORDER THE KEYS FIRST APPEAR ON THE ARCHIVE.        *
      *****************************************************
       4000-AUDIT-KEYS.
           IF WS-AUD-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  NO ARCHIVED TRAFFIC TO AUDIT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-AUDIT-ONE-KEY THRU 4100-EXIT
               VARYING WS-AUD-SUB FROM 1 BY 1
               UNTIL WS-AUD-SUB > WS-AUD-COUNT.
       4000-EXIT.
           EXIT.

       4100-AUDIT-ONE-KEY.
           MOVE "N" TO WS-BROKEN-SWITCH.
           PERFORM 4150-RUN-ONE-TRIAL THRU 4150-EXIT
               VARYING WS-TRIAL-SIZE FROM 1 BY 1
               UNTIL WS-TRIAL-SIZE > WS-AUD-SAMPLED(WS-AUD-SUB)
               OR WS-KEY-BROKEN.

           IF WS-KEY-BROKEN
               ADD 1 TO WS-BROKEN-COUNT
               SUBTRACT 1 FROM WS-TRIAL-SIZE
               MOVE WS-TRIAL-SIZE TO WS-AUD-BROKEN-AT(WS-AUD-SUB)
               MOVE ZERO TO WS-AUD-BROKEN-CHARS(WS-AUD-SUB)
               PERFORM 4180-COUNT-SAMPLE-CHARS THRU 4180-EXIT
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > WS-TRIAL-SIZE
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

           PERFORM 4200-WRITE-KEY-LINE THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4150-RUN-ONE-TRIAL.
           IF WS-AUD-CIPHER-TYPE(WS-AUD-SUB) = "V"
               PERFORM 5500-TRY-VIGENERE THRU 5500-EXIT
           ELSE
               PERFORM 5000-TRY-CAESAR THRU 5000-EXIT
           END-IF.
       4150-EXIT.
           EXIT.

       4180-COUNT-SAMPLE-CHARS.
           IF WS-SAMPLE-TEXT(WS-AUD-SUB, WS-SAMPLE-SUB) = SPACE
               GO TO 4180-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-SAMPLE-TEXT(WS-AUD-SUB, WS-SAMPLE-SUB) TRAILING))
               TO WS-TEXT-LEN.
           ADD WS-TEXT-LEN TO WS-AUD-BROKEN-CHARS(WS-AUD-SUB).
       4180-EXIT.
           EXIT.

      *****************************************************
      * 4200-WRITE-KEY-LINE                                *
      *****************************************************
       4200-WRITE-KEY-LINE.
           MOVE "NOT ON STORE" TO WS-STATUS-TEXT.
           PERFORM 2250-SCAN-ID-SLOT THRU 2250-EXIT
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-ID-COUNT
               OR WS-ID-KEY-ID(WS-ID-SUB) = WS-AUD-KEY-ID(WS-AUD-SUB).
           IF WS-ID-SUB NOT > WS-ID-COUNT
               IF WS-ID-STATUS(WS-ID-SUB) = "A"
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               ELSE
                   MOVE "RETIRED" TO WS-STATUS-TEXT
               END-IF
           END-IF.
           IF WS-AUD-KEY-ID(WS-AUD-SUB) = SPACE
               MOVE "NO ID" TO WS-STATUS-TEXT
           END-IF.
           IF WS-KEY-BROKEN AND WS-STATUS-TEXT = "ACTIVE"
               ADD 1 TO WS-BROKEN-ACTIVE-COUNT
           END-IF.

           IF WS-AUD-CIPHER-TYPE(WS-AUD-SUB) = "V"
               MOVE "VIGENERE" TO WS-CIPHER-TEXT
           ELSE
               MOVE "CAESAR" TO WS-CIPHER-TEXT
           END-IF.

           MOVE SPACES TO WS-RESULT-LINE.
           IF WS-KEY-BROKEN
               MOVE WS-AUD-BROKEN-AT(WS-AUD-SUB) TO WS-EDIT-NUM
               MOVE WS-AUD-BROKEN-CHARS(WS-AUD-SUB) TO WS-EDIT-NUM2
               STRING "** BROKEN FROM" WS-EDIT-NUM " ENTRY(S),"
                   WS-EDIT-NUM2 " CHARS"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE
           ELSE
               MOVE WS-AUD-SAMPLED(WS-AUD-SUB) TO WS-EDIT-NUM
               STRING "HELD AGAINST" WS-EDIT-NUM " ENTRY(S)"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE
           END-IF.

           MOVE WS-AUD-ARCHIVED(WS-AUD-SUB) TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-AUD-KEY-ID(WS-AUD-SUB) "  " WS-CIPHER-TEXT
               "  " WS-STATUS-TEXT " " WS-REPORT-NUM "  "
               WS-RESULT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4200-EXIT.
           EXIT.

      *****************************************************
      * 5000-TRY-CAESAR -- SCORE ALL 26 TRIAL SHIFTS OVER  *
      * THE FIRST WS-TRIAL-SIZE SAMPLED ENTRIES.  THE BEST *
      * SCORE WINS, THE LOWEST SHIFT ON A TIE, AS IN       *
      * CAESAR'S 5150.  SHIFT 26 IS NO SHIFT AT ALL.       *
      *****************************************************
       5000-TRY-CAESAR.
           MOVE ZERO TO WS-BEST-SCORE.
           MOVE 1 TO WS-BEST-SHIFT.
           PERFORM 5100-SCORE-ONE-SHIFT THRU 5100-EXIT
               VARYING WS-TRY-SHIFT FROM 1 BY 1
               UNTIL WS-TRY-SHIFT > 26.

           COMPUTE WS-TRUE-SHIFT =
               FUNCTION MOD(WS-AUD-SHIFT-KEY(WS-AUD-SUB), 26).
           IF WS-TRUE-SHIFT = ZERO
               MOVE 26 TO WS-TRUE-SHIFT
           END-IF.
           IF WS-BEST-SHIFT = WS-TRUE-SHIFT
               MOVE "Y" TO WS-BROKEN-SWITCH
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SCORE-ONE-SHIFT.
           COMPUTE WS-ALPHA-START = 27 - WS-TRY-SHIFT.
           MOVE WS-UPPER-DOUBLE(WS-ALPHA-START:26)
               TO WS-ALPHA-TO(1:26).
           MOVE WS-LOWER-DOUBLE(WS-ALPHA-START:26)
               TO WS-ALPHA-TO(27:26).
           MOVE ZERO TO WS-TRY-SCORE.
           PERFORM 5200-SCORE-ONE-SAMPLE THRU 5200-EXIT
               VARYING WS-SAMPLE-SUB FROM 1 BY 1
               UNTIL WS-SAMPLE-SUB > WS-TRIAL-SIZE.
           IF WS-TRY-SCORE > WS-BEST-SCORE
               MOVE WS-TRY-SCORE TO WS-BEST-SCORE
               MOVE WS-TRY-SHIFT TO WS-BEST-SHIFT
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************
      * 5200-SCORE-ONE-SAMPLE -- THE SCORE OF CAESAR'S     *
      * 5200-SCORE-CANDIDATE, ADDED INTO THE TRIAL TOTAL.  *
      *****************************************************
       5200-SCORE-ONE-SAMPLE.
           MOVE WS-SAMPLE-TEXT(WS-AUD-SUB, WS-SAMPLE-SUB)
               TO WS-SOLVE-TEXT.
           INSPECT WS-SOLVE-TEXT
               CONVERTING WS-ALPHA-FROM TO WS-ALPHA-TO.
           MOVE FUNCTION UPPER-CASE(WS-SOLVE-TEXT)
               TO WS-SCORE-TEXT-UC.
           MOVE ZERO TO WS-WORD-HITS.

           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-TRY-SCORE FOR ALL "E".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-TRY-SCORE FOR ALL "T".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-TRY-SCORE FOR ALL "A".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-TRY-SCORE FOR ALL "O".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-TRY-SCORE FOR ALL "I".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-TRY-SCORE FOR ALL "N".

           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-WORD-HITS FOR ALL " THE ".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-WORD-HITS FOR ALL " AND ".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-WORD-HITS FOR ALL " TO ".
           INSPECT WS-SCORE-TEXT-UC
               TALLYING WS-WORD-HITS FOR ALL " OF ".

           COMPUTE WS-TRY-SCORE = WS-TRY-SCORE
               + (WS-WORD-HITS * 10).
       5200-EXIT.
           EXIT.

      *****************************************************
      * 5500-TRY-VIGENERE -- ESTIMATE THE PERIOD, RECOVER  *
      * EACH KEYWORD POSITION, THEN COMPARE KEYSTREAMS.    *
      * THE KEYWORD RESTARTS AT EVERY ENTRY, SO CHARACTER  *
      * N OF EVERY SAMPLED ENTRY FALLS IN THE SAME COSET.  *
      *****************************************************
       5500-TRY-VIGENERE.
           PERFORM 5510-ESTIMATE-PERIOD THRU 5510-EXIT.
           PERFORM 5530-RECOVER-KEYWORD THRU 5530-EXIT.
           PERFORM 5600-COMPARE-KEYSTREAM THRU 5600-EXIT.
           IF WS-STREAM-MATCHES
               MOVE "Y" TO WS-BROKEN-SWITCH
           END-IF.
       5500-EXIT.
           EXIT.

       5510-ESTIMATE-PERIOD.
           MOVE ZERO TO WS-BEST-IOC.
           MOVE 1 TO WS-BEST-PERIOD.
           PERFORM 5515-SCORE-ONE-PERIOD THRU 5515-EXIT
               VARYING WS-TRY-PERIOD FROM 1 BY 1
               UNTIL WS-TRY-PERIOD > WS-SOLVE-MAX-PERIOD.
       5510-EXIT.
           EXIT.

       5515-SCORE-ONE-PERIOD.
           MOVE ZERO TO WS-IOC-TOTAL.
           MOVE ZERO TO WS-COSET-COUNT.
           PERFORM 5520-SCORE-ONE-COSET THRU 5520-EXIT
               VARYING WS-COSET-SUB FROM 1 BY 1
               UNTIL WS-COSET-SUB > WS-TRY-PERIOD.

           IF WS-COSET-COUNT = ZERO
               GO TO 5515-EXIT
           END-IF.
           COMPUTE WS-PERIOD-IOC = WS-IOC-TOTAL / WS-COSET-COUNT.
           IF WS-PERIOD-IOC > WS-BEST-IOC
               MOVE WS-PERIOD-IOC TO WS-BEST-IOC
               MOVE WS-TRY-PERIOD TO WS-BEST-PERIOD
           END-IF.
       5515-EXIT.
           EXIT.

       5520-SCORE-ONE-COSET.
           INITIALIZE WS-FREQ-TABLE.
           MOVE ZERO TO WS-COSET-LETTERS.
           PERFORM 5525-COUNT-COSET-LETTER THRU 5525-EXIT
               VARYING WS-SAMPLE-SUB FROM 1 BY 1
               UNTIL WS-SAMPLE-SUB > WS-TRIAL-SIZE
               AFTER WS-CHAR-IDX FROM WS-COSET-SUB
               BY WS-TRY-PERIOD
               UNTIL WS-CHAR-IDX > WS-MAX-MESSAGE-LEN.

           IF WS-COSET-LETTERS < 2
               GO TO 5520-EXIT
           END-IF.
           MOVE ZERO TO WS-COSET-PAIRS.
           PERFORM 5528-SUM-FREQ-PAIRS THRU 5528-EXIT
               VARYING WS-FREQ-SUB FROM 1 BY 1
               UNTIL WS-FREQ-SUB > 26.
           COMPUTE WS-PERIOD-IOC = (1000 * WS-COSET-PAIRS)
               / (WS-COSET-LETTERS * (WS-COSET-LETTERS - 1)).
           ADD WS-PERIOD-IOC TO WS-IOC-TOTAL.
           ADD 1 TO WS-COSET-COUNT.
       5520-EXIT.
           EXIT.

       5525-COUNT-COSET-LETTER.
           MOVE WS-SAMPLE-TEXT(WS-AUD-SUB, WS-SAMPLE-SUB)
               (WS-CHAR-IDX:1) TO WS-CUR-CHAR.
           MOVE FUNCTION ORD(WS-CUR-CHAR) TO WS-CHAR-CODE.
           EVALUATE TRUE
               WHEN WS-UPPER-LETTER
                   COMPUTE WS-LETTER-IDX = WS-CHAR-CODE - 65
               WHEN WS-LOWER-LETTER
                   COMPUTE WS-LETTER-IDX = WS-CHAR-CODE - 97
               WHEN OTHER
                   GO TO 5525-EXIT
           END-EVALUATE.
           ADD 1 TO WS-FREQ-COUNT(WS-LETTER-IDX).
           ADD 1 TO WS-COSET-LETTERS.
       5525-EXIT.
           EXIT.

       5528-SUM-FREQ-PAIRS.
           COMPUTE WS-COSET-PAIRS = WS-COSET-PAIRS
               + (WS-FREQ-COUNT(WS-FREQ-SUB)
                   * (WS-FREQ-COUNT(WS-FREQ-SUB) - 1)).
       5528-EXIT.
           EXIT.

       5530-RECOVER-KEYWORD.
           MOVE SPACES TO WS-SOLVED-KEYWORD.
           PERFORM 5540-RECOVER-ONE-POSITION THRU 5540-EXIT
               VARYING WS-KEYPOS FROM 1 BY 1
               UNTIL WS-KEYPOS > WS-BEST-PERIOD.
       5530-EXIT.
           EXIT.

       5540-RECOVER-ONE-POSITION.
           MOVE ZERO TO WS-BEST-VSCORE.
           MOVE ZERO TO WS-BEST-VSHIFT.
           PERFORM 5550-SCORE-ONE-VSHIFT THRU 5550-EXIT
               VARYING WS-TRY-VSHIFT FROM 0 BY 1
               UNTIL WS-TRY-VSHIFT > 25.
           COMPUTE WS-SHIFTED-CODE = WS-BEST-VSHIFT + 66.
           MOVE FUNCTION CHAR(WS-SHIFTED-CODE)
               TO WS-SOLVED-KEYWORD(WS-KEYPOS:1).
       5540-EXIT.
           EXIT.

       5550-SCORE-ONE-VSHIFT.
           MOVE ZERO TO WS-VSHIFT-SCORE.
           PERFORM 5560-SCORE-COSET-CHAR THRU 5560-EXIT
               VARYING WS-SAMPLE-SUB FROM 1 BY 1
               UNTIL WS-SAMPLE-SUB > WS-TRIAL-SIZE
               AFTER WS-CHAR-IDX FROM WS-KEYPOS
               BY WS-BEST-PERIOD
               UNTIL WS-CHAR-IDX > WS-MAX-MESSAGE-LEN.
           IF WS-VSHIFT-SCORE > WS-BEST-VSCORE
               MOVE WS-VSHIFT-SCORE TO WS-BEST-VSCORE
               MOVE WS-TRY-VSHIFT TO WS-BEST-VSHIFT
           END-IF.
       5550-EXIT.
           EXIT.

       5560-SCORE-COSET-CHAR.
           MOVE WS-SAMPLE-TEXT(WS-AUD-SUB, WS-SAMPLE-SUB)
               (WS-CHAR-IDX:1) TO WS-CUR-CHAR.
           MOVE FUNCTION ORD(WS-CUR-CHAR) TO WS-CHAR-CODE.
           EVALUATE TRUE
               WHEN WS-UPPER-LETTER
                   COMPUTE WS-LETTER-IDX =
                       FUNCTION MOD(WS-CHAR-CODE - 66
                           - WS-TRY-VSHIFT, 26) + 1
               WHEN WS-LOWER-LETTER
                   COMPUTE WS-LETTER-IDX =
                       FUNCTION MOD(WS-CHAR-CODE - 98
                           - WS-TRY-VSHIFT, 26) + 1
               WHEN OTHER
                   GO TO 5560-EXIT
           END-EVALUATE.
           ADD WS-LETTER-WEIGHT(WS-LETTER-IDX) TO WS-VSHIFT-SCORE.
       5560-EXIT.
           EXIT.

      *****************************************************
      * 5600-COMPARE-KEYSTREAM -- SHIFTS ARE COMPARED MOD  *
      * 26, THE WAY CAESAR'S 3050 APPLIES A KEY CHARACTER. *
      *****************************************************
       5600-COMPARE-KEYSTREAM.
           MOVE "N" TO WS-STREAM-SWITCH.
           MOVE WS-AUD-KEYWORD(WS-AUD-SUB) TO WS-TRUE-KEYWORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRUE-KEYWORD))
               TO WS-TRUE-LEN.
           IF WS-TRUE-KEYWORD = SPACE OR WS-BEST-PERIOD = ZERO
               GO TO 5600-EXIT
           END-IF.
           MOVE "Y" TO WS-STREAM-SWITCH.
           PERFORM 5610-COMPARE-ONE-POSITION THRU 5610-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-MAX-MESSAGE-LEN
               OR NOT WS-STREAM-MATCHES.
       5600-EXIT.
           EXIT.

       5610-COMPARE-ONE-POSITION.
           COMPUTE WS-SOLVED-POS =
               FUNCTION MOD(WS-CHAR-IDX - 1, WS-BEST-PERIOD) + 1.
           COMPUTE WS-TRUE-POS =
               FUNCTION MOD(WS-CHAR-IDX - 1, WS-TRUE-LEN) + 1.
           COMPUTE WS-SOLVED-VSHIFT = FUNCTION MOD(
               FUNCTION ORD(WS-SOLVED-KEYWORD(WS-SOLVED-POS:1))
               - 66, 26).
           COMPUTE WS-TRUE-VSHIFT = FUNCTION MOD(
               FUNCTION ORD(WS-TRUE-KEYWORD(WS-TRUE-POS:1))
               - 66, 26).
           IF WS-SOLVED-VSHIFT NOT = WS-TRUE-VSHIFT
               MOVE "N" TO WS-STREAM-SWITCH
           END-IF.
       5610-EXIT.
           EXIT.

      *****************************************************
      * 8000-WRITE-RUN-TOTALS                              *
      *****************************************************
       8000-WRITE-RUN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ARC-READ-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARCHIVE ENTRIES READ.... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-ARC-UNAUDITED-COUNT > ZERO
               MOVE WS-ARC-UNAUDITED-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "** KEY TABLE OVERFLOW -- " WS-REPORT-NUM
                   " ENTRY(S) NOT AUDITED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-AUD-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEYS AUDITED............ " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BROKEN-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEYS BROKEN............. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BROKEN-ACTIVE-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OF WHICH STILL ACTIVE. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-HELD-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEYS HELD............... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY "KEYAUDIT -- " WS-AUD-COUNT " KEY(S) AUDITED, "
               WS-BROKEN-COUNT " BROKEN".
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
           MOVE WS-BROKEN-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "KEYAUDIT JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "KEYAUDIT ABEND -- " WS-ABEND-MESSAGE.
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
