       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLMAINT.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/13/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/13/26  DWH   ORIGINAL -- ADD, CHANGE, RETIRE,   *
      *                 REACTIVATE AND LIST THE RULES ON   *
      *                 THE COMPLIANCE WATCH LIST          *
      *****************************************************

      *****************************************************
      * MAINTAINS THE WATCH LIST OF PROHIBITED TERMS AND   *
      * PATTERNS THAT CAESAR SCREENS OUTBOUND PLAINTEXT    *
      * AGAINST.  TRANSACTIONS COME IN ON WLTRAN, ONE PER  *
      * RECORD:                                            *
      *   A  ADD A RULE (VALIDATED BEFORE ACCEPTED)        *
      *   C  CHANGE RECIPIENT, TYPE, TEXT AND/OR           *
      *      DESCRIPTION -- A BLANK FIELD LEAVES THE       *
      *      MASTER AS IT IS                               *
      *   X  RETIRE A RULE (NO LONGER SCREENED)            *
      *   R  REACTIVATE A RETIRED RULE                     *
      *   L  LIST THE WHOLE WATCH LIST ON WLLIST           *
      * THE RECIPIENT IS A PARTNER CODE OR *ALL.  THE TYPE *
      * IS T (TERM), W (WHOLE WORD) OR P (PATTERN); SEE    *
      * WLSTREC.  A RETIRED RULE IS KEPT ON THE MASTER AS  *
      * HISTORY SO A HOLD CAN ALWAYS BE TRACED TO THE RULE *
      * THAT FIRED, AND ITS ID IS NEVER REUSED.  REJECTED  *
      * TRANSACTIONS ARE REPORTED ON WLLIST AND THE RUN    *
      * ENDS WITH RETURN CODE 8 SO THE SCHEDULER FLAGS THE *
      * DECK FOR CORRECTION.                               *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "WLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT WATCH-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT LIST-FILE ASSIGN TO "WLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************
      * ONE MAINTENANCE TRANSACTION PER RECORD.  THE MATCH *
      * TEXT IS KEYED AS WRITTEN AND FOLDED TO UPPER CASE  *
      * WHEN IT IS FILED.                                  *
      *****************************************************
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TRN-ACTION                PIC X.
           05  FILLER                    PIC X.
           05  TRN-RULE-ID               PIC X(06).
           05  FILLER                    PIC X.
           05  TRN-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  TRN-MATCH-TYPE            PIC X.
           05  FILLER                    PIC X.
           05  TRN-MATCH-TEXT            PIC X(30).
           05  FILLER                    PIC X.
           05  TRN-DESCRIPTION           PIC X(30).

       FD  WATCH-FILE
           RECORDING MODE IS F.
       COPY "wlstrec.cpy".

       FD  LIST-FILE
           RECORDING MODE IS F.
       01  LIST-LINE                     PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-TRN-STATUS                 PIC XX.
       77  WS-WATCH-STATUS               PIC XX.
       77  WS-LST-STATUS                 PIC XX.

       77  WS-TRN-EOF-SWITCH             PIC X VALUE "N".
           88  WS-TRN-END-OF-FILE              VALUE "Y".

       77  WS-WATCH-EOF-SWITCH           PIC X VALUE "N".
           88  WS-WATCH-END-OF-FILE            VALUE "Y".

       77  WS-TRAN-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-ADD-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-CHANGE-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-RETIRE-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-REACTIVATE-COUNT           PIC 9(05) COMP VALUE ZERO.
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
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "WLMAINT".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.

      *****************************************************
      * A TERM SHORTER THAN THIS WOULD HOLD TOO MUCH       *
      * ORDINARY TRAFFIC TO BE WORTH AN OFFICER'S TIME.    *
      *****************************************************
       77  WS-MIN-TERM-LEN               PIC 9(02) VALUE 3.

      *****************************************************
      * THE WHOLE WATCH LIST IS HELD IN THIS TABLE FOR THE *
      * RUN AND WRITTEN BACK IN ONE PASS WHEN ANYTHING     *
      * CHANGED.  CAESAR'S SCREENING TABLE IS THE SAME     *
      * SIZE.                                              *
      *****************************************************
       77  WS-MAX-RULES                  PIC 9(03) COMP VALUE 500.
       77  WS-RULE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RULE-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-RULE-HIT                   PIC 9(03) COMP VALUE ZERO.

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES.
               10  WS-TAB-RULE-ID        PIC X(06).
               10  WS-TAB-RECIPIENT      PIC X(04).
               10  WS-TAB-TYPE           PIC X.
               10  WS-TAB-STATUS         PIC X.
               10  WS-TAB-TEXT           PIC X(30).
               10  WS-TAB-LEN            PIC 9(02).
               10  WS-TAB-ADDED          PIC 9(08).
               10  WS-TAB-CHANGED        PIC 9(08).
               10  WS-TAB-DESCRIPTION    PIC X(30).

      *****************************************************
      * CANDIDATE VALUES BUILT FROM A TRANSACTION.  THE    *
      * TEXT EDITS RUN AGAINST THESE SO A CHANGE IS EDITED *
      * AGAINST WHATEVER IT KEEPS FROM THE MASTER.         *
      *****************************************************
       77  WS-TRAN-RULE-ID               PIC X(06) VALUE SPACE.
       77  WS-NEW-RECIPIENT              PIC X(04) VALUE SPACE.
       77  WS-NEW-TYPE                   PIC X VALUE SPACE.
       77  WS-NEW-TEXT                   PIC X(30) VALUE SPACE.
       77  WS-NEW-LEN                    PIC 9(02) VALUE ZERO.
       77  WS-WILD-COUNT                 PIC 9(02) COMP VALUE ZERO.

       01  WS-EDIT-NUM                   PIC Z(4)9.

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 3000-REWRITE-WATCHLST THRU 3000-EXIT.
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
      * EXISTING WATCH LIST.  A MISSING WATCHLST IS AN     *
      * EMPTY LIST, NOT AN ERROR -- THAT IS HOW THE FIRST  *
      * RULE EVER GETS ADDED.                              *
      *****************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN INPUT TRAN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               STRING "UNABLE TO OPEN WLTRAN, STATUS "
                   WS-TRN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN OUTPUT LIST-FILE.
           IF WS-LST-STATUS NOT = "00"
               STRING "UNABLE TO OPEN WLLIST, STATUS "
                   WS-LST-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN INPUT WATCH-FILE.
           IF WS-WATCH-STATUS = "00"
               PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
                   UNTIL WS-WATCH-END-OF-FILE
               CLOSE WATCH-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RULE.
           READ WATCH-FILE
               AT END
                   MOVE "Y" TO WS-WATCH-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.

           IF WS-RULE-COUNT >= WS-MAX-RULES
               MOVE "WATCHLST HOLDS MORE RULES THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE WL-RULE-ID TO WS-TAB-RULE-ID(WS-RULE-COUNT).
           MOVE WL-RECIPIENT-CODE TO WS-TAB-RECIPIENT(WS-RULE-COUNT).
           MOVE WL-MATCH-TYPE TO WS-TAB-TYPE(WS-RULE-COUNT).
           MOVE WL-STATUS-FLAG TO WS-TAB-STATUS(WS-RULE-COUNT).
           MOVE WL-MATCH-TEXT TO WS-TAB-TEXT(WS-RULE-COUNT).
           MOVE WL-MATCH-LEN TO WS-TAB-LEN(WS-RULE-COUNT).
           MOVE WL-ADDED-DATE TO WS-TAB-ADDED(WS-RULE-COUNT).
           MOVE WL-CHANGED-DATE TO WS-TAB-CHANGED(WS-RULE-COUNT).
           MOVE WL-DESCRIPTION TO WS-TAB-DESCRIPTION(WS-RULE-COUNT).
       1100-EXIT.
           EXIT.

      *****************************************************
      * 2000-PROCESS-TRANSACTIONS -- ONE PASS OVER WLTRAN. *
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
           MOVE FUNCTION UPPER-CASE(TRN-RULE-ID) TO WS-TRAN-RULE-ID.

           IF TRN-ACTION NOT = "L"
               IF TRN-RULE-ID = SPACE
                   MOVE "RULE ID MISSING" TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2100-NEXT
               END-IF
               MOVE ZERO TO WS-RULE-HIT
               PERFORM 2150-FIND-RULE THRU 2150-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   OR WS-RULE-HIT > ZERO
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM 2200-ADD-RULE THRU 2200-EXIT
               WHEN "C"
                   PERFORM 2300-CHANGE-RULE THRU 2300-EXIT
               WHEN "X"
                   PERFORM 2400-RETIRE-RULE THRU 2400-EXIT
               WHEN "R"
                   PERFORM 2450-REACTIVATE-RULE THRU 2450-EXIT
               WHEN "L"
                   PERFORM 2600-LIST-RULES THRU 2600-EXIT
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

       2150-FIND-RULE.
           IF WS-TAB-RULE-ID(WS-RULE-SUB) = WS-TRAN-RULE-ID
               MOVE WS-RULE-SUB TO WS-RULE-HIT
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************
      * 2200-ADD-RULE -- EVERY EDIT RUNS BEFORE THE RULE   *
      * IS ACCEPTED: NOT ALREADY ON THE LIST (IN ANY       *
      * STATUS), A RECIPIENT, A VALID TYPE AND A MATCH     *
      * TEXT THAT PASSES 2250.  A NEW RULE IS ALWAYS ADDED *
      * ACTIVE.                                            *
      *****************************************************
       2200-ADD-RULE.
           IF WS-RULE-HIT > ZERO
               MOVE "RULE ID ALREADY ON WATCH LIST"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           IF TRN-RECIPIENT-CODE = SPACE
               MOVE "RECIPIENT MISSING (CODE OR *ALL)"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(TRN-RECIPIENT-CODE)
               TO WS-NEW-RECIPIENT.

           MOVE FUNCTION UPPER-CASE(TRN-MATCH-TYPE) TO WS-NEW-TYPE.
           MOVE FUNCTION UPPER-CASE(TRN-MATCH-TEXT) TO WS-NEW-TEXT.
           PERFORM 2250-EDIT-MATCH-TEXT THRU 2250-EXIT.
           IF WS-REJECT-REASON NOT = SPACE
               GO TO 2200-EXIT
           END-IF.

           IF WS-RULE-COUNT >= WS-MAX-RULES
               MOVE "WATCH LIST TABLE FULL" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE WS-TRAN-RULE-ID TO WS-TAB-RULE-ID(WS-RULE-COUNT).
           MOVE WS-NEW-RECIPIENT TO WS-TAB-RECIPIENT(WS-RULE-COUNT).
           MOVE WS-NEW-TYPE TO WS-TAB-TYPE(WS-RULE-COUNT).
           MOVE "A" TO WS-TAB-STATUS(WS-RULE-COUNT).
           MOVE WS-NEW-TEXT TO WS-TAB-TEXT(WS-RULE-COUNT).
           MOVE WS-NEW-LEN TO WS-TAB-LEN(WS-RULE-COUNT).
           MOVE WS-TODAY-DATE TO WS-TAB-ADDED(WS-RULE-COUNT).
           MOVE WS-TODAY-DATE TO WS-TAB-CHANGED(WS-RULE-COUNT).
           MOVE TRN-DESCRIPTION TO WS-TAB-DESCRIPTION(WS-RULE-COUNT).
           ADD 1 TO WS-ADD-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************
      * 2250-EDIT-MATCH-TEXT -- THE CANDIDATE TYPE AND     *
      * TEXT.  THE TEXT MAY NOT START WITH A SPACE (IT     *
      * WOULD NEVER LINE UP WITH WHAT THE OFFICER MEANT)   *
      * AND MUST BE AT LEAST THE MINIMUM LENGTH.  A        *
      * PATTERN OF NOTHING BUT ? WOULD HOLD EVERY MESSAGE  *
      * LONG ENOUGH TO CONTAIN IT.                         *
      *****************************************************
       2250-EDIT-MATCH-TEXT.
           IF WS-NEW-TYPE NOT = "T" AND WS-NEW-TYPE NOT = "W"
               AND WS-NEW-TYPE NOT = "P"
               MOVE "MATCH TYPE MUST BE T, W OR P"
                   TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.

           IF WS-NEW-TEXT = SPACE
               MOVE "MATCH TEXT MISSING" TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.

           IF WS-NEW-TEXT(1:1) = SPACE
               MOVE "MATCH TEXT STARTS WITH A SPACE"
                   TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-TEXT TRAILING))
               TO WS-NEW-LEN.
           IF WS-NEW-LEN < WS-MIN-TERM-LEN
               MOVE "MATCH TEXT SHORTER THAN THE MINIMUM"
                   TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.

           IF WS-NEW-TYPE = "P"
               MOVE ZERO TO WS-WILD-COUNT
               INSPECT WS-NEW-TEXT(1:WS-NEW-LEN)
                   TALLYING WS-WILD-COUNT FOR ALL "?"
               IF WS-WILD-COUNT = WS-NEW-LEN
                   MOVE "PATTERN WOULD MATCH ANY TEXT"
                       TO WS-REJECT-REASON
                   GO TO 2250-EXIT
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *****************************************************
      * 2300-CHANGE-RULE -- ONLY THE FIELDS PUNCHED ON THE *
      * CARD ARE REPLACED.  A NEW TYPE OR TEXT IS EDITED   *
      * AGAINST WHICHEVER HALF OF THE RULE IS KEPT.        *
      *****************************************************
       2300-CHANGE-RULE.
           IF WS-RULE-HIT = ZERO
               MOVE "RULE NOT ON WATCH LIST" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.

           IF WS-TAB-STATUS(WS-RULE-HIT) = "X"
               MOVE "RULE IS RETIRED" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.

           IF TRN-RECIPIENT-CODE = SPACE AND TRN-MATCH-TYPE = SPACE
               AND TRN-MATCH-TEXT = SPACE AND TRN-DESCRIPTION = SPACE
               MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-TAB-RECIPIENT(WS-RULE-HIT) TO WS-NEW-RECIPIENT.
           MOVE WS-TAB-TYPE(WS-RULE-HIT) TO WS-NEW-TYPE.
           MOVE WS-TAB-TEXT(WS-RULE-HIT) TO WS-NEW-TEXT.
           IF TRN-RECIPIENT-CODE NOT = SPACE
               MOVE FUNCTION UPPER-CASE(TRN-RECIPIENT-CODE)
                   TO WS-NEW-RECIPIENT
           END-IF.
           IF TRN-MATCH-TYPE NOT = SPACE
               MOVE FUNCTION UPPER-CASE(TRN-MATCH-TYPE)
                   TO WS-NEW-TYPE
           END-IF.
           IF TRN-MATCH-TEXT NOT = SPACE
               MOVE FUNCTION UPPER-CASE(TRN-MATCH-TEXT)
                   TO WS-NEW-TEXT
           END-IF.
           PERFORM 2250-EDIT-MATCH-TEXT THRU 2250-EXIT.
           IF WS-REJECT-REASON NOT = SPACE
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-NEW-RECIPIENT TO WS-TAB-RECIPIENT(WS-RULE-HIT).
           MOVE WS-NEW-TYPE TO WS-TAB-TYPE(WS-RULE-HIT).
           MOVE WS-NEW-TEXT TO WS-TAB-TEXT(WS-RULE-HIT).
           MOVE WS-NEW-LEN TO WS-TAB-LEN(WS-RULE-HIT).
           IF TRN-DESCRIPTION NOT = SPACE
               MOVE TRN-DESCRIPTION TO WS-TAB-DESCRIPTION(WS-RULE-HIT)
           END-IF.
           MOVE WS-TODAY-DATE TO WS-TAB-CHANGED(WS-RULE-HIT).
           ADD 1 TO WS-CHANGE-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2300-EXIT.
           EXIT.

      *****************************************************
      * 2400-RETIRE-RULE / 2450-REACTIVATE-RULE -- A       *
      * STATUS CHANGE THAT DOES NOT APPLY IS A REJECT SO A *
      * MIS-KEYED ID DOES NOT PASS SILENTLY.               *
      *****************************************************
       2400-RETIRE-RULE.
           IF WS-RULE-HIT = ZERO
               MOVE "RULE NOT ON WATCH LIST" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.

           IF WS-TAB-STATUS(WS-RULE-HIT) = "X"
               MOVE "RULE ALREADY RETIRED" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.

           MOVE "X" TO WS-TAB-STATUS(WS-RULE-HIT).
           MOVE WS-TODAY-DATE TO WS-TAB-CHANGED(WS-RULE-HIT).
           ADD 1 TO WS-RETIRE-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2400-EXIT.
           EXIT.

       2450-REACTIVATE-RULE.
           IF WS-RULE-HIT = ZERO
               MOVE "RULE NOT ON WATCH LIST" TO WS-REJECT-REASON
               GO TO 2450-EXIT
           END-IF.

           IF WS-TAB-STATUS(WS-RULE-HIT) NOT = "X"
               MOVE "RULE IS NOT RETIRED" TO WS-REJECT-REASON
               GO TO 2450-EXIT
           END-IF.

           MOVE "A" TO WS-TAB-STATUS(WS-RULE-HIT).
           MOVE WS-TODAY-DATE TO WS-TAB-CHANGED(WS-RULE-HIT).
           ADD 1 TO WS-REACTIVATE-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       2450-EXIT.
           EXIT.

      *****************************************************
      * 2600-LIST-RULES -- THE WHOLE WATCH LIST, ONE LINE  *
      * PER RULE, IN MASTER ORDER.                         *
      *****************************************************
       2600-LIST-RULES.
           MOVE SPACES TO LIST-LINE.
           STRING "RULE   RCPT T S MATCH TEXT                     "
               "LN ADDED    CHANGED  DESCRIPTION"
               DELIMITED BY SIZE
               INTO LIST-LINE.
           WRITE LIST-LINE.

           PERFORM 2650-LIST-ONE-RULE THRU 2650-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

           IF WS-RULE-COUNT = ZERO
               MOVE "  (WATCH LIST IS EMPTY)" TO LIST-LINE
               WRITE LIST-LINE
           END-IF.
       2600-EXIT.
           EXIT.

       2650-LIST-ONE-RULE.
           MOVE SPACES TO LIST-LINE.
           STRING WS-TAB-RULE-ID(WS-RULE-SUB) " "
               WS-TAB-RECIPIENT(WS-RULE-SUB) " "
               WS-TAB-TYPE(WS-RULE-SUB) " "
               WS-TAB-STATUS(WS-RULE-SUB) " "
               WS-TAB-TEXT(WS-RULE-SUB) " "
               WS-TAB-LEN(WS-RULE-SUB) " "
               WS-TAB-ADDED(WS-RULE-SUB) " "
               WS-TAB-CHANGED(WS-RULE-SUB) " "
               WS-TAB-DESCRIPTION(WS-RULE-SUB)
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
               " RULE " TRN-RULE-ID
               " -- " WS-REJECT-REASON
               DELIMITED BY SIZE
               INTO LIST-LINE.
           WRITE LIST-LINE.
       2900-EXIT.
           EXIT.

      *****************************************************
      * 3000-REWRITE-WATCHLST -- THE LIST GOES BACK OUT IN *
      * ONE PASS, BUT ONLY WHEN SOMETHING CHANGED.         *
      *****************************************************
       3000-REWRITE-WATCHLST.
           IF WS-UPDATE-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT WATCH-FILE.
           IF WS-WATCH-STATUS NOT = "00"
               STRING "UNABLE TO OPEN WATCHLST FOR WRITE, STATUS "
                   WS-WATCH-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           PERFORM 3100-WRITE-ONE-RULE THRU 3100-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.
           CLOSE WATCH-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-RULE.
           MOVE SPACES TO WL-RECORD.
           MOVE WS-TAB-RULE-ID(WS-RULE-SUB) TO WL-RULE-ID.
           MOVE WS-TAB-RECIPIENT(WS-RULE-SUB) TO WL-RECIPIENT-CODE.
           MOVE WS-TAB-TYPE(WS-RULE-SUB) TO WL-MATCH-TYPE.
           MOVE WS-TAB-STATUS(WS-RULE-SUB) TO WL-STATUS-FLAG.
           MOVE WS-TAB-TEXT(WS-RULE-SUB) TO WL-MATCH-TEXT.
           MOVE WS-TAB-LEN(WS-RULE-SUB) TO WL-MATCH-LEN.
           MOVE WS-TAB-ADDED(WS-RULE-SUB) TO WL-ADDED-DATE.
           MOVE WS-TAB-CHANGED(WS-RULE-SUB) TO WL-CHANGED-DATE.
           MOVE WS-TAB-DESCRIPTION(WS-RULE-SUB) TO WL-DESCRIPTION.
           WRITE WL-RECORD.
       3100-EXIT.
           EXIT.

      *****************************************************
      * 8000-WRITE-RUN-TOTALS -- FILED AT THE FOOT OF      *
      * WLLIST FOR RECONCILIATION.                         *
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
           STRING "RULES ADDED............. " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-CHANGE-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "RULES CHANGED........... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-RETIRE-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "RULES RETIRED........... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-REACTIVATE-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "RULES REACTIVATED....... " WS-EDIT-NUM
               DELIMITED BY SIZE INTO LIST-LINE.
           WRITE LIST-LINE.

           MOVE WS-RULE-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO LIST-LINE.
           STRING "RULES ON WATCH LIST..... " WS-EDIT-NUM
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
           MOVE WS-RULE-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "WLMAINT JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "WLMAINT ABEND -- " WS-ABEND-MESSAGE.
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
