       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRLSE.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/13/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/13/26  DWH   ORIGINAL -- RELEASE OR KILL        *
      *                 MESSAGES HELD FOR COMPLIANCE ON    *
      *                 THE OFFICER'S DECISION, LOG EVERY  *
      *                 DECISION AND AGE WHAT IS STILL     *
      *                 HELD                               *
      * 10/15/26  DWH   APPROVED MESSAGES NOW FILED ON THE *
      *                 PERMANENT CMPAPPR APPROVALS FILE   *
      *                 BY RECIPIENT, MESSAGE ID AND TEXT  *
      *                 CHECK; CAESAR NO LONGER TRUSTS THE *
      *                 CMPMSGIN HEADER                    *
      *****************************************************

      *****************************************************
      * CAESAR SCREENS OUTBOUND PLAINTEXT AGAINST THE      *
      * WATCH LIST AND PARKS ANY MESSAGE THAT HITS A RULE  *
      * ON THE CMPHOLD QUEUE.  THIS PROGRAM APPLIES THE    *
      * COMPLIANCE OFFICER'S DECISIONS FROM CMPDCSN, ONE   *
      * CARD PER HELD MESSAGE, KEYED BY RECIPIENT PLUS     *
      * MESSAGE ID:                                        *
      *   A  APPROVE -- THE MESSAGE GOES OUT ON CMPMSGIN,  *
      *      A BATCHED SUPPLEMENTAL MSGIN FOR THE NEXT     *
      *      CIPHER RUN, EXACTLY AS IT WAS HELD            *
      *   K  KILL -- THE MESSAGE IS NEVER SENT             *
      * EITHER WAY THE MESSAGE LEAVES THE QUEUE AND THE    *
      * DECISION IS APPENDED TO THE PERMANENT CMPLOG WITH  *
      * THE OFFICER, THE DATE AND TIME, THE RULE THAT      *
      * FIRED AND THE OFFICER'S NOTE.  AN APPROVAL IS ALSO *
      * APPENDED TO THE PERMANENT CMPAPPR FILE WITH THE    *
      * RECIPIENT, THE MESSAGE ID, THE HOLD DATE AND A     *
      * CHECK ON THE TEXT.  CAESAR LOADS CMPAPPR AND DOES  *
      * NOT SCREEN A MESSAGE THAT MATCHES AN ENTRY ON IT   *
      * AGAIN, WHATEVER BATCH IT ARRIVES IN -- CMPMSGIN    *
      * OR, FOR A SUSPENDED PARTNER, A RE-FED MSGHELD.     *
      * WHAT IS STILL UNDECIDED IS WRITTEN BACK TO         *
      * CMPHOLD, AND ANYTHING HELD LONGER THAN THE AGING   *
      * LIMIT IS LISTED ON THE CMPAGE REPORT.  A RESTARTED *
      * CIPHER RUN CAN HOLD THE SAME MESSAGE TWICE; THE    *
      * FIRST ENTRY IS KEPT AND THE REPEAT DROPPED.        *
      * RETURN CODE 8 IF ANY DECISION CARD IS REJECTED, 4  *
      * IF ANY HOLD IS PAST THE AGING LIMIT.               *
      *                                                    *
      * CONTROL CARD (CMPCTL):                             *
      *   AGE LIMIT (3) DAYS; BLANK MEANS 3                *
      * DECISION CARD (CMPDCSN), ONE PER LINE:             *
      *   ACTION (1), BLANK, RECIPIENT (4), BLANK, MESSAGE *
      *   ID (10), BLANK, OFFICER (8), BLANK, NOTE (40)    *
      * A LINE STARTING WITH * IS A COMMENT.               *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CMPHOLD-FILE ASSIGN TO "CMPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPH-STATUS.

           SELECT DECISION-FILE ASSIGN TO "CMPDCSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCSN-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "CMPMSGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLS-STATUS.

           SELECT DECISION-LOG-FILE ASSIGN TO "CMPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "CMPAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT AGING-FILE ASSIGN TO "CMPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-AGE-LIMIT             PIC X(03).

       FD  CMPHOLD-FILE
           RECORDING MODE IS F.
       COPY "cmphrec.cpy".

      *****************************************************
      * ONE DECISION PER CARD FROM THE COMPLIANCE OFFICER. *
      *****************************************************
       FD  DECISION-FILE
           RECORDING MODE IS F.
       01  DECISION-RECORD.
           05  DCSN-ACTION               PIC X.
           05  FILLER                    PIC X.
           05  DCSN-RECIPIENT-CODE       PIC X(04).
           05  FILLER                    PIC X.
           05  DCSN-MESSAGE-ID           PIC X(10).
           05  FILLER                    PIC X.
           05  DCSN-OFFICER              PIC X(08).
           05  FILLER                    PIC X.
           05  DCSN-NOTE                 PIC X(40).

      *****************************************************
      * THE APPROVED TRAFFIC, IN MSGIN LAYOUT AND BATCHED  *
      * WITH *HDR/*TRL SO IT PASSES THE SAME COUNT AND     *
      * HASH VALIDATION AS A PARTNER TRANSMISSION.  THE    *
      * FULL TEXT GOES OUT SO A LONG MESSAGE SEGMENTS JUST *
      * AS IT WOULD HAVE.                                  *
      *****************************************************
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD.
           05  RLS-RECIPIENT-CODE        PIC X(04).
           05  RLS-MESSAGE-ID            PIC X(10).
           05  RLS-PRIORITY              PIC X(01).
           05  RLS-MESSAGE-TEXT          PIC X(2000).

       01  RELEASE-BATCH-RECORD.
           05  RLSB-RECORD-TYPE          PIC X(04).
           05  RLSB-SENDER-ID            PIC X(08).
           05  RLSB-BATCH-DATE           PIC 9(08).
           05  FILLER                    PIC X(1995).

       01  RELEASE-TRAILER-RECORD.
           05  RLST-RECORD-TYPE          PIC X(04).
           05  RLST-RECORD-COUNT         PIC 9(07).
           05  RLST-HASH-TOTAL           PIC 9(12).
           05  FILLER                    PIC X(1992).

      *****************************************************
      * THE PERMANENT DECISION LOG -- ONE ENTRY PER        *
      * RELEASE OR KILL, NEVER REWRITTEN.  THE HOLD DATE,  *
      * RULE AND MATCHED TEXT RIDE WITH THE DECISION SO    *
      * THE ENTRY STANDS ON ITS OWN ONCE THE MESSAGE HAS   *
      * LEFT THE QUEUE.                                    *
      *****************************************************
       FD  DECISION-LOG-FILE
           RECORDING MODE IS F.
       01  CLOG-RECORD.
           05  CLOG-DECISION-DATE        PIC 9(08).
           05  FILLER                    PIC X.
           05  CLOG-DECISION-TIME        PIC 9(06).
           05  FILLER                    PIC X.
           05  CLOG-OFFICER              PIC X(08).
           05  FILLER                    PIC X.
           05  CLOG-ACTION               PIC X.
               88  CLOG-APPROVED               VALUE "A".
               88  CLOG-KILLED                 VALUE "K".
           05  FILLER                    PIC X.
           05  CLOG-RECIPIENT-CODE       PIC X(04).
           05  FILLER                    PIC X.
           05  CLOG-MESSAGE-ID           PIC X(10).
           05  FILLER                    PIC X.
           05  CLOG-HOLD-DATE            PIC 9(08).
           05  FILLER                    PIC X.
           05  CLOG-RULE-ID              PIC X(06).
           05  FILLER                    PIC X.
           05  CLOG-MATCHED-TEXT         PIC X(30).
           05  FILLER                    PIC X.
           05  CLOG-NOTE                 PIC X(40).

      *****************************************************
      * THE PERMANENT APPROVALS FILE -- ONE ENTRY PER      *
      * RELEASE, NEVER REWRITTEN.  CAESAR READS IT TO KNOW *
      * THE OFFICER HAS ALREADY CLEARED THE MESSAGE.       *
      *****************************************************
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       COPY "cmparec.cpy".

       FD  AGING-FILE
           RECORDING MODE IS F.
       01  AGING-LINE                    PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.
       77  WS-CMPH-STATUS                PIC XX.
       77  WS-DCSN-STATUS                PIC XX.
       77  WS-RLS-STATUS                 PIC XX.
       77  WS-CLOG-STATUS                PIC XX.
       77  WS-AGE-STATUS                 PIC XX.
       77  WS-APPR-STATUS                PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "CMPRLSE".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-CMPH-EOF-SWITCH            PIC X VALUE "N".
           88  WS-CMPH-END-OF-FILE             VALUE "Y".

       77  WS-DCSN-EOF-SWITCH            PIC X VALUE "N".
           88  WS-DCSN-END-OF-FILE             VALUE "Y".

       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-TODAY-TIME                 PIC 9(06) VALUE ZERO.
       77  WS-TODAY-INT                  PIC 9(07) COMP VALUE ZERO.

      *****************************************************
      * AGING POLICY -- A MESSAGE STILL HELD AFTER THIS    *
      * MANY DAYS IS LISTED ON CMPAGE AND THE RUN ENDS     *
      * WITH RETURN CODE 4.  THE CONTROL CARD OVERRIDES.   *
      *****************************************************
       77  WS-AGE-LIMIT-DAYS             PIC 9(03) COMP VALUE 3.
       77  WS-AGE-DAYS                   PIC S9(05) COMP VALUE ZERO.

      *****************************************************
      * THE WHOLE QUEUE IS HELD IN THIS TABLE FOR THE RUN. *
      * THE DECISION FLAG IS SPACE WHILE UNDECIDED, A OR K *
      * ONCE THE OFFICER HAS RULED, D FOR A REPEAT HOLD    *
      * DROPPED AT LOAD.  ONLY UNDECIDED ENTRIES GO BACK   *
      * ON CMPHOLD.                                        *
      *****************************************************
       77  WS-MAX-HOLDS                  PIC 9(03) COMP VALUE 500.
       77  WS-HOLD-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-HOLD-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-SCAN-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-DECISION      PIC X.
               10  WS-HOLD-DATE          PIC 9(08).
               10  WS-HOLD-TIME          PIC 9(06).
               10  WS-HOLD-RULE-ID       PIC X(06).
               10  WS-HOLD-MATCH-TYPE    PIC X.
               10  WS-HOLD-RULE-TEXT     PIC X(30).
               10  WS-HOLD-MATCHED-TEXT  PIC X(30).
               10  WS-HOLD-RECORD-NUM    PIC 9(07).
               10  WS-HOLD-RECIPIENT     PIC X(04).
               10  WS-HOLD-MSG-ID        PIC X(10).
               10  WS-HOLD-PRIORITY      PIC X(01).
               10  WS-HOLD-TEXT          PIC X(2000).

      *****************************************************
      * THE DECISION CARD IN HAND.                         *
      *****************************************************
       77  WS-DCSN-ACTION                PIC X VALUE SPACE.
           88  WS-DCSN-APPROVE                 VALUE "A".
           88  WS-DCSN-KILL                    VALUE "K".
       77  WS-DCSN-RECIPIENT             PIC X(04) VALUE SPACE.
       77  WS-REJECT-REASON              PIC X(40) VALUE SPACE.

      *****************************************************
      * RELEASE BATCH TOTALS -- SAME HASH RULE AS THE      *
      * CIPHER RUN: THE SUM OF THE ORDINAL VALUES OF THE   *
      * TEN MESSAGE-ID BYTES ON EACH DETAIL RECORD.        *
      *****************************************************
       77  WS-OUR-SENDER-ID              PIC X(08) VALUE "CMPRLSE ".
       77  WS-RLS-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-RLS-HASH                   PIC 9(12) COMP VALUE ZERO.
       77  WS-HASH-SUB                   PIC 99 COMP VALUE ZERO.
       01  WS-HASH-ID                    PIC X(10) VALUE SPACE.
       77  WS-HASH-TOTAL                 PIC 9(12) COMP VALUE ZERO.

      *****************************************************
      * TEXT CHECK FOR THE APPROVALS FILE -- THE SAME RULE *
      * CAESAR APPLIES TO THE MESSAGE WHEN IT COMES BACK.  *
      *****************************************************
       77  WS-CHECK-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-TEXT-CHECK                 PIC 9(12) COMP VALUE ZERO.

       77  WS-LOADED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-DUP-HOLD-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-DCSN-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-KILL-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-STILL-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-AGED-COUNT                 PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-NUM                 PIC Z(6)9.
       01  WS-REPORT-DAYS                PIC ZZ9.
       01  WS-EDIT-NUM                   PIC Z(4)9.

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-QUEUE THRU 2000-EXIT.
           PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT.
           PERFORM 4000-REWRITE-QUEUE THRU 4000-EXIT.
           PERFORM 5000-WRITE-AGING-REPORT THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-AGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************
      * 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN THE *
      * OUTPUTS AND START THE RELEASE BATCH.  THE DECISION *
      * LOG AND THE APPROVALS FILE ARE PERMANENT AND ONLY  *
      * EVER EXTENDED; A RUN THAT CANNOT WRITE THEM STOPS  *
      * BEFORE IT DECIDES ANYTHING.                        *
      *****************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TODAY-TIME.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT.
           MOVE SPACES TO WS-HOLD-TABLE.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CMPCTL, STATUS "
                   WS-CTL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           READ CONTROL-FILE
               AT END
                   MOVE "N" TO WS-CTL-STATUS
           END-READ.
           CLOSE CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               MOVE "NO CONTROL CARD ON CMPCTL"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           IF CTL-AGE-LIMIT NUMERIC
               MOVE CTL-AGE-LIMIT TO WS-AGE-LIMIT-DAYS
           END-IF.

           OPEN OUTPUT RELEASE-FILE.
           IF WS-RLS-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CMPMSGIN, STATUS "
                   WS-RLS-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN OUTPUT AGING-FILE.
           IF WS-AGE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CMPAGE, STATUS "
                   WS-AGE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN EXTEND DECISION-LOG-FILE.
           IF WS-CLOG-STATUS = "35"
               OPEN OUTPUT DECISION-LOG-FILE
           END-IF.
           IF WS-CLOG-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CMPLOG, STATUS "
                   WS-CLOG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN EXTEND APPROVAL-FILE.
           IF WS-APPR-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
           END-IF.
           IF WS-APPR-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CMPAPPR, STATUS "
                   WS-APPR-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           MOVE SPACES TO RELEASE-RECORD.
           MOVE "*HDR" TO RLSB-RECORD-TYPE.
           MOVE WS-OUR-SENDER-ID TO RLSB-SENDER-ID.
           MOVE WS-TODAY-DATE TO RLSB-BATCH-DATE.
           WRITE RELEASE-RECORD.
       1000-EXIT.
           EXIT.

      *****************************************************
      * 2000-LOAD-QUEUE -- THE WHOLE CMPHOLD QUEUE INTO    *
      * THE TABLE.  NO QUEUE IS AN EMPTY QUEUE -- NOTHING  *
      * HAS BEEN HELD YET.                                 *
      *****************************************************
       2000-LOAD-QUEUE.
           OPEN INPUT CMPHOLD-FILE.
           IF WS-CMPH-STATUS NOT = "00"
               DISPLAY "NO CMPHOLD QUEUE, STATUS " WS-CMPH-STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-HOLD THRU 2100-EXIT
               UNTIL WS-CMPH-END-OF-FILE.
           CLOSE CMPHOLD-FILE.
           DISPLAY WS-LOADED-COUNT " MESSAGE(S) HELD FOR COMPLIANCE".
       2000-EXIT.
           EXIT.

      *****************************************************
      * 2100-LOAD-ONE-HOLD -- A SECOND HOLD FOR THE SAME   *
      * RECIPIENT AND MESSAGE ID IS THE SAME MESSAGE HELD  *
      * AGAIN BY A RESTARTED CIPHER RUN.  THE FIRST ENTRY  *
      * KEEPS ITS HOLD DATE AND THE REPEAT IS DROPPED, BUT *
      * STILL COUNTED SO THE QUEUE IS REWRITTEN WITHOUT IT.*
      *****************************************************
       2100-LOAD-ONE-HOLD.
           READ CMPHOLD-FILE
               AT END
                   MOVE "Y" TO WS-CMPH-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CMPH-MESSAGE-ID = SPACE
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2150-SCAN-HOLD-SLOT THRU 2150-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-HOLD-COUNT
               OR (WS-HOLD-MSG-ID(WS-SCAN-SUB) = CMPH-MESSAGE-ID
                   AND WS-HOLD-RECIPIENT(WS-SCAN-SUB)
                       = CMPH-RECIPIENT-CODE).
           IF WS-SCAN-SUB NOT > WS-HOLD-COUNT
               ADD 1 TO WS-DUP-HOLD-COUNT
               DISPLAY "REPEAT HOLD DROPPED, RECIPIENT "
                   CMPH-RECIPIENT-CODE " MESSAGE " CMPH-MESSAGE-ID
               GO TO 2100-EXIT
           END-IF.

           IF WS-HOLD-COUNT >= WS-MAX-HOLDS
               MOVE "CMPHOLD HOLDS MORE MESSAGES THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           ADD 1 TO WS-LOADED-COUNT.
           MOVE SPACE TO WS-HOLD-DECISION(WS-HOLD-COUNT).
           MOVE CMPH-HOLD-DATE TO WS-HOLD-DATE(WS-HOLD-COUNT).
           MOVE CMPH-HOLD-TIME TO WS-HOLD-TIME(WS-HOLD-COUNT).
           MOVE CMPH-RULE-ID TO WS-HOLD-RULE-ID(WS-HOLD-COUNT).
           MOVE CMPH-MATCH-TYPE TO WS-HOLD-MATCH-TYPE(WS-HOLD-COUNT).
           MOVE CMPH-RULE-TEXT TO WS-HOLD-RULE-TEXT(WS-HOLD-COUNT).
           MOVE CMPH-MATCHED-TEXT
               TO WS-HOLD-MATCHED-TEXT(WS-HOLD-COUNT).
           MOVE CMPH-RECORD-NUM TO WS-HOLD-RECORD-NUM(WS-HOLD-COUNT).
           MOVE CMPH-RECIPIENT-CODE
               TO WS-HOLD-RECIPIENT(WS-HOLD-COUNT).
           MOVE CMPH-MESSAGE-ID TO WS-HOLD-MSG-ID(WS-HOLD-COUNT).
           MOVE CMPH-PRIORITY TO WS-HOLD-PRIORITY(WS-HOLD-COUNT).
           MOVE CMPH-MESSAGE-TEXT TO WS-HOLD-TEXT(WS-HOLD-COUNT).
       2100-EXIT.
           EXIT.

       2150-SCAN-HOLD-SLOT.
           CONTINUE.
       2150-EXIT.
           EXIT.

      *****************************************************
      * 3000-APPLY-DECISIONS -- ONE PASS OVER CMPDCSN.  A  *
      * DAY WITH NO DECISIONS IS A NORMAL DAY; THE QUEUE   *
      * IS STILL AGED.                                     *
      *****************************************************
       3000-APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DCSN-STATUS NOT = "00"
               DISPLAY "NO CMPDCSN DECISIONS TODAY, STATUS "
                   WS-DCSN-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-APPLY-ONE-DECISION THRU 3100-EXIT
               UNTIL WS-DCSN-END-OF-FILE.
           CLOSE DECISION-FILE.
           DISPLAY WS-RLS-COUNT " RELEASED TO CMPMSGIN, "
               WS-KILL-COUNT " KILLED".
       3000-EXIT.
           EXIT.

      *****************************************************
      * 3100-APPLY-ONE-DECISION -- EVERY EDIT RUNS BEFORE  *
      * THE DECISION IS TAKEN: A OR K, AN OFFICER, A HELD  *
      * MESSAGE FOR THE RECIPIENT AND ID, AND NOT ALREADY  *
      * DECIDED ON AN EARLIER CARD.  A REJECTED CARD IS    *
      * LISTED ON CMPAGE AND THE MESSAGE STAYS HELD.       *
      *****************************************************
       3100-APPLY-ONE-DECISION.
           READ DECISION-FILE
               AT END
                   MOVE "Y" TO WS-DCSN-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF DECISION-RECORD = SPACE
               OR DCSN-ACTION = "*"
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-DCSN-COUNT.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(DCSN-ACTION) TO WS-DCSN-ACTION.
           MOVE FUNCTION UPPER-CASE(DCSN-RECIPIENT-CODE)
               TO WS-DCSN-RECIPIENT.

           IF NOT WS-DCSN-APPROVE AND NOT WS-DCSN-KILL
               MOVE "INVALID ACTION CODE (A OR K)"
                   TO WS-REJECT-REASON
               PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF DCSN-OFFICER = SPACE
               MOVE "OFFICER NOT GIVEN" TO WS-REJECT-REASON
               PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 2150-SCAN-HOLD-SLOT THRU 2150-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               OR (WS-HOLD-MSG-ID(WS-HOLD-SUB) = DCSN-MESSAGE-ID
                   AND WS-HOLD-RECIPIENT(WS-HOLD-SUB)
                       = WS-DCSN-RECIPIENT).
           IF WS-HOLD-SUB > WS-HOLD-COUNT
               MOVE "NO HELD MESSAGE FOR RECIPIENT AND ID"
                   TO WS-REJECT-REASON
               PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-HOLD-DECISION(WS-HOLD-SUB) NOT = SPACE
               MOVE "ALREADY DECIDED THIS RUN" TO WS-REJECT-REASON
               PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-DCSN-APPROVE
               PERFORM 3200-RELEASE-MESSAGE THRU 3200-EXIT
           ELSE
               ADD 1 TO WS-KILL-COUNT
               DISPLAY "KILLED, RECIPIENT " WS-DCSN-RECIPIENT
                   " MESSAGE " DCSN-MESSAGE-ID " BY " DCSN-OFFICER
           END-IF.
           MOVE WS-DCSN-ACTION TO WS-HOLD-DECISION(WS-HOLD-SUB).
           PERFORM 3300-LOG-DECISION THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************
      * 3200-RELEASE-MESSAGE -- THE MESSAGE GOES OUT ON    *
      * CMPMSGIN EXACTLY AS CAESAR HELD IT, COUNTED AND    *
      * HASHED FOR THE BATCH TRAILER, AND THE APPROVAL IS  *
      * FILED ON CMPAPPR FOR CAESAR TO FIND.               *
      *****************************************************
       3200-RELEASE-MESSAGE.
           MOVE SPACES TO RELEASE-RECORD.
           MOVE WS-HOLD-RECIPIENT(WS-HOLD-SUB) TO RLS-RECIPIENT-CODE.
           MOVE WS-HOLD-MSG-ID(WS-HOLD-SUB) TO RLS-MESSAGE-ID.
           MOVE WS-HOLD-PRIORITY(WS-HOLD-SUB) TO RLS-PRIORITY.
           MOVE WS-HOLD-TEXT(WS-HOLD-SUB) TO RLS-MESSAGE-TEXT.
           WRITE RELEASE-RECORD.

           ADD 1 TO WS-RLS-COUNT.
           MOVE WS-HOLD-MSG-ID(WS-HOLD-SUB) TO WS-HASH-ID.
           PERFORM 4250-HASH-MESSAGE-ID THRU 4250-EXIT.
           ADD WS-HASH-TOTAL TO WS-RLS-HASH.
           PERFORM 3250-FILE-APPROVAL THRU 3250-EXIT.
           DISPLAY "RELEASED, RECIPIENT " WS-DCSN-RECIPIENT
               " MESSAGE " DCSN-MESSAGE-ID " BY " DCSN-OFFICER.
       3200-EXIT.
           EXIT.

      *****************************************************
      * 3250-FILE-APPROVAL -- THE RELEASED MESSAGE ON THE  *
      * PERMANENT CMPAPPR FILE, BY RECIPIENT AND MESSAGE   *
      * ID WITH THE CHECK ON ITS FULL TEXT.                *
      *****************************************************
       3250-FILE-APPROVAL.
           MOVE ZERO TO WS-TEXT-CHECK.
           PERFORM 3260-CHECK-ONE-BYTE THRU 3260-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 2000.

           MOVE SPACES TO CMPA-RECORD.
           MOVE WS-TODAY-DATE TO CMPA-APPROVE-DATE.
           MOVE WS-TODAY-TIME TO CMPA-APPROVE-TIME.
           MOVE DCSN-OFFICER TO CMPA-OFFICER.
           MOVE WS-HOLD-RECIPIENT(WS-HOLD-SUB) TO CMPA-RECIPIENT-CODE.
           MOVE WS-HOLD-MSG-ID(WS-HOLD-SUB) TO CMPA-MESSAGE-ID.
           MOVE WS-HOLD-DATE(WS-HOLD-SUB) TO CMPA-HOLD-DATE.
           MOVE WS-HOLD-RULE-ID(WS-HOLD-SUB) TO CMPA-RULE-ID.
           MOVE WS-TEXT-CHECK TO CMPA-TEXT-CHECK.
           WRITE CMPA-RECORD.
       3250-EXIT.
           EXIT.

       3260-CHECK-ONE-BYTE.
           COMPUTE WS-TEXT-CHECK = WS-TEXT-CHECK + WS-CHECK-SUB
               * FUNCTION ORD(WS-HOLD-TEXT(WS-HOLD-SUB)
                   (WS-CHECK-SUB:1)).
       3260-EXIT.
           EXIT.

       3300-LOG-DECISION.
           MOVE SPACES TO CLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLOG-DECISION-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CLOG-DECISION-TIME.
           MOVE DCSN-OFFICER TO CLOG-OFFICER.
           MOVE WS-DCSN-ACTION TO CLOG-ACTION.
           MOVE WS-HOLD-RECIPIENT(WS-HOLD-SUB) TO CLOG-RECIPIENT-CODE.
           MOVE WS-HOLD-MSG-ID(WS-HOLD-SUB) TO CLOG-MESSAGE-ID.
           MOVE WS-HOLD-DATE(WS-HOLD-SUB) TO CLOG-HOLD-DATE.
           MOVE WS-HOLD-RULE-ID(WS-HOLD-SUB) TO CLOG-RULE-ID.
           MOVE WS-HOLD-MATCHED-TEXT(WS-HOLD-SUB)
               TO CLOG-MATCHED-TEXT.
           MOVE DCSN-NOTE TO CLOG-NOTE.
           WRITE CLOG-RECORD.
       3300-EXIT.
           EXIT.

       3900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-REJECT-COUNT = 1
               MOVE "DECISION CARDS REJECTED -- MESSAGE STILL HELD"
                   TO AGING-LINE
               WRITE AGING-LINE
           END-IF.
           MOVE WS-DCSN-COUNT TO WS-EDIT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "  CARD " WS-EDIT-NUM
               " ACTION " DCSN-ACTION
               " RCPT " DCSN-RECIPIENT-CODE
               " ID " DCSN-MESSAGE-ID
               " -- " WS-REJECT-REASON
               DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
       3900-EXIT.
           EXIT.

      *****************************************************
      * 4000-REWRITE-QUEUE -- CLOSE THE RELEASE BATCH,     *
      * THEN AGE EVERY MESSAGE STILL HELD.  THE QUEUE GOES *
      * BACK OUT WITHOUT THE DECIDED AND REPEAT ENTRIES,   *
      * BUT ONLY WHEN THERE WERE ANY.                      *
      *****************************************************
       4000-REWRITE-QUEUE.
           MOVE SPACES TO RELEASE-RECORD.
           MOVE "*TRL" TO RLST-RECORD-TYPE.
           MOVE WS-RLS-COUNT TO RLST-RECORD-COUNT.
           MOVE WS-RLS-HASH TO RLST-HASH-TOTAL.
           WRITE RELEASE-RECORD.

           IF WS-RLS-COUNT > ZERO OR WS-KILL-COUNT > ZERO
               OR WS-DUP-HOLD-COUNT > ZERO
               OPEN OUTPUT CMPHOLD-FILE
               IF WS-CMPH-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN CMPHOLD FOR WRITE, STATUS "
                       WS-CMPH-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.

           PERFORM 4100-KEEP-ONE-HOLD THRU 4100-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.

           IF WS-RLS-COUNT > ZERO OR WS-KILL-COUNT > ZERO
               OR WS-DUP-HOLD-COUNT > ZERO
               CLOSE CMPHOLD-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-KEEP-ONE-HOLD.
           IF WS-HOLD-DECISION(WS-HOLD-SUB) NOT = SPACE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-STILL-HELD-COUNT.

           IF WS-RLS-COUNT > ZERO OR WS-KILL-COUNT > ZERO
               OR WS-DUP-HOLD-COUNT > ZERO
               MOVE SPACES TO CMPH-RECORD
               MOVE WS-HOLD-DATE(WS-HOLD-SUB) TO CMPH-HOLD-DATE
               MOVE WS-HOLD-TIME(WS-HOLD-SUB) TO CMPH-HOLD-TIME
               MOVE WS-HOLD-RULE-ID(WS-HOLD-SUB) TO CMPH-RULE-ID
               MOVE WS-HOLD-MATCH-TYPE(WS-HOLD-SUB)
                   TO CMPH-MATCH-TYPE
               MOVE WS-HOLD-RULE-TEXT(WS-HOLD-SUB) TO CMPH-RULE-TEXT
               MOVE WS-HOLD-MATCHED-TEXT(WS-HOLD-SUB)
                   TO CMPH-MATCHED-TEXT
               MOVE WS-HOLD-RECORD-NUM(WS-HOLD-SUB)
                   TO CMPH-RECORD-NUM
               MOVE WS-HOLD-RECIPIENT(WS-HOLD-SUB)
                   TO CMPH-RECIPIENT-CODE
               MOVE WS-HOLD-MSG-ID(WS-HOLD-SUB) TO CMPH-MESSAGE-ID
               MOVE WS-HOLD-PRIORITY(WS-HOLD-SUB) TO CMPH-PRIORITY
               MOVE WS-HOLD-TEXT(WS-HOLD-SUB) TO CMPH-MESSAGE-TEXT
               WRITE CMPH-RECORD
           END-IF.

      *****************************************************
      * AGING -- A HOLD DATE THAT IS NOT A DATE CANNOT AGE *
      * AND IS LEFT FOR THE OFFICER TO SEE ON THE QUEUE.   *
      *****************************************************
           IF WS-HOLD-DATE(WS-HOLD-SUB) NOT NUMERIC
               OR WS-HOLD-DATE(WS-HOLD-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE(WS-HOLD-SUB)).
           IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-AGED-COUNT
               PERFORM 5100-WRITE-AGED-LINE THRU 5100-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************
      * 4250-HASH-MESSAGE-ID -- THE BATCH HASH RULE THE    *
      * CIPHER RUN VALIDATES AGAINST: THE SUM OF THE       *
      * ORDINAL VALUES OF THE TEN MESSAGE-ID BYTES.        *
      *****************************************************
       4250-HASH-MESSAGE-ID.
           MOVE ZERO TO WS-HASH-TOTAL.
           PERFORM 4260-HASH-ONE-BYTE THRU 4260-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 10.
       4250-EXIT.
           EXIT.

       4260-HASH-ONE-BYTE.
           ADD FUNCTION ORD(WS-HASH-ID(WS-HASH-SUB:1))
               TO WS-HASH-TOTAL.
       4260-EXIT.
           EXIT.

      *****************************************************
      * 5000-WRITE-AGING-REPORT -- THE REJECTED CARDS AND  *
      * THE AGED HOLDS WENT OUT AS THEY WERE FOUND.  CLOSE *
      * WITH THE TOTALS.                                   *
      *****************************************************
       5000-WRITE-AGING-REPORT.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-LOADED-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "HELD AT START........... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-DCSN-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "DECISION CARDS READ..... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-RLS-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "RELEASED TO CMPMSGIN.... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-KILL-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "KILLED.................. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-REJECT-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "DECISION CARDS REJECTED. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-DUP-HOLD-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "REPEAT HOLDS DROPPED.... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-STILL-HELD-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING "STILL HELD.............. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.

           MOVE WS-AGED-COUNT TO WS-REPORT-NUM.
           MOVE WS-AGE-LIMIT-DAYS TO WS-REPORT-DAYS.
           MOVE SPACES TO AGING-LINE.
           STRING "HELD PAST AGING LIMIT... " WS-REPORT-NUM
               " (LIMIT " WS-REPORT-DAYS " DAYS)"
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
       5000-EXIT.
           EXIT.

       5100-WRITE-AGED-LINE.
           IF WS-AGED-COUNT = 1
               IF WS-REJECT-COUNT > ZERO
                   MOVE SPACES TO AGING-LINE
                   WRITE AGING-LINE
               END-IF
               MOVE "MESSAGES HELD FOR COMPLIANCE PAST THE AGING LIMIT"
                   TO AGING-LINE
               WRITE AGING-LINE
               MOVE SPACES TO AGING-LINE
               STRING "HOLDDATE     AGE RCPT MESSAGE-ID RULE   "
                   "MATCHED TEXT" DELIMITED BY SIZE
                   INTO AGING-LINE
               WRITE AGING-LINE
           END-IF.
           MOVE WS-AGE-DAYS TO WS-REPORT-NUM.
           MOVE SPACES TO AGING-LINE.
           STRING WS-HOLD-DATE(WS-HOLD-SUB)
               " " WS-REPORT-NUM
               " " WS-HOLD-RECIPIENT(WS-HOLD-SUB)
               " " WS-HOLD-MSG-ID(WS-HOLD-SUB)
               " " WS-HOLD-RULE-ID(WS-HOLD-SUB)
               " " WS-HOLD-MATCHED-TEXT(WS-HOLD-SUB)
               DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
       5100-EXIT.
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
           MOVE WS-DCSN-COUNT TO JOBL-IN-COUNT.
           MOVE WS-RLS-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "CMPRLSE JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "CMPRLSE ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE RELEASE-FILE.
           CLOSE DECISION-LOG-FILE.
           CLOSE APPROVAL-FILE.
           CLOSE AGING-FILE.
       9999-EXIT.
           EXIT.
