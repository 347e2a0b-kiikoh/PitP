       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRANS.
       AUTHOR. D-W-HOLLOWAY.
       INSTALLATION. DATA-PROCESSING-CENTER.
       DATE-WRITTEN. 10/11/2026.
       DATE-COMPILED.
      *****************************************************
      * MODIFICATION HISTORY                               *
      * DATE      INIT  DESCRIPTION                        *
      * 10/11/26  DWH   ORIGINAL -- REBUILD A BATCHED      *
      *                 RESEND FILE FROM MSGARCH FOR AGED  *
      *                 OR DISPUTED TRAFFIC, CIPHERED TEXT *
      *                 EXACTLY AS FILED                   *
      * 10/15/26  DWH   RSNDOUT TRAILER CARRIES THE ZERO   *
      *                 COMPLIANCE HELD COUNT TO MATCH     *
      *                 MSGOUT; INCOMPLETE LINE SHOWS THE  *
      *                 RESOLVED SEGMENT COUNT             *
      *****************************************************

      *****************************************************
      * WHEN ACKMATCH AGES A MESSAGE, OR A PARTNER SAYS    *
      * YESTERDAY'S TRAFFIC NEVER ARRIVED, THE CHOICES     *
      * USED TO BE ARCRTRV (WHICH DECRYPTS -- THE WRONG    *
      * THING TO SEND) OR A RERUN OF THE WHOLE DAY.  THIS  *
      * PROGRAM TAKES A REQUEST LIST AND PULLS EACH        *
      * MESSAGE FROM THE ARCHIVE CIPHERED EXACTLY AS IT    *
      * WAS FILED, EVERY SEGMENT AND CHECK VALUE, ONTO     *
      * RSNDOUT IN MSGOUT FORMAT WITH ITS OWN *HDR/*TRL    *
      * COUNT AND HASH TOTAL.  EVERY RECORD CARRIES THE    *
      * RESEND MARK SO THE PARTNER'S DUPLICATE CHECK KNOWS *
      * IT FOR WHAT IT IS.                                 *
      * EACH MESSAGE RESENT GETS ITS OWN AUDITLOG ENTRY    *
      * (MODE T) AND A LINE ON THE PERMANENT RSNDLOG.      *
      * ACKMATCH READS RSNDLOG SO A RESENT MESSAGE IS      *
      * PENDING ONCE AND AGES FROM ITS RESEND.  NOTHING IS *
      * WRITTEN TO MSGARCH OR RUNHIST, SO ARCBILL NEVER    *
      * BILLS A RESEND.  A MESSAGE NOT ON THE ARCHIVE, OR  *
      * WITH A SEGMENT MISSING, IS LISTED AND NOT SENT;    *
      * EITHER, OR A BAD REQUEST CARD, ENDS WITH RETURN    *
      * CODE 4.                                            *
      *                                                    *
      * CONTROL CARD (RSNDCTL):                            *
      *   SOURCE (1)  A = AGED ENTRIES ON ACKPENDO         *
      *               C = OPERATOR CARDS ON RSNDREQ        *
      *   AGE LIMIT (3) DAYS, SOURCE A ONLY; BLANK MEANS   *
      *               3, THE SAME LIMIT ACKMATCH AGES BY   *
      * REQUEST CARD (RSNDREQ), ONE PER LINE:              *
      *   RECIPIENT (4), BLANK, DELIVERY DATE (8), BLANK,  *
      *   MESSAGE ID (10)                                  *
      * A BLANK MESSAGE ID RESENDS EVERY MESSAGE FILED FOR *
      * THAT RECIPIENT ON THAT DATE.  A LINE STARTING WITH *
      * * IS A COMMENT.                                    *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "RSNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PENDING-FILE ASSIGN TO "ACKPENDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "RSNDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "RSNDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT RESEND-LOG-FILE ASSIGN TO "RSNDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RSNDRPT"
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
           05  CTL-SOURCE                PIC X.
           05  FILLER                    PIC X.
           05  CTL-AGE-LIMIT             PIC X(03).

      *****************************************************
      * MUST MATCH THE PENDING RECORD ACKMATCH WRITES.     *
      *****************************************************
       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD.
           05  PND-DELIVERED-DATE        PIC 9(08).
           05  FILLER                    PIC X.
           05  PND-RECIPIENT-CODE        PIC X(04).
           05  PND-MESSAGE-ID            PIC X(10).
           05  PND-PRIORITY              PIC X(01).
           05  FILLER                    PIC X.
           05  PND-RESENT-DATE           PIC 9(08).

       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-RECORD.
           05  REQ-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  REQ-ORIG-DATE             PIC X(08).
           05  FILLER                    PIC X.
           05  REQ-MESSAGE-ID            PIC X(10).

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

      *****************************************************
      * MUST MATCH THE OUTPUT RECORD CAESAR WRITES, SO THE *
      * PARTNERS LOAD A RESEND FILE THE SAME WAY THEY LOAD *
      * MSGOUT.  EVERY DETAIL RECORD HERE IS MARKED R.     *
      *****************************************************
       FD  OUTPUT-FILE
           RECORDING MODE IS F.
       01  OUTPUT-RECORD.
           05  OUT-RECIPIENT-CODE        PIC X(04).
           05  OUT-MESSAGE-ID            PIC X(10).
           05  OUT-PRIORITY              PIC X(01).
           05  OUT-MESSAGE-TEXT          PIC X(200).
           05  OUT-TRUNC-FLAG            PIC X(01).
           05  OUT-CHECK-VALUE           PIC X(09).
           05  OUT-SEG-NUM               PIC 9(02).
           05  OUT-SEG-COUNT             PIC 9(02).
           05  OUT-RESEND-FLAG           PIC X(01).
               88  OUT-RESENT                  VALUE "R".

       01  OUTPUT-BATCH-RECORD.
           05  OUTB-RECORD-TYPE          PIC X(04).
           05  OUTB-SENDER-ID            PIC X(08).
           05  OUTB-BATCH-DATE           PIC 9(08).
           05  FILLER                    PIC X(210).

       01  OUTPUT-TRAILER-RECORD.
           05  OUTT-RECORD-TYPE          PIC X(04).
           05  OUTT-RECORD-COUNT         PIC 9(07).
           05  OUTT-HASH-TOTAL           PIC 9(12).
           05  OUTT-CMP-HELD-COUNT       PIC 9(07).
           05  FILLER                    PIC X(200).

      *****************************************************
      * MUST MATCH THE AUDIT RECORD CAESAR WRITES.         *
      *****************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP             PIC X(26).
           05  FILLER                    PIC X.
           05  AUD-RUN-MODE              PIC X.
           05  FILLER                    PIC X.
           05  AUD-CIPHER-TYPE           PIC X.
           05  FILLER                    PIC X.
           05  AUD-SHIFT-KEY             PIC 99.
           05  FILLER                    PIC X.
           05  AUD-RECORD-COUNT          PIC 9(07).
           05  FILLER                    PIC X.
           05  AUD-VIGENERE-KEYWORD      PIC X(20).
           05  FILLER                    PIC X.
           05  AUD-KEY-ID                PIC X(08).
           05  FILLER                    PIC X.
           05  AUD-NEW-KEY-ID            PIC X(08).
           05  FILLER                    PIC X.
           05  AUD-REKEY-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  AUD-DEF-VERSION           PIC X(08).
           05  FILLER                    PIC X.
           05  AUD-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  AUD-MESSAGE-ID            PIC X(10).
           05  FILLER                    PIC X.
           05  AUD-ORIG-DATE             PIC X(08).

       FD  RESEND-LOG-FILE
           RECORDING MODE IS F.
       COPY "rsndrec.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.
       77  WS-PND-STATUS                 PIC XX.
       77  WS-REQ-STATUS                 PIC XX.
       77  WS-ARC-STATUS                 PIC XX.
       77  WS-OUT-STATUS                 PIC XX.
       77  WS-AUD-STATUS                 PIC XX.
       77  WS-RSL-STATUS                 PIC XX.
       77  WS-RPT-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "RETRANS".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-PND-EOF-SWITCH             PIC X VALUE "N".
           88  WS-PND-END-OF-FILE              VALUE "Y".

       77  WS-REQ-EOF-SWITCH             PIC X VALUE "N".
           88  WS-REQ-END-OF-FILE              VALUE "Y".

       77  WS-DAY-DONE-SWITCH            PIC X VALUE "N".
           88  WS-DAY-DONE                     VALUE "Y".

       77  WS-SOURCE                     PIC X VALUE SPACE.
           88  WS-SOURCE-AGED                  VALUE "A".
           88  WS-SOURCE-CARDS                 VALUE "C".

       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-TODAY-TIME                 PIC 9(06) VALUE ZERO.
       77  WS-TODAY-INT                  PIC 9(07) COMP VALUE ZERO.

      *****************************************************
      * AGING POLICY FOR SOURCE A -- THE SAME LIMIT        *
      * ACKMATCH AGES BY UNLESS THE CARD SAYS OTHERWISE.   *
      * A PENDING ENTRY ALREADY RESENT AGES FROM ITS       *
      * RESEND DATE.                                       *
      *****************************************************
       77  WS-AGE-LIMIT-DAYS             PIC 9(03) COMP VALUE 3.
       77  WS-AGE-DAYS                   PIC S9(05) COMP VALUE ZERO.
       77  WS-AGE-FROM-DATE              PIC 9(08) VALUE ZERO.

      *****************************************************
      * THE REQUEST LIST, FROM EITHER SOURCE.  A BLANK     *
      * MESSAGE ID ASKS FOR THE RECIPIENT'S WHOLE DAY.     *
      *****************************************************
       77  WS-MAX-REQUESTS               PIC 9(05) COMP VALUE 5000.
       77  WS-REQ-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-REQ-SUB                    PIC 9(05) COMP VALUE ZERO.
       77  WS-MATCH-COUNT                PIC 9(05) COMP VALUE ZERO.

       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 5000 TIMES.
               10  WS-REQ-RECIPIENT      PIC X(04).
               10  WS-REQ-DATE           PIC 9(08).
               10  WS-REQ-MSG-ID         PIC X(10).

      *****************************************************
      * MESSAGES ALREADY PUT ON RSNDOUT THIS RUN, SO A     *
      * WHOLE-DAY CARD AND A SINGLE-MESSAGE CARD FOR THE   *
      * SAME TRAFFIC SEND IT ONCE.                         *
      *****************************************************
       77  WS-MAX-SENT                   PIC 9(05) COMP VALUE 5000.
       77  WS-SENT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-SENT-SUB                   PIC 9(05) COMP VALUE ZERO.

       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 5000 TIMES.
               10  WS-SENT-RECIPIENT     PIC X(04).
               10  WS-SENT-MSG-ID        PIC X(10).
               10  WS-SENT-DATE          PIC 9(08).

      *****************************************************
      * THE MESSAGE IN HAND.  EVERY SEGMENT IS READ FROM   *
      * THE ARCHIVE BEFORE ANY IS WRITTEN, SO A MESSAGE    *
      * WITH A SEGMENT MISSING NEVER GOES OUT HALF-SENT.   *
      *****************************************************
       77  WS-MAX-SEGMENTS               PIC 9(02) COMP VALUE 10.
       77  WS-RS-SEG                     PIC 9(02) COMP VALUE ZERO.
       77  WS-RS-SEG-COUNT               PIC 9(02) COMP VALUE ZERO.
       77  WS-RS-FOUND                   PIC 9(02) COMP VALUE ZERO.

       01  WS-RS-KEY.
           05  WS-RS-DATE                PIC 9(08).
           05  WS-RS-SEQ                 PIC 9(07).
       01  WS-RS-HEADER.
           05  WS-RS-RECIPIENT-CODE      PIC X(04).
           05  WS-RS-MESSAGE-ID          PIC X(10).
           05  WS-RS-PRIORITY            PIC X(01).

       01  WS-RS-SEGMENTS.
           05  WS-RS-SEG-IMAGE OCCURS 10 TIMES
                                          PIC X(283).

      *****************************************************
      * MESSAGE-ID HASH WORK AREA -- THE SAME BATCH HASH   *
      * RULE CAESAR APPLIES TO MSGOUT.                     *
      *****************************************************
       77  WS-HASH-SUB                   PIC 99 COMP VALUE ZERO.
       01  WS-HASH-ID                    PIC X(10) VALUE SPACE.
       77  WS-HASH-TOTAL                 PIC 9(12) COMP
                                          VALUE ZERO.

       77  WS-OUR-SENDER-ID              PIC X(08)
                                          VALUE "DPCENTER".
       77  WS-OUT-DETAIL-COUNT           PIC 9(07) COMP
                                          VALUE ZERO.
       77  WS-OUT-HASH                   PIC 9(12) COMP
                                          VALUE ZERO.

       77  WS-PEND-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CARD-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-BAD-CARD-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-RESENT-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-FOUND-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-INCOMPLETE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ALREADY-SENT-COUNT         PIC 9(07) COMP VALUE ZERO.

      *****************************************************
      * TIMESTAMP WORK AREA FOR THE AUDIT RECORD.          *
      *****************************************************
       01  WS-CURRENT-TIMESTAMP          PIC X(21).

       01  WS-REPORT-NUM                 PIC Z(8)9.
       01  WS-REPORT-SEGS                PIC Z9.
       01  WS-REPORT-SEGS2               PIC Z9.

       PROCEDURE DIVISION.

      *****************************************************
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SOURCE-AGED
               PERFORM 2000-LOAD-AGED-PENDING THRU 2000-EXIT
           ELSE
               PERFORM 2500-LOAD-OPERATOR-CARDS THRU 2500-EXIT
           END-IF.
           PERFORM 3000-RESEND-REQUESTS THRU 3000-EXIT.
           PERFORM 4000-WRITE-BATCH-TRAILER THRU 4000-EXIT.
           PERFORM 5000-WRITE-RUN-SUMMARY THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-NOT-FOUND-COUNT > ZERO
               OR WS-INCOMPLETE-COUNT > ZERO
               OR WS-BAD-CARD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************
      * 1000-INITIALIZE -- READ AND EDIT THE CONTROL CARD, *
      * OPEN THE ARCHIVE AND THE OUTPUTS, AND OPEN THE     *
      * RESEND BATCH.                                      *
      *****************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-REQ-TABLE.
           MOVE SPACES TO WS-SENT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TODAY-TIME.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RSNDCTL, STATUS "
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
               MOVE "NO CONTROL CARD ON RSNDCTL"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           MOVE CTL-SOURCE TO WS-SOURCE.
           IF NOT WS-SOURCE-AGED AND NOT WS-SOURCE-CARDS
               MOVE "RSNDCTL SOURCE MUST BE A (ACKPENDO) OR C (CARDS)"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           IF CTL-AGE-LIMIT NUMERIC
               MOVE CTL-AGE-LIMIT TO WS-AGE-LIMIT-DAYS
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = "00"
               STRING "UNABLE TO OPEN MSGARCH, STATUS "
                   WS-ARC-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN OUTPUT OUTPUT-FILE.
           IF WS-OUT-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RSNDOUT, STATUS "
                   WS-OUT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUD-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN AUDITLOG, STATUS "
                       WS-AUD-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.

           OPEN EXTEND RESEND-LOG-FILE.
           IF WS-RSL-STATUS NOT = "00"
               OPEN OUTPUT RESEND-LOG-FILE
               IF WS-RSL-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RSNDLOG, STATUS "
                       WS-RSL-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RSNDRPT, STATUS "
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           PERFORM 1600-WRITE-BATCH-HEADER THRU 1600-EXIT.

           MOVE SPACES TO REPORT-LINE.
           IF WS-SOURCE-AGED
               MOVE WS-AGE-LIMIT-DAYS TO WS-REPORT-NUM
               STRING "RETRANSMISSION FROM THE ARCHIVE -- RUN "
                   WS-TODAY-DATE
                   ", AGED ACKPENDO TRAFFIC, OVER"
                   WS-REPORT-NUM " DAYS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "RETRANSMISSION FROM THE ARCHIVE -- RUN "
                   WS-TODAY-DATE ", OPERATOR REQUEST CARDS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************
      * 1600-WRITE-BATCH-HEADER -- RSNDOUT IS BATCHED LIKE *
      * MSGOUT; A RUN WITH NOTHING TO SEND STILL CLOSES AN *
      * EMPTY BATCH.                                       *
      *****************************************************
       1600-WRITE-BATCH-HEADER.
           MOVE SPACES TO OUTPUT-RECORD.
           MOVE "*HDR" TO OUTB-RECORD-TYPE.
           MOVE WS-OUR-SENDER-ID TO OUTB-SENDER-ID.
           MOVE WS-TODAY-DATE TO OUTB-BATCH-DATE.
           WRITE OUTPUT-RECORD.
       1600-EXIT.
           EXIT.

      *****************************************************
      * 1620-HASH-MESSAGE-ID -- THE BATCH HASH RULE: THE   *
      * SUM OF THE ORDINAL VALUES OF THE TEN MESSAGE-ID    *
      * BYTES, ONE TERM PER DETAIL RECORD.                 *
      *****************************************************
       1620-HASH-MESSAGE-ID.
           MOVE ZERO TO WS-HASH-TOTAL.
           PERFORM 1625-HASH-ONE-BYTE THRU 1625-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 10.
       1620-EXIT.
           EXIT.

       1625-HASH-ONE-BYTE.
           ADD FUNCTION ORD(WS-HASH-ID(WS-HASH-SUB:1))
               TO WS-HASH-TOTAL.
       1625-EXIT.
           EXIT.

      *****************************************************
      * 2000-LOAD-AGED-PENDING -- EVERY ACKPENDO ENTRY     *
      * PAST THE AGE LIMIT BECOMES A REQUEST.  NO ACKPENDO *
      * MEANS NOTHING IS PENDING, SO NOTHING TO RESEND.    *
      *****************************************************
       2000-LOAD-AGED-PENDING.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "NO ACKPENDO, STATUS " WS-PND-STATUS
                   ", NOTHING TO RESEND"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-PENDING THRU 2100-EXIT
               UNTIL WS-PND-END-OF-FILE.
           CLOSE PENDING-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-PND-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF PND-MESSAGE-ID = SPACE
               OR PND-DELIVERED-DATE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PEND-READ-COUNT.

           MOVE PND-DELIVERED-DATE TO WS-AGE-FROM-DATE.
           IF PND-RESENT-DATE NUMERIC
               AND PND-RESENT-DATE > PND-DELIVERED-DATE
               MOVE PND-RESENT-DATE TO WS-AGE-FROM-DATE
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE).
           IF WS-AGE-DAYS NOT > WS-AGE-LIMIT-DAYS
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2900-ADD-REQUEST THRU 2900-EXIT.
           MOVE PND-RECIPIENT-CODE TO WS-REQ-RECIPIENT(WS-REQ-COUNT).
           MOVE PND-DELIVERED-DATE TO WS-REQ-DATE(WS-REQ-COUNT).
           MOVE PND-MESSAGE-ID TO WS-REQ-MSG-ID(WS-REQ-COUNT).
       2100-EXIT.
           EXIT.

      *****************************************************
      * 2500-LOAD-OPERATOR-CARDS -- THE OPERATOR ASKED FOR *
      * CARDS, SO A MISSING RSNDREQ STOPS THE RUN.  A CARD *
      * THAT FAILS THE EDIT IS LISTED AND SKIPPED.         *
      *****************************************************
       2500-LOAD-OPERATOR-CARDS.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RSNDREQ, STATUS "
                   WS-REQ-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 2600-LOAD-ONE-CARD THRU 2600-EXIT
               UNTIL WS-REQ-END-OF-FILE.
           CLOSE REQUEST-FILE.
       2500-EXIT.
           EXIT.

       2600-LOAD-ONE-CARD.
           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-REQ-EOF-SWITCH
                   GO TO 2600-EXIT
           END-READ.
           IF REQUEST-RECORD = SPACE
               OR REQUEST-RECORD(1:1) = "*"
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.

           IF REQ-RECIPIENT-CODE = SPACE
               OR REQ-ORIG-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-CARD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** CARD IGNORED, RECIPIENT OR DATE "
                   "MISSING: " REQUEST-RECORD
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2600-EXIT
           END-IF.

           PERFORM 2900-ADD-REQUEST THRU 2900-EXIT.
           MOVE REQ-RECIPIENT-CODE TO WS-REQ-RECIPIENT(WS-REQ-COUNT).
           MOVE REQ-ORIG-DATE TO WS-REQ-DATE(WS-REQ-COUNT).
           MOVE REQ-MESSAGE-ID TO WS-REQ-MSG-ID(WS-REQ-COUNT).
       2600-EXIT.
           EXIT.

       2900-ADD-REQUEST.
           IF WS-REQ-COUNT >= WS-MAX-REQUESTS
               MOVE "MORE RESEND REQUESTS THAN THE WORK TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
       2900-EXIT.
           EXIT.

      *****************************************************
      * 3000-RESEND-REQUESTS -- EACH REQUEST BROWSES ITS   *
      * DELIVERY DATE ON THE ARCHIVE FOR THE RECIPIENT'S   *
      * TRAFFIC.  A SINGLE-MESSAGE REQUEST STOPS AT ITS    *
      * MESSAGE; A WHOLE-DAY REQUEST TAKES EVERY MESSAGE   *
      * THE RECIPIENT HAD THAT DAY.                        *
      *****************************************************
       3000-RESEND-REQUESTS.
           PERFORM 3100-RESEND-ONE-REQUEST THRU 3100-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
       3000-EXIT.
           EXIT.

       3100-RESEND-ONE-REQUEST.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE "N" TO WS-DAY-DONE-SWITCH.
           MOVE WS-REQ-DATE(WS-REQ-SUB) TO ARC-DATE.
           MOVE ZERO TO ARC-SEQ.
           MOVE ZERO TO ARC-SEG-NUM.
           START ARCHIVE-FILE KEY NOT < ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DAY-DONE-SWITCH
           END-START.
           PERFORM 3200-SCAN-ONE-ENTRY THRU 3200-EXIT
               UNTIL WS-DAY-DONE.

           IF WS-MATCH-COUNT = ZERO
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** NOT ON ARCHIVE  "
                   WS-REQ-DATE(WS-REQ-SUB) " "
                   WS-REQ-RECIPIENT(WS-REQ-SUB) " "
                   WS-REQ-MSG-ID(WS-REQ-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-SCAN-ONE-ENTRY.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DAY-DONE-SWITCH
                   GO TO 3200-EXIT
           END-READ.
           IF WS-ARC-STATUS NOT = "00" AND WS-ARC-STATUS NOT = "02"
               MOVE "Y" TO WS-DAY-DONE-SWITCH
               GO TO 3200-EXIT
           END-IF.
           IF ARC-DATE NOT = WS-REQ-DATE(WS-REQ-SUB)
               MOVE "Y" TO WS-DAY-DONE-SWITCH
               GO TO 3200-EXIT
           END-IF.
           IF ARC-RECIPIENT-CODE NOT = WS-REQ-RECIPIENT(WS-REQ-SUB)
               GO TO 3200-EXIT
           END-IF.
           IF WS-REQ-MSG-ID(WS-REQ-SUB) NOT = SPACE
               AND ARC-MESSAGE-ID NOT = WS-REQ-MSG-ID(WS-REQ-SUB)
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 3300-RESEND-ONE-MESSAGE THRU 3300-EXIT.
           IF WS-REQ-MSG-ID(WS-REQ-SUB) NOT = SPACE
               MOVE "Y" TO WS-DAY-DONE-SWITCH
               GO TO 3200-EXIT
           END-IF.

      *****************************************************
      * THE KEYED SEGMENT READS MOVED THE BROWSE; PICK IT  *
      * UP AGAIN PAST THE LAST SEGMENT THIS SEQUENCE COULD *
      * HAVE.                                              *
      *****************************************************
           MOVE WS-RS-DATE TO ARC-DATE.
           MOVE WS-RS-SEQ TO ARC-SEQ.
           MOVE 99 TO ARC-SEG-NUM.
           START ARCHIVE-FILE KEY > ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DAY-DONE-SWITCH
           END-START.
       3200-EXIT.
           EXIT.

      *****************************************************
      * 3300-RESEND-ONE-MESSAGE -- GATHER EVERY SEGMENT OF *
      * THE MESSAGE THE BROWSE REACHED, AND ONLY WHEN ALL  *
      * ARE ON FILE WRITE THEM, AUDIT THE RESEND AND LOG   *
      * IT FOR ACKMATCH.                                   *
      *****************************************************
       3300-RESEND-ONE-MESSAGE.
           MOVE ARC-DATE TO WS-RS-DATE.
           MOVE ARC-SEQ TO WS-RS-SEQ.
           MOVE ARC-RECIPIENT-CODE TO WS-RS-RECIPIENT-CODE.
           MOVE ARC-MESSAGE-ID TO WS-RS-MESSAGE-ID.
           MOVE ARC-PRIORITY TO WS-RS-PRIORITY.
           IF ARC-SEG-COUNT NUMERIC AND ARC-SEG-COUNT > ZERO
               MOVE ARC-SEG-COUNT TO WS-RS-SEG-COUNT
           ELSE
               MOVE 1 TO WS-RS-SEG-COUNT
           END-IF.
           IF WS-RS-SEG-COUNT > WS-MAX-SEGMENTS
               MOVE WS-MAX-SEGMENTS TO WS-RS-SEG-COUNT
           END-IF.

           PERFORM 3350-SCAN-SENT-SLOT THRU 3350-EXIT
               VARYING WS-SENT-SUB FROM 1 BY 1
               UNTIL WS-SENT-SUB > WS-SENT-COUNT
               OR (WS-SENT-RECIPIENT(WS-SENT-SUB)
                       = WS-RS-RECIPIENT-CODE
                   AND WS-SENT-MSG-ID(WS-SENT-SUB)
                       = WS-RS-MESSAGE-ID
                   AND WS-SENT-DATE(WS-SENT-SUB) = WS-RS-DATE).
           IF WS-SENT-SUB NOT > WS-SENT-COUNT
               ADD 1 TO WS-ALREADY-SENT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ALREADY RESENT THIS RUN  " WS-RS-DATE " "
                   WS-RS-RECIPIENT-CODE " " WS-RS-MESSAGE-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3300-EXIT
           END-IF.

           MOVE ZERO TO WS-RS-FOUND.
           MOVE SPACES TO WS-RS-SEGMENTS.
           PERFORM 3400-COLLECT-SEGMENT THRU 3400-EXIT
               VARYING WS-RS-SEG FROM 1 BY 1
               UNTIL WS-RS-SEG > WS-RS-SEG-COUNT.
           IF WS-RS-FOUND < WS-RS-SEG-COUNT
               ADD 1 TO WS-INCOMPLETE-COUNT
               MOVE WS-RS-FOUND TO WS-REPORT-SEGS
               MOVE WS-RS-SEG-COUNT TO WS-REPORT-SEGS2
               MOVE SPACES TO REPORT-LINE
               STRING "  ** INCOMPLETE, NOT SENT  " WS-RS-DATE "/"
                   WS-RS-SEQ " " WS-RS-RECIPIENT-CODE " "
                   WS-RS-MESSAGE-ID " ONLY " WS-REPORT-SEGS
                   " OF " WS-REPORT-SEGS2 " SEGMENTS ON FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3300-EXIT
           END-IF.

           PERFORM 3500-WRITE-RESEND-SEGMENT THRU 3500-EXIT
               VARYING WS-RS-SEG FROM 1 BY 1
               UNTIL WS-RS-SEG > WS-RS-SEG-COUNT.
           PERFORM 3600-WRITE-AUDIT-ENTRY THRU 3600-EXIT.
           PERFORM 3700-WRITE-RESEND-LOG THRU 3700-EXIT.

           IF WS-SENT-COUNT < WS-MAX-SENT
               ADD 1 TO WS-SENT-COUNT
               MOVE WS-RS-RECIPIENT-CODE
                   TO WS-SENT-RECIPIENT(WS-SENT-COUNT)
               MOVE WS-RS-MESSAGE-ID TO WS-SENT-MSG-ID(WS-SENT-COUNT)
               MOVE WS-RS-DATE TO WS-SENT-DATE(WS-SENT-COUNT)
           END-IF.

           ADD 1 TO WS-RESENT-COUNT.
           MOVE WS-RS-SEG-COUNT TO WS-REPORT-SEGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESENT  " WS-RS-DATE "/" WS-RS-SEQ " "
               WS-RS-RECIPIENT-CODE " " WS-RS-MESSAGE-ID
               " PRI " WS-RS-PRIORITY
               " SEGMENTS " WS-REPORT-SEGS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3300-EXIT.
           EXIT.

       3350-SCAN-SENT-SLOT.
           CONTINUE.
       3350-EXIT.
           EXIT.

       3400-COLLECT-SEGMENT.
           MOVE WS-RS-DATE TO ARC-DATE.
           MOVE WS-RS-SEQ TO ARC-SEQ.
           MOVE WS-RS-SEG TO ARC-SEG-NUM.
           READ ARCHIVE-FILE
               KEY IS ARC-KEY
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ.
           IF WS-ARC-STATUS NOT = "00" AND WS-ARC-STATUS NOT = "02"
               GO TO 3400-EXIT
           END-IF.
           MOVE ARCHIVE-RECORD TO WS-RS-SEG-IMAGE(WS-RS-SEG).
           ADD 1 TO WS-RS-FOUND.
       3400-EXIT.
           EXIT.

      *****************************************************
      * 3500-WRITE-RESEND-SEGMENT -- THE ARCHIVED RECORD   *
      * GOES OUT AS IT WAS FILED: CIPHERED TEXT, CHECK     *
      * VALUE, TRUNCATION FLAG AND SEGMENT NUMBERING ARE   *
      * COPIED, NOT RECOMPUTED.  ONLY THE RESEND MARK IS   *
      * NEW.  EACH RECORD IS COUNTED AND HASHED FOR THE    *
      * RSNDOUT TRAILER.                                   *
      *****************************************************
       3500-WRITE-RESEND-SEGMENT.
           MOVE WS-RS-SEG-IMAGE(WS-RS-SEG) TO ARCHIVE-RECORD.
           MOVE SPACES TO OUTPUT-RECORD.
           MOVE ARC-RECIPIENT-CODE TO OUT-RECIPIENT-CODE.
           MOVE ARC-MESSAGE-ID TO OUT-MESSAGE-ID.
           MOVE ARC-PRIORITY TO OUT-PRIORITY.
           MOVE ARC-MESSAGE-TEXT TO OUT-MESSAGE-TEXT.
           MOVE ARC-TRUNC-FLAG TO OUT-TRUNC-FLAG.
           MOVE ARC-CHECK-VALUE TO OUT-CHECK-VALUE.
           MOVE ARC-SEG-NUM TO OUT-SEG-NUM.
           MOVE WS-RS-SEG-COUNT TO OUT-SEG-COUNT.
           MOVE "R" TO OUT-RESEND-FLAG.
           ADD 1 TO WS-OUT-DETAIL-COUNT.
           MOVE OUT-MESSAGE-ID TO WS-HASH-ID.
           PERFORM 1620-HASH-MESSAGE-ID THRU 1620-EXIT.
           ADD WS-HASH-TOTAL TO WS-OUT-HASH.
           WRITE OUTPUT-RECORD.
       3500-EXIT.
           EXIT.

      *****************************************************
      * 3600-WRITE-AUDIT-ENTRY -- ONE ENTRY PER RESENT     *
      * MESSAGE, MODE T, UNDER THE KEY IT WAS FILED WITH.  *
      * THE RECORD COUNT IS THE SEGMENTS SENT, AND THE     *
      * MESSAGE AND ITS ORIGINAL DELIVERY DATE RIDE IN THE *
      * TRAILING FIELDS.                                   *
      *****************************************************
       3600-WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE "T" TO AUD-RUN-MODE.
           MOVE ARC-CIPHER-TYPE TO AUD-CIPHER-TYPE.
           MOVE ARC-SHIFT-KEY TO AUD-SHIFT-KEY.
           MOVE WS-RS-SEG-COUNT TO AUD-RECORD-COUNT.
           MOVE ARC-VIGENERE-KEYWORD TO AUD-VIGENERE-KEYWORD.
           MOVE ARC-KEY-ID TO AUD-KEY-ID.
           MOVE ZERO TO AUD-REKEY-COUNT.
           MOVE ARC-DEF-VERSION TO AUD-DEF-VERSION.
           MOVE WS-RS-RECIPIENT-CODE TO AUD-RECIPIENT-CODE.
           MOVE WS-RS-MESSAGE-ID TO AUD-MESSAGE-ID.
           MOVE WS-RS-DATE TO AUD-ORIG-DATE.
           WRITE AUDIT-RECORD.
       3600-EXIT.
           EXIT.

       3700-WRITE-RESEND-LOG.
           MOVE SPACES TO RSL-RECORD.
           MOVE WS-TODAY-DATE TO RSL-RESEND-DATE.
           MOVE WS-TODAY-TIME TO RSL-RESEND-TIME.
           MOVE WS-RS-RECIPIENT-CODE TO RSL-RECIPIENT-CODE.
           MOVE WS-RS-MESSAGE-ID TO RSL-MESSAGE-ID.
           MOVE WS-RS-DATE TO RSL-ORIG-DATE.
           MOVE WS-RS-SEQ TO RSL-ORIG-SEQ.
           MOVE WS-RS-PRIORITY TO RSL-PRIORITY.
           MOVE WS-RS-SEG-COUNT TO RSL-SEG-COUNT.
           MOVE WS-SOURCE TO RSL-SOURCE.
           WRITE RSL-RECORD.
       3700-EXIT.
           EXIT.

      *****************************************************
      * 4000-WRITE-BATCH-TRAILER -- CLOSE THE RSNDOUT      *
      * BATCH WITH ITS DETAIL COUNT AND MESSAGE-ID HASH    *
      * TOTAL, SO THE PARTNER RECONCILES IT LIKE MSGOUT.   *
      * A RESEND IS NEVER HELD FOR COMPLIANCE, SO THE HELD *
      * COUNT IS ALWAYS ZERO.                              *
      *****************************************************
       4000-WRITE-BATCH-TRAILER.
           MOVE SPACES TO OUTPUT-RECORD.
           MOVE "*TRL" TO OUTT-RECORD-TYPE.
           MOVE WS-OUT-DETAIL-COUNT TO OUTT-RECORD-COUNT.
           MOVE WS-OUT-HASH TO OUTT-HASH-TOTAL.
           MOVE ZERO TO OUTT-CMP-HELD-COUNT.
           WRITE OUTPUT-RECORD.
       4000-EXIT.
           EXIT.

      *****************************************************
      * 5000-WRITE-RUN-SUMMARY -- THE TOTALS, ON RSNDRPT   *
      * AND THE CONSOLE.                                   *
      *****************************************************
       5000-WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-SOURCE-AGED
               MOVE WS-PEND-READ-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  PENDING ENTRIES READ.. " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CARD-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  REQUEST CARDS READ.... " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-BAD-CARD-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  CARDS IGNORED......... " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-REQ-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REQUESTS.............. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RESENT-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MESSAGES RESENT....... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-OUT-DETAIL-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RSNDOUT RECORDS....... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ALREADY-SENT-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REPEATS NOT RESENT.... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-NOT-FOUND-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  NOT ON ARCHIVE........ " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-INCOMPLETE-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  INCOMPLETE, NOT SENT.. " WS-REPORT-NUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RESENT-COUNT TO WS-REPORT-NUM.
           DISPLAY "RETRANS -- " WS-REPORT-NUM
               " MESSAGE(S) RESENT ON RSNDOUT".
           IF WS-NOT-FOUND-COUNT > ZERO
               OR WS-INCOMPLETE-COUNT > ZERO
               OR WS-BAD-CARD-COUNT > ZERO
               DISPLAY "RETRANS -- REQUESTS NOT SATISFIED, "
                   "SEE RSNDRPT"
           END-IF.
       5000-EXIT.
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
           MOVE WS-REQ-COUNT TO JOBL-IN-COUNT.
           MOVE WS-RESENT-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "RETRANS JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "RETRANS ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE ARCHIVE-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RESEND-LOG-FILE.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
