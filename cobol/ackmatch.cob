      *                 FILES AGAINST DELIVERED TRAFFIC,   *
      *                 CARRY THE UNMATCHED FORWARD, AGE   *
      *                 WHAT STAYS UNACKNOWLEDGED          *
      * 10/05/26  DWH   PARTNER NAME FROM PARTFILE ON THE  *
      *                 ROLL-UP; RCPTKEYS CODES NOT ON THE *
      *                 PARTNER MASTER LISTED              *
      * 10/08/26  DWH   ARCHIVE LAYOUT CARRIES THE MESSAGE *
      *                 CHECK VALUE                        *
      * 10/09/26  DWH   A SEGMENTED MESSAGE IS PENDING     *
      *                 ONCE UNDER ITS MESSAGE ID AND IS   *
      *                 CLEARED ONLY BY AN ACK OF THE      *
      *                 WHOLE MESSAGE; PER-SEGMENT ACKS    *
      *                 ARE LISTED AND IGNORED             *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      * 10/11/26  DWH   MESSAGES RESENT BY RETRANS         *
      *                 (RSNDLOG) ARE PENDING ONCE AND AGE *
      *                 FROM THE RESEND DATE, CARRIED ON   *
      *                 ACKPENDO; A RESEND OF CLEARED      *
      *                 TRAFFIC IS PENDING AGAIN AND ITS   *
      *                 REPEAT ACK IS NOT LISTED AS        *
      *                 UNMATCHED                          *
      * 10/15/26  DWH   CONTROL CARD READ BEFORE THE JOB   *
      *                 LOG START SO START AND END CARRY   *
      *                 THE SAME PROCESSING DATE           *
      *****************************************************

      *****************************************************
      * THE PARTNER BEFORE THE BUSINESS DOES.  AN ACK FOR  *
      * SOMETHING NOT ON THE PENDING SET IS REPORTED TOO.  *
      * RETURN CODE 4 FLAGS AGED TRAFFIC.                  *
      * A MESSAGE RETRANS HAS RESENT (RSNDLOG) STAYS       *
      * PENDING ONCE AND AGES FROM ITS RESEND; A RESEND OF *
      * TRAFFIC ALREADY CLEARED GOES BACK ON THE PENDING   *
      * SET UNTIL THE PARTNER ACKS IT AGAIN.               *
      *                                                    *
      * REQUEST CARD (ACKCTL): DELIVERY DATE YYYYMMDD,     *
      * BLANK OR MISSING MEANS TODAY.                      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDO-STATUS.

           SELECT RESEND-LOG-FILE ASSIGN TO "RSNDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSL-STATUS.

           SELECT PART-FILE ASSIGN TO "PARTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTF-STATUS.

           SELECT XREF-FILE ASSIGN TO "RCPTKEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

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


      *****************************************************
      * ONE ACKNOWLEDGED MESSAGE PER LINE FROM THE         *
      * PARTNER'S DAILY RETURN FILE.  A PARTNER THAT ACKS  *
      * SEGMENT RECORDS FILLS IN THE SEGMENT NUMBER; ONLY  *
      * A LINE WITH IT BLANK ACKNOWLEDGES THE MESSAGE.     *
      *****************************************************
       FD  ACK-FILE
           RECORDING MODE IS F.
           05  ACK-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  ACK-MESSAGE-ID            PIC X(10).
           05  FILLER                    PIC X.
           05  ACK-SEGMENT-NUM           PIC X(02).

      *****************************************************
      * TRAFFIC DELIVERED BUT NOT YET ACKNOWLEDGED,        *
      * CARRIED ACROSS DAYS.  ACKPENDI IS LAST RUN'S       *
      * ACKPENDO.  THE RESENT DATE IS ZERO UNTIL RETRANS   *
      * SENDS THE MESSAGE AGAIN; A FILE WRITTEN BEFORE IT  *
      * WAS CARRIED HAS NONE AND IS TAKEN AS ZERO.         *
      *****************************************************
       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
           05  PNDI-RECIPIENT-CODE       PIC X(04).
           05  PNDI-MESSAGE-ID           PIC X(10).
           05  PNDI-PRIORITY             PIC X(01).
           05  FILLER                    PIC X.
           05  PNDI-RESENT-DATE          PIC 9(08).

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
           05  PNDO-RECIPIENT-CODE       PIC X(04).
           05  PNDO-MESSAGE-ID           PIC X(10).
           05  PNDO-PRIORITY             PIC X(01).
           05  FILLER                    PIC X.
           05  PNDO-RESENT-DATE          PIC 9(08).

       FD  RESEND-LOG-FILE
           RECORDING MODE IS F.
       COPY "rsndrec.cpy".

       FD  PART-FILE
           RECORDING MODE IS F.
       COPY "partrec.cpy".

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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(100).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-CTL-STATUS                 PIC XX.
       77  WS-ACK-STATUS                 PIC XX.
       77  WS-PNDI-STATUS                PIC XX.
       77  WS-PNDO-STATUS                PIC XX.
       77  WS-RSL-STATUS                 PIC XX.
       77  WS-ARC-STATUS                 PIC XX.
       77  WS-PARTF-STATUS               PIC XX.
       77  WS-XREF-STATUS                PIC XX.
       77  WS-RPT-STATUS                 PIC XX.

       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.                      *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "ACKMATCH".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-ACK-EOF-SWITCH             PIC X VALUE "N".
           88  WS-ACK-END-OF-FILE              VALUE "Y".

       77  WS-PNDI-EOF-SWITCH            PIC X VALUE "N".
           88  WS-PNDI-END-OF-FILE             VALUE "Y".

       77  WS-RSL-EOF-SWITCH             PIC X VALUE "N".
           88  WS-RSL-END-OF-FILE              VALUE "Y".

       77  WS-PARTF-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PARTF-END-OF-FILE            VALUE "Y".

       77  WS-XREF-EOF-SWITCH            PIC X VALUE "N".
           88  WS-XREF-END-OF-FILE             VALUE "Y".

       77  WS-MAST-LOAD-SWITCH           PIC X VALUE "N".
           88  WS-MAST-TABLE-READY             VALUE "Y".

       77  WS-ARC-EOF-SWITCH             PIC X VALUE "N".
           88  WS-ARC-END-OF-FILE              VALUE "Y".

       77  WS-DELIVERY-DATE              PIC 9(08) VALUE ZERO.
       77  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-TODAY-INT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-PRIOR-DATE                 PIC 9(08) VALUE ZERO.

      *****************************************************
      * AGING POLICY -- DELIVERED TRAFFIC UNACKNOWLEDGED   *
      *****************************************************
       77  WS-AGE-LIMIT-DAYS             PIC 9(03) COMP VALUE 3.
       77  WS-AGE-DAYS                   PIC S9(05) COMP VALUE ZERO.
       77  WS-AGE-FROM-DATE              PIC 9(08) VALUE ZERO.

      *****************************************************
      * THE PENDING SET -- EVERYTHING DELIVERED AND NOT    *
               10  WS-PEND-MSG-ID        PIC X(10).
               10  WS-PEND-PRIORITY      PIC X(01).
               10  WS-PEND-ACKED         PIC X.
               10  WS-PEND-RESENT-DATE   PIC 9(08).

      *****************************************************
      * PER-PARTNER ROLL-UP FOR THE REPORT.                *
               10  WS-PART-AGED          PIC 9(07) COMP.
               10  WS-PART-AGED-PRI      PIC 9(07) COMP.

      *****************************************************
      * THE PARTNER MASTER, FOR NAMES ON THE ROLL-UP AND   *
      * THE RCPTKEYS CHECK.                                *
      *****************************************************
       77  WS-MAX-MASTERS                PIC 9(03) COMP VALUE 200.
       77  WS-MAST-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-FIND-CODE             PIC X(04) VALUE SPACE.
       77  WS-MAST-FIND-NAME             PIC X(30) VALUE SPACE.
       77  WS-UNKNOWN-XREF-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-MAST-TABLE.
           05  WS-MAST-ENTRY OCCURS 200 TIMES.
               10  WS-MAST-CODE          PIC X(04).
               10  WS-MAST-NAME          PIC X(30).

       77  WS-CARRIED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-DELIVERED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-ACK-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-MATCHED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-UNKNOWN-ACK-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-SEGMENT-ACK-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-STILL-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-AGED-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-RESEND-APPLIED-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-RESEND-REPEND-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-RESENT-ACK-COUNT           PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-NUM                 PIC Z(6)9.
       01  WS-REPORT-NUM2                PIC Z(6)9.
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-PARTNERS THRU 1500-EXIT.
           PERFORM 2000-LOAD-PENDING THRU 2000-EXIT.
           PERFORM 3000-ADD-DELIVERED-TRAFFIC THRU 3000-EXIT.
           PERFORM 3500-APPLY-RESENDS THRU 3500-EXIT.
           PERFORM 4000-MATCH-ACKS THRU 4000-EXIT.
           PERFORM 5000-CARRY-AND-AGE THRU 5000-EXIT.
           PERFORM 6000-WRITE-PARTNER-SUMMARY THRU 6000-EXIT.
           PERFORM 7000-CHECK-XREF-CODES THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-AGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
           MOVE SPACES TO WS-PEND-TABLE.
           INITIALIZE WS-PARTNER-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DELIVERY-DATE) - 1)
               TO WS-PRIOR-DATE.

           OPEN OUTPUT PENDING-OUT-FILE.
           IF WS-PNDO-STATUS NOT = "00"
       1000-EXIT.
           EXIT.

      *****************************************************
      * 1100-READ-CONTROL-CARD -- THE DELIVERY DATE COMES  *
      * FROM THE CONTROL CARD, OR IS TODAY.  THE MAINLINE  *
      * READS IT AHEAD OF 9800 SO THE START AND END        *
      * RECORDS ON THE JOB LOG CARRY THE SAME PROCESSING   *
      * DATE.                                              *
      *****************************************************
       1100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DELIVERY-DATE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-CTL-STATUS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS = "00" AND CTL-DELIVERY-DATE NUMERIC
               MOVE CTL-DELIVERY-DATE TO WS-DELIVERY-DATE
           END-IF.
           MOVE WS-DELIVERY-DATE TO WS-JOBL-PROC-DATE.
       1100-EXIT.
           EXIT.

      *****************************************************
      * 1500-LOAD-PARTNERS -- THE PARTNER MASTER IS ONLY   *
      * NEEDED FOR NAMES AND THE RCPTKEYS CHECK; THE MATCH *
      * ITSELF RUNS WITHOUT IT.                            *
      *****************************************************
       1500-LOAD-PARTNERS.
           MOVE SPACES TO WS-MAST-TABLE.
           OPEN INPUT PART-FILE.
           IF WS-PARTF-STATUS NOT = "00"
               DISPLAY "NO PARTFILE PARTNER MASTER, STATUS "
                   WS-PARTF-STATUS ", NAMES NOT PRINTED"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-PARTNER THRU 1510-EXIT
               UNTIL WS-PARTF-END-OF-FILE.
           CLOSE PART-FILE.
           MOVE "Y" TO WS-MAST-LOAD-SWITCH.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-PARTNER.
           READ PART-FILE
               AT END
                   MOVE "Y" TO WS-PARTF-EOF-SWITCH
                   GO TO 1510-EXIT
           END-READ.
           IF PART-CODE = SPACE
               GO TO 1510-EXIT
           END-IF.
           IF WS-MAST-COUNT >= WS-MAX-MASTERS
               MOVE "PARTFILE HOLDS MORE PARTNERS THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-MAST-COUNT.
           MOVE PART-CODE TO WS-MAST-CODE(WS-MAST-COUNT).
           MOVE PART-NAME TO WS-MAST-NAME(WS-MAST-COUNT).
       1510-EXIT.
           EXIT.

      *****************************************************
      * 1550-FIND-MASTER -- LOOK UP WS-MAST-FIND-CODE.     *
      * WS-MAST-SUB ENDS PAST WS-MAST-COUNT WHEN THE CODE  *
      * IS NOT ON THE MASTER.                              *
      *****************************************************
       1550-FIND-MASTER.
           MOVE SPACE TO WS-MAST-FIND-NAME.
           PERFORM 1560-SCAN-MASTER-SLOT THRU 1560-EXIT
               VARYING WS-MAST-SUB FROM 1 BY 1
               UNTIL WS-MAST-SUB > WS-MAST-COUNT
               OR WS-MAST-CODE(WS-MAST-SUB) = WS-MAST-FIND-CODE.
           IF WS-MAST-SUB NOT > WS-MAST-COUNT
               MOVE WS-MAST-NAME(WS-MAST-SUB) TO WS-MAST-FIND-NAME
           END-IF.
       1550-EXIT.
           EXIT.

       1560-SCAN-MASTER-SLOT.
           CONTINUE.
       1560-EXIT.
           EXIT.

      *****************************************************
      * 2000-LOAD-PENDING -- YESTERDAY'S UNACKNOWLEDGED    *
      * TRAFFIC, DELIVERY DATES PRESERVED.                 *
           MOVE PNDI-MESSAGE-ID TO WS-PEND-MSG-ID(WS-PEND-COUNT).
           MOVE PNDI-PRIORITY TO WS-PEND-PRIORITY(WS-PEND-COUNT).
           MOVE "N" TO WS-PEND-ACKED(WS-PEND-COUNT).
           IF PNDI-RESENT-DATE NUMERIC
               MOVE PNDI-RESENT-DATE
                   TO WS-PEND-RESENT-DATE(WS-PEND-COUNT)
           ELSE
               MOVE ZERO TO WS-PEND-RESENT-DATE(WS-PEND-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

      * 3000-ADD-DELIVERED-TRAFFIC -- THE DAY'S MSGARCH    *
      * ENTRIES JOIN THE PENDING SET.  AN ENTRY ALREADY    *
      * PENDING (A RERUN OF THE MATCH) IS NOT ADDED TWICE. *
      * THE SEGMENTS OF A LONG MESSAGE SHARE ITS ID, SO    *
      * THE MESSAGE IS PENDING ONCE, NOT ONCE PER SEGMENT. *
      * AN UNAVAILABLE ARCHIVE STILL LETS THE ACK SIDE     *
      * RUN AGAINST WHAT WAS CARRIED FORWARD.              *
      *****************************************************

           MOVE WS-DELIVERY-DATE TO ARC-DATE.
           MOVE ZERO TO ARC-SEQ.
           MOVE ZERO TO ARC-SEG-NUM.
           START ARCHIVE-FILE KEY NOT < ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
           MOVE ARC-MESSAGE-ID TO WS-PEND-MSG-ID(WS-PEND-COUNT).
           MOVE ARC-PRIORITY TO WS-PEND-PRIORITY(WS-PEND-COUNT).
           MOVE "N" TO WS-PEND-ACKED(WS-PEND-COUNT).
           MOVE ZERO TO WS-PEND-RESENT-DATE(WS-PEND-COUNT).
       3100-EXIT.
           EXIT.

       3150-EXIT.
           EXIT.

      *****************************************************
      * 3500-APPLY-RESENDS -- RETRANS LOGS EVERY MESSAGE   *
      * IT SENDS AGAIN ON RSNDLOG.  A RESEND OF PENDING    *
      * TRAFFIC DOES NOT ADD A SECOND ENTRY; IT STAMPS THE *
      * RESENT DATE SO THE MESSAGE AGES FROM THE RESEND.   *
      * RESENDS DATED THE DELIVERY DATE OR THE DAY BEFORE  *
      * ARE TAKEN, SO ONE RUN AFTER THE DAY'S MATCH STILL  *
      * COUNTS TOMORROW.  ONLY A RESEND DATED THE DELIVERY *
      * DATE PUTS TRAFFIC ALREADY CLEARED BACK ON THE      *
      * PENDING SET -- YESTERDAY'S WAS HANDLED YESTERDAY   *
      * AND MAY SINCE HAVE BEEN ACKED.  NO RSNDLOG MEANS   *
      * NOTHING HAS BEEN RESENT.                           *
      *****************************************************
       3500-APPLY-RESENDS.
           OPEN INPUT RESEND-LOG-FILE.
           IF WS-RSL-STATUS NOT = "00"
               DISPLAY "NO RSNDLOG, STATUS " WS-RSL-STATUS
                   ", NO RESENDS APPLIED"
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-APPLY-ONE-RESEND THRU 3600-EXIT
               UNTIL WS-RSL-END-OF-FILE.
           CLOSE RESEND-LOG-FILE.
       3500-EXIT.
           EXIT.

       3600-APPLY-ONE-RESEND.
           READ RESEND-LOG-FILE
               AT END
                   MOVE "Y" TO WS-RSL-EOF-SWITCH
                   GO TO 3600-EXIT
           END-READ.
           IF RSL-MESSAGE-ID = SPACE
               OR RSL-RESEND-DATE NOT NUMERIC
               OR RSL-ORIG-DATE NOT NUMERIC
               GO TO 3600-EXIT
           END-IF.
           IF RSL-RESEND-DATE NOT = WS-DELIVERY-DATE
               AND RSL-RESEND-DATE NOT = WS-PRIOR-DATE
               GO TO 3600-EXIT
           END-IF.

           PERFORM 3150-SCAN-PEND-SLOT THRU 3150-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PEND-COUNT
               OR (WS-PEND-MSG-ID(WS-SCAN-SUB) = RSL-MESSAGE-ID
                   AND WS-PEND-RECIPIENT(WS-SCAN-SUB)
                       = RSL-RECIPIENT-CODE).
           IF WS-SCAN-SUB NOT > WS-PEND-COUNT
               IF RSL-RESEND-DATE NOT < WS-PEND-RESENT-DATE(WS-SCAN-SUB)
                   MOVE RSL-RESEND-DATE
                       TO WS-PEND-RESENT-DATE(WS-SCAN-SUB)
                   ADD 1 TO WS-RESEND-APPLIED-COUNT
               END-IF
               GO TO 3600-EXIT
           END-IF.
           IF RSL-RESEND-DATE NOT = WS-DELIVERY-DATE
               GO TO 3600-EXIT
           END-IF.

           IF WS-PEND-COUNT >= WS-MAX-PENDING
               MOVE "PENDING TRAFFIC EXCEEDS THE WORK TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-PEND-COUNT.
           ADD 1 TO WS-RESEND-REPEND-COUNT.
           MOVE RSL-ORIG-DATE TO WS-PEND-DATE(WS-PEND-COUNT).
           MOVE RSL-RECIPIENT-CODE
               TO WS-PEND-RECIPIENT(WS-PEND-COUNT).
           MOVE RSL-MESSAGE-ID TO WS-PEND-MSG-ID(WS-PEND-COUNT).
           MOVE RSL-PRIORITY TO WS-PEND-PRIORITY(WS-PEND-COUNT).
           MOVE "N" TO WS-PEND-ACKED(WS-PEND-COUNT).
           MOVE RSL-RESEND-DATE TO WS-PEND-RESENT-DATE(WS-PEND-COUNT).
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESENT TRAFFIC PENDING AGAIN: "
               RSL-RECIPIENT-CODE " " RSL-MESSAGE-ID
               " DELIVERED " RSL-ORIG-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3600-EXIT.
           EXIT.

      *****************************************************
      * 4000-MATCH-ACKS -- CHECK EACH ACKNOWLEDGED ID OFF  *
      * THE PENDING SET.  AN ACK WITH NOTHING TO MATCH IS  *
           END-IF.
           ADD 1 TO WS-ACK-READ-COUNT.

      *****************************************************
      * AN ACK FOR ONE SEGMENT DOES NOT SAY THE PARTNER    *
      * HAS THE WHOLE MESSAGE; THE MESSAGE STAYS PENDING.  *
      *****************************************************
           IF ACK-SEGMENT-NUM NOT = SPACE
               ADD 1 TO WS-SEGMENT-ACK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  SEGMENT ACK IGNORED: "
                   ACK-RECIPIENT-CODE " " ACK-MESSAGE-ID
                   " SEGMENT " ACK-SEGMENT-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4150-SCAN-ACK-SLOT THRU 4150-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PEND-COUNT
                   AND WS-PEND-RECIPIENT(WS-SCAN-SUB)
                       = ACK-RECIPIENT-CODE).

           IF WS-SCAN-SUB NOT > WS-PEND-COUNT
               MOVE "Y" TO WS-PEND-ACKED(WS-SCAN-SUB)
               ADD 1 TO WS-MATCHED-COUNT
               GO TO 4100-EXIT
           END-IF.

      *****************************************************
      * A PARTNER SENT THE SAME MESSAGE TWICE MAY ACK IT   *
      * TWICE; THE SECOND ACK OF A RESENT MESSAGE ALREADY  *
      * CLEARED IS NOT AN UNMATCHED ACK.                   *
      *****************************************************
           PERFORM 4150-SCAN-ACK-SLOT THRU 4150-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PEND-COUNT
               OR (WS-PEND-RESENT-DATE(WS-SCAN-SUB) > ZERO
                   AND WS-PEND-MSG-ID(WS-SCAN-SUB)
                       = ACK-MESSAGE-ID
                   AND WS-PEND-RECIPIENT(WS-SCAN-SUB)
                       = ACK-RECIPIENT-CODE).
           IF WS-SCAN-SUB NOT > WS-PEND-COUNT
               ADD 1 TO WS-RESENT-ACK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ACK OF RESENT TRAFFIC ALREADY CLEARED: "
                   ACK-RECIPIENT-CODE " " ACK-MESSAGE-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-UNKNOWN-ACK-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACK WITHOUT PENDING TRAFFIC: "
               ACK-RECIPIENT-CODE " " ACK-MESSAGE-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.

               TO PNDO-RECIPIENT-CODE.
           MOVE WS-PEND-MSG-ID(WS-PEND-SUB) TO PNDO-MESSAGE-ID.
           MOVE WS-PEND-PRIORITY(WS-PEND-SUB) TO PNDO-PRIORITY.
           MOVE WS-PEND-RESENT-DATE(WS-PEND-SUB) TO PNDO-RESENT-DATE.
           WRITE PENDING-OUT-RECORD.
           ADD 1 TO WS-STILL-PENDING-COUNT.

           PERFORM 5200-TALLY-PARTNER THRU 5200-EXIT.

           MOVE WS-PEND-DATE(WS-PEND-SUB) TO WS-AGE-FROM-DATE.
           IF WS-PEND-RESENT-DATE(WS-PEND-SUB) > WS-AGE-FROM-DATE
               MOVE WS-PEND-RESENT-DATE(WS-PEND-SUB)
                   TO WS-AGE-FROM-DATE
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE).
           IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-AGED-COUNT
               IF WS-PARTNER-SUB > ZERO
               WS-REPORT-NUM DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF WS-PEND-RESENT-DATE(WS-PEND-SUB) > ZERO
               MOVE WS-PEND-RESENT-DATE(WS-PEND-SUB)
                   TO REPORT-LINE(65:8)
               MOVE "RESENT" TO REPORT-LINE(58:6)
           END-IF.
           WRITE REPORT-LINE.
       5300-EXIT.
           EXIT.
               WS-REPORT-NUM3 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-SEGMENT-ACK-COUNT > ZERO
               MOVE WS-SEGMENT-ACK-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "SEGMENT ACKS IGNORED" DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-RESEND-APPLIED-COUNT > ZERO
               OR WS-RESEND-REPEND-COUNT > ZERO
               OR WS-RESENT-ACK-COUNT > ZERO
               MOVE WS-RESEND-APPLIED-COUNT TO WS-REPORT-NUM
               MOVE WS-RESEND-REPEND-COUNT TO WS-REPORT-NUM2
               MOVE WS-RESENT-ACK-COUNT TO WS-REPORT-NUM3
               MOVE SPACES TO REPORT-LINE
               STRING "RESENDS APPLIED" DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   "   PENDING AGAIN" DELIMITED BY SIZE
                   WS-REPORT-NUM2 DELIMITED BY SIZE
                   "   REPEAT ACKS" DELIMITED BY SIZE
                   WS-REPORT-NUM3 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-PARTNER.
           MOVE WS-PART-RECIPIENT(WS-PARTNER-SUB) TO WS-MAST-FIND-CODE.
           PERFORM 1550-FIND-MASTER THRU 1550-EXIT.
           MOVE WS-PART-PENDING(WS-PARTNER-SUB) TO WS-REPORT-NUM.
           MOVE WS-PART-AGED(WS-PARTNER-SUB) TO WS-REPORT-NUM2.
           MOVE WS-PART-AGED-PRI(WS-PARTNER-SUB)
               WS-REPORT-NUM2 DELIMITED BY SIZE
               " /" DELIMITED BY SIZE
               WS-REPORT-NUM3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MAST-FIND-NAME DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       6100-EXIT.
           EXIT.

      *****************************************************
      * 7000-CHECK-XREF-CODES -- A RECIPIENT KEYED ON      *
      * RCPTKEYS THAT THE PARTNER MASTER DOES NOT KNOW     *
      * WILL HAVE ALL ITS TRAFFIC REJECTED BY CAESAR; LIST *
      * IT SO THE CROSS-REFERENCE GETS CLEANED UP.         *
      *****************************************************
       7000-CHECK-XREF-CODES.
           IF NOT WS-MAST-TABLE-READY
               GO TO 7000-EXIT
           END-IF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "NO RCPTKEYS CROSS-REFERENCE, STATUS "
                   WS-XREF-STATUS ", CODES NOT CHECKED"
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-CHECK-ONE-XREF THRU 7100-EXIT
               UNTIL WS-XREF-END-OF-FILE.
           CLOSE XREF-FILE.

           MOVE WS-UNKNOWN-XREF-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "RCPTKEYS CODES NOT ON PARTNER MASTER"
               DELIMITED BY SIZE
               WS-REPORT-NUM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE "Y" TO WS-XREF-EOF-SWITCH
                   GO TO 7100-EXIT
           END-READ.
           IF XREF-RECIPIENT-CODE = SPACE
               GO TO 7100-EXIT
           END-IF.
           MOVE XREF-RECIPIENT-CODE TO WS-MAST-FIND-CODE.
           PERFORM 1550-FIND-MASTER THRU 1550-EXIT.
           IF WS-MAST-SUB > WS-MAST-COUNT
               ADD 1 TO WS-UNKNOWN-XREF-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** RCPTKEYS CODE " DELIMITED BY SIZE
                   XREF-RECIPIENT-CODE DELIMITED BY SIZE
                   " KEY " DELIMITED BY SIZE
                   XREF-KEY-ID DELIMITED BY SIZE
                   " NOT ON THE PARTNER MASTER" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       7100-EXIT.
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
      * NEVER STOPS A STEP.  THE PROCESSING DATE IS SET BY *
      * 1100 BEFORE THE START RECORD IS WRITTEN.           *
      *****************************************************
       9800-LOG-JOB-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOBL-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOBL-START-TIME.
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
           MOVE WS-ACK-READ-COUNT TO JOBL-IN-COUNT.
           MOVE WS-STILL-PENDING-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "ACKMATCH JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "ACKMATCH ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
