      *                 BILLING STATEMENTS FROM MSGARCH    *
      *                 AGAINST THE RATEFILE, WITH A       *
      *                 RUNHIST CROSS-FOOT FOR ACCOUNTING  *
      * 10/05/26  DWH   PARTNER NAME FROM PARTFILE ON EACH *
      *                 STATEMENT; RATEFILE CODES NOT ON   *
      *                 THE PARTNER MASTER LISTED ON THE   *
      *                 SUMMARY PAGE                       *
      * 10/08/26  DWH   ARCHIVE LAYOUT CARRIES THE MESSAGE *
      *                 CHECK VALUE                        *
      * 10/09/26  DWH   ARCHIVE KEY CARRIES THE SEGMENT    *
      *                 NUMBER; A SEGMENTED MESSAGE BILLS  *
      *                 ONCE, AND RUNHIST LAYOUT NOW ENDS  *
      *                 WITH THE OUTPUT RECORD COUNT       *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      * 10/11/26  DWH   MESSAGES RESENT BY RETRANS DURING  *
      *                 THE MONTH ARE COUNTED FROM RSNDLOG *
      *                 AND SHOWN AS NOT BILLED ON THE     *
      *                 SUMMARY PAGE                       *
      * 10/13/26  DWH   RUNHIST LAYOUT NOW ENDS WITH THE   *
      *                 HELD-FOR-COMPLIANCE COUNT          *
      *****************************************************

      *****************************************************
      * CROSS-FOOTED AGAINST THE MONTH'S RUNHIST ENCRYPT   *
      * COUNTS; A MISMATCH ENDS WITH RETURN CODE 4 SO      *
      * ACCOUNTING LOOKS BEFORE INVOICES GO OUT.           *
      * A RETRANS RESEND IS NEVER BILLED: RETRANS WRITES   *
      * NEITHER MSGARCH NOR RUNHIST, SO THE MESSAGE BILLS  *
      * ONCE, IN ITS ORIGINAL MONTH.  THE MONTH'S RESENDS  *
      * ARE COUNTED FROM RSNDLOG FOR THE SUMMARY PAGE.     *
      *                                                    *
      * REQUEST CARD (BILCTL): BILLING MONTH YYYYMM.       *
      *****************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PART-FILE ASSIGN TO "PARTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTF-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RESEND-LOG-FILE ASSIGN TO "RSNDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  FILLER                    PIC X.
           05  RATE-PRIORITY-PREM        PIC X(06).

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
      * MUST MATCH THE HISTORY RECORD CAESAR APPENDS.      *
           05  HIST-PASSTHRU-COUNT       PIC 9(09).
           05  FILLER                    PIC X.
           05  HIST-ELAPSED-SECS         PIC 9(06).
           05  FILLER                    PIC X.
           05  HIST-HELD-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-OUT-COUNT            PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-CMP-HELD-COUNT       PIC 9(07).

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
       77  WS-RATE-STATUS                PIC XX.
       77  WS-PARTF-STATUS               PIC XX.
       77  WS-ARC-STATUS                 PIC XX.
       77  WS-HIST-STATUS                PIC XX.
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
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "ARCBILL".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

       77  WS-RATE-EOF-SWITCH            PIC X VALUE "N".
           88  WS-RATE-END-OF-FILE             VALUE "Y".

       77  WS-PARTF-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PARTF-END-OF-FILE            VALUE "Y".

       77  WS-MAST-LOAD-SWITCH           PIC X VALUE "N".
           88  WS-MAST-TABLE-READY             VALUE "Y".

       77  WS-ARC-EOF-SWITCH             PIC X VALUE "N".
           88  WS-ARC-END-OF-FILE              VALUE "Y".

       77  WS-HIST-EOF-SWITCH            PIC X VALUE "N".
           88  WS-HIST-END-OF-FILE             VALUE "Y".

       77  WS-RSL-EOF-SWITCH             PIC X VALUE "N".
           88  WS-RSL-END-OF-FILE              VALUE "Y".

       77  WS-BILL-MONTH                 PIC 9(06) VALUE ZERO.

      *****************************************************
               10  WS-PART-TRUNC         PIC 9(07) COMP.
               10  WS-PART-RATED         PIC X.

      *****************************************************
      * THE PARTNER MASTER, FOR NAMES ON THE STATEMENTS    *
      * AND THE RATE-CARD CHECK.                           *
      *****************************************************
       77  WS-MAX-MASTERS                PIC 9(03) COMP VALUE 200.
       77  WS-MAST-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-MAST-FIND-CODE             PIC X(04) VALUE SPACE.
       77  WS-MAST-FIND-NAME             PIC X(30) VALUE SPACE.
       77  WS-UNKNOWN-RATE-COUNT         PIC 9(03) COMP VALUE ZERO.

       01  WS-MAST-TABLE.
           05  WS-MAST-ENTRY OCCURS 200 TIMES.
               10  WS-MAST-CODE          PIC X(04).
               10  WS-MAST-NAME          PIC X(30).

      *****************************************************
      * STATEMENT WORK FIELDS AND GRAND TOTALS.            *
      *****************************************************
       77  WS-UNRATED-COUNT              PIC 9(03) COMP VALUE ZERO.

       77  WS-HIST-ENC-TOTAL             PIC 9(09) COMP VALUE ZERO.
       77  WS-RESEND-COUNT               PIC 9(09) COMP VALUE ZERO.

       01  WS-REPORT-NUM                 PIC Z(8)9.
       01  WS-REPORT-NUM2                PIC Z(8)9.
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-RATES THRU 2000-EXIT.
           PERFORM 2500-LOAD-PARTNERS THRU 2500-EXIT.
           PERFORM 3000-TALLY-ARCHIVE-MONTH THRU 3000-EXIT.
           PERFORM 4000-SUM-HISTORY-MONTH THRU 4000-EXIT.
           PERFORM 4500-COUNT-MONTH-RESENDS THRU 4500-EXIT.
           PERFORM 5000-WRITE-STATEMENTS THRU 5000-EXIT.
           PERFORM 6000-WRITE-SUMMARY-PAGE THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF WS-TOTAL-MSGS NOT = WS-HIST-ENC-TOTAL
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************
      * 2500-LOAD-PARTNERS -- THE PARTNER MASTER IS ONLY   *
      * NEEDED FOR NAMES AND THE RATE-CARD CHECK; WITHOUT  *
      * IT THE STATEMENTS STILL GO OUT BY CODE.            *
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
      * 3000-TALLY-ARCHIVE-MONTH -- POSITION AT THE FIRST  *
      * OF THE MONTH AND READ FORWARD UNTIL THE DATE       *
       3000-TALLY-ARCHIVE-MONTH.
           COMPUTE ARC-DATE = WS-BILL-MONTH * 100 + 1.
           MOVE ZERO TO ARC-SEQ.
           MOVE ZERO TO ARC-SEG-NUM.
           START ARCHIVE-FILE KEY NOT < ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARC-EOF-SWITCH
               GO TO 3100-EXIT
           END-IF.

      *****************************************************
      * A SEGMENTED MESSAGE BILLS ONCE, ON ITS FIRST       *
      * SEGMENT.                                           *
      *****************************************************
           IF ARC-SEG-NUM NUMERIC AND ARC-SEG-NUM > 1
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-FIND-PARTNER-SLOT THRU 3200-EXIT.

           ADD 1 TO WS-PART-MSGS(WS-PARTNER-SUB).
       4100-EXIT.
           EXIT.

      *****************************************************
      * 4500-COUNT-MONTH-RESENDS -- MESSAGES RETRANS SENT  *
      * AGAIN DURING THE MONTH.  THEY ARE NOT ON THE       *
      * ARCHIVE TALLY OR THE CROSS-FOOT; THE COUNT IS      *
      * PRINTED SO THE CLERK SEES WHAT WAS NOT BILLED.     *
      *****************************************************
       4500-COUNT-MONTH-RESENDS.
           OPEN INPUT RESEND-LOG-FILE.
           IF WS-RSL-STATUS NOT = "00"
               DISPLAY "NO RSNDLOG, STATUS " WS-RSL-STATUS
                   ", NO RESENDS COUNTED"
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4600-COUNT-ONE-RESEND THRU 4600-EXIT
               UNTIL WS-RSL-END-OF-FILE.
           CLOSE RESEND-LOG-FILE.
       4500-EXIT.
           EXIT.

       4600-COUNT-ONE-RESEND.
           READ RESEND-LOG-FILE
               AT END
                   MOVE "Y" TO WS-RSL-EOF-SWITCH
                   GO TO 4600-EXIT
           END-READ.
           IF RSL-RESEND-DATE NOT NUMERIC
               GO TO 4600-EXIT
           END-IF.
           IF RSL-RESEND-DATE(1:6) = WS-BILL-MONTH(1:6)
               ADD 1 TO WS-RESEND-COUNT
           END-IF.
       4600-EXIT.
           EXIT.

      *****************************************************
      * 5000-WRITE-STATEMENTS -- ONE PAGE PER PARTNER.     *
      *****************************************************
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-MAST-TABLE-READY
               MOVE WS-PART-RECIPIENT(WS-PARTNER-SUB)
                   TO WS-MAST-FIND-CODE
               PERFORM 2550-FIND-MASTER THRU 2550-EXIT
               MOVE SPACES TO REPORT-LINE
               IF WS-MAST-SUB > WS-MAST-COUNT
                   MOVE "  ** PARTNER NOT ON THE PARTNER MASTER"
                       TO REPORT-LINE
               ELSE
                   STRING "  " WS-MAST-FIND-NAME
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-PART-MSGS(WS-PARTNER-SUB) TO WS-REPORT-NUM.
           MOVE WS-MSG-RATE TO WS-REPORT-RATE.
           MOVE WS-BASE-AMOUNT TO WS-REPORT-AMT.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RESEND-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESENDS NOT BILLED.... " DELIMITED BY SIZE
               WS-REPORT-NUM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-AMOUNT TO WS-REPORT-AMT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL AMOUNT DUE...... " DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-MAST-TABLE-READY
               PERFORM 6100-CHECK-ONE-RATE THRU 6100-EXIT
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               MOVE WS-UNKNOWN-RATE-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  RATES NOT ON MASTER... " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************
      * 6100-CHECK-ONE-RATE -- A RATE LINE FOR A CODE THE  *
      * PARTNER MASTER DOES NOT KNOW IS A STALE OR MIS-    *
      * KEYED RATE CARD ENTRY; LIST IT FOR THE CLERK.      *
      *****************************************************
       6100-CHECK-ONE-RATE.
           MOVE WS-RATE-RECIPIENT(WS-RATE-SUB) TO WS-MAST-FIND-CODE.
           PERFORM 2550-FIND-MASTER THRU 2550-EXIT.
           IF WS-MAST-SUB > WS-MAST-COUNT
               ADD 1 TO WS-UNKNOWN-RATE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** RATEFILE CODE " DELIMITED BY SIZE
                   WS-RATE-RECIPIENT(WS-RATE-SUB) DELIMITED BY SIZE
                   " NOT ON THE PARTNER MASTER" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6100-EXIT.
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
           MOVE WS-TOTAL-MSGS TO JOBL-IN-COUNT.
           MOVE WS-PARTNER-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "ARCBILL JOBLOG NOT WRITTEN, STATUS "
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
           DISPLAY "ARCBILL ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.
