      *                 ON EVERY ARCHIVE ENTRY SO ARCRTRV  *
      *                 DECRYPTS UNDER THE RULES IN FORCE  *
      *                 WHEN THE ENTRY WAS FILED           *
      * 10/05/26  DWH   ENCRYPT AND VERIFY RUNS NOW CHECK  *
      *                 EVERY RECIPIENT AGAINST THE        *
      *                 PARTNER MASTER (PARTFILE): TRAFFIC *
      *                 FOR A CODE NOT ON THE MASTER,      *
      *                 CLOSED OR OUT OF ITS EFFECTIVE     *
      *                 DATES DIVERTS TO REJFILE WITH THE  *
      *                 NEW UR REASON; TRAFFIC FOR A       *
      *                 SUSPENDED PARTNER IS HELD ON THE   *
      *                 BATCHED MSGHELD FILE FOR RELEASE   *
      *                 WHEN THE PARTNER IS REINSTATED;    *
      *                 THE HELD COUNT IS CARRIED ON THE   *
      *                 CHECKPOINT, SUMRPT AND RUNHIST     *
      * 10/08/26  DWH   EVERY ENCRYPTED RECORD CARRIES A   *
      *                 CHECK VALUE KEYED ON ITS CIPHER    *
      *                 KEY OVER THE HEADER AND CIPHERED   *
      *                 TEXT, ON MSGOUT AND ON THE ARCHIVE *
      *                 ENTRY; VERIFY REPORTS A CHECK      *
      *                 VALUE FAILURE AS ITS OWN EXCEPTION *
      * 10/09/26  DWH   TEXT OVER 200 CHARACTERS NO LONGER *
      *                 REJECTS AS OV -- THE MESSAGE GOES  *
      *                 OUT AS NUMBERED SEGMENTS (N OF M,  *
      *                 SAME MESSAGE ID) ON MSGOUT AND THE *
      *                 ARCHIVE, THE VIGENERE KEY STREAM   *
      *                 CARRYING ON ACROSS SEGMENTS; SOLVE *
      *                 STILL REJECTS OVERSIZE TEXT        *
      * 10/10/26  DWH   START AND END OF EVERY RUN         *
      *                 APPENDED TO THE SHARED JOB LOG FOR *
      *                 THE NIGHTLY STATUS BOARD           *
      * 10/11/26  DWH   MSGOUT RECORD CARRIES A RESEND     *
      *                 FLAG, BLANK FROM CAESAR AND R ON   *
      *                 TRAFFIC RETRANS REBUILDS FROM THE  *
      *                 ARCHIVE; THE AUDIT RECORD GAINS    *
      *                 THE RECIPIENT, MESSAGE ID AND      *
      *                 ORIGINAL DATE RETRANS FILES PER    *
      *                 RESEND                             *
      * 10/12/26  DWH   PRE-FLIGHT MODE P -- KEYS, BATCH,  *
      *                 EDITS AND DUPLICATE CHECK RUN      *
      *                 WITHOUT CIPHERING OR WRITING ANY   *
      *                 OUTPUT; PREFLRPT SHOWS PROJECTED   *
      *                 OUTPUT BY RECIPIENT WITH KEY AND   *
      *                 EXPIRY, BY PRIORITY, REJECTS BY    *
      *                 REASON AND A GO/NO-GO RETURN CODE  *
      * 10/13/26  DWH   OUTBOUND PLAINTEXT SCREENED        *
      *                 AGAINST THE WATCHLST WATCH LIST    *
      *                 BEFORE CIPHERING; A HIT GOES TO    *
      *                 THE CMPHOLD COMPLIANCE QUEUE WITH  *
      *                 THE RULE AND MATCHED TEXT; THE     *
      *                 HELD COUNT IS CARRIED ON THE       *
      *                 MSGOUT TRAILER, CHECKPOINT,        *
      *                 SUMRPT, PREFLRPT AND RUNHIST       *
      * 10/14/26  DWH   EVERY REJECT, EVERY BATCH HELD ON  *
      *                 A *HDR/*TRL MISMATCH AND EACH      *
      *                 ENCRYPT RUN'S RECEIVED COUNT BY    *
      *                 RECIPIENT FILED ON THE PERMANENT   *
      *                 REJHIST                            *
      * 10/15/26  DWH   MESSAGES THE OFFICER APPROVED ARE  *
      *                 KNOWN FROM THE CMPAPPR APPROVALS   *
      *                 FILE BY RECIPIENT, MESSAGE ID AND  *
      *                 TEXT CHECK, NOT FROM THE BATCH     *
      *                 SENDER, SO A MSGHELD RE-FEED IS    *
      *                 NOT HELD AGAIN; A MISSING WATCHLST *
      *                 NOW STOPS AN ENCRYPT RUN AND FAILS *
      *                 A PRE-FLIGHT; CMPHOLD CARRIES THE  *
      *                 RUN START STAMP                    *
      * 10/15/26  DWH   REJFILE TEXT WIDENED TO THE FULL   *
      *                 2000-BYTE MSGIN WIDTH AND MASKED   *
      *                 THROUGHOUT; JOB LOG NAMES THE RUN  *
      *                 MODE (CAESAR-P, CAESAR-E, CAESAR-R *
      *                 ...) SO EACH MODE IS ITS OWN       *
      *                 JOBBOARD STEP                      *
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PRINTABLE-TEXT IS " " THRU "~"
           CLASS SCREEN-LETTER IS "A" THRU "Z"
           CLASS SCREEN-WORD-CHAR IS "A" THRU "Z" "0" THRU "9".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CTLCARD"
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT PART-FILE ASSIGN TO "PARTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTF-STATUS.

           SELECT HELD-FILE ASSIGN TO "MSGHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBL-STATUS.

           SELECT PREFLIGHT-FILE ASSIGN TO "PREFLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFR-STATUS.

           SELECT WATCH-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT CMPHOLD-FILE ASSIGN TO "CMPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPH-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "CMPAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT REJHIST-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJH-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ROTATING A KEY NEVER MEANS HUNTING DOWN CONTROL    *
      * CARDS.  THE CIPHER TYPE ON THE CARD ONLY MATTERS   *
      * IN SOLVE MODE, WHERE THERE IS NO KEY TO SUPPLY IT. *
      * MODE P IS THE PRE-FLIGHT: THE PRODUCTION ENCRYPT   *
      * CARD WITH ONLY THE MODE CHANGED.  THE REJECT LIMIT *
      * (PERCENT OF DETAIL RECORDS, BLANK = 10) IS READ BY *
      * THE PRE-FLIGHT ONLY; ABOVE IT THE RUN IS NO-GO.    *
      *****************************************************
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           05  CTL-CIPHER-TYPE           PIC X.
           05  FILLER                    PIC X.
           05  CTL-NEW-KEY-ID            PIC X(08).
           05  FILLER                    PIC X.
           05  CTL-PF-REJECT-PCT         PIC X(02).

      *****************************************************
      * ONE MESSAGE PER RECORD.  A FIXED HEADER -- WHICH   *
           05  INT-HASH-TOTAL            PIC X(12).
           05  FILLER                    PIC X(1992).

      *****************************************************
      * DECRYPT AND REKEY RUNS READ BACK A MSGOUT FILE.    *
      * THIS VIEW PICKS UP THE SEGMENT NUMBER AND COUNT    *
      * MSGOUT CARRIES PAST THE TEXT, SO A SEGMENT IS      *
      * DECIPHERED FROM ITS OWN PLACE IN THE KEY STREAM.   *
      *****************************************************
       01  INPUT-CIPHER-RECORD.
           05  FILLER                    PIC X(15).
           05  FILLER                    PIC X(200).
           05  FILLER                    PIC X(01).
           05  FILLER                    PIC X(09).
           05  INC-SEG-NUM               PIC 9(02).
           05  INC-SEG-COUNT             PIC 9(02).
           05  FILLER                    PIC X(1786).

      *****************************************************
      * THE HEADER IS CARRIED THROUGH UNENCRYPTED -- THE   *
      * RECIPIENT CODE ON EVERY OUTPUT RECORD IS WHAT THE  *
      * DOWNSTREAM SPLITTER STEP FANS THE FILE OUT ON.     *
      * THE CHECK VALUE (SEE 2460-COMPUTE-CHECK-VALUE) IS  *
      * SET ON ENCRYPT AND REKEY OUTPUT ONLY; A DECRYPT OR *
      * SOLVE RUN LEAVES IT BLANK.                         *
      * TEXT LONGER THAN ONE RECORD GOES OUT AS NUMBERED   *
      * SEGMENTS UNDER THE SAME MESSAGE ID -- SEGMENT N OF *
      * M; A MESSAGE THAT FITS IS SEGMENT 01 OF 01.        *
      * THE RESEND FLAG IS R ON A RECORD RETRANS PULLED    *
      * BACK OFF THE ARCHIVE; CAESAR LEAVES IT BLANK.      *
      *****************************************************
       FD  OUTPUT-FILE
           RECORDING MODE IS F.
           05  OUT-PRIORITY              PIC X(01).
           05  OUT-MESSAGE-TEXT          PIC X(200).
           05  OUT-TRUNC-FLAG            PIC X(01).
           05  OUT-CHECK-VALUE           PIC X(09).
           05  OUT-SEG-NUM               PIC 9(02).
           05  OUT-SEG-COUNT             PIC 9(02).
           05  OUT-RESEND-FLAG           PIC X(01).
               88  OUT-RESENT                  VALUE "R".

      *****************************************************
      * BATCH HEADER AND TRAILER VIEWS OF THE OUTPUT       *
      * RECORD, IN THE SAME COLUMNS AS THE MSGIN ONES SO   *
      * THE DOWNSTREAM PARTNERS RUN THE SAME COUNT AND     *
      * HASH CHECK ON THEIR SIDE.  THE TRAILER ALSO SAYS   *
      * HOW MANY MESSAGES WERE HELD FOR COMPLIANCE AND ARE *
      * NOT IN THE COUNT, SO A SHORT BATCH IS EXPLAINED.   *
      *****************************************************
       01  OUTPUT-BATCH-RECORD.
           05  OUTB-RECORD-TYPE          PIC X(04).
               88  OUTB-BATCH-TRAILER          VALUE "*TRL".
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
      * ONE AUDIT ENTRY PER RUN FOR COMPLIANCE REVIEW.     *
      * RETRANS FILES ONE MODE T ENTRY PER MESSAGE IT      *
      * RESENDS, NAMING THE MESSAGE AND ITS ORIGINAL       *
      * DELIVERY DATE IN THE TRAILING FIELDS, WHICH A      *
      * CAESAR RUN LEAVES BLANK.                           *
      *****************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05  AUD-REKEY-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  AUD-DEF-VERSION           PIC X(08).
           05  FILLER                    PIC X.
           05  AUD-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  AUD-MESSAGE-ID            PIC X(10).
           05  FILLER                    PIC X.
           05  AUD-ORIG-DATE             PIC X(08).

      *****************************************************
      * LAST INPUT RECORD NUMBER SUCCESSFULLY PROCESSED,   *
           05  CKPT-OUT-HASH             PIC 9(12).
           05  CKPT-DUP-COUNT            PIC 9(07).
           05  CKPT-DEF-VERSION          PIC X(08).
           05  CKPT-HELD-COUNT           PIC 9(07).
           05  CKPT-HELD-HASH            PIC 9(12).
           05  CKPT-SEGMENTED-COUNT      PIC 9(07).
           05  CKPT-CMP-HELD-COUNT       PIC 9(07).

       FD  REPORT-FILE
           RECORDING MODE IS F.
      *****************************************************
      * ONE LINE PER VERIFY MISMATCH -- RECORD NUMBER AND  *
      * A SIDE-BY-SIDE EXCERPT OF WHAT WAS EXPECTED AND    *
      * WHAT THE DECRYPTED OUTPUT ACTUALLY SAID -- AND ONE *
      * LINE PER CHECK VALUE FAILURE, WHICH IS REPORTED ON *
      * ITS OWN EVEN WHEN THE TEXT ITSELF MATCHED.         *
      *****************************************************
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
      *****************************************************
       FD  EXPEDITE-FILE
           RECORDING MODE IS F.
       01  EXPEDITE-RECORD               PIC X(230).

      *****************************************************
      * CIPHER DEFINITIONS -- THE ROTATION ALPHABETS AND   *
           05  HIST-PASSTHRU-COUNT       PIC 9(09).
           05  FILLER                    PIC X.
           05  HIST-ELAPSED-SECS         PIC 9(06).
           05  FILLER                    PIC X.
           05  HIST-HELD-COUNT           PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-OUT-COUNT            PIC 9(07).
           05  FILLER                    PIC X.
           05  HIST-CMP-HELD-COUNT       PIC 9(07).

      *****************************************************
      * ONE ARCHIVE ENTRY PER ENCRYPTED OUTPUT RECORD,     *
      * INSTEAD OF A SERIAL BROWSE OF A RESTORED BACKUP.   *
      * THE CIPHER PARAMETERS RIDE WITH THE RECORD SO      *
      * ARCRTRV CAN DECRYPT IT LONG AFTER THE KEY ROTATES. *
      * THE CHECK VALUE IS THE ONE SENT ON MSGOUT; ENTRIES *
      * FILED BEFORE CHECK VALUES EXISTED CARRY SPACES.    *
      * A SEGMENTED MESSAGE FILES ONE ENTRY PER SEGMENT    *
      * UNDER THE SAME SEQUENCE, THE SEGMENT NUMBER ENDING *
      * THE KEY; A WHOLE MESSAGE IS SEGMENT 01 OF 01.      *
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
           05  ARC-TRUNC-FLAG            PIC X(01).
           05  ARC-MESSAGE-TEXT          PIC X(200).
           05  ARC-DEF-VERSION           PIC X(08).
           05  ARC-CHECK-VALUE           PIC X(09).
           05  ARC-SEG-COUNT             PIC 9(02).

      *****************************************************
      * ONE LINE PER REJECTED INPUT RECORD -- THE RECORD   *
      * NUMBER, WHY IT WAS THROWN OUT, AND THE OFFENDING   *
      * DATA SO THE SENDER CAN FIX AND RESUBMIT JUST THE   *
      * BAD LINES.  THE TEXT IS CARRIED AT THE FULL MSGIN  *
      * WIDTH, SO A LONG MESSAGE REJECTED WHOLE IS ALSO    *
      * RECYCLED WHOLE.  REASON CODES:                     *
      *   BL  MESSAGE TEXT COMPLETELY BLANK                *
      *   NP  NON-PRINTABLE CHARACTERS IN THE TEXT         *
      *   OV  TEXT LONGER THAN THE WORK AREA -- SOLVE      *
      *       RUNS ONLY; OTHER RUNS SEGMENT LONG TEXT      *
      *   DU  MESSAGE ID ALREADY PROCESSED (ON THE        *
      *       ARCHIVE OR EARLIER IN THE SAME FILE)        *
      *   UR  RECIPIENT NOT ON THE PARTNER MASTER, CLOSED, *
      *       OR OUTSIDE ITS EFFECTIVE DATES               *
      *****************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F.
           05  REJ-MESSAGE-ID            PIC X(10).
           05  REJ-PRIORITY              PIC X(01).
           05  FILLER                    PIC X.
           05  REJ-MESSAGE-TEXT          PIC X(2000).

      *****************************************************
      * PARTNER MASTER -- WHO WE ARE ALLOWED TO SEND TO.   *
      * MAINTAINED BY PARTMAINT.                           *
      *****************************************************
       FD  PART-FILE
           RECORDING MODE IS F.
       COPY "partrec.cpy".

      *****************************************************
      * HELD TRAFFIC FOR SUSPENDED PARTNERS, STILL IN THE  *
      * CLEAR AND IN MSGIN FORMAT WITH ITS OWN *HDR/*TRL,  *
      * SO ONCE THE PARTNER IS REINSTATED OPERATIONS FEED  *
      * IT BACK THROUGH AN ENCRYPT RUN AS IT STANDS.       *
      * THE FULL TEXT IS HELD SO A LONG MESSAGE SEGMENTS   *
      * ON RELEASE JUST AS IT WOULD HAVE TODAY.            *
      *****************************************************
       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-RECORD.
           05  HELD-RECIPIENT-CODE       PIC X(04).
           05  HELD-MESSAGE-ID           PIC X(10).
           05  HELD-PRIORITY             PIC X(01).
           05  HELD-MESSAGE-TEXT         PIC X(2000).

       01  HELD-BATCH-RECORD.
           05  HELDB-RECORD-TYPE         PIC X(04).
           05  HELDB-SENDER-ID           PIC X(08).
           05  HELDB-BATCH-DATE          PIC 9(08).
           05  FILLER                    PIC X(1995).

       01  HELD-TRAILER-RECORD.
           05  HELDT-RECORD-TYPE         PIC X(04).
           05  HELDT-RECORD-COUNT        PIC 9(07).
           05  HELDT-HASH-TOTAL          PIC 9(12).
           05  FILLER                    PIC X(1992).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY "joblrec.cpy".

      *****************************************************
      * PRE-FLIGHT REPORT -- WHAT A PRODUCTION ENCRYPT RUN *
      * ON TODAY'S MSGIN WOULD DO, WRITTEN BY A MODE P RUN *
      * IN PLACE OF ANY OUTPUT.  SUMRPT IS LEFT ALONE SO   *
      * IT STILL DESCRIBES THE LAST PRODUCTION RUN.        *
      *****************************************************
       FD  PREFLIGHT-FILE
           RECORDING MODE IS F.
       01  PREFLIGHT-LINE                PIC X(80).

       FD  WATCH-FILE
           RECORDING MODE IS F.
       COPY "wlstrec.cpy".

       FD  CMPHOLD-FILE
           RECORDING MODE IS F.
       COPY "cmphrec.cpy".

       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       COPY "cmparec.cpy".

      *****************************************************
      * PERMANENT REJECT HISTORY -- EVERY REJFILE RECORD,  *
      * EVERY BATCH HELD ON A *HDR/*TRL MISMATCH AND EACH  *
      * ENCRYPT RUN'S RECEIVED COUNT BY RECIPIENT, FOR THE *
      * MONTHLY PARTNER SCORECARD.                         *
      *****************************************************
       FD  REJHIST-FILE
           RECORDING MODE IS F.
       COPY "rjhrec.cpy".

       WORKING-STORAGE SECTION.

       77  WS-XREF-STATUS                PIC XX.
       77  WS-EXP-STATUS                 PIC XX.
       77  WS-DEF-STATUS                 PIC XX.
       77  WS-PARTF-STATUS               PIC XX.
       77  WS-HELD-STATUS                PIC XX.
       77  WS-PFR-STATUS                 PIC XX.
       77  WS-WATCH-STATUS               PIC XX.
       77  WS-CMPH-STATUS                PIC XX.
       77  WS-APPR-STATUS                PIC XX.
       77  WS-RJH-STATUS                 PIC XX.

       77  WS-ARCHIVE-SWITCH             PIC X VALUE "N".
           88  WS-ARCHIVE-ACTIVE               VALUE "Y".
       77  WS-OUT-HASH                   PIC 9(12) COMP
                                          VALUE ZERO.

      *****************************************************
      * PARTNER MASTER, LOADED ONCE AT SETUP FOR ENCRYPT   *
      * AND VERIFY RUNS.  THE MASTER IS OPTIONAL -- WITH   *
      * NO PARTFILE EVERY RECIPIENT PASSES AS BEFORE.  A   *
      * SUSPENDED PARTNER'S TRAFFIC IS HELD ON MSGHELD;    *
      * THE HELD BATCH TALLIES RIDE ON THE CHECKPOINT LIKE *
      * THE MSGOUT ONES.                                   *
      *****************************************************
       77  WS-PARTF-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PARTF-END-OF-FILE            VALUE "Y".

       77  WS-PART-LOAD-SWITCH           PIC X VALUE "N".
           88  WS-PART-TABLE-READY             VALUE "Y".

       77  WS-HOLD-SWITCH                PIC X VALUE "N".
           88  WS-RECORD-HELD                  VALUE "Y".

       77  WS-MAX-PARTNERS               PIC 9(03) COMP VALUE 200.
       77  WS-PART-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-PART-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 200 TIMES.
               10  WS-PART-CODE          PIC X(04).
               10  WS-PART-STATUS        PIC X.
               10  WS-PART-EFF-FROM      PIC 9(08).
               10  WS-PART-EFF-TO        PIC 9(08).

       77  WS-HELD-SENDER-ID             PIC X(08)
                                          VALUE "HELDTRAF".
       77  WS-HELD-COUNT                 PIC 9(07) COMP
                                          VALUE ZERO.
       77  WS-HELD-HASH                  PIC 9(12) COMP
                                          VALUE ZERO.

      *****************************************************
      * COMPLIANCE SCREENING.  THE ACTIVE WATCH LIST RULES *
      * ARE LOADED ONCE AT SETUP FOR ENCRYPT, VERIFY AND   *
      * PRE-FLIGHT RUNS.  THE LIST IS A CONTROL, NOT       *
      * REFERENCE DATA -- AN ENCRYPT RUN WITHOUT WATCHLST  *
      * STOPS AND A PRE-FLIGHT WITHOUT IT IS A NO-GO.  A   *
      * HIT PARKS THE MESSAGE ON THE CMPHOLD QUEUE FOR THE *
      * COMPLIANCE OFFICER.  THE HELD COUNT RIDES ON THE   *
      * MSGOUT TRAILER, THE CHECKPOINT AND RUNHIST.        *
      *****************************************************
       77  WS-WATCH-EOF-SWITCH           PIC X VALUE "N".
           88  WS-WATCH-END-OF-FILE            VALUE "Y".

       77  WS-WATCH-LOAD-SWITCH          PIC X VALUE "N".
           88  WS-WATCH-TABLE-READY            VALUE "Y".

       77  WS-SCREEN-SWITCH              PIC X VALUE "N".
           88  WS-SCREEN-HIT                   VALUE "Y".

       77  WS-CMP-HELD-COUNT             PIC 9(07) COMP
                                          VALUE ZERO.

       77  WS-MAX-RULES                  PIC 9(03) COMP VALUE 500.
       77  WS-RULE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RULE-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES.
               10  WS-RULE-ID            PIC X(06).
               10  WS-RULE-RECIPIENT     PIC X(04).
               10  WS-RULE-TYPE          PIC X.
               10  WS-RULE-TEXT          PIC X(30).
               10  WS-RULE-LEN           PIC 9(02) COMP.

      *****************************************************
      * THE OFFICER'S APPROVALS FROM CMPAPPR.  A MESSAGE   *
      * WHOSE RECIPIENT, MESSAGE ID AND TEXT CHECK MATCH   *
      * AN APPROVAL IS NOT SCREENED AGAIN, WHATEVER BATCH  *
      * IT ARRIVES IN -- THE CMPMSGIN RELEASE, OR A        *
      * MSGHELD RE-FEED ONCE A SUSPENDED PARTNER IS BACK.  *
      * ONLY APPROVALS INSIDE THE LIFE BELOW ARE LOADED;   *
      * AN OLDER ONE HAS LAPSED AND THE MESSAGE IS         *
      * SCREENED, AND HELD, AFRESH.                        *
      *****************************************************
       77  WS-APPR-EOF-SWITCH            PIC X VALUE "N".
           88  WS-APPR-END-OF-FILE             VALUE "Y".

       77  WS-APPROVAL-SWITCH            PIC X VALUE "N".
           88  WS-RECORD-APPROVED              VALUE "Y".

       77  WS-APPR-LIFE-DAYS             PIC 9(03) COMP VALUE 90.
       77  WS-APPR-FROM-DATE             PIC 9(08) VALUE ZERO.
       77  WS-MAX-APPROVALS              PIC 9(04) COMP VALUE 2000.
       77  WS-APPR-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-APPR-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-APPR-BYTE-SUB              PIC 9(04) COMP VALUE ZERO.
       77  WS-TEXT-CHECK                 PIC 9(12) COMP VALUE ZERO.

       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 2000 TIMES.
               10  WS-APPR-RECIPIENT     PIC X(04).
               10  WS-APPR-MSG-ID        PIC X(10).
               10  WS-APPR-TEXT-CHECK    PIC 9(12).

      *****************************************************
      * MATCHER WORK AREA.  THE MESSAGE IS COMPARED IN AN  *
      * UPPER-CASE COPY; THE MATCHED TEXT IS TAKEN BACK    *
      * OFF THE ORIGINAL SO THE OFFICER SEES IT AS SENT.   *
      *****************************************************
       01  WS-SCREEN-TEXT                PIC X(2000) VALUE SPACE.
       77  WS-SCREEN-LEN                 PIC 9(04) COMP VALUE ZERO.
       77  WS-SCREEN-POS                 PIC 9(04) COMP VALUE ZERO.
       77  WS-SCREEN-LAST-POS            PIC 9(04) COMP VALUE ZERO.
       77  WS-SCREEN-CHAR-SUB            PIC 9(02) COMP VALUE ZERO.
       77  WS-SCREEN-TEXT-POS            PIC 9(04) COMP VALUE ZERO.
       77  WS-SCREEN-AFTER-POS           PIC 9(04) COMP VALUE ZERO.
       77  WS-SCREEN-HIT-POS             PIC 9(04) COMP VALUE ZERO.

       77  WS-POS-MATCH-SWITCH           PIC X VALUE "N".
           88  WS-POS-MATCHES                  VALUE "Y".

       01  WS-SCREEN-RULE-CHAR           PIC X VALUE SPACE.
       01  WS-SCREEN-MSG-CHAR            PIC X VALUE SPACE.

       01  WS-HIT-RULE-ID                PIC X(06) VALUE SPACE.
       01  WS-HIT-RULE-TYPE              PIC X VALUE SPACE.
       01  WS-HIT-RULE-TEXT              PIC X(30) VALUE SPACE.
       01  WS-HIT-MATCHED-TEXT           PIC X(30) VALUE SPACE.

      *****************************************************
      * REJECT HISTORY.  EVERY REJECT AND EVERY HELD BATCH *
      * IS FILED ON REJHIST AS IT HAPPENS.  AN ENCRYPT RUN *
      * ALSO COUNTS THE DETAIL RECORDS IT RECEIVES FOR     *
      * EACH RECIPIENT -- THOSE A RESTART SKIPS INCLUDED,  *
      * SO THE COUNTS FOOT TO THE RUNHIST READ COUNT --    *
      * AND FILES THEM AT THE END OF THE RUN.  A RECIPIENT *
      * PAST THE TABLE IS FILED UNDER ****.                *
      *****************************************************
       77  WS-MAX-RCV-RCPTS              PIC 9(03) COMP VALUE 200.
       77  WS-RCV-RCPT-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  WS-RCV-RCPT-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-RCV-UNLISTED-COUNT         PIC 9(07) COMP VALUE ZERO.

       01  WS-RCV-RCPT-TABLE.
           05  WS-RCV-RCPT-ENTRY OCCURS 200 TIMES.
               10  WS-RCV-RCPT-CODE      PIC X(04).
               10  WS-RCV-RCPT-RECEIVED  PIC 9(07) COMP.

      *****************************************************
      * PRE-FLIGHT (MODE P).  THE RUN RESOLVES THE KEYS,   *
      * VALIDATES THE BATCH AND RUNS THE FULL EDIT AND     *
      * DUPLICATE CHECK EXACTLY AS AN ENCRYPT RUN WOULD,   *
      * THEN COUNTS WHAT IT WOULD HAVE SHIPPED INSTEAD OF  *
      * CIPHERING IT.  A SETUP CHECK THAT WOULD STOP THE   *
      * PRODUCTION RUN IS NOTED HERE RATHER THAN ABENDING, *
      * SO ONE PASS TURNS UP EVERY PROBLEM.  RETURN CODE 0 *
      * IS GO, 4 IS GO WITH WARNINGS (REJECTS, HOLDS, NO   *
      * DUPLICATE CHECK), 8 IS NO-GO: A SETUP FAILURE OR   *
      * REJECTS OVER THE CONTROL CARD LIMIT.               *
      *****************************************************
       77  WS-PF-REJECT-PCT              PIC 9(03) VALUE 10.
       77  WS-PF-REJECT-RATE             PIC 9(03)V9 VALUE ZERO.
       77  WS-PF-EDITED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-PF-RATE-EDIT               PIC ZZ9.9.
       77  WS-PF-LIMIT-EDIT              PIC ZZ9.
       77  WS-PF-RC                      PIC 9(02) VALUE ZERO.

       77  WS-PF-MAX-ERRORS              PIC 9(03) COMP VALUE 20.
       77  WS-PF-ERROR-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  WS-PF-ERR-SUB                 PIC 9(03) COMP VALUE ZERO.
       77  WS-PF-ERRORS-BEFORE           PIC 9(03) COMP VALUE ZERO.

       77  WS-PF-BATCH-STATUS            PIC X VALUE "U".
           88  WS-PF-BATCH-RECONCILED          VALUE "R".
           88  WS-PF-BATCH-UNBATCHED           VALUE "U".
           88  WS-PF-BATCH-EMPTY               VALUE "E".
           88  WS-PF-BATCH-FAILED              VALUE "F".

       01  WS-PF-ERROR-TABLE.
           05  WS-PF-ERROR-TEXT OCCURS 20 TIMES
                                          PIC X(60).

       77  WS-PF-MSG-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-PF-OUT-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-PF-EXP-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-PF-SEG-RECS                PIC 9(02) COMP VALUE ZERO.

       77  WS-MAX-PF-RCPTS               PIC 9(03) COMP VALUE 200.
       77  WS-PF-RCPT-COUNT              PIC 9(03) COMP VALUE ZERO.
       77  WS-PF-RCPT-SUB                PIC 9(03) COMP VALUE ZERO.
       77  WS-PF-UNLISTED-COUNT          PIC 9(07) COMP VALUE ZERO.

       01  WS-PF-RCPT-TABLE.
           05  WS-PF-RCPT-ENTRY OCCURS 200 TIMES.
               10  WS-PF-RCPT-CODE       PIC X(04).
               10  WS-PF-RCPT-MSGS       PIC 9(07) COMP.
               10  WS-PF-RCPT-RECS       PIC 9(07) COMP.
               10  WS-PF-RCPT-EXP        PIC 9(07) COMP.
               10  WS-PF-RCPT-HELD       PIC 9(07) COMP.
               10  WS-PF-RCPT-CMP        PIC 9(07) COMP.

       01  WS-PF-REASON-VALUES.
           05  FILLER                    PIC X(32) VALUE
               "BLMESSAGE TEXT BLANK            ".
           05  FILLER                    PIC X(32) VALUE
               "NPNON-PRINTABLE CHARACTERS      ".
           05  FILLER                    PIC X(32) VALUE
               "OVTEXT OVER THE WORK AREA       ".
           05  FILLER                    PIC X(32) VALUE
               "DUDUPLICATE MESSAGE ID          ".
           05  FILLER                    PIC X(32) VALUE
               "URRECIPIENT NOT A LIVE PARTNER  ".
       01  WS-PF-REASON-TABLE REDEFINES WS-PF-REASON-VALUES.
           05  WS-PF-REASON-ENTRY OCCURS 5 TIMES.
               10  WS-PF-REASON-CODE     PIC X(02).
               10  WS-PF-REASON-DESC     PIC X(30).

       77  WS-PF-REASON-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-PF-REASON-COUNTS.
           05  WS-PF-REASON-COUNT OCCURS 5 TIMES
                                          PIC 9(07) COMP.

       01  WS-PF-KEY-ID                  PIC X(08) VALUE SPACE.
       01  WS-PF-KEY-EXPIRY              PIC 9(08) VALUE ZERO.
       01  WS-PF-EXPIRY-X                PIC X(10) VALUE SPACE.
       01  WS-PF-NUM-1                   PIC Z(7)9.
       01  WS-PF-NUM-2                   PIC Z(7)9.
       01  WS-PF-NUM-3                   PIC Z(7)9.
       01  WS-PF-NUM-4                   PIC Z(7)9.
       01  WS-PF-NUM-5                   PIC Z(7)9.

      *****************************************************
      * FATAL FILE-OPEN ERROR HANDLING.                    *
      *****************************************************
       77  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACE.

      *****************************************************
      * SHARED JOB LOG.  THE START AND END RECORDS CARRY   *
      * THE SAME START STAMP SO JOBBOARD CAN PAIR THEM.    *
      * THE PROCESSING DATE IS THE RUN DATE UNLESS THE     *
      * RUN IS FOR A DATE OF ITS OWN.  THE PROGRAM NAME    *
      * CARRIES THE RUN MODE (SEE 9810).                   *
      *****************************************************
       77  WS-JOBL-STATUS                PIC XX.
       77  WS-JOBL-PROGRAM               PIC X(10) VALUE "CAESAR".
       77  WS-JOBL-PROC-DATE             PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-DATE            PIC 9(08) VALUE ZERO.
       77  WS-JOBL-START-TIME            PIC 9(06) VALUE ZERO.
       77  WS-JOBL-REASON                PIC X(60) VALUE SPACE.

      *****************************************************
      * RUN CONTROLS.  THE KEY ID COMES FROM THE CONTROL   *
      * CARD; THE SHIFT, KEYWORD AND CIPHER ARE RESOLVED   *
      *****************************************************
       77  WS-KEY-ID                     PIC X(08) VALUE SPACE.
       77  WS-SHIFT-KEY                  PIC 99 VALUE ZERO.
       77  WS-KEY-EFF-TO                 PIC 9(08) VALUE ZERO.

       77  WS-KEY-FOUND-SWITCH           PIC X VALUE "N".
           88  WS-KEY-FOUND                    VALUE "Y".
           05  WS-RCPT-ENTRY OCCURS 50 TIMES.
               10  WS-RCPT-CODE          PIC X(04).
               10  WS-RCPT-KEY-ID        PIC X(08).
               10  WS-RCPT-KEY-EXPIRY    PIC 9(08).
               10  WS-RCPT-CIPHER-TYPE   PIC X.
               10  WS-RCPT-SHIFT-KEY     PIC 99.
               10  WS-RCPT-KEYWORD       PIC X(20).
      * CHECKPOINT AND END-OF-RUN REPORTING.               *
      *****************************************************
       77  WS-DFLT-KEY-ID                PIC X(08) VALUE SPACE.
       77  WS-DFLT-KEY-EXPIRY            PIC 9(08) VALUE ZERO.
       77  WS-DFLT-CIPHER-TYPE           PIC X VALUE SPACE.
       77  WS-DFLT-SHIFT-KEY             PIC 99 VALUE ZERO.
       77  WS-DFLT-KEYWORD               PIC X(20) VALUE SPACE.
           88  WS-MODE-SOLVE                   VALUE "S".
           88  WS-MODE-VERIFY                  VALUE "V".
           88  WS-MODE-REKEY                   VALUE "R".
           88  WS-MODE-PREFLIGHT               VALUE "P".

       77  WS-CIPHER-TYPE                PIC X VALUE "C".
           88  WS-CIPHER-CAESAR                VALUE "C".
      *****************************************************
       01  WS-VERIFY-EXPECTED            PIC X(200).

       77  WS-CHECK-FAIL-COUNT           PIC 9(07) COMP
                                          VALUE ZERO.

      *****************************************************
      * MESSAGE CHECK VALUE.  THE KEY MATERIAL THE TEXT    *
      * WAS CIPHERED UNDER IS WRAPPED AROUND THE HEADER    *
      * AND THE CIPHERED TEXT, AND THE WHOLE STRING IS     *
      * FOLDED BYTE BY BYTE (TIMES 257 PLUS THE BYTE'S     *
      * ORDINAL, MODULO A NINE-DIGIT PRIME) INTO A NINE-   *
      * DIGIT VALUE.  ANYONE HOLDING THE KEY -- THE        *
      * PARTNER, ARCRTRV -- CAN RECOMPUTE IT; WITHOUT THE  *
      * KEY A CHANGED RECORD CANNOT BE GIVEN A VALUE THAT  *
      * STILL CHECKS.  ARCRTRV CARRIES THE SAME LAYOUT AND *
      * ARITHMETIC AND THE TWO MUST BE CHANGED TOGETHER.   *
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

      *****************************************************
      * MESSAGE SEGMENTATION.  TEXT LONGER THAN THE 200-   *
      * CHARACTER WORK AREA IS CIPHERED AND WRITTEN ONE    *
      * 200-CHARACTER SLICE AT A TIME.  THE SEGMENT OFFSET *
      * (CHARACTERS ALREADY CIPHERED AHEAD OF THIS SLICE)  *
      * TELLS THE VIGENERE WALK WHERE IN THE KEYWORD THE   *
      * SLICE STARTS, SO THE KEY STREAM RUNS ON ACROSS     *
      * SEGMENTS EXACTLY AS IF THE TEXT WERE ONE RECORD.   *
      * THE SEGMENT TAG IS ADDED TO EXCEPTION LINES ONLY   *
      * WHEN THE MESSAGE IS ACTUALLY SEGMENTED.            *
      *****************************************************
       77  WS-SEG-NUM                    PIC 9(02) COMP VALUE 1.
       77  WS-SEG-COUNT                  PIC 9(02) COMP VALUE 1.
       77  WS-SEG-FIRST                  PIC 9(02) COMP VALUE 1.
       77  WS-SEG-LAST                   PIC 9(02) COMP VALUE 1.
       77  WS-SEG-START                  PIC 9(04) COMP VALUE 1.
       77  WS-SEG-OFFSET                 PIC 9(04) COMP VALUE ZERO.
       77  WS-TEXT-LEN                   PIC 9(04) COMP VALUE ZERO.
       77  WS-SEGMENTED-COUNT            PIC 9(07) COMP
                                          VALUE ZERO.

       01  WS-SEG-TAG.
           05  FILLER                    PIC X(05) VALUE " SEG ".
           05  WS-SEG-TAG-NUM            PIC 9(02).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-SEG-TAG-COUNT          PIC 9(02).

       01  WS-EXC-SEG-TAG                PIC X(10) VALUE SPACE.

      *****************************************************
      * EVERY SEGMENT OF A MESSAGE IS ARCHIVED UNDER THE   *
      * SEQUENCE OF THE MESSAGE'S FIRST RECORD.  A REKEY   *
      * RUN READS THE SEGMENTS AS SEPARATE RECORDS, SO THE *
      * MESSAGE THEY BELONG TO IS REMEMBERED HERE.         *
      *****************************************************
       77  WS-MSG-SEQ                    PIC 9(07) COMP VALUE ZERO.
       01  WS-SEG-OWNER.
           05  WS-SEG-RECIPIENT          PIC X(04) VALUE SPACE.
           05  WS-SEG-MESSAGE-ID         PIC X(10) VALUE SPACE.

       77  WS-EXC-RECORD-NUM             PIC 9(07) VALUE ZERO.

       77  WS-CHAR-IDX                   PIC 9(03) COMP
                                          VALUE ZERO.
       77  WS-REJ-MASK-IDX               PIC 9(04) COMP
                                          VALUE ZERO.
       77  WS-CUR-CHAR                   PIC X VALUE SPACE.
       77  WS-CHAR-CODE                  PIC 999 COMP VALUE ZERO.
           88  WS-UPPER-LETTER                 VALUE 66 THRU 91.
      * 0000-MAINLINE                                      *
      *****************************************************
       0000-MAINLINE.
           PERFORM 9800-LOG-JOB-START THRU 9800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT.

      *****************************************************
      * A PRE-FLIGHT LEAVES NO TRACE BUT ITS OWN REPORT -- *
      * NO SUMRPT, AUDIT ENTRY OR RUN HISTORY, AND ABOVE   *
      * ALL NO CHECKPOINT RESET UNDER A PENDING RESTART.   *
      *****************************************************
           IF WS-MODE-PREFLIGHT
               PERFORM 8300-WRITE-PREFLIGHT-REPORT THRU 8300-EXIT
           ELSE
               PERFORM 8000-WRITE-SUMMARY-REPORT THRU 8000-EXIT
               PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT
               PERFORM 8150-WRITE-RUN-HISTORY THRU 8150-EXIT
               PERFORM 8160-WRITE-RECEIVED-HISTORY THRU 8160-EXIT
               PERFORM 8200-RESET-CHECKPOINT THRU 8200-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.
      *****************************************************
       1000-INITIALIZE.
           INITIALIZE WS-PRI-COUNT-TABLE.
           INITIALIZE WS-PF-REASON-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-START-TIME.
           MOVE WS-RUN-START-TIME TO WS-CLOCK-TIME.

           PERFORM 1050-LOAD-CIPHER-DEFS THRU 1050-EXIT.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF NOT WS-MODE-PREFLIGHT
               PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
           END-IF.

           IF WS-MODE-ENCRYPT OR WS-MODE-VERIFY OR WS-MODE-PREFLIGHT
               PERFORM 1700-LOAD-PARTNERS THRU 1700-EXIT
               PERFORM 1750-LOAD-WATCH-LIST THRU 1750-EXIT
               PERFORM 1770-LOAD-APPROVALS THRU 1770-EXIT
           END-IF.

           IF NOT WS-MODE-VERIFY
               PERFORM 1600-VALIDATE-BATCH THRU 1600-EXIT
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

      *****************************************************
      * A PRE-FLIGHT OPENS NOTHING IT COULD WRITE TO.  THE *
      * ARCHIVE IS READ FOR THE DUPLICATE CHECK ONLY.      *
      *****************************************************
           IF WS-MODE-PREFLIGHT
               PERFORM 1400-OPEN-ARCHIVE THRU 1400-EXIT
               GO TO 1000-EXIT
           END-IF.

           IF WS-MODE-VERIFY
               PERFORM 1270-FIND-VERIFY-RUN-DATE THRU 1270-EXIT
               OPEN INPUT OUTPUT-FILE
               END-IF
           END-IF.

           IF WS-MODE-ENCRYPT
               IF WS-RESTART-COUNT > ZERO
                   OPEN EXTEND HELD-FILE
               ELSE
                   OPEN OUTPUT HELD-FILE
               END-IF
               IF WS-HELD-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN MSGHELD, STATUS "
                       WS-HELD-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.

      *****************************************************
      * CMPHOLD IS A STANDING QUEUE -- CMPRLSE TAKES OFF   *
      * WHAT THE OFFICER HAS DECIDED -- SO EVERY ENCRYPT   *
      * RUN ADDS TO THE END OF IT.                         *
      *****************************************************
           IF WS-MODE-ENCRYPT
               OPEN EXTEND CMPHOLD-FILE
               IF WS-CMPH-STATUS = "35"
                   OPEN OUTPUT CMPHOLD-FILE
               END-IF
               IF WS-CMPH-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN CMPHOLD, STATUS "
                       WS-CMPH-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.

           IF NOT WS-MODE-VERIFY AND WS-RESTART-COUNT = ZERO
               PERFORM 2600-WRITE-OUTPUT-HEADER THRU 2600-EXIT
           END-IF.
           IF WS-MODE-ENCRYPT AND WS-RESTART-COUNT = ZERO
               PERFORM 2670-WRITE-HELD-HEADER THRU 2670-EXIT
           END-IF.

           IF WS-MODE-ENCRYPT OR WS-MODE-REKEY OR WS-MODE-VERIFY
               PERFORM 1400-OPEN-ARCHIVE THRU 1400-EXIT
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

      *****************************************************
      * REJHIST IS PERMANENT -- REJFILE IS REWRITTEN EVERY *
      * RUN, THE HISTORY IS ONLY EVER EXTENDED.            *
      *****************************************************
           OPEN EXTEND REJHIST-FILE.
           IF WS-RJH-STATUS = "35"
               OPEN OUTPUT REJHIST-FILE
           END-IF.
           IF WS-RJH-STATUS NOT = "00"
               STRING "UNABLE TO OPEN REJHIST, STATUS "
                   WS-RJH-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           IF WS-MODE-VERIFY
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXC-STATUS NOT = "00"

           IF NOT (WS-MODE-ENCRYPT OR WS-MODE-DECRYPT
                   OR WS-MODE-SOLVE OR WS-MODE-VERIFY
                   OR WS-MODE-REKEY OR WS-MODE-PREFLIGHT)
               STRING "INVALID RUN MODE ON CONTROL CARD: "
                   WS-RUN-MODE DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           IF WS-MODE-PREFLIGHT AND CTL-PF-REJECT-PCT NOT = SPACE
               IF CTL-PF-REJECT-PCT NUMERIC
                   MOVE CTL-PF-REJECT-PCT TO WS-PF-REJECT-PCT
               ELSE
                   MOVE "REJECT LIMIT ON CONTROL CARD NOT NUMERIC"
                       TO WS-ABEND-MESSAGE
                   PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               END-IF
           END-IF.

           IF WS-CTL-STATUS = "00" AND CTL-CIPHER-TYPE NOT = SPACE
               MOVE CTL-CIPHER-TYPE TO WS-CIPHER-TYPE
           ELSE
               STRING "INVALID CIPHER TYPE ON CONTROL CARD: "
                   WS-CIPHER-TYPE DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               MOVE "C" TO WS-CIPHER-TYPE
           END-IF.

           IF WS-MODE-ENCRYPT OR WS-MODE-DECRYPT OR WS-MODE-VERIFY
               OR WS-MODE-REKEY OR WS-MODE-PREFLIGHT
               IF WS-KEY-ID = SPACE
                   MOVE "NO KEY ID ON CONTROL CARD"
                       TO WS-ABEND-MESSAGE
                   PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               ELSE
                   PERFORM 1150-RESOLVE-KEY-ID THRU 1150-EXIT
               END-IF
           END-IF.

           IF WS-MODE-REKEY
           END-IF.

           MOVE WS-KEY-ID TO WS-DFLT-KEY-ID.
           MOVE WS-KEY-EFF-TO TO WS-DFLT-KEY-EXPIRY.
           MOVE WS-CIPHER-TYPE TO WS-DFLT-CIPHER-TYPE.
           MOVE WS-SHIFT-KEY TO WS-DFLT-SHIFT-KEY.
           MOVE WS-VIGENERE-KEYWORD TO WS-DFLT-KEYWORD.
      * TO GARBLE MULTI-KEY TRAFFIC.                       *
      *****************************************************
           IF WS-MODE-ENCRYPT OR WS-MODE-DECRYPT
               OR WS-MODE-VERIFY OR WS-MODE-PREFLIGHT
               PERFORM 1500-LOAD-RECIPIENT-KEYS THRU 1500-EXIT
           END-IF.
           IF WS-MODE-REKEY
       1150-RESOLVE-KEY-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE "N" TO WS-KEY-FOUND-SWITCH.
           MOVE ZERO TO WS-KEY-EFF-TO.
           MOVE "N" TO WS-KEYF-EOF-SWITCH.

           OPEN INPUT KEY-FILE.
                   " NOT FOUND, RETIRED OR NOT EFFECTIVE"
                   DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
           END-IF.
       1150-EXIT.
           EXIT.
               MOVE KEY-SHIFT-VALUE TO WS-SHIFT-KEY
               MOVE FUNCTION UPPER-CASE(KEY-KEYWORD)
                   TO WS-VIGENERE-KEYWORD
               MOVE KEY-EFF-TO TO WS-KEY-EFF-TO
           END-IF.
       1160-EXIT.
           EXIT.
               MOVE CKPT-OUT-DETAIL-COUNT TO WS-OUT-DETAIL-COUNT
               MOVE CKPT-OUT-HASH TO WS-OUT-HASH
               MOVE CKPT-DUP-COUNT TO WS-DUP-COUNT
               IF CKPT-HELD-COUNT NUMERIC
                   AND CKPT-HELD-HASH NUMERIC
                   MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                   MOVE CKPT-HELD-HASH TO WS-HELD-HASH
               END-IF
               IF CKPT-SEGMENTED-COUNT NUMERIC
                   MOVE CKPT-SEGMENTED-COUNT TO WS-SEGMENTED-COUNT
               END-IF
               IF CKPT-CMP-HELD-COUNT NUMERIC
                   MOVE CKPT-CMP-HELD-COUNT TO WS-CMP-HELD-COUNT
               END-IF
               PERFORM 1220-RESTORE-PRI-COUNT THRU 1220-EXIT
                   VARYING WS-PRI-SUB FROM 1 BY 1
                   UNTIL WS-PRI-SUB > 9
      *****************************************************
       1400-OPEN-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           IF WS-MODE-PREFLIGHT
               OPEN INPUT ARCHIVE-FILE
           ELSE
               OPEN I-O ARCHIVE-FILE
               IF WS-ARC-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
           END-IF.
           IF WS-ARC-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-SWITCH
           END-IF.

           IF WS-ARCHIVE-ACTIVE
               AND (WS-MODE-ENCRYPT OR WS-MODE-VERIFY
                   OR WS-MODE-PREFLIGHT)
               PERFORM 1450-LOAD-DUP-TABLE THRU 1450-EXIT
           END-IF.
       1400-EXIT.
                   - WS-DUP-LOOKBACK-DAYS).
           MOVE WS-DUP-FROM-DATE TO ARC-DATE.
           MOVE ZERO TO ARC-SEQ.
           MOVE ZERO TO ARC-SEG-NUM.
           START ARCHIVE-FILE KEY NOT < ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DUP-EOF-SWITCH
               GO TO 1460-EXIT
           END-IF.

      *****************************************************
      * LATER SEGMENTS REPEAT THE FIRST SEGMENT'S ID.      *
      *****************************************************
           IF ARC-SEG-NUM NUMERIC AND ARC-SEG-NUM > 1
               GO TO 1460-EXIT
           END-IF.

      *****************************************************
      * A RESTARTED ENCRYPT RUN FINDS ITS OWN PRE-CRASH    *
      * ENTRIES ALREADY ON THE ARCHIVE.  ENTRIES PAST THE  *
           PERFORM 1150-RESOLVE-KEY-ID THRU 1150-EXIT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VIGENERE-KEYWORD))
               TO WS-VIGENERE-LENGTH.
           IF WS-KEY-FOUND
               AND WS-CIPHER-VIGENERE AND WS-VIGENERE-LENGTH = ZERO
               STRING "KEY " WS-KEY-ID
                   " ON RCPTKEYS HAS NO VIGENERE KEYWORD"
                   DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               MOVE ZERO TO WS-KEY-EFF-TO
           END-IF.
           IF WS-CIPHER-CAESAR
               PERFORM 1300-BUILD-XLT-TABLES THRU 1300-EXIT
           END-IF.

      *****************************************************
      * ONLY A PRE-FLIGHT GETS HERE WITH A KEY THAT DID    *
      * NOT RESOLVE.  THE ENTRY IS STILL TABLED, WITH A    *
      * ZERO EXPIRY, SO THE REPORT SHOWS WHOSE TRAFFIC     *
      * WOULD HAVE HAD NO KEY.                             *
      *****************************************************
           ADD 1 TO WS-RCPT-KEY-COUNT.
           MOVE FUNCTION UPPER-CASE(XREF-RECIPIENT-CODE)
               TO WS-RCPT-CODE(WS-RCPT-KEY-COUNT).
           MOVE WS-KEY-ID TO WS-RCPT-KEY-ID(WS-RCPT-KEY-COUNT).
           MOVE WS-KEY-EFF-TO
               TO WS-RCPT-KEY-EXPIRY(WS-RCPT-KEY-COUNT).
           MOVE WS-CIPHER-TYPE
               TO WS-RCPT-CIPHER-TYPE(WS-RCPT-KEY-COUNT).
           MOVE WS-SHIFT-KEY
      * TOTAL BEFORE A SINGLE RECORD IS CIPHERED.  A CUT-  *
      * OFF TRANSMISSION NO LONGER PROCESSES SHORT -- THE  *
      * WHOLE BATCH IS HELD WITH A NONZERO RETURN CODE SO  *
      * THE SCHEDULER STOPS THE DOWNSTREAM JOBS, AND THE   *
      * HOLD IS FILED ON THE REJHIST HISTORY.  A FILE      *
      * THAT DOES NOT LEAD WITH *HDR IS A LEGACY UNBATCHED *
      * FEED AND PASSES WITH A WARNING.                    *
      *****************************************************
       1600-VALIDATE-BATCH.
           MOVE WS-PF-ERROR-COUNT TO WS-PF-ERRORS-BEFORE.
           MOVE "U" TO WS-PF-BATCH-STATUS.
           MOVE "N" TO WS-VAL-EOF-SWITCH.
           MOVE "N" TO WS-VAL-TRAILER-SWITCH.
           MOVE "N" TO WS-BATCH-SWITCH.
                   MOVE "Y" TO WS-VAL-EOF-SWITCH
           END-READ.
           IF WS-VAL-END-OF-FILE
               MOVE "E" TO WS-PF-BATCH-STATUS
               CLOSE INPUT-FILE
               GO TO 1600-EXIT
           END-IF.
           IF NOT WS-VAL-TRAILER-SEEN
               MOVE "MSGIN BATCH TRAILER MISSING, BATCH HELD"
                   TO WS-ABEND-MESSAGE
               PERFORM 1690-LOG-HELD-BATCH THRU 1690-EXIT
               PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               MOVE "F" TO WS-PF-BATCH-STATUS
               GO TO 1600-EXIT
           END-IF.
           IF WS-TRL-COUNT NOT = WS-VAL-DETAIL-COUNT
               MOVE "MSGIN TRAILER COUNT DOES NOT RECONCILE"
                   TO WS-ABEND-MESSAGE
               PERFORM 1690-LOG-HELD-BATCH THRU 1690-EXIT
               PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
           END-IF.
           IF WS-TRL-HASH NOT = WS-VAL-HASH
               MOVE "MSGIN TRAILER HASH TOTAL DOES NOT RECONCILE"
                   TO WS-ABEND-MESSAGE
               PERFORM 1690-LOG-HELD-BATCH THRU 1690-EXIT
               PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
           END-IF.
           IF WS-PF-ERROR-COUNT > WS-PF-ERRORS-BEFORE
               MOVE "F" TO WS-PF-BATCH-STATUS
               GO TO 1600-EXIT
           END-IF.
           MOVE "R" TO WS-PF-BATCH-STATUS.

           DISPLAY "BATCH FROM " WS-VAL-SENDER-ID " DATED "
               WS-VAL-BATCH-DATE " RECONCILED, "
               WHEN INB-BATCH-HEADER
                   MOVE "SECOND BATCH HEADER ON MSGIN, BATCH HELD"
                       TO WS-ABEND-MESSAGE
                   PERFORM 1690-LOG-HELD-BATCH THRU 1690-EXIT
                   PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               WHEN INB-BATCH-TRAILER
                   MOVE "Y" TO WS-VAL-TRAILER-SWITCH
                   IF INT-RECORD-COUNT NOT NUMERIC
                       OR INT-HASH-TOTAL NOT NUMERIC
                       MOVE "MSGIN TRAILER TOTALS NOT NUMERIC"
                           TO WS-ABEND-MESSAGE
                       PERFORM 1690-LOG-HELD-BATCH THRU 1690-EXIT
                       PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
                   ELSE
                       MOVE INT-RECORD-COUNT TO WS-TRL-COUNT
                       MOVE INT-HASH-TOTAL TO WS-TRL-HASH
                   END-IF
               WHEN WS-VAL-TRAILER-SEEN
                   MOVE "DETAIL RECORD AFTER MSGIN BATCH TRAILER"
                       TO WS-ABEND-MESSAGE
                   PERFORM 1690-LOG-HELD-BATCH THRU 1690-EXIT
                   PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               WHEN OTHER
                   ADD 1 TO WS-VAL-DETAIL-COUNT
                   MOVE IN-MESSAGE-ID TO WS-HASH-ID
       1625-EXIT.
           EXIT.

      *****************************************************
      * 1690-LOG-HELD-BATCH -- A BATCH THAT FAILS ITS      *
      * *HDR/*TRL CHECK IS HELD WHOLE.  THE HOLD IS FILED  *
      * ON REJHIST BEFORE THE RUN STOPS, WITH THE REASON   *
      * AND THE DETAIL COUNT THE VALIDATION PASS HAD SEEN. *
      * A PRE-FLIGHT ONLY REPORTS IT.  THE HISTORY IS      *
      * OPENED JUST FOR THIS ENTRY; IF IT CANNOT BE, THE   *
      * OPERATOR IS TOLD AND THE HOLD GOES AHEAD ANYWAY.   *
      *****************************************************
       1690-LOG-HELD-BATCH.
           IF WS-MODE-PREFLIGHT
               GO TO 1690-EXIT
           END-IF.
           OPEN EXTEND REJHIST-FILE.
           IF WS-RJH-STATUS = "35"
               OPEN OUTPUT REJHIST-FILE
           END-IF.
           IF WS-RJH-STATUS NOT = "00"
               DISPLAY "HELD BATCH NOT FILED ON REJHIST, STATUS "
                   WS-RJH-STATUS
               GO TO 1690-EXIT
           END-IF.

           MOVE SPACES TO RJH-RECORD.
           MOVE WS-RUN-START-DATE TO RJH-ENTRY-DATE.
           MOVE WS-RUN-START-TIME TO RJH-ENTRY-TIME.
           MOVE "B" TO RJH-ENTRY-TYPE.
           MOVE WS-RUN-MODE TO RJH-RUN-MODE.
           MOVE "BH" TO RJH-REASON-CODE.
           MOVE ZERO TO RJH-RECORD-NUM.
           PERFORM 1695-SET-HISTORY-BATCH THRU 1695-EXIT.
           MOVE WS-VAL-DETAIL-COUNT TO RJH-COUNT.
           MOVE ZERO TO RJH-FIRST-DATE.
           IF WS-RESTART-COUNT > ZERO
               MOVE "R" TO RJH-RESTART-FLAG
           END-IF.
           MOVE WS-ABEND-MESSAGE TO RJH-DETAIL.
           WRITE RJH-RECORD.
           CLOSE REJHIST-FILE.
       1690-EXIT.
           EXIT.

      *****************************************************
      * 1695-SET-HISTORY-BATCH -- THE SENDER AND BATCH     *
      * DATE OFF THE MSGIN *HDR; BLANK AND ZERO FOR AN     *
      * UNBATCHED FEED.                                    *
      *****************************************************
       1695-SET-HISTORY-BATCH.
           MOVE WS-VAL-SENDER-ID TO RJH-SENDER-ID.
           IF WS-VAL-BATCH-DATE NUMERIC
               MOVE WS-VAL-BATCH-DATE TO RJH-BATCH-DATE
           ELSE
               MOVE ZERO TO RJH-BATCH-DATE
           END-IF.
       1695-EXIT.
           EXIT.

      *****************************************************
      * 1700-LOAD-PARTNERS -- THE PARTNER MASTER INTO THE  *
      * TABLE THE EDIT PASS CHECKS EVERY RECIPIENT         *
      * AGAINST.  THE MASTER IS OPTIONAL, LIKE RCPTKEYS -- *
      * WITHOUT IT THE RECIPIENT CHECK IS SKIPPED AND THE  *
      * OPERATOR IS TOLD SO.                               *
      *****************************************************
       1700-LOAD-PARTNERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE ZERO TO WS-PART-COUNT.
           MOVE "N" TO WS-PARTF-EOF-SWITCH.
           MOVE SPACES TO WS-PART-TABLE.

           OPEN INPUT PART-FILE.
           IF WS-PARTF-STATUS NOT = "00"
               DISPLAY "NO PARTFILE PARTNER MASTER, STATUS "
                   WS-PARTF-STATUS ", RECIPIENT CHECK SKIPPED"
               GO TO 1700-EXIT
           END-IF.

           PERFORM 1710-LOAD-ONE-PARTNER THRU 1710-EXIT
               UNTIL WS-PARTF-END-OF-FILE.
           CLOSE PART-FILE.

           MOVE "Y" TO WS-PART-LOAD-SWITCH.
           DISPLAY WS-PART-COUNT " PARTNER(S) LOADED FROM PARTFILE".
       1700-EXIT.
           EXIT.

       1710-LOAD-ONE-PARTNER.
           READ PART-FILE
               AT END
                   MOVE "Y" TO WS-PARTF-EOF-SWITCH
                   GO TO 1710-EXIT
           END-READ.
           IF PART-CODE = SPACE
               GO TO 1710-EXIT
           END-IF.
           IF WS-PART-COUNT >= WS-MAX-PARTNERS
               MOVE "PARTFILE HOLDS MORE PARTNERS THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           ADD 1 TO WS-PART-COUNT.
           MOVE PART-CODE TO WS-PART-CODE(WS-PART-COUNT).
           MOVE PART-STATUS-FLAG TO WS-PART-STATUS(WS-PART-COUNT).
           MOVE PART-EFF-FROM TO WS-PART-EFF-FROM(WS-PART-COUNT).
           MOVE PART-EFF-TO TO WS-PART-EFF-TO(WS-PART-COUNT).
       1710-EXIT.
           EXIT.

      *****************************************************
      * 1750-LOAD-WATCH-LIST -- THE ACTIVE COMPLIANCE      *
      * RULES INTO THE TABLE THE SCREENING PASS CHECKS     *
      * EVERY MESSAGE AGAINST.  RETIRED RULES ARE LEFT ON  *
      * THE FILE.  UNLIKE PARTFILE THE LIST IS NOT         *
      * OPTIONAL: SCREENING IS A COMPLIANCE CONTROL AND    *
      * MUST NOT QUIETLY FAIL OPEN.  A WATCHLST THAT WILL  *
      * NOT OPEN IS A SETUP ERROR -- AN ENCRYPT RUN STOPS  *
      * BEFORE IT CIPHERS ANYTHING AND A PRE-FLIGHT IS A   *
      * NO-GO.  A VERIFY RUN SENDS NOTHING, SO IT CARRIES  *
      * ON UNSCREENED AND ANY MESSAGE THE ENCRYPT RUN HELD *
      * SHOWS UP AS AN EXCEPTION.                          *
      *****************************************************
       1750-LOAD-WATCH-LIST.
           MOVE ZERO TO WS-RULE-COUNT.
           MOVE "N" TO WS-WATCH-EOF-SWITCH.

           OPEN INPUT WATCH-FILE.
           IF WS-WATCH-STATUS NOT = "00"
               IF WS-MODE-VERIFY
                   DISPLAY "NO WATCHLST WATCH LIST, STATUS "
                       WS-WATCH-STATUS ", CONTENT SCREENING SKIPPED"
               ELSE
                   STRING "UNABLE TO OPEN WATCHLST, STATUS "
                       WS-WATCH-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
               END-IF
               GO TO 1750-EXIT
           END-IF.

           PERFORM 1760-LOAD-ONE-RULE THRU 1760-EXIT
               UNTIL WS-WATCH-END-OF-FILE.
           CLOSE WATCH-FILE.

           MOVE "Y" TO WS-WATCH-LOAD-SWITCH.
           DISPLAY WS-RULE-COUNT " WATCH LIST RULE(S) LOADED".
       1750-EXIT.
           EXIT.

       1760-LOAD-ONE-RULE.
           READ WATCH-FILE
               AT END
                   MOVE "Y" TO WS-WATCH-EOF-SWITCH
                   GO TO 1760-EXIT
           END-READ.
           IF NOT WL-ACTIVE OR WL-MATCH-TEXT = SPACE
               GO TO 1760-EXIT
           END-IF.
           IF WL-MATCH-LEN NOT NUMERIC OR WL-MATCH-LEN = ZERO
               GO TO 1760-EXIT
           END-IF.
           IF WS-RULE-COUNT >= WS-MAX-RULES
               MOVE "WATCHLST HOLDS MORE RULES THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE WL-RULE-ID TO WS-RULE-ID(WS-RULE-COUNT).
           MOVE WL-RECIPIENT-CODE TO WS-RULE-RECIPIENT(WS-RULE-COUNT).
           MOVE WL-MATCH-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT).
           MOVE WL-MATCH-TEXT TO WS-RULE-TEXT(WS-RULE-COUNT).
           MOVE WL-MATCH-LEN TO WS-RULE-LEN(WS-RULE-COUNT).
       1760-EXIT.
           EXIT.

      *****************************************************
      * 1770-LOAD-APPROVALS -- THE OFFICER'S APPROVALS     *
      * FROM CMPAPPR, THE LAST WS-APPR-LIFE-DAYS OF THEM.  *
      * NO FILE MEANS NOTHING HAS BEEN APPROVED YET, AND   *
      * EVERY MESSAGE IS SCREENED.                         *
      *****************************************************
       1770-LOAD-APPROVALS.
           MOVE ZERO TO WS-APPR-COUNT.
           MOVE "N" TO WS-APPR-EOF-SWITCH.
           MOVE SPACES TO WS-APPR-TABLE.
           COMPUTE WS-APPR-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
                   - WS-APPR-LIFE-DAYS).

           OPEN INPUT APPROVAL-FILE.
           IF WS-APPR-STATUS NOT = "00"
               DISPLAY "NO CMPAPPR APPROVALS, STATUS "
                   WS-APPR-STATUS ", EVERY MESSAGE SCREENED"
               GO TO 1770-EXIT
           END-IF.

           PERFORM 1780-LOAD-ONE-APPROVAL THRU 1780-EXIT
               UNTIL WS-APPR-END-OF-FILE.
           CLOSE APPROVAL-FILE.

           DISPLAY WS-APPR-COUNT " COMPLIANCE APPROVAL(S) LOADED".
       1770-EXIT.
           EXIT.

       1780-LOAD-ONE-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO WS-APPR-EOF-SWITCH
                   GO TO 1780-EXIT
           END-READ.
           IF CMPA-MESSAGE-ID = SPACE
               OR CMPA-APPROVE-DATE NOT NUMERIC
               OR CMPA-TEXT-CHECK NOT NUMERIC
               GO TO 1780-EXIT
           END-IF.
           IF CMPA-APPROVE-DATE < WS-APPR-FROM-DATE
               GO TO 1780-EXIT
           END-IF.
           IF WS-APPR-COUNT >= WS-MAX-APPROVALS
               MOVE "CMPAPPR HOLDS MORE APPROVALS THAN THE TABLE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           ADD 1 TO WS-APPR-COUNT.
           MOVE CMPA-RECIPIENT-CODE TO WS-APPR-RECIPIENT(WS-APPR-COUNT).
           MOVE CMPA-MESSAGE-ID TO WS-APPR-MSG-ID(WS-APPR-COUNT).
           MOVE CMPA-TEXT-CHECK TO WS-APPR-TEXT-CHECK(WS-APPR-COUNT).
       1780-EXIT.
           EXIT.

      *****************************************************
      * 1900-SETUP-ERROR -- A SETUP CHECK HAS FAILED AND   *
      * WS-ABEND-MESSAGE SAYS WHY.  A PRODUCTION RUN STOPS *
      * HERE.  A PRE-FLIGHT NOTES THE FAILURE FOR ITS      *
      * REPORT, WHICH MAKES THE RUN A NO-GO, AND CARRIES   *
      * ON SO ONE PASS TURNS UP EVERY PROBLEM.             *
      *****************************************************
       1900-SETUP-ERROR.
           IF NOT WS-MODE-PREFLIGHT
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           DISPLAY "PRE-FLIGHT -- " WS-ABEND-MESSAGE.
           ADD 1 TO WS-PF-ERROR-COUNT.
           IF WS-PF-ERROR-COUNT NOT > WS-PF-MAX-ERRORS
               MOVE WS-ABEND-MESSAGE
                   TO WS-PF-ERROR-TEXT(WS-PF-ERROR-COUNT)
           END-IF.
           MOVE SPACES TO WS-ABEND-MESSAGE.
       1900-EXIT.
           EXIT.

      *****************************************************
      * 2000-PROCESS-RECORDS -- THE MAIN BATCH LOOP.       *
      *****************************************************
               PERFORM 6300-CHECK-EXTRA-OUTPUT THRU 6300-EXIT
                   UNTIL WS-OUT-END-OF-FILE
           ELSE
               IF NOT WS-MODE-PREFLIGHT
                   PERFORM 2650-WRITE-OUTPUT-TRAILER THRU 2650-EXIT
               END-IF
           END-IF.
           IF WS-MODE-ENCRYPT
               PERFORM 2680-WRITE-HELD-TRAILER THRU 2680-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           IF WS-MODE-ENCRYPT AND NOT WS-END-OF-FILE
               AND NOT INB-BATCH-HEADER AND NOT INB-BATCH-TRAILER
               PERFORM 2310-TALLY-RECEIVED THRU 2310-EXIT
           END-IF.

       2200-READ-INPUT-RECORD.
           READ INPUT-FILE
      *****************************************************
      * BATCH HEADER/TRAILER RECORDS WERE RECONCILED ON    *
      * THE VALIDATION PASS; THEY ARE NEVER CIPHERED OR    *
      * SHIPPED AS TRAFFIC.  A VERIFY RUN SKIPS THE        *
      * VALIDATION PASS, SO IT TAKES THE SENDER OFF THE    *
      * HEADER HERE FOR ITS REJECT HISTORY.                *
      *****************************************************
           IF INB-BATCH-HEADER
               MOVE INB-SENDER-ID TO WS-VAL-SENDER-ID
           END-IF.
           IF INB-BATCH-HEADER OR INB-BATCH-TRAILER
               GO TO 2300-NEXT
           END-IF.
           IF WS-MODE-ENCRYPT
               PERFORM 2310-TALLY-RECEIVED THRU 2310-EXIT
           END-IF.

           PERFORM 2350-CHECK-FOR-OVERSIZE THRU 2350-EXIT.
           PERFORM 2370-EDIT-INPUT-RECORD THRU 2370-EXIT.

           IF WS-RECORD-REJECTED
               IF WS-MODE-PREFLIGHT
                   PERFORM 2800-PROJECT-REJECT THRU 2800-EXIT
               ELSE
                   PERFORM 2380-WRITE-REJECT-RECORD THRU 2380-EXIT
               END-IF
               GO TO 2300-NEXT
           END-IF.

      *****************************************************
      * COMPLIANCE SCREENING.  A MESSAGE THAT HITS A WATCH *
      * LIST RULE IS NEITHER CIPHERED NOR SENT, WHOEVER IT *
      * IS FOR.  AN ENCRYPT RUN PARKS IT ON CMPHOLD; A     *
      * VERIFY RUN SKIPS IT, SINCE IT NEVER REACHED        *
      * MSGOUT.  A PRE-FLIGHT COUNTS IT AGAINST THE        *
      * PARTNER.  ONLY A MESSAGE THE OFFICER HAS APPROVED  *
      * ON CMPAPPR GOES UNSCREENED -- WHO SENT THE BATCH   *
      * DOES NOT ENTER INTO IT.                            *
      *****************************************************
           MOVE "N" TO WS-APPROVAL-SWITCH.
           IF WS-WATCH-TABLE-READY
               AND WS-APPR-COUNT > ZERO
               PERFORM 2365-CHECK-APPROVAL THRU 2365-EXIT
           END-IF.
           IF WS-WATCH-TABLE-READY
               AND NOT WS-RECORD-APPROVED
               PERFORM 2360-SCREEN-CONTENT THRU 2360-EXIT
               IF WS-SCREEN-HIT
                   IF WS-MODE-ENCRYPT
                       PERFORM 2396-WRITE-COMPLIANCE-HOLD
                           THRU 2396-EXIT
                   END-IF
                   IF WS-MODE-PREFLIGHT
                       PERFORM 2815-PROJECT-COMPLIANCE-HOLD
                           THRU 2815-EXIT
                   END-IF
                   GO TO 2300-NEXT
               END-IF
           END-IF.

      *****************************************************
      * A SUSPENDED PARTNER'S TRAFFIC IS NEITHER CIPHERED  *
      * NOR SENT.  AN ENCRYPT RUN PARKS IT ON MSGHELD; A   *
      * VERIFY RUN SKIPS IT, SINCE IT NEVER REACHED MSGOUT.*
      * A PRE-FLIGHT COUNTS IT AGAINST THE PARTNER.        *
      *****************************************************
           IF WS-RECORD-HELD
               IF WS-MODE-ENCRYPT
                   PERFORM 2395-WRITE-HELD-RECORD THRU 2395-EXIT
               END-IF
               IF WS-MODE-PREFLIGHT
                   PERFORM 2810-PROJECT-HELD THRU 2810-EXIT
               END-IF
               GO TO 2300-NEXT
           END-IF.

           PERFORM 2390-TALLY-PRIORITY THRU 2390-EXIT.

      *****************************************************
      * A PRE-FLIGHT STOPS SHORT OF THE CIPHER STEP.       *
      *****************************************************
           IF WS-MODE-PREFLIGHT
               PERFORM 2820-PROJECT-OUTPUT THRU 2820-EXIT
               GO TO 2300-NEXT
           END-IF.

           IF (WS-MODE-ENCRYPT OR WS-MODE-DECRYPT
                   OR WS-MODE-VERIFY)
               AND WS-RCPT-KEY-COUNT > ZERO
               PERFORM 2320-SELECT-RECIPIENT-KEY THRU 2320-EXIT
           END-IF.

           IF WS-SEG-FIRST = 1
               OR IN-RECIPIENT-CODE NOT = WS-SEG-RECIPIENT
               OR IN-MESSAGE-ID NOT = WS-SEG-MESSAGE-ID
               MOVE WS-READ-COUNT TO WS-MSG-SEQ
               MOVE IN-RECIPIENT-CODE TO WS-SEG-RECIPIENT
               MOVE IN-MESSAGE-ID TO WS-SEG-MESSAGE-ID
           END-IF.

           PERFORM 2700-PROCESS-ONE-SEGMENT THRU 2700-EXIT
               VARYING WS-SEG-NUM FROM WS-SEG-FIRST BY 1
               UNTIL WS-SEG-NUM > WS-SEG-LAST.

           EVALUATE TRUE
               WHEN WS-MODE-ENCRYPT
                   ADD 1 TO WS-ENCRYPT-COUNT
                   PERFORM 2378-REMEMBER-MESSAGE-ID THRU 2378-EXIT
               WHEN WS-MODE-DECRYPT
               WHEN WS-MODE-SOLVE
                   ADD 1 TO WS-DECRYPT-COUNT
               WHEN WS-MODE-VERIFY
                   ADD 1 TO WS-VERIFY-COUNT
                   PERFORM 2378-REMEMBER-MESSAGE-ID THRU 2378-EXIT
               WHEN WS-MODE-REKEY
                   ADD 1 TO WS-REKEY-COUNT
           END-EVALUATE.

           IF WS-SEG-LAST > WS-SEG-FIRST
               ADD 1 TO WS-SEGMENTED-COUNT
           END-IF.

       2300-NEXT.
           IF FUNCTION MOD(WS-READ-COUNT, WS-CKPT-INTERVAL) = ZERO
               AND NOT (WS-MODE-VERIFY OR WS-MODE-PREFLIGHT)
               PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

      *****************************************************
      * 2310-TALLY-RECEIVED -- ONE MORE DETAIL RECORD FOR  *
      * THE RECIPIENT, WHATEVER BECOMES OF IT.  THE SLOT   *
      * IS ADDED ON FIRST SIGHT; PAST THE TABLE THE RECORD *
      * IS COUNTED AS UNLISTED.                            *
      *****************************************************
       2310-TALLY-RECEIVED.
           PERFORM 2315-SCAN-RCV-SLOT THRU 2315-EXIT
               VARYING WS-RCV-RCPT-SUB FROM 1 BY 1
               UNTIL WS-RCV-RCPT-SUB > WS-RCV-RCPT-COUNT
               OR WS-RCV-RCPT-CODE(WS-RCV-RCPT-SUB)
                   = IN-RECIPIENT-CODE.
           IF WS-RCV-RCPT-SUB NOT > WS-RCV-RCPT-COUNT
               ADD 1 TO WS-RCV-RCPT-RECEIVED(WS-RCV-RCPT-SUB)
               GO TO 2310-EXIT
           END-IF.
           IF WS-RCV-RCPT-COUNT >= WS-MAX-RCV-RCPTS
               ADD 1 TO WS-RCV-UNLISTED-COUNT
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WS-RCV-RCPT-COUNT.
           MOVE IN-RECIPIENT-CODE
               TO WS-RCV-RCPT-CODE(WS-RCV-RCPT-COUNT).
           MOVE 1 TO WS-RCV-RCPT-RECEIVED(WS-RCV-RCPT-COUNT).
       2310-EXIT.
           EXIT.

       2315-SCAN-RCV-SLOT.
           CONTINUE.
       2315-EXIT.
           EXIT.

      *****************************************************
      * 2320-SELECT-RECIPIENT-KEY -- SWAP THE LIVE KEY     *
      * FIELDS TO THE RECIPIENT'S OWN ENTRY, OR BACK TO    *
       2325-EXIT.
           EXIT.

      *****************************************************
      * 2350-CHECK-FOR-OVERSIZE -- WORK OUT HOW MANY       *
      * 200-CHARACTER SEGMENTS THE RECORD IS.  ENCRYPT AND *
      * VERIFY RUNS READ CLEAR TEXT AND SPLIT ANYTHING     *
      * LONGER THAN THE WORK AREA INTO SEGMENTS.  DECRYPT  *
      * AND REKEY RUNS READ MSGOUT, ONE SEGMENT PER        *
      * RECORD, AND TAKE THE SEGMENT NUMBER FROM IT.  A    *
      * SOLVE RUN CRACKS ONE WORK AREA AT A TIME, SO THERE *
      * (AND FOR A FLAGGED MSGOUT RECORD) THE 201ST        *
      * POSITION IS STILL THE OVERSIZE TRIP WIRE.          *
      *****************************************************
       2350-CHECK-FOR-OVERSIZE.
           MOVE "N" TO WS-TRUNC-SWITCH.
           MOVE 1 TO WS-SEG-FIRST.
           MOVE 1 TO WS-SEG-LAST.
           MOVE 1 TO WS-SEG-COUNT.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           MOVE IN-MESSAGE-TEXT(1:WS-MAX-MESSAGE-LEN)
               TO WS-MESSAGE-TEXT.

           IF WS-MODE-ENCRYPT OR WS-MODE-VERIFY
               OR WS-MODE-PREFLIGHT
               GO TO 2350-SEGMENT
           END-IF.

           IF (WS-MODE-DECRYPT OR WS-MODE-REKEY)
               AND INC-SEG-NUM NUMERIC
               AND INC-SEG-COUNT NUMERIC
               AND INC-SEG-NUM > ZERO
               AND INC-SEG-NUM NOT > INC-SEG-COUNT
               MOVE INC-SEG-NUM TO WS-SEG-FIRST
               MOVE INC-SEG-NUM TO WS-SEG-LAST
               MOVE INC-SEG-COUNT TO WS-SEG-COUNT
           END-IF.

           IF IN-MESSAGE-TEXT(WS-MAX-MESSAGE-LEN + 1:1) NOT = SPACE
               MOVE "Y" TO WS-TRUNC-SWITCH
               ADD 1 TO WS-TRUNC-COUNT
                   " EXCEEDS " WS-MAX-MESSAGE-LEN
                   " CHARACTERS, FLAGGED"
           END-IF.
           GO TO 2350-EXIT.

       2350-SEGMENT.
           IF IN-MESSAGE-TEXT(WS-MAX-MESSAGE-LEN + 1:) = SPACES
               GO TO 2350-EXIT
           END-IF.

           COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(IN-MESSAGE-TEXT TRAILING)).
           COMPUTE WS-SEG-COUNT =
               (WS-TEXT-LEN + WS-MAX-MESSAGE-LEN - 1)
                   / WS-MAX-MESSAGE-LEN.
           MOVE WS-SEG-COUNT TO WS-SEG-LAST.
           DISPLAY "RECORD " WS-READ-COUNT " IS " WS-TEXT-LEN
               " CHARACTERS, SENT AS " WS-SEG-COUNT " SEGMENTS".
       2350-EXIT.
           EXIT.

      *****************************************************
      * 2360-SCREEN-CONTENT -- CHECK THE PLAINTEXT AGAINST *
      * EVERY ACTIVE WATCH LIST RULE FOR ITS RECIPIENT     *
      * (OR FOR ALL PARTNERS) AND STOP AT THE FIRST HIT.   *
      * THE WHOLE MESSAGE IS SCREENED, NOT JUST THE FIRST  *
      * SEGMENT, IN AN UPPER-CASE COPY SO CASE NEVER HIDES *
      * A TERM.                                            *
      *****************************************************
       2360-SCREEN-CONTENT.
           MOVE "N" TO WS-SCREEN-SWITCH.
           MOVE FUNCTION UPPER-CASE(IN-MESSAGE-TEXT)
               TO WS-SCREEN-TEXT.
           COMPUTE WS-SCREEN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(IN-MESSAGE-TEXT TRAILING)).

           PERFORM 2361-CHECK-ONE-RULE THRU 2361-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
               OR WS-SCREEN-HIT.
       2360-EXIT.
           EXIT.

       2361-CHECK-ONE-RULE.
           IF WS-RULE-RECIPIENT(WS-RULE-SUB) NOT = "*ALL"
               AND WS-RULE-RECIPIENT(WS-RULE-SUB)
                   NOT = IN-RECIPIENT-CODE
               GO TO 2361-EXIT
           END-IF.
           IF WS-RULE-LEN(WS-RULE-SUB) > WS-SCREEN-LEN
               GO TO 2361-EXIT
           END-IF.

           COMPUTE WS-SCREEN-LAST-POS =
               WS-SCREEN-LEN - WS-RULE-LEN(WS-RULE-SUB) + 1.
           PERFORM 2362-TRY-ONE-POSITION THRU 2362-EXIT
               VARYING WS-SCREEN-POS FROM 1 BY 1
               UNTIL WS-SCREEN-POS > WS-SCREEN-LAST-POS
               OR WS-SCREEN-HIT.
       2361-EXIT.
           EXIT.

      *****************************************************
      * 2362-TRY-ONE-POSITION -- DOES THE RULE MATCH WITH  *
      * ITS FIRST CHARACTER HERE.  A WHOLE-WORD RULE MUST  *
      * NOT HAVE A LETTER OR DIGIT JOINED ON EITHER SIDE.  *
      * A TERM IS ONE COMPARE; A PATTERN GOES CHARACTER BY *
      * CHARACTER THROUGH ITS WILDCARDS.  THE HIT IS NOTED *
      * HERE, BEFORE THE LOOP STEPS PAST IT.               *
      *****************************************************
       2362-TRY-ONE-POSITION.
           IF WS-RULE-TYPE(WS-RULE-SUB) = "W"
               IF WS-SCREEN-POS > 1
                   AND WS-SCREEN-TEXT(WS-SCREEN-POS - 1:1)
                       IS SCREEN-WORD-CHAR
                   GO TO 2362-EXIT
               END-IF
               COMPUTE WS-SCREEN-AFTER-POS =
                   WS-SCREEN-POS + WS-RULE-LEN(WS-RULE-SUB)
               IF WS-SCREEN-AFTER-POS NOT > WS-SCREEN-LEN
                   AND WS-SCREEN-TEXT(WS-SCREEN-AFTER-POS:1)
                       IS SCREEN-WORD-CHAR
                   GO TO 2362-EXIT
               END-IF
           END-IF.

           MOVE "Y" TO WS-POS-MATCH-SWITCH.
           IF WS-RULE-TYPE(WS-RULE-SUB) = "P"
               PERFORM 2363-MATCH-ONE-CHAR THRU 2363-EXIT
                   VARYING WS-SCREEN-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-SCREEN-CHAR-SUB > WS-RULE-LEN(WS-RULE-SUB)
                   OR NOT WS-POS-MATCHES
           ELSE
               IF WS-SCREEN-TEXT(WS-SCREEN-POS:
                       WS-RULE-LEN(WS-RULE-SUB))
                   NOT = WS-RULE-TEXT(WS-RULE-SUB)
                       (1:WS-RULE-LEN(WS-RULE-SUB))
                   MOVE "N" TO WS-POS-MATCH-SWITCH
               END-IF
           END-IF.
           IF NOT WS-POS-MATCHES
               GO TO 2362-EXIT
           END-IF.

           MOVE "Y" TO WS-SCREEN-SWITCH.
           MOVE WS-SCREEN-POS TO WS-SCREEN-HIT-POS.
           MOVE WS-RULE-ID(WS-RULE-SUB) TO WS-HIT-RULE-ID.
           MOVE WS-RULE-TYPE(WS-RULE-SUB) TO WS-HIT-RULE-TYPE.
           MOVE WS-RULE-TEXT(WS-RULE-SUB) TO WS-HIT-RULE-TEXT.
           MOVE SPACES TO WS-HIT-MATCHED-TEXT.
           MOVE IN-MESSAGE-TEXT(WS-SCREEN-POS:
                   WS-RULE-LEN(WS-RULE-SUB))
               TO WS-HIT-MATCHED-TEXT.
       2362-EXIT.
           EXIT.

      *****************************************************
      * 2363-MATCH-ONE-CHAR -- ONE PATTERN CHARACTER: # IS *
      * ANY DIGIT, @ ANY LETTER, ? ANYTHING AT ALL; ANY    *
      * OTHER CHARACTER MUST BE THERE AS IT STANDS.        *
      *****************************************************
       2363-MATCH-ONE-CHAR.
           COMPUTE WS-SCREEN-TEXT-POS =
               WS-SCREEN-POS + WS-SCREEN-CHAR-SUB - 1.
           MOVE WS-RULE-TEXT(WS-RULE-SUB)(WS-SCREEN-CHAR-SUB:1)
               TO WS-SCREEN-RULE-CHAR.
           MOVE WS-SCREEN-TEXT(WS-SCREEN-TEXT-POS:1)
               TO WS-SCREEN-MSG-CHAR.

           EVALUATE WS-SCREEN-RULE-CHAR
               WHEN "#"
                   IF WS-SCREEN-MSG-CHAR IS NOT NUMERIC
                       MOVE "N" TO WS-POS-MATCH-SWITCH
                   END-IF
               WHEN "@"
                   IF WS-SCREEN-MSG-CHAR IS NOT SCREEN-LETTER
                       MOVE "N" TO WS-POS-MATCH-SWITCH
                   END-IF
               WHEN "?"
                   CONTINUE
               WHEN OTHER
                   IF WS-SCREEN-MSG-CHAR NOT = WS-SCREEN-RULE-CHAR
                       MOVE "N" TO WS-POS-MATCH-SWITCH
                   END-IF
           END-EVALUATE.
       2363-EXIT.
           EXIT.

      *****************************************************
      * 2365-CHECK-APPROVAL -- IS THIS MESSAGE ON CMPAPPR? *
      * THE RECIPIENT AND MESSAGE ID FIND THE APPROVAL;    *
      * THE TEXT CHECK, TAKEN OVER THE FULL 2000 BYTES THE *
      * SAME WAY CMPRLSE TOOK IT, MAKES SURE IT IS THE     *
      * MESSAGE THE OFFICER SAW AND NOT ANOTHER ONE SENT   *
      * UNDER THE SAME ID.                                 *
      *****************************************************
       2365-CHECK-APPROVAL.
           PERFORM 2366-SCAN-APPROVAL-SLOT THRU 2366-EXIT
               VARYING WS-APPR-SUB FROM 1 BY 1
               UNTIL WS-APPR-SUB > WS-APPR-COUNT
               OR (WS-APPR-MSG-ID(WS-APPR-SUB) = IN-MESSAGE-ID
                   AND WS-APPR-RECIPIENT(WS-APPR-SUB)
                       = IN-RECIPIENT-CODE).
           IF WS-APPR-SUB > WS-APPR-COUNT
               GO TO 2365-EXIT
           END-IF.

           MOVE ZERO TO WS-TEXT-CHECK.
           PERFORM 2367-CHECK-ONE-BYTE THRU 2367-EXIT
               VARYING WS-APPR-BYTE-SUB FROM 1 BY 1
               UNTIL WS-APPR-BYTE-SUB > 2000.
           PERFORM 2366-SCAN-APPROVAL-SLOT THRU 2366-EXIT
               VARYING WS-APPR-SUB FROM 1 BY 1
               UNTIL WS-APPR-SUB > WS-APPR-COUNT
               OR (WS-APPR-MSG-ID(WS-APPR-SUB) = IN-MESSAGE-ID
                   AND WS-APPR-RECIPIENT(WS-APPR-SUB)
                       = IN-RECIPIENT-CODE
                   AND WS-APPR-TEXT-CHECK(WS-APPR-SUB)
                       = WS-TEXT-CHECK).
           IF WS-APPR-SUB > WS-APPR-COUNT
               DISPLAY "RECORD " WS-READ-COUNT " TEXT DIFFERS FROM "
                   "THE APPROVED MESSAGE, SCREENED"
               GO TO 2365-EXIT
           END-IF.

           MOVE "Y" TO WS-APPROVAL-SWITCH.
           DISPLAY "RECORD " WS-READ-COUNT " APPROVED FOR RELEASE, "
               "NOT SCREENED".
       2365-EXIT.
           EXIT.

       2366-SCAN-APPROVAL-SLOT.
           CONTINUE.
       2366-EXIT.
           EXIT.

       2367-CHECK-ONE-BYTE.
           COMPUTE WS-TEXT-CHECK = WS-TEXT-CHECK + WS-APPR-BYTE-SUB
               * FUNCTION ORD(IN-MESSAGE-TEXT(WS-APPR-BYTE-SUB:1)).
       2367-EXIT.
           EXIT.

      *****************************************************
      * 2370-EDIT-INPUT-RECORD -- EVERY RECORD EARNS ITS   *
      * WAY INTO THE CIPHER RUN: THE TEXT MUST BE NON-     *
      * DEFINITIONS IN FORCE) ONLY, AND WITHIN THE WORK    *
      * AREA.  FAILURES DIVERT TO REJFILE SO A BAD LINE    *
      * NEVER SHIPS TO A PARTNER AND BOUNCES THE WHOLE     *
      * BATCH.  THE RECIPIENT MUST BE A PARTNER IN GOOD    *
      * STANDING ON THE MASTER; A SUSPENDED PARTNER'S      *
      * OTHERWISE CLEAN TRAFFIC IS MARKED FOR HOLDING.     *
      *****************************************************
       2370-EDIT-INPUT-RECORD.
           MOVE "N" TO WS-REJECT-SWITCH.
           MOVE "N" TO WS-HOLD-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2371-CHECK-LEGAL-CHARS THRU 2371-EXIT.

           EVALUATE TRUE
               WHEN WS-MESSAGE-TEXT = SPACES AND WS-SEG-COUNT = 1
                   MOVE "BL" TO WS-REJECT-REASON
               WHEN WS-ILLEGAL-CHARS
                   MOVE "NP" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACE
               AND (WS-MODE-ENCRYPT OR WS-MODE-VERIFY
                   OR WS-MODE-PREFLIGHT)
               AND WS-PART-TABLE-READY
               PERFORM 2376-CHECK-PARTNER THRU 2376-EXIT
           END-IF.

           IF WS-REJECT-REASON = SPACE
               AND (WS-MODE-ENCRYPT OR WS-MODE-VERIFY
                   OR WS-MODE-PREFLIGHT)
               AND WS-DUP-TABLE-READY
               PERFORM 2372-CHECK-DUPLICATE THRU 2372-EXIT
               IF WS-REJECT-REASON = "DU"
      *****************************************************
      * 2371-CHECK-LEGAL-CHARS -- BLANK OUT EVERY LEGAL    *
      * CHARACTER; WHATEVER SURVIVES IS NOT IN THE         *
      * DEFINITIONS AND FAILS THE NP EDIT.  EVERY SEGMENT  *
      * OF A LONG MESSAGE IS EDITED BEFORE ANY OF IT IS    *
      * CIPHERED, SO A BAD SEGMENT REJECTS THE WHOLE       *
      * MESSAGE RATHER THAN SHIPPING PART OF IT.           *
      *****************************************************
       2371-CHECK-LEGAL-CHARS.
           MOVE "N" TO WS-ILLEGAL-SWITCH.
           PERFORM 2373-CHECK-SEGMENT-CHARS THRU 2373-EXIT
               VARYING WS-SEG-NUM FROM WS-SEG-FIRST BY 1
               UNTIL WS-SEG-NUM > WS-SEG-LAST
               OR WS-ILLEGAL-CHARS.
       2371-EXIT.
           EXIT.

       2373-CHECK-SEGMENT-CHARS.
           COMPUTE WS-SEG-START =
               (WS-SEG-NUM - WS-SEG-FIRST) * WS-MAX-MESSAGE-LEN + 1.
           MOVE IN-MESSAGE-TEXT(WS-SEG-START:WS-MAX-MESSAGE-LEN)
               TO WS-NP-WORK.
           INSPECT WS-NP-WORK
               CONVERTING WS-LEGAL-STR(1:WS-LEGAL-LEN)
               TO WS-SPACES-256(1:WS-LEGAL-LEN).
           IF WS-NP-WORK NOT = SPACES
               MOVE "Y" TO WS-ILLEGAL-SWITCH
           END-IF.
       2373-EXIT.
           EXIT.

      *****************************************************
       2375-EXIT.
           EXIT.

      *****************************************************
      * 2376-CHECK-PARTNER -- A CODE NOT ON THE MASTER, A  *
      * CLOSED PARTNER, OR A PARTNER OUTSIDE ITS EFFECTIVE *
      * DATES IS REJECTED UR; A TYPO'D RECIPIENT NO LONGER *
      * GOES OUT UNDER THE FALLBACK KEY.  A SUSPENDED      *
      * PARTNER'S TRAFFIC IS HELD, NOT REJECTED -- IT IS   *
      * GOOD TRAFFIC THE PARTNER CANNOT TAKE JUST NOW.     *
      *****************************************************
       2376-CHECK-PARTNER.
           PERFORM 2377-SCAN-PARTNER-SLOT THRU 2377-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
               OR WS-PART-CODE(WS-PART-SUB) = IN-RECIPIENT-CODE.

           EVALUATE TRUE
               WHEN WS-PART-SUB > WS-PART-COUNT
                   MOVE "UR" TO WS-REJECT-REASON
               WHEN WS-PART-STATUS(WS-PART-SUB) = "C"
                   MOVE "UR" TO WS-REJECT-REASON
               WHEN WS-TODAY-DATE < WS-PART-EFF-FROM(WS-PART-SUB)
                   OR WS-TODAY-DATE > WS-PART-EFF-TO(WS-PART-SUB)
                   MOVE "UR" TO WS-REJECT-REASON
               WHEN WS-PART-STATUS(WS-PART-SUB) = "S"
                   MOVE "Y" TO WS-HOLD-SWITCH
           END-EVALUATE.
       2376-EXIT.
           EXIT.

       2377-SCAN-PARTNER-SLOT.
           CONTINUE.
       2377-EXIT.
           EXIT.

      *****************************************************
      * 2378-REMEMBER-MESSAGE-ID -- EVERY ID THIS RUN      *
      * PROCESSES JOINS THE TABLE, SO THE SAME LINE TWICE  *
      * 2380-WRITE-REJECT-RECORD -- NON-PRINTABLE BYTES IN *
      * THE OFFENDING DATA ARE MASKED TO PERIODS ON THE    *
      * REJECT COPY; THE REJECT FILE ITSELF MUST STAY      *
      * CLEAN ENOUGH TO PRINT AND RETRANSMIT.  A CLEAR     *
      * TEXT RECORD GOES OUT WHOLE, EVERY SEGMENT OF IT.   *
      * A MSGOUT RECORD FROM A DECRYPT OR REKEY RUN HAS    *
      * ITS SEGMENT FIELDS PAST THE TEXT, SO ONLY ITS WORK *
      * AREA IS COPIED.                                    *
      *****************************************************
       2380-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD.
           MOVE IN-RECIPIENT-CODE TO REJ-RECIPIENT-CODE.
           MOVE IN-MESSAGE-ID TO REJ-MESSAGE-ID.
           MOVE IN-PRIORITY TO REJ-PRIORITY.
           IF WS-MODE-DECRYPT OR WS-MODE-REKEY
               MOVE WS-MESSAGE-TEXT TO REJ-MESSAGE-TEXT
           ELSE
               MOVE IN-MESSAGE-TEXT TO REJ-MESSAGE-TEXT
           END-IF.
           PERFORM 2385-MASK-ONE-BYTE THRU 2385-EXIT
               VARYING WS-REJ-MASK-IDX FROM 1 BY 1
               UNTIL WS-REJ-MASK-IDX > 2000.
           WRITE REJECT-RECORD.
           PERFORM 2387-LOG-REJECT-HISTORY THRU 2387-EXIT.
       2380-EXIT.
           EXIT.

       2385-MASK-ONE-BYTE.
           IF REJ-MESSAGE-TEXT(WS-REJ-MASK-IDX:1)
                   NOT PRINTABLE-TEXT
               MOVE "." TO REJ-MESSAGE-TEXT(WS-REJ-MASK-IDX:1)
           END-IF.
       2385-EXIT.
           EXIT.

      *****************************************************
      * 2387-LOG-REJECT-HISTORY -- THE SAME REJECT, FILED  *
      * FOR GOOD ON REJHIST UNDER THE RUN STAMP, WITH THE  *
      * BATCH IT CAME IN ON.                               *
      *****************************************************
       2387-LOG-REJECT-HISTORY.
           MOVE SPACES TO RJH-RECORD.
           MOVE WS-RUN-START-DATE TO RJH-ENTRY-DATE.
           MOVE WS-RUN-START-TIME TO RJH-ENTRY-TIME.
           MOVE "R" TO RJH-ENTRY-TYPE.
           MOVE WS-RUN-MODE TO RJH-RUN-MODE.
           MOVE WS-REJECT-REASON TO RJH-REASON-CODE.
           MOVE IN-RECIPIENT-CODE TO RJH-RECIPIENT-CODE.
           MOVE IN-MESSAGE-ID TO RJH-MESSAGE-ID.
           MOVE WS-READ-COUNT TO RJH-RECORD-NUM.
           PERFORM 1695-SET-HISTORY-BATCH THRU 1695-EXIT.
           MOVE ZERO TO RJH-COUNT.
           MOVE ZERO TO RJH-FIRST-DATE.
           IF WS-RESTART-COUNT > ZERO
               MOVE "R" TO RJH-RESTART-FLAG
           END-IF.
           WRITE RJH-RECORD.
       2387-EXIT.
           EXIT.

      *****************************************************
      * 2390-TALLY-PRIORITY -- EVERY RECORD THAT SURVIVED  *
      * THE EDIT PASS IS COUNTED UNDER ITS PRIORITY SO THE *
       2390-EXIT.
           EXIT.

      *****************************************************
      * 2395-WRITE-HELD-RECORD -- THE RECORD GOES TO       *
      * MSGHELD EXACTLY AS IT ARRIVED, FULL LENGTH, AND    *
      * INTO THE HELD BATCH COUNT AND HASH TOTAL FOR ITS   *
      * TRAILER.                                           *
      *****************************************************
       2395-WRITE-HELD-RECORD.
           MOVE SPACES TO HELD-RECORD.
           MOVE IN-RECIPIENT-CODE TO HELD-RECIPIENT-CODE.
           MOVE IN-MESSAGE-ID TO HELD-MESSAGE-ID.
           MOVE IN-PRIORITY TO HELD-PRIORITY.
           MOVE IN-MESSAGE-TEXT TO HELD-MESSAGE-TEXT.
           WRITE HELD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE IN-MESSAGE-ID TO WS-HASH-ID.
           PERFORM 1620-HASH-MESSAGE-ID THRU 1620-EXIT.
           ADD WS-HASH-TOTAL TO WS-HELD-HASH.
           DISPLAY "RECORD " WS-READ-COUNT " HELD, PARTNER "
               IN-RECIPIENT-CODE " SUSPENDED".
       2395-EXIT.
           EXIT.

      *****************************************************
      * 2396-WRITE-COMPLIANCE-HOLD -- THE MESSAGE GOES TO  *
      * THE CMPHOLD QUEUE EXACTLY AS IT ARRIVED, FULL      *
      * LENGTH, WITH THE RULE THAT FIRED AND WHAT IT       *
      * MATCHED, FOR THE OFFICER TO RELEASE OR KILL.  THE  *
      * HOLD CARRIES THE RUN START STAMP, LIKE THE RUN'S   *
      * RUNHIST, AUDITLOG AND REJHIST ENTRIES.             *
      *****************************************************
       2396-WRITE-COMPLIANCE-HOLD.
           MOVE SPACES TO CMPH-RECORD.
           MOVE WS-RUN-START-DATE TO CMPH-HOLD-DATE.
           MOVE WS-RUN-START-TIME TO CMPH-HOLD-TIME.
           MOVE WS-HIT-RULE-ID TO CMPH-RULE-ID.
           MOVE WS-HIT-RULE-TYPE TO CMPH-MATCH-TYPE.
           MOVE WS-HIT-RULE-TEXT TO CMPH-RULE-TEXT.
           MOVE WS-HIT-MATCHED-TEXT TO CMPH-MATCHED-TEXT.
           MOVE WS-READ-COUNT TO CMPH-RECORD-NUM.
           MOVE IN-RECIPIENT-CODE TO CMPH-RECIPIENT-CODE.
           MOVE IN-MESSAGE-ID TO CMPH-MESSAGE-ID.
           MOVE IN-PRIORITY TO CMPH-PRIORITY.
           MOVE IN-MESSAGE-TEXT TO CMPH-MESSAGE-TEXT.
           WRITE CMPH-RECORD.
           ADD 1 TO WS-CMP-HELD-COUNT.
           DISPLAY "RECORD " WS-READ-COUNT " HELD FOR COMPLIANCE, "
               "RULE " WS-HIT-RULE-ID " AT POSITION "
               WS-SCREEN-HIT-POS.
       2396-EXIT.
           EXIT.

      *****************************************************
      * 2400-WRITE-OUTPUT-RECORD -- THE HEADER GOES OUT AS *
      * IT CAME IN; ONLY THE MESSAGE TEXT IS CIPHERED.     *
      * ONE RECORD PER SEGMENT, EACH COUNTED AND HASHED    *
      * FOR THE MSGOUT TRAILER.                            *
      *****************************************************
       2400-WRITE-OUTPUT-RECORD.
           MOVE SPACES TO OUTPUT-RECORD.
           IF WS-RECORD-TRUNCATED
               MOVE "T" TO OUT-TRUNC-FLAG
           END-IF.
           MOVE WS-SEG-NUM TO OUT-SEG-NUM.
           MOVE WS-SEG-COUNT TO OUT-SEG-COUNT.
           IF WS-MODE-ENCRYPT OR WS-MODE-REKEY
               PERFORM 2455-SET-CHECK-KEY THRU 2455-EXIT
               MOVE OUT-RECIPIENT-CODE TO WS-CHECK-RECIPIENT
               MOVE OUT-MESSAGE-ID TO WS-CHECK-MESSAGE-ID
               MOVE OUT-PRIORITY TO WS-CHECK-PRIORITY
               MOVE OUT-SEG-NUM TO WS-CHECK-SEG-NUM
               MOVE OUT-SEG-COUNT TO WS-CHECK-SEG-COUNT
               MOVE OUT-MESSAGE-TEXT TO WS-CHECK-TEXT
               PERFORM 2460-COMPUTE-CHECK-VALUE THRU 2460-EXIT
               MOVE WS-CHECK-VALUE TO OUT-CHECK-VALUE
           END-IF.
           IF OUT-PRIORITY = "1"
               MOVE OUTPUT-RECORD TO EXPEDITE-RECORD
               WRITE EXPEDITE-RECORD

      *****************************************************
      * 2450-WRITE-ARCHIVE-RECORD -- KEYED BY TODAY PLUS   *
      * THE INPUT RECORD NUMBER (OF THE MESSAGE'S FIRST    *
      * RECORD) PLUS THE SEGMENT NUMBER.  A RERUN OF THE   *
      * SAME DAY REPLACES ITS OWN ENTRIES.  THE PARAMETERS *
      * FILED ARE THE ONES THE TEXT WAS ENCRYPTED UNDER -- *
      * FOR A REKEY RUN THAT IS THE NEW KEY, NOT THE OLD.  *
      *****************************************************
       2450-WRITE-ARCHIVE-RECORD.
           MOVE SPACES TO ARCHIVE-RECORD.
           MOVE WS-TODAY-DATE TO ARC-DATE.
           MOVE WS-MSG-SEQ TO ARC-SEQ.
           MOVE WS-SEG-NUM TO ARC-SEG-NUM.
           IF WS-MODE-REKEY
               MOVE WS-NEW-CIPHER-TYPE TO ARC-CIPHER-TYPE
               MOVE WS-NEW-SHIFT-KEY TO ARC-SHIFT-KEY
           END-IF.
           MOVE WS-RESULT-TEXT TO ARC-MESSAGE-TEXT.
           MOVE WS-DEF-VERSION TO ARC-DEF-VERSION.
           MOVE OUT-CHECK-VALUE TO ARC-CHECK-VALUE.
           MOVE WS-SEG-COUNT TO ARC-SEG-COUNT.

           WRITE ARCHIVE-RECORD.
           IF WS-ARC-STATUS = "22"
       2450-EXIT.
           EXIT.

      *****************************************************
      * 2455-SET-CHECK-KEY -- THE KEY THE TEXT WAS JUST    *
      * CIPHERED UNDER, AS 2450 FILES IT: THE NEW KEY ON A *
      * REKEY RUN, OTHERWISE THE LIVE (POSSIBLY PER-       *
      * RECIPIENT) KEY.                                    *
      *****************************************************
       2455-SET-CHECK-KEY.
           IF WS-MODE-REKEY
               MOVE WS-NEW-CIPHER-TYPE TO WS-CHECK-CIPHER-TYPE
               MOVE WS-NEW-SHIFT-KEY TO WS-CHECK-SHIFT-KEY
               MOVE WS-NEW-KEYWORD TO WS-CHECK-KEYWORD
           ELSE
               MOVE WS-CIPHER-TYPE TO WS-CHECK-CIPHER-TYPE
               MOVE WS-SHIFT-KEY TO WS-CHECK-SHIFT-KEY
               MOVE WS-VIGENERE-KEYWORD TO WS-CHECK-KEYWORD
           END-IF.
       2455-EXIT.
           EXIT.

      *****************************************************
      * 2460-COMPUTE-CHECK-VALUE -- FOLD THE KEY, HEADER,  *
      * TEXT AND KEY AGAIN INTO WS-CHECK-VALUE.  THE       *
      * CALLER FILLS THE KEY, HEADER AND TEXT FIELDS.      *
      *****************************************************
       2460-COMPUTE-CHECK-VALUE.
           MOVE WS-CHECK-KEY-FRONT TO WS-CHECK-KEY-BACK.
           MOVE ZERO TO WS-CHECK-ACCUM.
           PERFORM 2465-FOLD-CHECK-BYTE THRU 2465-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-INPUT-LEN.
           MOVE WS-CHECK-ACCUM TO WS-CHECK-VALUE.
       2460-EXIT.
           EXIT.

       2465-FOLD-CHECK-BYTE.
           COMPUTE WS-CHECK-ACCUM = FUNCTION MOD(
               WS-CHECK-ACCUM * 257
               + FUNCTION ORD(WS-CHECK-INPUT(WS-CHECK-SUB:1)),
               WS-CHECK-MODULUS).
       2465-EXIT.
           EXIT.

       2500-WRITE-CHECKPOINT.
           MOVE WS-READ-COUNT TO CKPT-LAST-RECORD-NUM.
           MOVE WS-ENCRYPT-COUNT TO CKPT-ENCRYPT-COUNT.
           MOVE WS-OUT-HASH TO CKPT-OUT-HASH.
           MOVE WS-DUP-COUNT TO CKPT-DUP-COUNT.
           MOVE WS-DEF-VERSION TO CKPT-DEF-VERSION.
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
           MOVE WS-HELD-HASH TO CKPT-HELD-HASH.
           MOVE WS-SEGMENTED-COUNT TO CKPT-SEGMENTED-COUNT.
           MOVE WS-CMP-HELD-COUNT TO CKPT-CMP-HELD-COUNT.
           PERFORM 2510-SAVE-PRI-COUNT THRU 2510-EXIT
               VARYING WS-PRI-SUB FROM 1 BY 1
               UNTIL WS-PRI-SUB > 9.
      * 2650-WRITE-OUTPUT-TRAILER -- CLOSE THE MSGOUT      *
      * BATCH WITH THE DETAIL COUNT AND MESSAGE-ID HASH    *
      * TOTAL, SO THE PARTNERS RUN ON THEIR SIDE THE SAME  *
      * RECONCILIATION WE RUN ON MSGIN, AND THE COUNT OF   *
      * MESSAGES HELD FOR COMPLIANCE INSTEAD OF SENT.      *
      *****************************************************
       2650-WRITE-OUTPUT-TRAILER.
           MOVE SPACES TO OUTPUT-RECORD.
           MOVE "*TRL" TO OUTT-RECORD-TYPE.
           MOVE WS-OUT-DETAIL-COUNT TO OUTT-RECORD-COUNT.
           MOVE WS-OUT-HASH TO OUTT-HASH-TOTAL.
           MOVE WS-CMP-HELD-COUNT TO OUTT-CMP-HELD-COUNT.
           WRITE OUTPUT-RECORD.
       2650-EXIT.
           EXIT.

      *****************************************************
      * 2670-WRITE-HELD-HEADER / 2680-WRITE-HELD-TRAILER   *
      * -- MSGHELD IS BATCHED LIKE MSGIN SO A RELEASE RUN  *
      * VALIDATES IT LIKE ANY OTHER FEED.  AN ENCRYPT RUN  *
      * WITH NOTHING HELD STILL CLOSES AN EMPTY BATCH.     *
      *****************************************************
       2670-WRITE-HELD-HEADER.
           MOVE SPACES TO HELD-RECORD.
           MOVE "*HDR" TO HELDB-RECORD-TYPE.
           MOVE WS-HELD-SENDER-ID TO HELDB-SENDER-ID.
           MOVE WS-RUN-START-DATE TO HELDB-BATCH-DATE.
           WRITE HELD-RECORD.
       2670-EXIT.
           EXIT.

       2680-WRITE-HELD-TRAILER.
           MOVE SPACES TO HELD-RECORD.
           MOVE "*TRL" TO HELDT-RECORD-TYPE.
           MOVE WS-HELD-COUNT TO HELDT-RECORD-COUNT.
           MOVE WS-HELD-HASH TO HELDT-HASH-TOTAL.
           WRITE HELD-RECORD.
       2680-EXIT.
           EXIT.

      *****************************************************
      * 2700-PROCESS-ONE-SEGMENT -- CIPHER ONE 200-        *
      * CHARACTER SLICE OF THE RECORD AND WRITE IT.  A     *
      * MESSAGE THAT FITS THE WORK AREA IS ONE SEGMENT.    *
      * THE OFFSET IS HOW FAR INTO THE WHOLE MESSAGE THE   *
      * SLICE STARTS, FOR THE VIGENERE KEY POSITION.       *
      *****************************************************
       2700-PROCESS-ONE-SEGMENT.
           COMPUTE WS-SEG-START =
               (WS-SEG-NUM - WS-SEG-FIRST) * WS-MAX-MESSAGE-LEN + 1.
           COMPUTE WS-SEG-OFFSET =
               (WS-SEG-NUM - 1) * WS-MAX-MESSAGE-LEN.
           MOVE IN-MESSAGE-TEXT(WS-SEG-START:WS-MAX-MESSAGE-LEN)
               TO WS-MESSAGE-TEXT.
           IF WS-SEG-COUNT > 1
               MOVE WS-SEG-NUM TO WS-SEG-TAG-NUM
               MOVE WS-SEG-COUNT TO WS-SEG-TAG-COUNT
               MOVE WS-SEG-TAG TO WS-EXC-SEG-TAG
           ELSE
               MOVE SPACES TO WS-EXC-SEG-TAG
           END-IF.

           EVALUATE TRUE
               WHEN WS-MODE-ENCRYPT
                   PERFORM 3000-ENCRYPT-RECORD THRU 3000-EXIT
               WHEN WS-MODE-DECRYPT
                   PERFORM 4000-DECRYPT-RECORD THRU 4000-EXIT
               WHEN WS-MODE-SOLVE AND WS-CIPHER-VIGENERE
                   PERFORM 5500-SOLVE-VIGENERE THRU 5500-EXIT
               WHEN WS-MODE-SOLVE
                   PERFORM 5000-SOLVE-RECORD THRU 5000-EXIT
               WHEN WS-MODE-VERIFY
                   PERFORM 6000-VERIFY-RECORD THRU 6000-EXIT
               WHEN WS-MODE-REKEY
                   PERFORM 7000-REKEY-RECORD THRU 7000-EXIT
           END-EVALUATE.

           IF NOT WS-MODE-VERIFY
               PERFORM 2400-WRITE-OUTPUT-RECORD THRU 2400-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      *****************************************************
      * 2800-PROJECT-REJECT -- A PRE-FLIGHT COUNTS EACH    *
      * RECORD THE EDIT PASS THREW OUT UNDER ITS REASON    *
      * CODE; NOTHING GOES TO REJFILE.                     *
      *****************************************************
       2800-PROJECT-REJECT.
           PERFORM 2805-SCAN-REASON-SLOT THRU 2805-EXIT
               VARYING WS-PF-REASON-SUB FROM 1 BY 1
               UNTIL WS-PF-REASON-SUB > 5
               OR WS-PF-REASON-CODE(WS-PF-REASON-SUB)
                   = WS-REJECT-REASON.
           IF WS-PF-REASON-SUB NOT > 5
               ADD 1 TO WS-PF-REASON-COUNT(WS-PF-REASON-SUB)
           END-IF.
       2800-EXIT.
           EXIT.

       2805-SCAN-REASON-SLOT.
           CONTINUE.
       2805-EXIT.
           EXIT.

      *****************************************************
      * 2810-PROJECT-HELD -- TRAFFIC AN ENCRYPT RUN WOULD  *
      * PARK ON MSGHELD FOR A SUSPENDED PARTNER.           *
      *****************************************************
       2810-PROJECT-HELD.
           ADD 1 TO WS-HELD-COUNT.
           PERFORM 2830-FIND-PF-RECIPIENT THRU 2830-EXIT.
           IF WS-PF-RCPT-SUB > ZERO
               ADD 1 TO WS-PF-RCPT-HELD(WS-PF-RCPT-SUB)
           END-IF.
       2810-EXIT.
           EXIT.

      *****************************************************
      * 2815-PROJECT-COMPLIANCE-HOLD -- TRAFFIC AN ENCRYPT *
      * RUN WOULD PARK ON CMPHOLD FOR THE OFFICER.         *
      *****************************************************
       2815-PROJECT-COMPLIANCE-HOLD.
           ADD 1 TO WS-CMP-HELD-COUNT.
           PERFORM 2830-FIND-PF-RECIPIENT THRU 2830-EXIT.
           IF WS-PF-RCPT-SUB > ZERO
               ADD 1 TO WS-PF-RCPT-CMP(WS-PF-RCPT-SUB)
           END-IF.
       2815-EXIT.
           EXIT.

      *****************************************************
      * 2820-PROJECT-OUTPUT -- A MESSAGE THAT PASSED THE   *
      * EDIT PASS: ONE MSGOUT RECORD PER SEGMENT, AND AS   *
      * MANY MSGEXP COPIES IF IT IS PRIORITY 1.  ITS ID    *
      * JOINS THE DUPLICATE TABLE JUST AS AN ENCRYPT RUN'S *
      * WOULD, SO A REPEAT LATER IN THE FILE IS PROJECTED  *
      * AS THE DU REJECT IT WILL BE.                       *
      *****************************************************
       2820-PROJECT-OUTPUT.
           COMPUTE WS-PF-SEG-RECS = WS-SEG-LAST - WS-SEG-FIRST + 1.
           ADD 1 TO WS-PF-MSG-COUNT.
           ADD WS-PF-SEG-RECS TO WS-PF-OUT-COUNT.
           IF IN-PRIORITY = "1"
               ADD WS-PF-SEG-RECS TO WS-PF-EXP-COUNT
           END-IF.
           IF WS-SEG-LAST > WS-SEG-FIRST
               ADD 1 TO WS-SEGMENTED-COUNT
           END-IF.

           PERFORM 2830-FIND-PF-RECIPIENT THRU 2830-EXIT.
           IF WS-PF-RCPT-SUB > ZERO
               ADD 1 TO WS-PF-RCPT-MSGS(WS-PF-RCPT-SUB)
               ADD WS-PF-SEG-RECS TO WS-PF-RCPT-RECS(WS-PF-RCPT-SUB)
               IF IN-PRIORITY = "1"
                   ADD WS-PF-SEG-RECS
                       TO WS-PF-RCPT-EXP(WS-PF-RCPT-SUB)
               END-IF
           END-IF.

           PERFORM 2378-REMEMBER-MESSAGE-ID THRU 2378-EXIT.
       2820-EXIT.
           EXIT.

      *****************************************************
      * 2830-FIND-PF-RECIPIENT -- THE RECIPIENT'S SLOT IN  *
      * THE PRE-FLIGHT TABLE, ADDED ON FIRST SIGHT.  ZERO  *
      * COMES BACK IF THE TABLE IS FULL; THAT TRAFFIC IS   *
      * STILL IN THE RUN TOTALS AND IS COUNTED AS          *
      * UNLISTED.                                          *
      *****************************************************
       2830-FIND-PF-RECIPIENT.
           PERFORM 2835-SCAN-PF-RCPT-SLOT THRU 2835-EXIT
               VARYING WS-PF-RCPT-SUB FROM 1 BY 1
               UNTIL WS-PF-RCPT-SUB > WS-PF-RCPT-COUNT
               OR WS-PF-RCPT-CODE(WS-PF-RCPT-SUB)
                   = IN-RECIPIENT-CODE.
           IF WS-PF-RCPT-SUB NOT > WS-PF-RCPT-COUNT
               GO TO 2830-EXIT
           END-IF.
           IF WS-PF-RCPT-COUNT >= WS-MAX-PF-RCPTS
               ADD 1 TO WS-PF-UNLISTED-COUNT
               MOVE ZERO TO WS-PF-RCPT-SUB
               GO TO 2830-EXIT
           END-IF.
           ADD 1 TO WS-PF-RCPT-COUNT.
           MOVE WS-PF-RCPT-COUNT TO WS-PF-RCPT-SUB.
           MOVE IN-RECIPIENT-CODE TO WS-PF-RCPT-CODE(WS-PF-RCPT-SUB).
           MOVE ZERO TO WS-PF-RCPT-MSGS(WS-PF-RCPT-SUB)
               WS-PF-RCPT-RECS(WS-PF-RCPT-SUB)
               WS-PF-RCPT-EXP(WS-PF-RCPT-SUB)
               WS-PF-RCPT-HELD(WS-PF-RCPT-SUB)
               WS-PF-RCPT-CMP(WS-PF-RCPT-SUB).
       2830-EXIT.
           EXIT.

       2835-SCAN-PF-RCPT-SLOT.
           CONTINUE.
       2835-EXIT.
           EXIT.

      *****************************************************
      * 3000-ENCRYPT-RECORD -- A VIGENERE SEGMENT PICKS UP *
      * THE KEYWORD WHERE THE SEGMENT BEFORE IT LEFT OFF.  *
      *****************************************************
       3000-ENCRYPT-RECORD.
           MOVE SPACES TO WS-RESULT-TEXT.
           IF WS-CIPHER-CAESAR
               PERFORM 3200-TRANSLATE-ENCRYPT THRU 3200-EXIT
           ELSE
               COMPUTE WS-VIGENERE-POS = FUNCTION MOD(
                   WS-SEG-OFFSET, WS-VIGENERE-LENGTH) + 1
               PERFORM 3100-ENCRYPT-CHARACTER
                   VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-MAX-MESSAGE-LEN
           END-IF.

      *****************************************************
      * 4000-DECRYPT-RECORD -- A VIGENERE SEGMENT PICKS UP *
      * THE KEYWORD WHERE THE SEGMENT BEFORE IT LEFT OFF.  *
      *****************************************************
       4000-DECRYPT-RECORD.
           MOVE SPACES TO WS-RESULT-TEXT.
           IF WS-CIPHER-CAESAR
               PERFORM 4200-TRANSLATE-DECRYPT THRU 4200-EXIT
           ELSE
               COMPUTE WS-VIGENERE-POS = FUNCTION MOD(
                   WS-SEG-OFFSET, WS-VIGENERE-LENGTH) + 1
               PERFORM 4100-DECRYPT-CHARACTER
                   VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-MAX-MESSAGE-LEN
      * RECORD IN MEMORY WITH THE RUN'S KEY AND COMPARE IT *
      * AGAINST THE ORIGINAL MSGIN TEXT.  COUNTS ALONE CAN *
      * MATCH WHILE THE CONTENT IS GARBLED, SO EVERY       *
      * RECORD IS RECONCILED CHARACTER FOR CHARACTER, AND  *
      * ITS CHECK VALUE IS RECOMPUTED BY 6050.  A LONG     *
      * MESSAGE IS RECONCILED SEGMENT BY SEGMENT, EACH     *
      * MSGOUT RECORD CARRYING THE RIGHT N OF M.           *
      *****************************************************
       6000-VERIFY-RECORD.
           MOVE WS-MESSAGE-TEXT TO WS-VERIFY-EXPECTED.
               MOVE WS-READ-COUNT TO WS-EXC-RECORD-NUM
               MOVE SPACES TO EXCEPTION-LINE
               STRING "RECORD " WS-EXC-RECORD-NUM
                   DELIMITED BY SIZE
                   WS-EXC-SEG-TAG DELIMITED BY "  "
                   " -- NO MSGOUT RECORD TO MATCH MSGIN"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               OR OUT-RECIPIENT-CODE NOT = IN-RECIPIENT-CODE
               OR OUT-MESSAGE-ID NOT = IN-MESSAGE-ID
               OR OUT-PRIORITY NOT = IN-PRIORITY
               OR OUT-SEG-NUM NOT = WS-SEG-NUM
               OR OUT-SEG-COUNT NOT = WS-SEG-COUNT
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM 6200-WRITE-EXCEPTION THRU 6200-EXIT
           END-IF.

           PERFORM 6050-VERIFY-CHECK-VALUE THRU 6050-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************
      * 6050-VERIFY-CHECK-VALUE -- RECOMPUTE THE CHECK     *
      * VALUE OVER THE MSGOUT HEADER AND CIPHERED TEXT     *
      * UNDER THE KEY THIS RECORD RESOLVED TO, AS THE      *
      * PARTNER WILL.  A FAILURE IS ITS OWN EXCEPTION      *
      * TYPE: THE TEXT MAY STILL DECRYPT CLEANLY WHILE THE *
      * RECORD WOULD BE REFUSED AT THE PARTNER'S END.      *
      *****************************************************
       6050-VERIFY-CHECK-VALUE.
           PERFORM 2455-SET-CHECK-KEY THRU 2455-EXIT.
           MOVE OUT-RECIPIENT-CODE TO WS-CHECK-RECIPIENT.
           MOVE OUT-MESSAGE-ID TO WS-CHECK-MESSAGE-ID.
           MOVE OUT-PRIORITY TO WS-CHECK-PRIORITY.
           MOVE OUT-SEG-NUM TO WS-CHECK-SEG-NUM.
           MOVE OUT-SEG-COUNT TO WS-CHECK-SEG-COUNT.
           MOVE OUT-MESSAGE-TEXT TO WS-CHECK-TEXT.
           PERFORM 2460-COMPUTE-CHECK-VALUE THRU 2460-EXIT.

           IF OUT-CHECK-VALUE NUMERIC
               AND OUT-CHECK-VALUE = WS-CHECK-VALUE
               GO TO 6050-EXIT
           END-IF.

           ADD 1 TO WS-CHECK-FAIL-COUNT.
           MOVE WS-READ-COUNT TO WS-EXC-RECORD-NUM.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "RECORD " WS-EXC-RECORD-NUM
               DELIMITED BY SIZE
               WS-EXC-SEG-TAG DELIMITED BY "  "
               " -- CHECK VALUE FAILURE, MSGOUT CARRIES '"
               OUT-CHECK-VALUE "' EXPECTED '" WS-CHECK-VALUE
               "' FOR " OUT-RECIPIENT-CODE " " OUT-MESSAGE-ID
               DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
       6050-EXIT.
           EXIT.

      *****************************************************
      * 6100-READ-CIPHER-RECORD -- THE MSGOUT BATCH HEADER *
      * AND TRAILER ARE NOT TRAFFIC; A VERIFY PASS READS   *
           MOVE WS-READ-COUNT TO WS-EXC-RECORD-NUM.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "RECORD " WS-EXC-RECORD-NUM
               DELIMITED BY SIZE
               WS-EXC-SEG-TAG DELIMITED BY "  "
               " IN=" WS-VERIFY-EXPECTED(1:50)
               " OUT=" WS-RESULT-TEXT(1:50)
               DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CHECK-FAIL-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "CHECK VALUE FAILURES.... " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-MODE-REKEY
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HELD-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "RECORDS HELD (SUSPENDED) " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CMP-HELD-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "HELD FOR COMPLIANCE..... " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-PART-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "PARTNERS ON MASTER...... " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RULE-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "WATCH LIST RULES........ " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-TRUNC-COUNT TO WS-REPORT-NUM.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-MODE-ENCRYPT OR WS-MODE-VERIFY
               MOVE WS-SEGMENTED-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "MESSAGES SEGMENTED...... " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF NOT WS-MODE-VERIFY
               MOVE WS-OUT-DETAIL-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "OUTPUT RECORDS WRITTEN.. " DELIMITED BY SIZE
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM 8050-WRITE-PRIORITY-LINE THRU 8050-EXIT
               VARYING WS-PRI-SUB FROM 1 BY 1
               UNTIL WS-PRI-SUB > 9.
           MOVE WS-ROTATED-COUNT TO HIST-ROTATED-COUNT.
           MOVE WS-PASSTHRU-COUNT TO HIST-PASSTHRU-COUNT.
           MOVE WS-ELAPSED-SECS TO HIST-ELAPSED-SECS.
           MOVE WS-HELD-COUNT TO HIST-HELD-COUNT.
           MOVE WS-OUT-DETAIL-COUNT TO HIST-OUT-COUNT.
           MOVE WS-CMP-HELD-COUNT TO HIST-CMP-HELD-COUNT.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
       8150-EXIT.
           EXIT.

      *****************************************************
      * 8160-WRITE-RECEIVED-HISTORY -- AN ENCRYPT RUN      *
      * FILES WHAT IT RECEIVED FOR EACH RECIPIENT ON       *
      * REJHIST UNDER THE SAME STAMP AS ITS RUNHIST ROW,   *
      * SO THE SCORECARD CAN FOOT THE TWO RUN BY RUN.      *
      *****************************************************
       8160-WRITE-RECEIVED-HISTORY.
           IF NOT WS-MODE-ENCRYPT
               GO TO 8160-EXIT
           END-IF.
           PERFORM 8165-WRITE-ONE-RECEIVED THRU 8165-EXIT
               VARYING WS-RCV-RCPT-SUB FROM 1 BY 1
               UNTIL WS-RCV-RCPT-SUB > WS-RCV-RCPT-COUNT.
           IF WS-RCV-UNLISTED-COUNT > ZERO
               PERFORM 8170-SET-RECEIVED-ENTRY THRU 8170-EXIT
               MOVE "****" TO RJH-RECIPIENT-CODE
               MOVE WS-RCV-UNLISTED-COUNT TO RJH-COUNT
               WRITE RJH-RECORD
           END-IF.
       8160-EXIT.
           EXIT.

       8165-WRITE-ONE-RECEIVED.
           PERFORM 8170-SET-RECEIVED-ENTRY THRU 8170-EXIT.
           MOVE WS-RCV-RCPT-CODE(WS-RCV-RCPT-SUB)
               TO RJH-RECIPIENT-CODE.
           MOVE WS-RCV-RCPT-RECEIVED(WS-RCV-RCPT-SUB) TO RJH-COUNT.
           WRITE RJH-RECORD.
       8165-EXIT.
           EXIT.

       8170-SET-RECEIVED-ENTRY.
           MOVE SPACES TO RJH-RECORD.
           MOVE WS-RUN-START-DATE TO RJH-ENTRY-DATE.
           MOVE WS-RUN-START-TIME TO RJH-ENTRY-TIME.
           MOVE "V" TO RJH-ENTRY-TYPE.
           MOVE WS-RUN-MODE TO RJH-RUN-MODE.
           MOVE ZERO TO RJH-RECORD-NUM.
           PERFORM 1695-SET-HISTORY-BATCH THRU 1695-EXIT.
           MOVE ZERO TO RJH-FIRST-DATE.
           IF WS-RESTART-COUNT > ZERO
               MOVE "R" TO RJH-RESTART-FLAG
           END-IF.
       8170-EXIT.
           EXIT.

      *****************************************************
      * 8200-RESET-CHECKPOINT -- A CLEAN COMPLETION LEAVES *
      * NO RESTART POINT BEHIND FOR THE NEXT RUN.          *
       8200-EXIT.
           EXIT.

      *****************************************************
      * 8300-WRITE-PREFLIGHT-REPORT -- WHAT THE PRODUCTION *
      * RUN WOULD DO: ITS OUTPUT BY RECIPIENT WITH THE KEY *
      * EACH WOULD BE CIPHERED UNDER, BY PRIORITY, ITS     *
      * REJECTS BY REASON, AND EVERY SETUP CHECK THAT      *
      * WOULD STOP IT.  THE GO/NO-GO IS THE RETURN CODE    *
      * SO THE SCHEDULER CAN HOLD THE PRODUCTION STEP.     *
      *****************************************************
       8300-WRITE-PREFLIGHT-REPORT.
           PERFORM 8310-DECIDE-GO-NO-GO THRU 8310-EXIT.

           OPEN OUTPUT PREFLIGHT-FILE.
           IF WS-PFR-STATUS NOT = "00"
               STRING "UNABLE TO OPEN PREFLRPT, STATUS "
                   WS-PFR-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.

           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "CAESAR PRE-FLIGHT REPORT -- RUN "
               WS-RUN-START-DATE DELIMITED BY SIZE
               INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           MOVE SPACES TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-DFLT-KEY-ID TO WS-PF-KEY-ID.
           MOVE WS-DFLT-KEY-EXPIRY TO WS-PF-KEY-EXPIRY.
           PERFORM 8340-FORMAT-EXPIRY THRU 8340-EXIT.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "CONTROL CARD KEY........ " WS-PF-KEY-ID
               "  EXPIRES " WS-PF-EXPIRY-X
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE SPACES TO PREFLIGHT-LINE.
           EVALUATE TRUE
               WHEN WS-PF-BATCH-RECONCILED
                   STRING "MSGIN BATCH............. " "FROM "
                       WS-VAL-SENDER-ID " DATED " WS-VAL-BATCH-DATE
                       " RECONCILED" DELIMITED BY SIZE
                       INTO PREFLIGHT-LINE
               WHEN WS-PF-BATCH-FAILED
                   STRING "MSGIN BATCH............. "
                       "DOES NOT RECONCILE, WOULD BE HELD"
                       DELIMITED BY SIZE INTO PREFLIGHT-LINE
               WHEN WS-PF-BATCH-EMPTY
                   STRING "MSGIN BATCH............. " "MSGIN IS EMPTY"
                       DELIMITED BY SIZE INTO PREFLIGHT-LINE
               WHEN OTHER
                   STRING "MSGIN BATCH............. "
                       "NOT BATCHED, COUNT AND HASH NOT CHECKED"
                       DELIMITED BY SIZE INTO PREFLIGHT-LINE
           END-EVALUATE.
           WRITE PREFLIGHT-LINE.

           MOVE SPACES TO PREFLIGHT-LINE.
           IF WS-DUP-TABLE-READY
               STRING "DUPLICATE CHECK......... " "RUN AGAINST MSGARCH"
                   DELIMITED BY SIZE INTO PREFLIGHT-LINE
           ELSE
               STRING "DUPLICATE CHECK......... "
                   "NOT RUN, MSGARCH UNAVAILABLE"
                   DELIMITED BY SIZE INTO PREFLIGHT-LINE
           END-IF.
           WRITE PREFLIGHT-LINE.

           MOVE SPACES TO PREFLIGHT-LINE.
           IF WS-PART-TABLE-READY
               STRING "PARTNER CHECK........... " "RUN AGAINST PARTFILE"
                   DELIMITED BY SIZE INTO PREFLIGHT-LINE
           ELSE
               STRING "PARTNER CHECK........... " "NOT RUN, NO PARTFILE"
                   DELIMITED BY SIZE INTO PREFLIGHT-LINE
           END-IF.
           WRITE PREFLIGHT-LINE.

           MOVE SPACES TO PREFLIGHT-LINE.
           IF WS-WATCH-TABLE-READY
               STRING "WATCH LIST CHECK........ " "RUN AGAINST WATCHLST"
                   DELIMITED BY SIZE INTO PREFLIGHT-LINE
           ELSE
               STRING "WATCH LIST CHECK........ " "NOT RUN, NO WATCHLST"
                   DELIMITED BY SIZE INTO PREFLIGHT-LINE
           END-IF.
           WRITE PREFLIGHT-LINE.

           MOVE SPACES TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-READ-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "RECORDS READ............ " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-PF-MSG-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "MESSAGES TO ENCRYPT..... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-PF-OUT-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "OUTPUT RECORDS.......... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-PF-EXP-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "EXPEDITED COPIES........ " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-SEGMENTED-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "MESSAGES SEGMENTED...... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-HELD-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "RECORDS HELD (SUSPENDED) " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-CMP-HELD-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "HELD FOR COMPLIANCE..... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-REJECT-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "RECORDS REJECTED........ " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE WS-PF-REJECT-RATE TO WS-PF-RATE-EDIT.
           MOVE WS-PF-REJECT-PCT TO WS-PF-LIMIT-EDIT.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "REJECT RATE............. " WS-PF-RATE-EDIT
               " PERCENT, LIMIT " WS-PF-LIMIT-EDIT
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE SPACES TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           MOVE "PROJECTED OUTPUT BY RECIPIENT" TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "  RCPT  MESSAGES  RECORDS EXPEDITE     HELD"
               " CMP HOLD  KEY ID    EXPIRES" DELIMITED BY SIZE
               INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           PERFORM 8320-WRITE-RECIPIENT-LINE THRU 8320-EXIT
               VARYING WS-PF-RCPT-SUB FROM 1 BY 1
               UNTIL WS-PF-RCPT-SUB > WS-PF-RCPT-COUNT.
           IF WS-PF-RCPT-COUNT = ZERO
               MOVE "  NONE" TO PREFLIGHT-LINE
               WRITE PREFLIGHT-LINE
           END-IF.
           IF WS-PF-UNLISTED-COUNT > ZERO
               MOVE WS-PF-UNLISTED-COUNT TO WS-REPORT-NUM
               MOVE SPACES TO PREFLIGHT-LINE
               STRING "  OTHER RECIPIENTS PAST THE TABLE "
                   WS-REPORT-NUM DELIMITED BY SIZE
                   INTO PREFLIGHT-LINE
               WRITE PREFLIGHT-LINE
           END-IF.

           MOVE SPACES TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           MOVE "PROJECTED MESSAGES BY PRIORITY" TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           PERFORM 8330-WRITE-PRIORITY-LINE THRU 8330-EXIT
               VARYING WS-PRI-SUB FROM 1 BY 1
               UNTIL WS-PRI-SUB > 9.
           MOVE WS-PRI-OTHER-COUNT TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "  OTHER/BLANK.......... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           MOVE SPACES TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           MOVE "PROJECTED REJECTS BY REASON" TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           PERFORM 8335-WRITE-REASON-LINE THRU 8335-EXIT
               VARYING WS-PF-REASON-SUB FROM 1 BY 1
               UNTIL WS-PF-REASON-SUB > 5.

           MOVE SPACES TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           MOVE "NO-GO CONDITIONS" TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           PERFORM 8338-WRITE-ERROR-LINE THRU 8338-EXIT
               VARYING WS-PF-ERR-SUB FROM 1 BY 1
               UNTIL WS-PF-ERR-SUB > WS-PF-ERROR-COUNT
               OR WS-PF-ERR-SUB > WS-PF-MAX-ERRORS.
           IF WS-PF-ERROR-COUNT = ZERO
               MOVE "  NONE" TO PREFLIGHT-LINE
               WRITE PREFLIGHT-LINE
           END-IF.
           IF WS-PF-ERROR-COUNT > WS-PF-MAX-ERRORS
               MOVE SPACES TO PREFLIGHT-LINE
               STRING "  MORE CONDITIONS ON THE CONSOLE LOG"
                   DELIMITED BY SIZE INTO PREFLIGHT-LINE
               WRITE PREFLIGHT-LINE
           END-IF.

           MOVE SPACES TO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
           MOVE SPACES TO PREFLIGHT-LINE.
           EVALUATE WS-PF-RC
               WHEN ZERO
                   STRING "PRE-FLIGHT RESULT....... " "GO"
                       DELIMITED BY SIZE INTO PREFLIGHT-LINE
               WHEN 4
                   STRING "PRE-FLIGHT RESULT....... " "GO WITH WARNINGS"
                       DELIMITED BY SIZE INTO PREFLIGHT-LINE
               WHEN OTHER
                   STRING "PRE-FLIGHT RESULT....... "
                       "NO-GO, HOLD THE PRODUCTION RUN"
                       DELIMITED BY SIZE INTO PREFLIGHT-LINE
           END-EVALUATE.
           WRITE PREFLIGHT-LINE.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "RETURN CODE............. " WS-PF-RC
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.

           CLOSE PREFLIGHT-FILE.
           DISPLAY "CAESAR PRE-FLIGHT -- RETURN CODE " WS-PF-RC
               ", SEE PREFLRPT".
           MOVE WS-PF-RC TO RETURN-CODE.
       8300-EXIT.
           EXIT.

      *****************************************************
      * 8310-DECIDE-GO-NO-GO -- 8 IF ANY SETUP CHECK       *
      * FAILED OR THE REJECTS RUN OVER THE CARD'S LIMIT    *
      * (A PERCENTAGE OF THE DETAIL RECORDS EDITED); 4 IF  *
      * ANYTHING WOULD BE REJECTED OR HELD (FOR A          *
      * SUSPENDED PARTNER OR FOR COMPLIANCE), THE          *
      * DUPLICATE, PARTNER OR WATCH LIST CHECK COULD NOT   *
      * RUN, OR NOTHING WOULD GO OUT; OTHERWISE 0.         *
      *****************************************************
       8310-DECIDE-GO-NO-GO.
           MOVE ZERO TO WS-PF-RC.
           MOVE ZERO TO WS-PF-REJECT-RATE.
           COMPUTE WS-PF-EDITED-COUNT = WS-PF-MSG-COUNT
               + WS-HELD-COUNT + WS-CMP-HELD-COUNT + WS-REJECT-COUNT.
           IF WS-PF-EDITED-COUNT > ZERO
               COMPUTE WS-PF-REJECT-RATE ROUNDED =
                   WS-REJECT-COUNT * 100 / WS-PF-EDITED-COUNT
           END-IF.
           IF WS-PF-REJECT-RATE > WS-PF-REJECT-PCT
               MOVE WS-PF-REJECT-RATE TO WS-PF-RATE-EDIT
               MOVE WS-PF-REJECT-PCT TO WS-PF-LIMIT-EDIT
               STRING "REJECT RATE " WS-PF-RATE-EDIT
                   " PERCENT IS OVER THE LIMIT OF "
                   WS-PF-LIMIT-EDIT DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 1900-SETUP-ERROR THRU 1900-EXIT
           END-IF.

           IF WS-REJECT-COUNT > ZERO
               OR WS-HELD-COUNT > ZERO
               OR WS-CMP-HELD-COUNT > ZERO
               OR NOT WS-DUP-TABLE-READY
               OR NOT WS-PART-TABLE-READY
               OR NOT WS-WATCH-TABLE-READY
               OR WS-PF-MSG-COUNT = ZERO
               MOVE 4 TO WS-PF-RC
           END-IF.
           IF WS-PF-ERROR-COUNT > ZERO
               MOVE 8 TO WS-PF-RC
           END-IF.
       8310-EXIT.
           EXIT.

      *****************************************************
      * 8320-WRITE-RECIPIENT-LINE -- ONE LINE PER PARTNER  *
      * WITH TRAFFIC, AND THE KEY ITS TRAFFIC WOULD BE     *
      * CIPHERED UNDER: ITS RCPTKEYS ENTRY IF IT HAS ONE,  *
      * OTHERWISE THE CONTROL CARD KEY.                    *
      *****************************************************
       8320-WRITE-RECIPIENT-LINE.
           PERFORM 2325-SCAN-RCPT-SLOT THRU 2325-EXIT
               VARYING WS-RCPT-SUB FROM 1 BY 1
               UNTIL WS-RCPT-SUB > WS-RCPT-KEY-COUNT
               OR WS-RCPT-CODE(WS-RCPT-SUB)
                   = WS-PF-RCPT-CODE(WS-PF-RCPT-SUB).
           IF WS-RCPT-SUB > WS-RCPT-KEY-COUNT
               MOVE WS-DFLT-KEY-ID TO WS-PF-KEY-ID
               MOVE WS-DFLT-KEY-EXPIRY TO WS-PF-KEY-EXPIRY
           ELSE
               MOVE WS-RCPT-KEY-ID(WS-RCPT-SUB) TO WS-PF-KEY-ID
               MOVE WS-RCPT-KEY-EXPIRY(WS-RCPT-SUB)
                   TO WS-PF-KEY-EXPIRY
           END-IF.
           PERFORM 8340-FORMAT-EXPIRY THRU 8340-EXIT.

           MOVE WS-PF-RCPT-MSGS(WS-PF-RCPT-SUB) TO WS-PF-NUM-1.
           MOVE WS-PF-RCPT-RECS(WS-PF-RCPT-SUB) TO WS-PF-NUM-2.
           MOVE WS-PF-RCPT-EXP(WS-PF-RCPT-SUB) TO WS-PF-NUM-3.
           MOVE WS-PF-RCPT-HELD(WS-PF-RCPT-SUB) TO WS-PF-NUM-4.
           MOVE WS-PF-RCPT-CMP(WS-PF-RCPT-SUB) TO WS-PF-NUM-5.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "  " WS-PF-RCPT-CODE(WS-PF-RCPT-SUB)
               "  " WS-PF-NUM-1 " " WS-PF-NUM-2
               " " WS-PF-NUM-3 " " WS-PF-NUM-4 " " WS-PF-NUM-5
               "  " WS-PF-KEY-ID "  " WS-PF-EXPIRY-X
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
       8320-EXIT.
           EXIT.

       8330-WRITE-PRIORITY-LINE.
           IF WS-PRI-COUNT(WS-PRI-SUB) = ZERO
               GO TO 8330-EXIT
           END-IF.
           MOVE WS-PRI-SUB TO WS-PRI-DIGIT.
           MOVE WS-PRI-COUNT(WS-PRI-SUB) TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "  PRIORITY " WS-PRI-DIGIT-X
               "........... " WS-REPORT-NUM
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
       8330-EXIT.
           EXIT.

       8335-WRITE-REASON-LINE.
           MOVE WS-PF-REASON-COUNT(WS-PF-REASON-SUB)
               TO WS-REPORT-NUM.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "  " WS-PF-REASON-CODE(WS-PF-REASON-SUB)
               "  " WS-PF-REASON-DESC(WS-PF-REASON-SUB)
               WS-REPORT-NUM DELIMITED BY SIZE
               INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
       8335-EXIT.
           EXIT.

       8338-WRITE-ERROR-LINE.
           MOVE SPACES TO PREFLIGHT-LINE.
           STRING "  " WS-PF-ERROR-TEXT(WS-PF-ERR-SUB)
               DELIMITED BY SIZE INTO PREFLIGHT-LINE.
           WRITE PREFLIGHT-LINE.
       8338-EXIT.
           EXIT.

      *****************************************************
      * 8340-FORMAT-EXPIRY -- A KEY THAT DID NOT RESOLVE   *
      * CARRIES A ZERO EXPIRY AND PRINTS AS UNRESOLVED.    *
      *****************************************************
       8340-FORMAT-EXPIRY.
           IF WS-PF-KEY-EXPIRY = ZERO
               MOVE "UNRESOLVED" TO WS-PF-EXPIRY-X
           ELSE
               MOVE WS-PF-KEY-EXPIRY TO WS-PF-EXPIRY-X
           END-IF.
       8340-EXIT.
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
           PERFORM 9810-SET-JOB-NAME THRU 9810-EXIT.
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

      *****************************************************
      * 9810-SET-JOB-NAME -- CAESAR LOGS EACH RUN MODE AS  *
      * A STEP OF ITS OWN, CAESAR-P FOR THE PRE-FLIGHT,    *
      * CAESAR-E FOR PRODUCTION, CAESAR-R FOR A REKEY AND  *
      * SO ON, SO JOBBOARD CAN SCHEDULE, ORDER AND RERUN-  *
      * CHECK THEM APART.  THE START RECORD GOES OUT       *
      * BEFORE INITIALIZATION, SO THE MODE IS TAKEN HERE   *
      * FROM A LOOK AHEAD AT THE CONTROL CARD ON THE SAME  *
      * RULE 1100 APPLIES -- NO CARD OR A BLANK MODE IS AN *
      * ENCRYPT RUN.  A MODE 1100 WILL REJECT LEAVES THE   *
      * BARE NAME, AND 1100 ABENDS THE RUN AS BEFORE.      *
      *****************************************************
       9810-SET-JOB-NAME.
           MOVE "E" TO WS-RUN-MODE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-CTL-STATUS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS = "00" AND CTL-RUN-MODE NOT = SPACE
               MOVE CTL-RUN-MODE TO WS-RUN-MODE
           END-IF.
           IF NOT (WS-MODE-ENCRYPT OR WS-MODE-DECRYPT
                   OR WS-MODE-SOLVE OR WS-MODE-VERIFY
                   OR WS-MODE-REKEY OR WS-MODE-PREFLIGHT)
               GO TO 9810-EXIT
           END-IF.
           MOVE SPACES TO WS-JOBL-PROGRAM.
           STRING "CAESAR-" WS-RUN-MODE DELIMITED BY SIZE
               INTO WS-JOBL-PROGRAM.
       9810-EXIT.
           EXIT.

       9850-LOG-JOB-END.
           MOVE SPACES TO JOBL-RECORD.
           MOVE "END" TO JOBL-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBL-END-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBL-END-TIME.
           MOVE RETURN-CODE TO JOBL-RETURN-CODE.
           MOVE WS-READ-COUNT TO JOBL-IN-COUNT.
           MOVE WS-OUT-DETAIL-COUNT TO JOBL-OUT-COUNT.
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
               DISPLAY "CAESAR JOBLOG NOT WRITTEN, STATUS "
                   WS-JOBL-STATUS
               GO TO 9870-EXIT
           END-IF.
           WRITE JOBL-RECORD.
           CLOSE JOB-LOG-FILE.
       9870-EXIT.
           EXIT.

      *****************************************************
      * 9900-ABEND -- FATAL FILE-OPEN FAILURE.  DISPLAY    *
      * WHAT WENT WRONG AND STOP THE RUN WITH A NON-ZERO   *
       9900-ABEND.
           DISPLAY "CAESAR ABEND -- " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           MOVE WS-ABEND-MESSAGE TO WS-JOBL-REASON.
           PERFORM 9850-LOG-JOB-END THRU 9850-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE INPUT-FILE.
           IF NOT WS-MODE-PREFLIGHT
               CLOSE OUTPUT-FILE
               CLOSE AUDIT-FILE
               CLOSE REJECT-FILE
               CLOSE REJHIST-FILE
           END-IF.
           IF NOT (WS-MODE-VERIFY OR WS-MODE-PREFLIGHT)
               CLOSE EXPEDITE-FILE
           END-IF.
           IF WS-MODE-ENCRYPT
               CLOSE HELD-FILE
               CLOSE CMPHOLD-FILE
           END-IF.
           IF WS-ARCHIVE-ACTIVE
               CLOSE ARCHIVE-FILE
           END-IF.
