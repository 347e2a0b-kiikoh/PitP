      *****************************************************
      * WLSTREC -- ONE RULE ON THE COMPLIANCE WATCH LIST.  *
      * MAINTAINED BY WLMAINT, READ BY CAESAR TO SCREEN    *
      * OUTBOUND PLAINTEXT BEFORE IT IS ENCIPHERED.  A     *
      * RULE APPLIES TO ONE RECIPIENT CODE OR, WITH *ALL,  *
      * TO EVERY PARTNER.  THE MATCH TEXT IS HELD IN UPPER *
      * CASE AND EVERY COMPARISON IGNORES CASE:            *
      *   T  TERM -- THE TEXT ANYWHERE IN THE MESSAGE      *
      *   W  WORD -- THE TEXT NOT RUN INTO OTHER LETTERS   *
      *      OR DIGITS ON EITHER SIDE                      *
      *   P  PATTERN -- # IS ANY DIGIT, @ ANY LETTER AND ? *
      *      ANY CHARACTER; EVERYTHING ELSE IS LITERAL     *
      * THE LENGTH IS THE MATCH TEXT WITHOUT TRAILING      *
      * SPACES.  A RETIRED RULE IS KEPT AS HISTORY AND IS  *
      * NOT SCREENED AGAINST.                              *
      *****************************************************
       01  WL-RECORD.
           05  WL-RULE-ID                PIC X(06).
           05  FILLER                    PIC X.
           05  WL-RECIPIENT-CODE         PIC X(04).
               88  WL-ALL-PARTNERS             VALUE "*ALL".
           05  FILLER                    PIC X.
           05  WL-MATCH-TYPE             PIC X.
               88  WL-MATCH-TERM               VALUE "T".
               88  WL-MATCH-WORD               VALUE "W".
               88  WL-MATCH-PATTERN            VALUE "P".
           05  FILLER                    PIC X.
           05  WL-STATUS-FLAG            PIC X.
               88  WL-ACTIVE                   VALUE "A".
               88  WL-RETIRED                  VALUE "X".
           05  FILLER                    PIC X.
           05  WL-MATCH-TEXT             PIC X(30).
           05  FILLER                    PIC X.
           05  WL-MATCH-LEN              PIC 9(02).
           05  FILLER                    PIC X.
           05  WL-ADDED-DATE             PIC 9(08).
           05  FILLER                    PIC X.
           05  WL-CHANGED-DATE           PIC 9(08).
           05  FILLER                    PIC X.
           05  WL-DESCRIPTION            PIC X(30).
