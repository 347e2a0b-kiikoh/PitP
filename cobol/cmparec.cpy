      *****************************************************
      * CMPAREC -- ONE MESSAGE THE COMPLIANCE OFFICER HAS  *
      * APPROVED FOR RELEASE FROM THE CMPHOLD QUEUE.       *
      * CMPRLSE APPENDS AN ENTRY FOR EVERY APPROVAL AND    *
      * NEVER REWRITES ONE.  CAESAR LOADS THE RECENT       *
      * ENTRIES AND LETS A MESSAGE PAST THE WATCH LIST     *
      * SCREEN ONLY WHEN ITS RECIPIENT, MESSAGE ID AND     *
      * TEXT CHECK ALL MATCH AN ENTRY -- THE APPROVAL      *
      * TRAVELS WITH THE MESSAGE, NOT WITH THE BATCH IT    *
      * ARRIVES IN.  THE TEXT CHECK IS THE SUM OF THE      *
      * ORDINAL VALUE OF EACH BYTE OF THE FULL 2000-BYTE   *
      * MESSAGE TEXT TIMES ITS POSITION, SO A DIFFERENT    *
      * MESSAGE UNDER AN APPROVED ID IS STILL SCREENED.    *
      *****************************************************
       01  CMPA-RECORD.
           05  CMPA-APPROVE-DATE         PIC 9(08).
           05  FILLER                    PIC X.
           05  CMPA-APPROVE-TIME         PIC 9(06).
           05  FILLER                    PIC X.
           05  CMPA-OFFICER              PIC X(08).
           05  FILLER                    PIC X.
           05  CMPA-RECIPIENT-CODE       PIC X(04).
           05  FILLER                    PIC X.
           05  CMPA-MESSAGE-ID           PIC X(10).
           05  FILLER                    PIC X.
           05  CMPA-HOLD-DATE            PIC 9(08).
           05  FILLER                    PIC X.
           05  CMPA-RULE-ID              PIC X(06).
           05  FILLER                    PIC X.
           05  CMPA-TEXT-CHECK           PIC 9(12).
