      *****************************************************
      * RSNDREC -- ONE MESSAGE RETRANSMITTED FROM THE      *
      * ARCHIVE.  RETRANS APPENDS AN ENTRY FOR EVERY       *
      * MESSAGE IT PUTS ON RSNDOUT.  ACKMATCH READS THE    *
      * DAY'S ENTRIES SO A RESENT MESSAGE IS PENDING ONCE  *
      * AND AGES FROM ITS RESEND, NOT ITS FIRST DELIVERY;  *
      * ARCBILL READS THE MONTH'S ENTRIES TO SHOW THE      *
      * RESENDS IT DID NOT BILL.  THE ORIGINAL DATE AND    *
      * SEQUENCE ARE THE MESSAGE'S ARCHIVE KEY.  SOURCE A  *
      * IS AN AGED ACKPENDO ENTRY, C AN OPERATOR CARD.     *
      *****************************************************
       01  RSL-RECORD.
           05  RSL-RESEND-DATE           PIC 9(08).
           05  FILLER                    PIC X.
           05  RSL-RESEND-TIME           PIC 9(06).
           05  FILLER                    PIC X.
           05  RSL-RECIPIENT-CODE        PIC X(04).
           05  FILLER                    PIC X.
           05  RSL-MESSAGE-ID            PIC X(10).
           05  FILLER                    PIC X.
           05  RSL-ORIG-DATE             PIC 9(08).
           05  FILLER                    PIC X.
           05  RSL-ORIG-SEQ              PIC 9(07).
           05  FILLER                    PIC X.
           05  RSL-PRIORITY              PIC X(01).
           05  FILLER                    PIC X.
           05  RSL-SEG-COUNT             PIC 9(02).
           05  FILLER                    PIC X.
           05  RSL-SOURCE                PIC X(01).
               88  RSL-FROM-AGED-PENDING       VALUE "A".
               88  RSL-FROM-OPERATOR-CARD      VALUE "C".
