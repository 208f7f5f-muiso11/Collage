      *****************************************************************
      * Copybook:   FEEDREC
      * Used by:    MYTRNLD, MYREJRC, MYACCRU
      * Purpose:    Raw transaction record from the upstream feed,
      *             one per card, before editing. Every field is
      *             defined alphanumeric with a numeric REDEFINES so
      *             date and sequence are both recorded on FEEDLOG
      *             at certification, so a same-day checkpoint
      *             restart can prove it is rerunning the certified
      *             transmission and not a re-pointed other one.
      *             MYBACKOT appends a FEEDLOG entry with sequence
      *             BKOT when it backs a day out, voiding the loads
      *             logged for that date before it. A
      *             transmission may carry more than one header/
      *             trailer batch - the recycle extract MYREJJB
      *             appends arrives as its own batch.
      *             A reversal card (type R) names the posting it
      *             backs out in its description columns: the
      *             original run date and slot (OUT-X) in
      *             FEED-REV-REF, free text after; the account is
      *             the original's account and the amount the
      *             original amount as it was keyed.
      *             A transfer card (type T) moves the amount from
      *             the card's account to the account in the first
      *             eight description columns (FEED-XFER-REF), free
      *             text after; the amount is keyed positive.
      *****************************************************************
       01  FEED-RECORD.
           05  FEED-SLOT-NO            PIC X(4).
                                       PIC S9(7)V99.
           05  FEED-TRAN-TYPE          PIC X.
           05  FEED-DESC               PIC X(20).
           05  FEED-REV-REF REDEFINES FEED-DESC.
               10  FEED-REV-DATE       PIC X(8).
               10  FEED-REV-DATE-N REDEFINES FEED-REV-DATE
                                       PIC 9(8).
               10  FEED-REV-SLOT       PIC X(3).
               10  FEED-REV-SLOT-N REDEFINES FEED-REV-SLOT
                                       PIC 9(3).
               10  FILLER              PIC X(9).
           05  FEED-XFER-REF REDEFINES FEED-DESC.
               10  FEED-XFER-TO-ACCT   PIC X(8).
               10  FEED-XFER-TO-ACCT-N REDEFINES FEED-XFER-TO-ACCT
                                       PIC 9(8).
               10  FILLER              PIC X(12).
           05  FILLER                  PIC X(5).
       01  FEED-HDR-RECORD.
           05  FILLER                  PIC X(4).
