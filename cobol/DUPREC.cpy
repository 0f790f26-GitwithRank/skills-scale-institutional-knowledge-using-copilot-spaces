      *****************************************************************
      * COPYBOOK: DUPREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE KEYED DUPLICATE HOLD FILE.    *
      *           THE DUPLICATE CHECK WRITES ONE ENTRY PER SUSPECTED  *
      *           DUPLICATE ON THE NUMBERS MASTER, KEYED BY COMPANY   *
      *           AND TRANS ID, WITH THE ITEM IT MATCHED (SOURCE M =  *
      *           NUMBERS MASTER, P = PENDING FILE, H = HISTORY).     *
      *           THE NIGHTLY PASS SKIPS EVERY ITEM IN STATUS H.  THE *
      *           DESK'S DECISION DECK EITHER RELEASES THE ITEM       *
      *           (STATUS R - THE ENTRY IS KEPT SO THE ITEM IS NOT    *
      *           FLAGGED AGAIN) OR DELETES IT FROM THE MASTER, WHICH *
      *           REMOVES THE ENTRY                                   *
      *****************************************************************
       01  DUP-RECORD.
           05  DUP-KEY.
               10  DUP-COMPANY     PIC X(2).
               10  DUP-TRANS-ID    PIC X(6).
           05  FILLER              PIC X(1).
           05  DUP-STATUS          PIC X(1).
               88  DUP-HELD            VALUE "H".
               88  DUP-RELEASED        VALUE "R".
           05  FILLER              PIC X(1).
           05  DUP-HOLD-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  DUP-MATCH-SOURCE    PIC X(1).
               88  DUP-MATCH-MASTER    VALUE "M".
               88  DUP-MATCH-PENDING   VALUE "P".
               88  DUP-MATCH-HISTORY   VALUE "H".
           05  FILLER              PIC X(1).
           05  DUP-MATCH-COMPANY   PIC X(2).
           05  DUP-MATCH-TRANS-ID  PIC X(6).
           05  FILLER              PIC X(1).
           05  DUP-DECIDE-DATE     PIC 9(8).
           05  FILLER              PIC X(1).
           05  DUP-DECIDED-BY      PIC X(8).
