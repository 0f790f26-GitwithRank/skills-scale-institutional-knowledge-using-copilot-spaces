      * COPYBOOK: GLREC                                               *
      * PURPOSE:  LAYOUT OF THE GL INTERFACE FEED RECORD WRITTEN BY   *
      *           ADDNUM 228-WRITE-GL AND READ BACK BY THE GL FEED    *
      *           RECONCILIATION PROGRAM.  EACH HALF OF AN            *
      *           INTERCOMPANY CHARGE CARRIES THE SHARED REFERENCE    *
      *           (ORIGINATING COMPANY AND TRANS ID), THE SIDE (F =   *
      *           DUE-FROM IN THE ORIGINATOR'S FEED, T = DUE-TO IN    *
      *           THE COUNTERPARTY'S FEED) AND THE COUNTERPARTY       *
      *           COMPANY; THESE ARE SPACES ON ORDINARY ENTRIES       *
      *****************************************************************
       01  GL-RECORD.
           05  GL-ACCOUNT      PIC X(6).
           05  GL-AMOUNT       PIC S9(10)V99.
           05  FILLER          PIC X(1).
           05  GL-DATE         PIC 9(8).
           05  FILLER          PIC X(1).
           05  GL-IC-REF.
               10  GL-IC-REF-COMPANY   PIC X(2).
               10  GL-IC-REF-TRANS-ID  PIC X(6).
           05  GL-IC-SIDE      PIC X(1).
               88  GL-IC-DUE-FROM      VALUE "F".
               88  GL-IC-DUE-TO        VALUE "T".
           05  GL-IC-PARTNER   PIC X(2).
           05  FILLER          PIC X(1).
