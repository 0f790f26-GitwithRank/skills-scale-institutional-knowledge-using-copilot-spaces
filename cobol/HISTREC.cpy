      * PURPOSE:  RECORD LAYOUT FOR THE KEYED TRANSACTION HISTORY     *
      *           FILE.  THE IMAGE PORTION IS THE NUMBERS DETAIL      *
      *           RECORD AS IT STOOD WHEN PURGED, FOLLOWED BY THE     *
      *           PURGE DATE AND THE PURGE RUN ID FOR TIE-OUT, AND    *
      *           THE COUNTERPARTY OF AN INTERCOMPANY CHARGE          *
      *****************************************************************
       01  HIST-RECORD.
           05  HIST-IMAGE.
           05  HIST-PURGE-DATE PIC 9(8).
           05  FILLER          PIC X(1).
           05  HIST-RUN-ID     PIC X(16).
           05  FILLER          PIC X(1).
           05  HIST-IC-PARTNER PIC X(2).
