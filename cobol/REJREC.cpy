      * PURPOSE:  LAYOUT OF THE REJECT FILE LINE WRITTEN BY ADDNUM    *
      *           215-REJECT-RECORD AND READ BACK BY THE REJECT       *
      *           CORRECTION PROGRAM.  THE IMAGE PORTION IS A COPY OF *
      *           THE NUMBERS DETAIL RECORD AS IT STOOD WHEN          *
      *           REJECTED.  THE ENTRY DATE IS THE BUSINESS DATE THE  *
      *           ITEM FIRST ENTERED THE REJECT QUEUE; IT IS KEPT     *
      *           EACH TIME THE ITEM IS REJECTED AGAIN OR CARRIED     *
      *           FORWARD SO THE QUEUE CAN BE AGED                    *
      *****************************************************************
       01  REJ-RECORD.
           05  REJ-TAG-RECORD  PIC X(8).
               10  REJ-EFF-DATE    PIC X(8).
               10  FILLER          PIC X(1).
               10  REJ-CURRENCY    PIC X(3).
               10  FILLER          PIC X(1).
               10  REJ-IC-PARTNER  PIC X(2).
           05  REJ-TAG-REASON  PIC X(10).
           05  REJ-REASON      PIC X(30).
           05  REJ-TAG-ENTRY   PIC X(11).
           05  REJ-ENTRY-DATE  PIC 9(8).
           05  FILLER          PIC X(2).
