      *           ONE RECORD PER CHANGE APPLIED TO A NUMBERS DETAIL   *
      *           RECORD, KEYED BY COMPANY, TRANS ID, RUN ID, AND A   *
      *           WITHIN-RUN SEQUENCE SO A TRANSACTION'S FULL CHANGE  *
      *           HISTORY READS BACK IN CHRONOLOGICAL ORDER.  THE     *
      *           OPERATOR IS THE ID FROM THE INPUT CARD THAT CAUSED  *
      *           THE CHANGE; SPACES FOR NIGHTLY-PASS ENTRIES THAT NO *
      *           CARD DROVE                                          *
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-KEY.
           05  AUD-NEW-SUM     PIC S9(10)V99
                               SIGN IS LEADING SEPARATE.
           05  AUD-GL-ACCOUNT  PIC X(6).
           05  AUD-OPERATOR    PIC X(8).
