      *****************************************************************
      * COPYBOOK: ALCREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE KEYED COST ALLOCATION RULE    *
      *           MASTER.  ONE RECORD PER RULE, GIVING THE SOURCE     *
      *           COMPANY AND GL ACCOUNT WHOSE MONTHLY POSTINGS ARE   *
      *           SPREAD, AND UP TO TEN TARGET COMPANY / GL ACCOUNT / *
      *           PERCENTAGE LINES THAT TOTAL 100.00.  AN UNUSED      *
      *           TARGET LINE HAS A BLANK COMPANY.  THE MONTH-END     *
      *           ALLOCATION STAMPS THE LAST MONTH ALLOCATED SO A     *
      *           RULE IS SPREAD AT MOST ONCE PER MONTH               *
      *****************************************************************
       01  ALC-RECORD.
           05  ALC-RULE-ID     PIC X(2).
           05  FILLER          PIC X(1).
           05  ALC-SRC-COMPANY PIC X(2).
               88  ALC-SRC-COMPANY-VALID VALUE "01" "02" "03".
           05  FILLER          PIC X(1).
           05  ALC-SRC-GL-ACCOUNT PIC X(6).
           05  FILLER          PIC X(1).
           05  ALC-LAST-MONTH  PIC 9(6).
           05  FILLER          PIC X(1).
           05  ALC-TARGET OCCURS 10 TIMES.
               10  ALC-TGT-COMPANY     PIC X(2).
               10  ALC-TGT-GL-ACCOUNT  PIC X(6).
               10  ALC-TGT-PERCENT     PIC 9(3)V99.
               10  FILLER              PIC X(1).
