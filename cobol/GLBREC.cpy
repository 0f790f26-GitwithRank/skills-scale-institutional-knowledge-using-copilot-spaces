      *****************************************************************
      * COPYBOOK: GLBREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE KEYED GL ACCOUNT BALANCE      *
      *           MASTER.  ONE RECORD PER COMPANY, GL ACCOUNT AND     *
      *           POSTING MONTH (YYYYMM OF THE GL FEED DATE).  EVERY  *
      *           PROGRAM THAT CUTS A GL FEED ENTRY ADDS THE SAME     *
      *           AMOUNT HERE - POSITIVE AS A DEBIT, NEGATIVE AS A    *
      *           CREDIT - AND RE-FOOTS THE CLOSING BALANCE.  THE     *
      *           PERIOD CLOSE CARRIES EACH CLOSING BALANCE FORWARD   *
      *           AS THE NEXT MONTH'S OPENING BALANCE                 *
      *****************************************************************
       01  GLB-RECORD.
           05  GLB-KEY.
               10  GLB-COMPANY     PIC X(2).
               10  GLB-GL-ACCOUNT  PIC X(6).
               10  GLB-MONTH       PIC 9(6).
           05  FILLER          PIC X(1).
           05  GLB-OPENING     PIC S9(12)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  GLB-DEBITS      PIC S9(12)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  GLB-CREDITS     PIC S9(12)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  GLB-CLOSING     PIC S9(12)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  GLB-LAST-DATE   PIC 9(8).
