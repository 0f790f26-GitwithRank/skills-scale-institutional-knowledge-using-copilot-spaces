      *****************************************************************
      * COPYBOOK: FXPREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE KEYED FOREIGN-CURRENCY        *
      *           REVALUATION POSITION FILE.  ONE RECORD PER COMPANY, *
      *           GL ACCOUNT AND CURRENCY, HOLDING THE UNREALIZED     *
      *           GAIN (+) OR LOSS (-) POSTED TO DATE BY THE MONTH    *
      *           END REVALUATION, WITH THE FOREIGN BALANCE AND RATE  *
      *           IT WAS LAST MEASURED AT.  EACH REVALUATION POSTS    *
      *           THE CHANGE AGAINST THIS FIGURE, SO A RERUN OF THE   *
      *           SAME MONTH POSTS NOTHING NEW                        *
      *****************************************************************
       01  FXP-RECORD.
           05  FXP-KEY.
               10  FXP-COMPANY     PIC X(2).
               10  FXP-GL-ACCOUNT  PIC X(6).
               10  FXP-CURRENCY    PIC X(3).
           05  FILLER              PIC X(1).
           05  FXP-MONTH           PIC 9(6).
           05  FILLER              PIC X(1).
           05  FXP-FOREIGN-BAL     PIC S9(12)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  FXP-RATE            PIC 9(3)V9(6).
           05  FILLER              PIC X(1).
           05  FXP-UNREALIZED      PIC S9(12)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  FXP-POST-DATE       PIC 9(8).
