      *****************************************************************
      * COPYBOOK: FXRREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE KEYED EXCHANGE-RATE HISTORY.  *
      *           ONE RECORD PER CURRENCY AND BUSINESS DATE, GIVING   *
      *           THE RATE TO BASE CURRENCY IN FORCE THAT DAY.  THE   *
      *           NIGHTLY ADDNUM RUN RECORDS EVERY RATE IT LOADS FROM *
      *           CURRATES UNDER ITS BUSINESS DATE; TREASURY MAY LOAD *
      *           OTHER DATES (SOURCE IS THEN THE LOADER'S ID).  THE  *
      *           RATE FOR A DAY WITH NO RECORD IS THE LATEST EARLIER *
      *           ONE                                                 *
      *****************************************************************
       01  FXR-RECORD.
           05  FXR-KEY.
               10  FXR-CURRENCY    PIC X(3).
               10  FXR-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  FXR-RATE            PIC 9(3)V9(6).
           05  FILLER              PIC X(1).
           05  FXR-SOURCE          PIC X(8).
