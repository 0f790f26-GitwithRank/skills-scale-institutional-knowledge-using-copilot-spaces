      *****************************************************************
      * COPYBOOK: BDTREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE BUSINESS PROCESSING-DATE      *
      *           CONTROL FILE.  ONE RECORD HOLDING THE BUSINESS DATE *
      *           EVERY PROGRAM USES AS ITS RUN DATE, SO A WINDOW     *
      *           THAT SLIPS PAST MIDNIGHT STILL STAMPS ONE DAY.  THE *
      *           NIGHTLY BALANCING STEP RECORDS ITS RESULT HERE AND  *
      *           THE END-OF-DAY STEP IS THE ONLY PROGRAM THAT ROLLS  *
      *           THE BUSINESS DATE FORWARD, AND ONLY WHEN THAT       *
      *           RESULT SHOWS THE CURRENT BUSINESS DATE BALANCED     *
      *****************************************************************
       01  BDT-RECORD.
           05  BDT-BUS-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  BDT-PRIOR-DATE  PIC 9(8).
           05  FILLER          PIC X(1).
           05  BDT-BAL-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  BDT-BAL-FLAG    PIC X(1).
               88  BDT-BALANCED        VALUE "B".
               88  BDT-OUT-OF-BALANCE  VALUE "O".
           05  FILLER          PIC X(1).
           05  BDT-BAL-PROGRAM PIC X(8).
           05  FILLER          PIC X(1).
           05  BDT-BAL-RUN-ID  PIC X(16).
           05  FILLER          PIC X(1).
           05  BDT-ADV-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  BDT-ADV-TIME    PIC 9(8).
