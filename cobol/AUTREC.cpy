      *****************************************************************
      * COPYBOOK: AUTREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE KEYED OPERATOR AUTHORIZATION  *
      *           FILE.  ONE RECORD PER OPERATOR, PROGRAM AND COMPANY *
      *           THE OPERATOR MAY SUBMIT INPUT CARDS FOR.  COMPANY   *
      *           "**" GRANTS EVERY COMPANY AND IS THE ONLY KEY THE   *
      *           CHART MAINTENANCE (WHICH HAS NO COMPANY) LOOKS FOR. *
      *           A CARD WHOSE OPERATOR HAS NO ACTIVE GRANT FOR THE   *
      *           PROGRAM AND COMPANY IS REJECTED ON THE REGISTER.    *
      *           BATCH-GENERATED DECKS CARRY THE GENERATING PROGRAM  *
      *           NAME AS THEIR OPERATOR ID AND NEED A GRANT LIKE ANY *
      *           OTHER OPERATOR                                      *
      *****************************************************************
       01  AUT-RECORD.
           05  AUT-KEY.
               10  AUT-OPERATOR    PIC X(8).
               10  AUT-PROGRAM     PIC X(8).
               10  AUT-COMPANY     PIC X(2).
           05  FILLER          PIC X(1).
           05  AUT-STATUS      PIC X(1).
               88  AUT-ACTIVE          VALUE "A".
               88  AUT-REVOKED         VALUE "R".
           05  FILLER          PIC X(1).
           05  AUT-GRANT-DATE  PIC 9(8).
           05  FILLER          PIC X(1).
           05  AUT-GRANTED-BY  PIC X(8).
