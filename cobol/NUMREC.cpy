      *           ARE SIGNED WITH TWO DECIMAL PLACES, SIGN LEADING    *
      *           SEPARATE SO THE FIELDS KEY AND PRINT AS WRITTEN.    *
      *           THE CURRENCY CODE SAYS WHAT THE AMOUNTS ARE BOOKED  *
      *           IN; SPACES MEANS BASE CURRENCY.  AN INTERCOMPANY    *
      *           CHARGE (CODE I) NAMES THE COUNTERPARTY COMPANY; THE *
      *           OWNING COMPANY IS THE ORIGINATOR                    *
      *****************************************************************
       01  INPUT-RECORD.
           05  IN-REC-KEY.
               88  IN-TRANS-SUBTRACT   VALUE "S".
               88  IN-TRANS-MULTIPLY   VALUE "M".
               88  IN-TRANS-DIVIDE     VALUE "D".
               88  IN-TRANS-INTERCO    VALUE "I".
               88  IN-TRANS-CODE-VALID VALUE "A" "S" "M" "D" "I".
           05  FILLER          PIC X(1).
           05  IN-NUM1         PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05  IN-EFF-DATE     PIC 9(8).
           05  FILLER          PIC X(1).
           05  IN-CURRENCY     PIC X(3).
           05  FILLER          PIC X(1).
           05  IN-IC-PARTNER   PIC X(2).
               88  IN-IC-PARTNER-VALID VALUE "01" "02" "03".

       01  HEADER-RECORD.
           05  HDR-ID          PIC X(8).
           05  FILLER          PIC X(1).
           05  HDR-HASH-TOTAL  PIC S9(14)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(31).
