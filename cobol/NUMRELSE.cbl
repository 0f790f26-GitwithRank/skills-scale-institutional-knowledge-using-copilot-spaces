      *          RE-EDITED AND ADDED TO THE NUMBERS MASTER (THE       *
      *          HEADER COUNT AND HASH ARE MAINTAINED AND AN AUDIT    *
      *          HISTORY RECORD IS WRITTEN); ITEMS STILL IN THE       *
      *          FUTURE ARE CARRIED FORWARD TO THE NEW PENDING FILE,  *
      *          KEEPING THE DATE THEY FIRST ENTERED IT (AN ITEM WITH *
      *          NO ENTRY DATE IS STAMPED WITH THE BUSINESS DATE).    *
      *          THE RELEASE REPORT SHOWS WHAT WAS RELEASED, WHAT IS  *
      *          STILL PENDING, AND ANYTHING REJECTED                 *
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIN-FILE.
           05  PEN-TRANS-ID    PIC X(6).
           05  FILLER          PIC X(1).
           05  PEN-TRANS-CODE  PIC X(1).
               88  PEN-CODE-VALID      VALUE "A" "S" "M" "D" "I".
               88  PEN-CODE-INTERCO    VALUE "I".
               88  PEN-CODE-DIVIDE     VALUE "D".
           05  FILLER          PIC X(1).
           05  PEN-NUM1        PIC S9(5)V99
           05  PEN-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  PEN-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  PEN-OPERATOR    PIC X(8).
           05  FILLER          PIC X(1).
           05  PEN-IC-PARTNER  PIC X(2).
               88  PEN-IC-PARTNER-VALID VALUE "01" "02" "03".
           05  FILLER          PIC X(1).
           05  PEN-ENTRY-DATE  PIC 9(8).

       FD  PENDOUT-FILE.
       01  PENDOUT-RECORD      PIC X(72).

       FD  NUMBERS-FILE.
       COPY NUMREC.
       FD  LOCK-FILE.
       COPY LOKREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".
           88  WS-LOCK-OK          VALUE "00".
           88  WS-LOCK-NOFILE      VALUE "35".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-LOCK-DATE        PIC 9(8).
       01  WS-LOCK-TIME        PIC 9(8).

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE  PIC 9(8).
           05  WS-RUN-ID-TIME  PIC 9(8).
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           PERFORM 104-ACQUIRE-LOCK
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
           MOVE WS-RUN-TIME TO WS-RUN-ID-TIME
      *    A RUN THAT STARTS AFTER MIDNIGHT ON THE SAME BUSINESS DATE
      *    MUST STILL SORT AFTER THE EVENING'S RUNS ON THE AUDIT KEY
           IF WS-CLOCK-DATE > WS-RUN-DATE
               ADD 24000000 TO WS-RUN-ID-TIME
           END-IF
           PERFORM 110-READ-HEADER
           MOVE SPACES TO REL-RECORD
           STRING "PENDING RELEASE REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REL-RECORD
           CLOSE LOCK-FILE
           DISPLAY "RUN LOCK ACQUIRED".

       106-READ-BUS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR OPENING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSDATE-FILE
               AT END
                   DISPLAY "ERROR: BUSINESS DATE RECORD NOT FOUND"
                   CLOSE BUSDATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BDT-BUS-DATE NOT NUMERIC
              OR BDT-BUS-DATE = ZERO
               DISPLAY "ERROR: INVALID BUSINESS DATE: " BDT-BUS-DATE
               CLOSE BUSDATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUS-DATE TO WS-RUN-DATE
           CLOSE BUSDATE-FILE.

       110-READ-HEADER.
           MOVE WS-HEADER-KEY TO IN-REC-KEY
           READ NUMBERS-FILE

       205-DISPOSE-ITEM.
           IF PEN-EFF-DATE NUMERIC AND PEN-EFF-DATE > WS-RUN-DATE
               IF PEN-ENTRY-DATE NOT NUMERIC
                  OR PEN-ENTRY-DATE = ZERO
                   MOVE WS-RUN-DATE TO PEN-ENTRY-DATE
               END-IF
               MOVE PEND-RECORD TO PENDOUT-RECORD
               WRITE PENDOUT-RECORD
               IF NOT WS-PENDOUT-OK
                   MOVE "DIVIDE BY ZERO" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID AND PEN-CODE-INTERCO
               IF NOT PEN-IC-PARTNER-VALID
                  OR PEN-IC-PARTNER = PEN-COMPANY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID IC COUNTERPARTY" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID AND PEN-EFF-DATE NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "EFF DATE NOT NUMERIC" TO WS-REJECT-REASON
           MOVE PEN-GL-ACCOUNT TO IN-GL-ACCOUNT
           MOVE PEN-EFF-DATE TO IN-EFF-DATE
           MOVE PEN-CURRENCY TO IN-CURRENCY
           MOVE PEN-IC-PARTNER TO IN-IC-PARTNER
           WRITE INPUT-RECORD
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
           MOVE IN-SUM TO AUD-OLD-SUM
           MOVE IN-SUM TO AUD-NEW-SUM
           MOVE IN-GL-ACCOUNT TO AUD-GL-ACCOUNT
           MOVE PEN-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
