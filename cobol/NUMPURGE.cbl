               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
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
                   WS-PURGE-STATUS
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
           PERFORM 120-READ-PARM
           PERFORM 110-READ-HEADER
           MOVE SPACES TO PRG-RECORD
           STRING "PURGE REGISTER - BUSINESS DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE      DELIMITED BY SIZE
                  "  CUTOFF: "     DELIMITED BY SIZE
                  WS-CUTOFF-DATE   DELIMITED BY SIZE
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
           MOVE INPUT-RECORD TO HIST-IMAGE
           MOVE WS-RUN-DATE TO HIST-PURGE-DATE
           MOVE WS-RUN-ID TO HIST-RUN-ID
           MOVE IN-IC-PARTNER TO HIST-IC-PARTNER
           WRITE HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
