               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
       FD  TREND-FILE.
       01  TRN-RECORD          PIC X(132).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS     PIC XX.
           88  WS-STATS-OK     VALUE "00".
       01  WS-TREND-STATUS     PIC XX.
           88  WS-TREND-OK     VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-STATS-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-STATS-EOF        VALUE "Y".

       01  WS-AVG-ELAPSED      PIC 9(6)  VALUE ZERO.
       01  WS-CONTROL-ED       PIC -(12)9.99.

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
               DISPLAY "ERROR OPENING TREND REPORT FILE. STATUS: "
                   WS-TREND-STATUS
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE.

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

       120-READ-PARM.
           OPEN INPUT PARM-FILE
           END-IF
           WRITE TRN-RECORD
           MOVE SPACES TO TRN-RECORD
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  INTO TRN-RECORD
           END-STRING
           WRITE TRN-RECORD
           MOVE SPACES TO TRN-RECORD
           STRING "RUN-DATE RUN-TIME PROCESSED REJECTED REJ-PCT "
                      DELIMITED BY SIZE
                  "RST BAL ELAPSED CONTROL-TOTAL"
