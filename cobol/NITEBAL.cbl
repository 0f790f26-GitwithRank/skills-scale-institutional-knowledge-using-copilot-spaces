      *            1. CONTROL TOTAL VS SUM OF THE GL FEEDS           *
      *            2. PROCESSED COUNT VS AUDIT ENTRIES FOR THE RUN   *
      *            3. REJECT COUNT VS REJECT FILE LINE COUNT         *
      *            4. RUN DATE VS THE CURRENT BUSINESS DATE          *
      *          ANY DIFFERENCE SETS RETURN CODE 8 SO THE SCHEDULER   *
      *          PAGES THE SAME NIGHT.  THE RESULT IS RECORDED ON THE *
      *          BUSINESS DATE CONTROL FILE, WHERE THE END-OF-DAY     *
      *          STEP CHECKS IT BEFORE ROLLING THE DATE FORWARD       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
       FD  BAL-FILE.
       01  BAL-RECORD          PIC X(100).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS     PIC XX.
           88  WS-STATS-OK     VALUE "00".
       01  WS-BAL-STATUS       PIC XX.
           88  WS-BAL-OK       VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-STATS-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-STATS-EOF        VALUE "Y".

           88  WS-STATS-FOUND      VALUE "Y".

       01  WS-RUN-STATS.
           05  WS-RS-RUN-ID.
               10  WS-RS-RUN-DATE PIC 9(8).
               10  WS-RS-RUN-TIME PIC 9(8).
           05  WS-RS-PROCESSED PIC 9(6).
           05  WS-RS-REJECTED  PIC 9(6).
           05  WS-RS-CONTROL   PIC S9(12)V99.

       01  WS-RUN-DATE         PIC 9(8).

       01  WS-BDT-SAVE         PIC X(72).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 130-COUNT-AUDIT
           PERFORM 140-COUNT-REJECTS
           PERFORM 200-PRINT-CONTROL-SHEET
           PERFORM 250-RECORD-RESULT THRU 250-EXIT
           PERFORM 300-CLOSE-FILES
           STOP RUN.

               MOVE 16 TO RETURN-CODE
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

       110-READ-RUN-STATS.
           READ STATS-FILE

       200-PRINT-CONTROL-SHEET.
           MOVE SPACES TO BAL-RECORD
           STRING "NIGHTLY BALANCING CONTROL SHEET - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  "  RUN ID: "  DELIMITED BY SIZE
           END-STRING
           WRITE BAL-RECORD

           IF WS-RS-RUN-DATE = WS-RUN-DATE
               MOVE "OK        " TO WS-CHECK-FLAG
           ELSE
               MOVE "DIFFERENCE" TO WS-CHECK-FLAG
               ADD 1 TO WS-DIFF-COUNT
           END-IF
           MOVE SPACES TO BAL-RECORD
           STRING "CHECK 4 RUN DATE VS BUSINESS DATE: "
                                  DELIMITED BY SIZE
                  WS-CHECK-FLAG   DELIMITED BY SIZE
                  INTO BAL-RECORD
           END-STRING
           WRITE BAL-RECORD
           MOVE SPACES TO BAL-RECORD
           STRING "  RUN: "       DELIMITED BY SIZE
                  WS-RS-RUN-DATE  DELIMITED BY SIZE
                  "  BUSINESS: "  DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  INTO BAL-RECORD
           END-STRING
           WRITE BAL-RECORD

           MOVE SPACES TO BAL-RECORD
           STRING "GL FEED ITEMS READ: " DELIMITED BY SIZE
                  WS-FEED-COUNT         DELIMITED BY SIZE
               MOVE 8 TO RETURN-CODE
           END-IF.

       250-RECORD-RESULT.
           OPEN INPUT BUSDATE-FILE
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR OPENING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 250-EXIT
           END-IF
           READ BUSDATE-FILE INTO WS-BDT-SAVE
               AT END
                   DISPLAY "ERROR: BUSINESS DATE RECORD NOT FOUND"
                   CLOSE BUSDATE-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 250-EXIT
           END-READ
           CLOSE BUSDATE-FILE
           OPEN OUTPUT BUSDATE-FILE
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR OPENING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 250-EXIT
           END-IF
           MOVE WS-BDT-SAVE TO BDT-RECORD
           MOVE WS-RUN-DATE TO BDT-BAL-DATE
           IF WS-DIFF-COUNT = ZERO
               MOVE "B" TO BDT-BAL-FLAG
           ELSE
               MOVE "O" TO BDT-BAL-FLAG
           END-IF
           MOVE "NITEBAL" TO BDT-BAL-PROGRAM
           MOVE WS-RS-RUN-ID TO BDT-BAL-RUN-ID
           WRITE BDT-RECORD
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR WRITING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCE RESULT " BDT-BAL-FLAG
                   " RECORDED FOR BUSINESS DATE " WS-RUN-DATE
           END-IF
           CLOSE BUSDATE-FILE.

       250-EXIT.
           EXIT.

       300-CLOSE-FILES.
           CLOSE STATS-FILE
           IF NOT WS-STATS-OK
