       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODROLL.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: EODROLL                                              *
      * PURPOSE: END-OF-DAY ROLL OF THE BUSINESS PROCESSING DATE.     *
      *          THE ONLY PROGRAM THAT ADVANCES THE BUSINESS DATE     *
      *          CONTROL FILE EVERY OTHER PROGRAM TAKES ITS RUN DATE  *
      *          FROM.  THE DATE MOVES FORWARD ONE DAY ONLY WHEN THE  *
      *          NIGHT'S BALANCING STEP (NITEBAL, OR ADDMERGE ON A    *
      *          PARTITIONED NIGHT) HAS RECORDED A BALANCED RESULT    *
      *          FOR THE CURRENT BUSINESS DATE.  OTHERWISE THE ROLL   *
      *          IS REFUSED, THE DATE IS LEFT AS IS SO THE NIGHT CAN  *
      *          BE RERUN AS OF THAT DATE, AND RETURN CODE 8 IS SET   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT ROLL-FILE
               ASSIGN TO "EODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BDTREC.

       FD  ROLL-FILE.
       01  ROL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-ROLL-STATUS      PIC XX.
           88  WS-ROLL-OK      VALUE "00".

       01  WS-BDT-SAVE         PIC X(72).

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-NEXT-DATE        PIC 9(8).
       01  WS-DATE-INTEGER     PIC 9(8)  VALUE ZERO.

       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-CLOCK-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 110-READ-BUS-DATE
           PERFORM 200-CHECK-BALANCE
           PERFORM 210-ROLL-DATE
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN OUTPUT ROLL-FILE
           IF NOT WS-ROLL-OK
               DISPLAY "ERROR OPENING END-OF-DAY REPORT. STATUS: "
                   WS-ROLL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-READ-BUS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR OPENING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSDATE-FILE INTO WS-BDT-SAVE
               AT END
                   DISPLAY "ERROR: BUSINESS DATE RECORD NOT FOUND"
                   CLOSE BUSDATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE BUSDATE-FILE
           MOVE WS-BDT-SAVE TO BDT-RECORD
           IF BDT-BUS-DATE NOT NUMERIC
              OR BDT-BUS-DATE = ZERO
               DISPLAY "ERROR: INVALID BUSINESS DATE: " BDT-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUS-DATE TO WS-RUN-DATE
           MOVE SPACES TO ROL-RECORD
           STRING "END-OF-DAY DATE ROLL - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO ROL-RECORD
           END-STRING
           WRITE ROL-RECORD
           MOVE SPACES TO ROL-RECORD
           STRING "LAST BALANCING RESULT: " DELIMITED BY SIZE
                  BDT-BAL-FLAG     DELIMITED BY SIZE
                  "  FOR: "        DELIMITED BY SIZE
                  BDT-BAL-DATE     DELIMITED BY SIZE
                  "  BY: "         DELIMITED BY SIZE
                  BDT-BAL-PROGRAM  DELIMITED BY SIZE
                  "  RUN ID: "     DELIMITED BY SIZE
                  BDT-BAL-RUN-ID   DELIMITED BY SIZE
                  INTO ROL-RECORD
           END-STRING
           WRITE ROL-RECORD.

       200-CHECK-BALANCE.
           IF BDT-BAL-DATE NOT = WS-RUN-DATE
               MOVE SPACES TO ROL-RECORD
               MOVE "*** ROLL REFUSED - NO BALANCE RESULT FOR DATE ***"
                   TO ROL-RECORD
               WRITE ROL-RECORD
               DISPLAY "*** ROLL REFUSED - NIGHT NOT BALANCED FOR "
                   WS-RUN-DATE " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           IF NOT BDT-BALANCED
               MOVE SPACES TO ROL-RECORD
               MOVE "*** ROLL REFUSED - TONIGHT DID NOT BALANCE ***"
                   TO ROL-RECORD
               WRITE ROL-RECORD
               DISPLAY "*** ROLL REFUSED - NIGHT OUT OF BALANCE FOR "
                   WS-RUN-DATE " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF.

       210-ROLL-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           OPEN OUTPUT BUSDATE-FILE
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR OPENING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE WS-BDT-SAVE TO BDT-RECORD
           MOVE WS-RUN-DATE TO BDT-PRIOR-DATE
           MOVE WS-NEXT-DATE TO BDT-BUS-DATE
           MOVE WS-CLOCK-DATE TO BDT-ADV-DATE
           MOVE WS-CLOCK-TIME TO BDT-ADV-TIME
           WRITE BDT-RECORD
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR WRITING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BUSDATE-FILE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           CLOSE BUSDATE-FILE
           MOVE SPACES TO ROL-RECORD
           STRING "BUSINESS DATE ADVANCED TO: " DELIMITED BY SIZE
                  WS-NEXT-DATE     DELIMITED BY SIZE
                  "  AT: "         DELIMITED BY SIZE
                  WS-CLOCK-DATE    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CLOCK-TIME    DELIMITED BY SIZE
                  INTO ROL-RECORD
           END-STRING
           WRITE ROL-RECORD
           DISPLAY "BUSINESS DATE ADVANCED FROM " WS-RUN-DATE
               " TO " WS-NEXT-DATE.

       300-CLOSE-FILES.
           CLOSE ROLL-FILE
           IF NOT WS-ROLL-OK
               DISPLAY "ERROR CLOSING END-OF-DAY REPORT. STATUS: "
                   WS-ROLL-STATUS
           END-IF.
