       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCHK.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: DUPCHK                                               *
      * PURPOSE: DUPLICATE-TRANSACTION CHECK AHEAD OF THE NIGHTLY     *
      *          ADDNUM PASS.  EVERY DETAIL ON THE NUMBERS MASTER IS  *
      *          COMPARED WITH THE REST OF THE MASTER, THE PENDING    *
      *          EFFECTIVE-DATE FILE, AND THE TRANSACTION HISTORY     *
      *          FILE BACK THE NUMBER OF DAYS ON THE PARAMETER CARD.  *
      *          A DETAIL IS A SUSPECTED DUPLICATE WHEN ANOTHER ITEM  *
      *          UNDER A DIFFERENT TRANS ID HAS THE SAME COMPANY, GL  *
      *          ACCOUNT, TRANS CODE, NUM1, NUM2, CURRENCY AND        *
      *          EFFECTIVE DATE.  SUSPECTS ARE WRITTEN TO THE KEYED   *
      *          DUPLICATE HOLD FILE, WHICH ADDNUM HONORS BY SKIPPING *
      *          THEM, UNTIL THE DESK RELEASES OR DELETES THEM WITH   *
      *          THE DUPRELSE DECISION DECK.  RELEASED ITEMS ARE NOT  *
      *          FLAGGED AGAIN; HOLDS FOR ITEMS NO LONGER ON THE      *
      *          MASTER ARE CLEARED.  THE EXCEPTION REPORT LISTS      *
      *          EVERY ITEM ON HOLD.  RETURN CODE 4 WHEN ANY ITEM IS  *
      *          HELD                                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "DUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT NUMBERS-FILE
               ASSIGN TO "NUMBERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "PENDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL HIST-FILE
               ASSIGN TO "NUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL DUPHOLD-FILE
               ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUPHOLD-STATUS.

           SELECT DUPRPT-FILE
               ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  DPM-LOOKBACK-DAYS PIC 9(4).

       FD  NUMBERS-FILE.
       COPY NUMREC.

       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEN-ACTION      PIC X(1).
               88  PEN-ACTION-ADD      VALUE "A".
           05  FILLER          PIC X(1).
           05  PEN-COMPANY     PIC X(2).
           05  FILLER          PIC X(1).
           05  PEN-TRANS-ID    PIC X(6).
           05  FILLER          PIC X(1).
           05  PEN-TRANS-CODE  PIC X(1).
           05  FILLER          PIC X(1).
           05  PEN-NUM1        PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  PEN-NUM2        PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  PEN-GL-ACCOUNT  PIC X(6).
           05  FILLER          PIC X(1).
           05  PEN-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  PEN-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  PEN-OPERATOR    PIC X(8).
           05  FILLER          PIC X(1).
           05  PEN-IC-PARTNER  PIC X(2).
           05  FILLER          PIC X(1).
           05  PEN-ENTRY-DATE  PIC 9(8).

       FD  HIST-FILE.
       COPY HISTREC.

       FD  DUPHOLD-FILE.
       COPY DUPREC.

       FD  DUPRPT-FILE.
       01  DRP-RECORD          PIC X(132).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".

       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".
           88  WS-FILE-EOF     VALUE "10".

       01  WS-PENDING-STATUS   PIC XX.
           88  WS-PENDING-OK   VALUE "00" "05".
           88  WS-PENDING-EOF  VALUE "10".

       01  WS-HIST-STATUS      PIC XX.
           88  WS-HIST-OK      VALUE "00" "05".
           88  WS-HIST-EOF     VALUE "10".

       01  WS-DUPHOLD-STATUS   PIC XX.
           88  WS-DUPHOLD-OK   VALUE "00" "05".
           88  WS-DUPHOLD-EOF  VALUE "10".

       01  WS-DUPRPT-STATUS    PIC XX.
           88  WS-DUPRPT-OK    VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-LOOKBACK-DAYS    PIC 9(4)  VALUE ZERO.
       01  WS-CUTOFF-DATE      PIC 9(8)  VALUE ZERO.
       01  WS-DATE-INTEGER     PIC 9(8)  VALUE ZERO.

       01  WS-BASE-CURRENCY    PIC X(3)  VALUE "USD".

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".

       01  WS-ON-HOLD-SW       PIC X(1)  VALUE "N".
           88  WS-ON-HOLD          VALUE "Y".

       01  WS-HOLD-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-HOLD-EOF         VALUE "Y".

       01  WS-NEW-CAND.
           05  WS-NEW-SOURCE       PIC X(1).
           05  WS-NEW-KEY.
               10  WS-NEW-COMPANY  PIC X(2).
               10  WS-NEW-TRANS-ID PIC X(6).
           05  WS-NEW-MATCH.
               10  WS-NEW-MATCH-CO PIC X(2).
               10  WS-NEW-GL-ACCOUNT PIC X(6).
               10  WS-NEW-TRANS-CODE PIC X(1).
               10  WS-NEW-NUM1     PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
               10  WS-NEW-NUM2     PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
               10  WS-NEW-CURRENCY PIC X(3).
               10  WS-NEW-EFF-DATE PIC X(8).

       01  WS-CAND-MAX         PIC 9(4)  VALUE 5000.
       01  WS-CAND-COUNT       PIC 9(4)  VALUE ZERO.
       01  WS-CAND-SUB         PIC 9(4)  VALUE ZERO.
       01  WS-MATCH-SUB        PIC 9(4)  VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 5000 TIMES.
               10  WS-CAND-SOURCE     PIC X(1).
               10  WS-CAND-KEY.
                   15  WS-CAND-COMPANY  PIC X(2).
                   15  WS-CAND-TRANS-ID PIC X(6).
               10  WS-CAND-MATCH.
                   15  WS-CAND-MATCH-CO   PIC X(2).
                   15  WS-CAND-GL-ACCOUNT PIC X(6).
                   15  WS-CAND-TRANS-CODE PIC X(1).
                   15  WS-CAND-NUM1       PIC S9(5)V99
                                          SIGN IS LEADING SEPARATE.
                   15  WS-CAND-NUM2       PIC S9(5)V99
                                          SIGN IS LEADING SEPARATE.
                   15  WS-CAND-CURRENCY   PIC X(3).
                   15  WS-CAND-EFF-DATE   PIC X(8).

       01  WS-MASTER-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-PENDING-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-HISTORY-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-NEW-HOLD-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-STILL-HELD-COUNT PIC 9(6)  VALUE ZERO.
       01  WS-RELEASED-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-CLEARED-COUNT    PIC 9(6)  VALUE ZERO.

       01  WS-DISPOSITION      PIC X(40).
       01  WS-SOURCE-NAME      PIC X(7).
       01  WS-PRINT-CURRENCY   PIC X(3).
       01  WS-NUM1-ED          PIC -(5)9.99.
       01  WS-NUM2-ED          PIC -(5)9.99.

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-MASTER
           PERFORM 120-LOAD-PENDING
           PERFORM 130-LOAD-HISTORY
           PERFORM 200-CHECK-MASTER
           PERFORM 250-CLEAR-STALE-HOLDS
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR OPENING DUPLICATE PARM FILE. STATUS: "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING FILE. STATUS: " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-OK
               DISPLAY "ERROR OPENING PENDING FILE. STATUS: "
                   WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "ERROR OPENING HISTORY FILE. STATUS: "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DUPHOLD-FILE
           IF NOT WS-DUPHOLD-OK
               DISPLAY "ERROR OPENING DUPLICATE HOLD FILE. STATUS: "
                   WS-DUPHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUPRPT-FILE
           IF NOT WS-DUPRPT-OK
               DISPLAY "ERROR OPENING DUPLICATE REPORT FILE. STATUS: "
                   WS-DUPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           PERFORM 108-READ-PARM
           MOVE SPACES TO DRP-RECORD
           STRING "DUPLICATE TRANSACTION EXCEPTION REPORT - "
                      DELIMITED BY SIZE
                  "BUSINESS DATE: "  DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  "  HISTORY FROM: " DELIMITED BY SIZE
                  WS-CUTOFF-DATE     DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD
           MOVE SPACES TO DRP-RECORD
           STRING "CO TRANS  GL-ACT C      NUM1      NUM2 "
                      DELIMITED BY SIZE
                  "CCY EFF-DATE MATCHED ITEM       DISPOSITION"
                      DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD.

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

       108-READ-PARM.
           READ PARM-FILE
               AT END
                   DISPLAY "ERROR: NO DUPLICATE LOOKBACK PARAMETER CARD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF DPM-LOOKBACK-DAYS NOT NUMERIC
               DISPLAY "ERROR: LOOKBACK PARAMETER NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARM-FILE
           MOVE DPM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           DISPLAY "HISTORY LOOKBACK FROM: " WS-CUTOFF-DATE.

       110-LOAD-MASTER.
           MOVE WS-HEADER-KEY TO IN-REC-KEY
           START NUMBERS-FILE KEY IS GREATER THAN IN-REC-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START
           IF NOT WS-FILE-EOF
               READ NUMBERS-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               ADD 1 TO WS-MASTER-COUNT
               MOVE "M" TO WS-NEW-SOURCE
               MOVE IN-COMPANY TO WS-NEW-COMPANY
               MOVE IN-TRANS-ID TO WS-NEW-TRANS-ID
               MOVE IN-COMPANY TO WS-NEW-MATCH-CO
               MOVE IN-GL-ACCOUNT TO WS-NEW-GL-ACCOUNT
               MOVE IN-TRANS-CODE TO WS-NEW-TRANS-CODE
               MOVE IN-NUM1 TO WS-NEW-NUM1
               MOVE IN-NUM2 TO WS-NEW-NUM2
               MOVE IN-CURRENCY TO WS-NEW-CURRENCY
               MOVE IN-EFF-DATE TO WS-NEW-EFF-DATE
               PERFORM 150-ADD-CANDIDATE
               READ NUMBERS-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           DISPLAY "MASTER DETAILS LOADED: " WS-MASTER-COUNT.

       120-LOAD-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PENDING-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-PENDING-EOF
               IF PEN-ACTION-ADD
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "P" TO WS-NEW-SOURCE
                   MOVE PEN-COMPANY TO WS-NEW-COMPANY
                   MOVE PEN-TRANS-ID TO WS-NEW-TRANS-ID
                   MOVE PEN-COMPANY TO WS-NEW-MATCH-CO
                   MOVE PEN-GL-ACCOUNT TO WS-NEW-GL-ACCOUNT
                   MOVE PEN-TRANS-CODE TO WS-NEW-TRANS-CODE
                   MOVE PEN-NUM1 TO WS-NEW-NUM1
                   MOVE PEN-NUM2 TO WS-NEW-NUM2
                   MOVE PEN-CURRENCY TO WS-NEW-CURRENCY
                   MOVE PEN-EFF-DATE TO WS-NEW-EFF-DATE
                   PERFORM 150-ADD-CANDIDATE
               END-IF
               READ PENDING-FILE
                   AT END
                       SET WS-PENDING-EOF TO TRUE
               END-READ
           END-PERFORM
           DISPLAY "PENDING ITEMS LOADED: " WS-PENDING-COUNT.

       130-LOAD-HISTORY.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-HIST-EOF
               IF HIST-EFF-DATE NUMERIC
                  AND HIST-EFF-DATE NOT < WS-CUTOFF-DATE
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE "H" TO WS-NEW-SOURCE
                   MOVE HIST-COMPANY TO WS-NEW-COMPANY
                   MOVE HIST-TRANS-ID TO WS-NEW-TRANS-ID
                   MOVE HIST-COMPANY TO WS-NEW-MATCH-CO
                   MOVE HIST-GL-ACCOUNT TO WS-NEW-GL-ACCOUNT
                   MOVE HIST-TRANS-CODE TO WS-NEW-TRANS-CODE
                   MOVE HIST-NUM1 TO WS-NEW-NUM1
                   MOVE HIST-NUM2 TO WS-NEW-NUM2
                   MOVE HIST-CURRENCY TO WS-NEW-CURRENCY
                   MOVE HIST-EFF-DATE TO WS-NEW-EFF-DATE
                   PERFORM 150-ADD-CANDIDATE
               END-IF
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM
           DISPLAY "RECENT HISTORY ITEMS LOADED: " WS-HISTORY-COUNT.

       150-ADD-CANDIDATE.
           IF WS-CAND-COUNT = WS-CAND-MAX
               DISPLAY "ERROR: DUPLICATE CHECK TABLE FULL AT "
                   WS-CAND-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NEW-CURRENCY = WS-BASE-CURRENCY
               MOVE SPACES TO WS-NEW-CURRENCY
           END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE WS-NEW-CAND TO WS-CAND-ENTRY (WS-CAND-COUNT).

       200-CHECK-MASTER.
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT
               IF WS-CAND-SOURCE (WS-CAND-SUB) = "M"
                   PERFORM 210-CHECK-ITEM
               END-IF
           END-PERFORM.

       210-CHECK-ITEM.
           MOVE WS-CAND-COMPANY (WS-CAND-SUB) TO DUP-COMPANY
           MOVE WS-CAND-TRANS-ID (WS-CAND-SUB) TO DUP-TRANS-ID
           MOVE "N" TO WS-ON-HOLD-SW
           READ DUPHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-HOLD TO TRUE
           END-READ
           IF WS-ON-HOLD AND DUP-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               PERFORM 215-FIND-MATCH
               IF WS-MATCH-SUB NOT > WS-CAND-COUNT
                   IF WS-ON-HOLD
                       ADD 1 TO WS-STILL-HELD-COUNT
                       MOVE "STILL HELD - AWAITING DECISION"
                           TO WS-DISPOSITION
                   ELSE
                       PERFORM 220-WRITE-HOLD
                   END-IF
                   PERFORM 230-PRINT-SUSPECT
               ELSE
                   IF WS-ON-HOLD
                       ADD 1 TO WS-STILL-HELD-COUNT
                       MOVE "STILL HELD - NO LONGER MATCHES"
                           TO WS-DISPOSITION
                       PERFORM 230-PRINT-SUSPECT
                   END-IF
               END-IF
           END-IF.

       215-FIND-MATCH.
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-CAND-COUNT
                  OR (WS-CAND-MATCH (WS-MATCH-SUB) =
                      WS-CAND-MATCH (WS-CAND-SUB)
                      AND WS-CAND-KEY (WS-MATCH-SUB) NOT =
                          WS-CAND-KEY (WS-CAND-SUB))
               CONTINUE
           END-PERFORM.

       220-WRITE-HOLD.
           MOVE SPACES TO DUP-RECORD
           MOVE WS-CAND-COMPANY (WS-CAND-SUB) TO DUP-COMPANY
           MOVE WS-CAND-TRANS-ID (WS-CAND-SUB) TO DUP-TRANS-ID
           MOVE "H" TO DUP-STATUS
           MOVE WS-RUN-DATE TO DUP-HOLD-DATE
           MOVE WS-CAND-SOURCE (WS-MATCH-SUB) TO DUP-MATCH-SOURCE
           MOVE WS-CAND-COMPANY (WS-MATCH-SUB) TO DUP-MATCH-COMPANY
           MOVE WS-CAND-TRANS-ID (WS-MATCH-SUB) TO DUP-MATCH-TRANS-ID
           MOVE ZERO TO DUP-DECIDE-DATE
           WRITE DUP-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING DUPLICATE HOLD. STATUS: "
                       WS-DUPHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
           END-WRITE
           ADD 1 TO WS-NEW-HOLD-COUNT
           MOVE "NEW SUSPECT - HELD FROM NIGHTLY PASS"
               TO WS-DISPOSITION.

       230-PRINT-SUSPECT.
           MOVE WS-CAND-NUM1 (WS-CAND-SUB) TO WS-NUM1-ED
           MOVE WS-CAND-NUM2 (WS-CAND-SUB) TO WS-NUM2-ED
           IF WS-CAND-CURRENCY (WS-CAND-SUB) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-PRINT-CURRENCY
           ELSE
               MOVE WS-CAND-CURRENCY (WS-CAND-SUB)
                   TO WS-PRINT-CURRENCY
           END-IF
           IF WS-MATCH-SUB NOT > WS-CAND-COUNT
               MOVE WS-CAND-SOURCE (WS-MATCH-SUB)
                   TO DUP-MATCH-SOURCE
               MOVE WS-CAND-COMPANY (WS-MATCH-SUB)
                   TO DUP-MATCH-COMPANY
               MOVE WS-CAND-TRANS-ID (WS-MATCH-SUB)
                   TO DUP-MATCH-TRANS-ID
           END-IF
           EVALUATE TRUE
               WHEN DUP-MATCH-MASTER
                   MOVE "MASTER"  TO WS-SOURCE-NAME
               WHEN DUP-MATCH-PENDING
                   MOVE "PENDING" TO WS-SOURCE-NAME
               WHEN DUP-MATCH-HISTORY
                   MOVE "HISTORY" TO WS-SOURCE-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-SOURCE-NAME
           END-EVALUATE
           MOVE SPACES TO DRP-RECORD
           STRING WS-CAND-COMPANY (WS-CAND-SUB)    DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-CAND-TRANS-ID (WS-CAND-SUB)   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-CAND-GL-ACCOUNT (WS-CAND-SUB) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-CAND-TRANS-CODE (WS-CAND-SUB) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-NUM1-ED                       DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-NUM2-ED                       DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-PRINT-CURRENCY                DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-CAND-EFF-DATE (WS-CAND-SUB)   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-SOURCE-NAME                   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  DUP-MATCH-COMPANY                DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  DUP-MATCH-TRANS-ID               DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WS-DISPOSITION                   DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD
           DISPLAY "SUSPECTED DUPLICATE: " WS-CAND-COMPANY (WS-CAND-SUB)
               " " WS-CAND-TRANS-ID (WS-CAND-SUB).

       250-CLEAR-STALE-HOLDS.
           MOVE LOW-VALUES TO DUP-KEY
           START DUPHOLD-FILE KEY IS NOT LESS THAN DUP-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           IF NOT WS-HOLD-EOF
               READ DUPHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
               PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
                      OR (WS-CAND-SOURCE (WS-CAND-SUB) = "M"
                          AND WS-CAND-KEY (WS-CAND-SUB) = DUP-KEY)
                   CONTINUE
               END-PERFORM
               IF WS-CAND-SUB > WS-CAND-COUNT
                   PERFORM 255-CLEAR-HOLD
               END-IF
               READ DUPHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM.

       255-CLEAR-HOLD.
           MOVE SPACES TO DRP-RECORD
           STRING DUP-COMPANY      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DUP-TRANS-ID     DELIMITED BY SIZE
                  "  NO LONGER ON MASTER - HOLD ENTRY CLEARED"
                                   DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           DELETE DUPHOLD-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING DUPLICATE HOLD. STATUS: "
                       WS-DUPHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CLEARED-COUNT
                   WRITE DRP-RECORD
           END-DELETE.

       300-CLOSE-FILES.
           CLOSE NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
           END-IF
           CLOSE PENDING-FILE
           IF NOT WS-PENDING-OK
               DISPLAY "ERROR CLOSING PENDING FILE. STATUS: "
                   WS-PENDING-STATUS
           END-IF
           CLOSE HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "ERROR CLOSING HISTORY FILE. STATUS: "
                   WS-HIST-STATUS
           END-IF
           CLOSE DUPHOLD-FILE
           IF NOT WS-DUPHOLD-OK
               DISPLAY "ERROR CLOSING DUPLICATE HOLD FILE. STATUS: "
                   WS-DUPHOLD-STATUS
           END-IF
           PERFORM 320-WRITE-TOTALS
           CLOSE DUPRPT-FILE
           IF NOT WS-DUPRPT-OK
               DISPLAY "ERROR CLOSING DUPLICATE REPORT FILE. STATUS: "
                   WS-DUPRPT-STATUS
           END-IF
           IF RETURN-CODE = ZERO
              AND (WS-NEW-HOLD-COUNT > ZERO
                   OR WS-STILL-HELD-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO DRP-RECORD
           STRING "MASTER DETAILS CHECKED:  " DELIMITED BY SIZE
                  WS-MASTER-COUNT            DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD

           MOVE SPACES TO DRP-RECORD
           STRING "PENDING ITEMS COMPARED:  " DELIMITED BY SIZE
                  WS-PENDING-COUNT           DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD

           MOVE SPACES TO DRP-RECORD
           STRING "HISTORY ITEMS COMPARED:  " DELIMITED BY SIZE
                  WS-HISTORY-COUNT           DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD

           MOVE SPACES TO DRP-RECORD
           STRING "NEW SUSPECTS HELD:       " DELIMITED BY SIZE
                  WS-NEW-HOLD-COUNT          DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD

           MOVE SPACES TO DRP-RECORD
           STRING "STILL HELD FROM BEFORE:  " DELIMITED BY SIZE
                  WS-STILL-HELD-COUNT        DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD

           MOVE SPACES TO DRP-RECORD
           STRING "RELEASED - NOT RECHECKED:" DELIMITED BY SIZE
                  WS-RELEASED-COUNT          DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD

           MOVE SPACES TO DRP-RECORD
           STRING "HOLD ENTRIES CLEARED:    " DELIMITED BY SIZE
                  WS-CLEARED-COUNT           DELIMITED BY SIZE
                  INTO DRP-RECORD
           END-STRING
           WRITE DRP-RECORD.
