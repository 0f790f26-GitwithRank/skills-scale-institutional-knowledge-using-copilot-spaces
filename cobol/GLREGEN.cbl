       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLREGEN.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: GLREGEN                                              *
      * PURPOSE: REBUILD ONE COMPANY'S GL INTERFACE FEED GENERATION   *
      *          FROM THE AUDIT HISTORY WHEN THE ORIGINAL IS LOST OR  *
      *          CORRUPTED.  EACH PARAMETER CARD GIVES THE COMPANY    *
      *          AND A RUN ID WHOSE ENTRIES WENT TO THAT GENERATION - *
      *          THE NIGHTLY ADDNUM RUN, PLUS ANY APPRELSE OR NUMUNDO *
      *          RUN THAT APPENDED TO IT.  EVERY AUDIT ENTRY FOR      *
      *          THOSE RUNS IS TURNED BACK INTO THE FEED RECORDS THE  *
      *          POSTING PROGRAM CUT: ADDNUM AND APPRELSE POSTINGS AT *
      *          THE NEW SUM CONVERTED TO BASE CURRENCY AT THE RATE   *
      *          THE RATE HISTORY RECORDS FOR THE RUN'S BUSINESS DATE *
      *          (THE CURRATES TABLE SUPPLIED IF IT HAS NONE),        *
      *          NUMUNDO REVERSALS AT THE SUM DELTA, WITH BOTH HALVES *
      *          OF AN INTERCOMPANY CHARGE.  THE CURRENCY AND         *
      *          COUNTERPARTY COME FROM THE NUMBERS MASTER (OR THE    *
      *          TRANSACTION HISTORY FOR A PURGED ITEM; AN            *
      *          INTERCOMPANY ITEM PURGED BEFORE THE HISTORY CARRIED  *
      *          ITS COUNTERPARTY CANNOT BE RESOLVED).  THE MONTH-END *
      *          FX REVALUATION POSTINGS OF FXREVAL ARE NOT ON THE    *
      *          AUDIT HISTORY AND ARE NOT REBUILT; FXREVAL WRITES    *
      *          THEM TO GENERATIONS OF THEIR OWN.  ONLY THE RECORDS  *
      *          FOR THE REQUESTED COMPANY'S FEED ARE WRITTEN, IN     *
      *          AUDIT KEY ORDER.  THE REGISTER LISTS EVERY RECORD,   *
      *          TOTALS BY GL ACCOUNT FOR GLRECON, AND EACH RUN'S     *
      *          ADDNUM ITEM COUNT, CONTROL TOTAL AND BASE TOTAL      *
      *          AGAINST ITS RUN-STATISTICS RECORD.  RETURN CODE 4    *
      *          WHEN AN ENTRY CANNOT BE RESOLVED OR A RUN DISAGREES  *
      *          WITH ITS STATISTICS - DO NOT RESEND UNTIL EXPLAINED  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "GRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT NUMBERS-FILE
               ASSIGN TO "NUMBERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL HIST-FILE
               ASSIGN TO "NUMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO "CURRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL FXRATE-FILE
               ASSIGN TO "FXRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT OPTIONAL STATS-FILE
               ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT GLFEED-FILE
               ASSIGN TO "GLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT REGEN-FILE
               ASSIGN TO "GRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGEN-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  GRG-COMPANY     PIC X(2).
               88  GRG-COMPANY-VALID   VALUE "01" "02" "03".
           05  FILLER          PIC X(1).
           05  GRG-RUN-ID      PIC X(16).

       FD  NUMBERS-FILE.
       COPY NUMREC.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  CUR-CODE        PIC X(3).
           05  FILLER          PIC X(1).
           05  CUR-RATE        PIC 9(3)V9(6).

       FD  FXRATE-FILE.
       COPY FXRREC.

       FD  STATS-FILE.
       COPY RUNSTAT.

       FD  GLFEED-FILE.
       01  GLF-RECORD          PIC X(41).

       FD  REGEN-FILE.
       01  GRG-RECORD          PIC X(100).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".

       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".

       01  WS-HIST-STATUS      PIC XX.
           88  WS-HIST-OK      VALUE "00" "05".

       01  WS-AUDIT-STATUS     PIC XX.
           88  WS-AUDIT-OK     VALUE "00".

       01  WS-RATE-STATUS      PIC XX.
           88  WS-RATE-OK      VALUE "00" "05".
           88  WS-RATE-NOFILE  VALUE "35".

       01  WS-FXRATE-STATUS    PIC XX.
           88  WS-FXRATE-OK    VALUE "00" "05".

       01  WS-STATS-STATUS     PIC XX.
           88  WS-STATS-OK     VALUE "00" "05".
           88  WS-STATS-NOFILE VALUE "35".

       01  WS-GLFEED-STATUS    PIC XX.
           88  WS-GLFEED-OK    VALUE "00".

       01  WS-REGEN-STATUS     PIC XX.
           88  WS-REGEN-OK     VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-PARM-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-PARM-EOF         VALUE "Y".

       01  WS-AUDIT-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-AUDIT-EOF        VALUE "Y".

       01  WS-RATE-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-RATE-EOF         VALUE "Y".

       01  WS-STATS-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-STATS-EOF        VALUE "Y".

       01  WS-BASE-CURRENCY    PIC X(3)  VALUE "USD".

       01  WS-RATE-MAX         PIC 9(2)  VALUE 50.
       01  WS-RATE-COUNT       PIC 9(2)  VALUE ZERO.
       01  WS-RATE-SUB         PIC 9(2)  VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-CURRENCY   PIC X(3).
               10  WS-RATE-VALUE      PIC 9(3)V9(6).

       01  WS-LOOKUP-CURRENCY  PIC X(3).
       01  WS-CURR-RATE        PIC 9(3)V9(6) VALUE 1.
       01  WS-RATE-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-RATE-FOUND       VALUE "Y".

       01  WS-REGEN-COMPANY    PIC X(2).

       01  WS-RUNT-MAX         PIC 9(2)  VALUE 20.
       01  WS-RUNT-COUNT       PIC 9(2)  VALUE ZERO.
       01  WS-RUNT-SUB         PIC 9(2)  VALUE ZERO.
       01  WS-RUNT-TABLE.
           05  WS-RUNT-ENTRY OCCURS 20 TIMES.
               10  WS-RUNT-ID         PIC X(16).
               10  WS-RUNT-ENTRIES    PIC 9(6).
               10  WS-RUNT-LINES      PIC 9(6).
               10  WS-RUNT-FEED-TOTAL PIC S9(12)V99.
               10  WS-RUNT-ADD-COUNT  PIC 9(6).
               10  WS-RUNT-CONTROL    PIC S9(12)V99.
               10  WS-RUNT-BASE       PIC S9(12)V99.
               10  WS-RUNT-STAT-SW    PIC X(1).
                   88  WS-RUNT-STAT-FOUND VALUE "Y".
               10  WS-RUNT-RS-PROCESSED PIC 9(6).
               10  WS-RUNT-RS-CONTROL PIC S9(12)V99.
               10  WS-RUNT-RS-BASE    PIC S9(12)V99.

       01  WS-ACCT-MAX         PIC 9(3)  VALUE 500.
       01  WS-ACCT-COUNT       PIC 9(3)  VALUE ZERO.
       01  WS-ACCT-SUB         PIC 9(3)  VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE       PIC X(6).
               10  WS-ACCT-ITEMS      PIC 9(6).
               10  WS-ACCT-TOTAL      PIC S9(12)V99.

       01  WS-ITEM-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-ITEM-FOUND       VALUE "Y".
       01  WS-ITEM-CODE        PIC X(1).
       01  WS-ITEM-CURRENCY    PIC X(3).
       01  WS-ITEM-PARTNER     PIC X(2).
           88  WS-ITEM-PARTNER-VALID   VALUE "01" "02" "03".
       01  WS-ITEM-SOURCE      PIC X(1).
           88  WS-ITEM-ON-MASTER   VALUE "M".
           88  WS-ITEM-ON-HISTORY  VALUE "H".

       01  WS-IC-SW            PIC X(1)  VALUE "N".
           88  WS-IC-ENTRY         VALUE "Y".

       COPY GLREC.
       01  WS-GL-COMPANY       PIC X(2).

       01  WS-SUM-DELTA        PIC S9(10)V99 VALUE ZERO.

       01  WS-SKIP-REASON      PIC X(30).

       01  WS-AUDIT-READ       PIC 9(8)  VALUE ZERO.
       01  WS-ENTRY-COUNT      PIC 9(6)  VALUE ZERO.
       01  WS-NO-GL-COUNT      PIC 9(6)  VALUE ZERO.
       01  WS-UNRESOLVED-COUNT PIC 9(6)  VALUE ZERO.
       01  WS-OTHER-FEED-COUNT PIC 9(6)  VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(6)  VALUE ZERO.
       01  WS-FEED-TOTAL       PIC S9(12)V99 VALUE ZERO.
       01  WS-FEED-DEBITS      PIC S9(12)V99 VALUE ZERO.
       01  WS-FEED-CREDITS     PIC S9(12)V99 VALUE ZERO.
       01  WS-STAT-DIFF-COUNT  PIC 9(3)  VALUE ZERO.

       01  WS-AMOUNT-ED        PIC -(10)9.99.
       01  WS-TOTAL-ED         PIC -(12)9.99.
       01  WS-TOTAL-ED2        PIC -(12)9.99.

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-RATES
           PERFORM 120-READ-PARMS
           PERFORM 130-LOAD-STATS
           PERFORM 200-SCAN-AUDIT
           PERFORM 280-PRINT-ACCOUNTS
           PERFORM 290-PRINT-RUN-TOTALS
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR OPENING PARM FILE. STATUS: "
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
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "ERROR OPENING HISTORY FILE. STATUS: "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FXRATE-FILE
           IF NOT WS-FXRATE-OK
               DISPLAY "ERROR OPENING RATE HISTORY FILE. STATUS: "
                   WS-FXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT FILE. STATUS: "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GLFEED-FILE
           IF NOT WS-GLFEED-OK
               DISPLAY "ERROR OPENING GL FEED FILE. STATUS: "
                   WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGEN-FILE
           IF NOT WS-REGEN-OK
               DISPLAY "ERROR OPENING REGENERATION REGISTER. STATUS: "
                   WS-REGEN-STATUS
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

       110-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-NOFILE
               DISPLAY "NO RATE FILE - FOREIGN CURRENCY ITEMS "
                   "WILL NOT RESOLVE"
           ELSE
               IF NOT WS-RATE-OK
                   DISPLAY "ERROR OPENING RATE FILE. STATUS: "
                       WS-RATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ RATE-FILE
                   AT END
                       SET WS-RATE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-RATE-EOF
                   IF WS-RATE-COUNT = WS-RATE-MAX
                       DISPLAY "ERROR: RATE TABLE FULL AT "
                           WS-RATE-MAX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RATE-COUNT
                   MOVE CUR-CODE
                       TO WS-RATE-CURRENCY (WS-RATE-COUNT)
                   MOVE CUR-RATE
                       TO WS-RATE-VALUE (WS-RATE-COUNT)
                   READ RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               DISPLAY "EXCHANGE RATES LOADED: " WS-RATE-COUNT
           END-IF.

       120-READ-PARMS.
           READ PARM-FILE
               AT END
                   DISPLAY "ERROR: NO REGENERATION PARAMETER CARD"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 300-CLOSE-FILES
                   STOP RUN
           END-READ
           IF NOT GRG-COMPANY-VALID
               DISPLAY "ERROR: INVALID REGENERATION COMPANY: "
                   GRG-COMPANY
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE GRG-COMPANY TO WS-REGEN-COMPANY
           PERFORM UNTIL WS-PARM-EOF
               PERFORM 125-ADD-RUN-ID
               READ PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
           END-PERFORM
           MOVE SPACES TO GRG-RECORD
           STRING "GL FEED REGENERATION REGISTER - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  COMPANY: " DELIMITED BY SIZE
                  WS-REGEN-COMPANY DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD
           PERFORM VARYING WS-RUNT-SUB FROM 1 BY 1
               UNTIL WS-RUNT-SUB > WS-RUNT-COUNT
               MOVE SPACES TO GRG-RECORD
               STRING "  RUN ID: "   DELIMITED BY SIZE
                      WS-RUNT-ID (WS-RUNT-SUB)
                                     DELIMITED BY SIZE
                      INTO GRG-RECORD
               END-STRING
               WRITE GRG-RECORD
           END-PERFORM
           MOVE SPACES TO GRG-RECORD
           WRITE GRG-RECORD.

       125-ADD-RUN-ID.
           IF GRG-COMPANY NOT = WS-REGEN-COMPANY
               DISPLAY "ERROR: ALL CARDS MUST NAME COMPANY "
                   WS-REGEN-COMPANY
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           IF GRG-RUN-ID = SPACES
               DISPLAY "ERROR: REGENERATION RUN ID IS BLANK"
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           IF WS-RUNT-COUNT = WS-RUNT-MAX
               DISPLAY "ERROR: RUN ID TABLE FULL AT " WS-RUNT-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RUNT-COUNT
           MOVE GRG-RUN-ID TO WS-RUNT-ID (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-ENTRIES (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-LINES (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-FEED-TOTAL (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-ADD-COUNT (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-CONTROL (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-BASE (WS-RUNT-COUNT)
           MOVE "N" TO WS-RUNT-STAT-SW (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-RS-PROCESSED (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-RS-CONTROL (WS-RUNT-COUNT)
           MOVE ZERO TO WS-RUNT-RS-BASE (WS-RUNT-COUNT).

       130-LOAD-STATS.
           OPEN INPUT STATS-FILE
           IF WS-STATS-NOFILE
               DISPLAY "NO RUN STATS FILE - CONTROL TOTALS NOT "
                   "COMPARED"
           ELSE
               IF NOT WS-STATS-OK
                   DISPLAY "ERROR OPENING RUN STATS FILE. STATUS: "
                       WS-STATS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ STATS-FILE
                   AT END
                       SET WS-STATS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-STATS-EOF
                   PERFORM VARYING WS-RUNT-SUB FROM 1 BY 1
                       UNTIL WS-RUNT-SUB > WS-RUNT-COUNT
                          OR WS-RUNT-ID (WS-RUNT-SUB) = RS-RUN-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-RUNT-SUB NOT > WS-RUNT-COUNT
                       SET WS-RUNT-STAT-FOUND (WS-RUNT-SUB) TO TRUE
                       MOVE RS-PROCESSED
                           TO WS-RUNT-RS-PROCESSED (WS-RUNT-SUB)
                       MOVE RS-CONTROL-TOTAL
                           TO WS-RUNT-RS-CONTROL (WS-RUNT-SUB)
                       MOVE RS-BASE-TOTAL
                           TO WS-RUNT-RS-BASE (WS-RUNT-SUB)
                   END-IF
                   READ STATS-FILE
                       AT END
                           SET WS-STATS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STATS-FILE
           END-IF.

       200-SCAN-AUDIT.
           MOVE LOW-VALUES TO AUD-KEY
           START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET WS-AUDIT-EOF TO TRUE
           END-START
           IF NOT WS-AUDIT-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               ADD 1 TO WS-AUDIT-READ
               PERFORM VARYING WS-RUNT-SUB FROM 1 BY 1
                   UNTIL WS-RUNT-SUB > WS-RUNT-COUNT
                      OR WS-RUNT-ID (WS-RUNT-SUB) = AUD-RUN-ID
                   CONTINUE
               END-PERFORM
               IF WS-RUNT-SUB NOT > WS-RUNT-COUNT
                   PERFORM 210-REGEN-ENTRY
               END-IF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
               END-READ
           END-PERFORM
           DISPLAY "AUDIT ENTRIES FOR RUNS: " WS-ENTRY-COUNT.

       210-REGEN-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-RUNT-ENTRIES (WS-RUNT-SUB)
           EVALUATE AUD-PROGRAM
               WHEN "ADDNUM"
               WHEN "APPRELSE"
                   PERFORM 220-REGEN-POSTING
               WHEN "NUMUNDO"
                   PERFORM 230-REGEN-REVERSAL
               WHEN OTHER
                   ADD 1 TO WS-NO-GL-COUNT
           END-EVALUATE.

       220-REGEN-POSTING.
           PERFORM 240-FIND-ITEM
           MOVE "N" TO WS-IC-SW
           IF AUD-OPER-CODE = "I"
               SET WS-IC-ENTRY TO TRUE
           END-IF
           MOVE WS-ITEM-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM 225-FIND-RATE
           EVALUATE TRUE
               WHEN NOT WS-ITEM-FOUND
                   MOVE "NOT ON MASTER OR HISTORY"
                       TO WS-SKIP-REASON
                   PERFORM 260-WRITE-UNRESOLVED
               WHEN WS-IC-ENTRY AND NOT WS-ITEM-PARTNER-VALID
                   MOVE "IC COUNTERPARTY NOT KNOWN"
                       TO WS-SKIP-REASON
                   PERFORM 260-WRITE-UNRESOLVED
               WHEN NOT WS-RATE-FOUND
                   MOVE "NO RATE FOR CURRENCY" TO WS-SKIP-REASON
                   PERFORM 260-WRITE-UNRESOLVED
               WHEN OTHER
                   MOVE SPACES TO GL-RECORD
                   MOVE AUD-GL-ACCOUNT TO GL-ACCOUNT
                   COMPUTE GL-AMOUNT ROUNDED =
                       AUD-NEW-SUM * WS-CURR-RATE
                   MOVE AUD-RUN-DATE TO GL-DATE
                   IF AUD-PROGRAM = "ADDNUM"
                       ADD 1 TO WS-RUNT-ADD-COUNT (WS-RUNT-SUB)
                       ADD AUD-NEW-SUM
                           TO WS-RUNT-CONTROL (WS-RUNT-SUB)
                       IF NOT WS-IC-ENTRY
                           ADD GL-AMOUNT
                               TO WS-RUNT-BASE (WS-RUNT-SUB)
                       END-IF
                   END-IF
                   PERFORM 245-WRITE-PAIR
           END-EVALUATE.

       225-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE 1 TO WS-CURR-RATE
           IF WS-LOOKUP-CURRENCY = SPACES
              OR WS-LOOKUP-CURRENCY = WS-BASE-CURRENCY
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE WS-LOOKUP-CURRENCY TO FXR-CURRENCY
               MOVE AUD-RUN-DATE TO FXR-DATE
               READ FXRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RATE-FOUND TO TRUE
                       MOVE FXR-RATE TO WS-CURR-RATE
               END-READ
           END-IF
           IF NOT WS-RATE-FOUND
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                      OR WS-RATE-CURRENCY (WS-RATE-SUB) =
                         WS-LOOKUP-CURRENCY
                   CONTINUE
               END-PERFORM
               IF WS-RATE-SUB NOT > WS-RATE-COUNT
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-VALUE (WS-RATE-SUB)
                       TO WS-CURR-RATE
               END-IF
           END-IF.

       230-REGEN-REVERSAL.
           COMPUTE WS-SUM-DELTA = AUD-NEW-SUM - AUD-OLD-SUM
           PERFORM 240-FIND-ITEM
           MOVE "N" TO WS-IC-SW
           IF WS-ITEM-CODE = "I"
               SET WS-IC-ENTRY TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-SUM-DELTA = ZERO
                   ADD 1 TO WS-NO-GL-COUNT
               WHEN NOT WS-ITEM-FOUND
                   ADD 1 TO WS-NO-GL-COUNT
               WHEN WS-IC-ENTRY AND NOT WS-ITEM-PARTNER-VALID
                   MOVE "IC COUNTERPARTY NOT KNOWN"
                       TO WS-SKIP-REASON
                   PERFORM 260-WRITE-UNRESOLVED
               WHEN OTHER
                   MOVE SPACES TO GL-RECORD
                   MOVE AUD-GL-ACCOUNT TO GL-ACCOUNT
                   MOVE WS-SUM-DELTA TO GL-AMOUNT
                   MOVE AUD-RUN-DATE TO GL-DATE
                   PERFORM 245-WRITE-PAIR
           END-EVALUATE.

       240-FIND-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE SPACES TO WS-ITEM-CODE
           MOVE SPACES TO WS-ITEM-CURRENCY
           MOVE SPACES TO WS-ITEM-PARTNER
           MOVE AUD-COMPANY TO IN-COMPANY
           MOVE AUD-TRANS-ID TO IN-TRANS-ID
           READ NUMBERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
                   SET WS-ITEM-ON-MASTER TO TRUE
                   MOVE IN-TRANS-CODE TO WS-ITEM-CODE
                   MOVE IN-CURRENCY TO WS-ITEM-CURRENCY
                   MOVE IN-IC-PARTNER TO WS-ITEM-PARTNER
           END-READ
           IF NOT WS-ITEM-FOUND
               MOVE AUD-COMPANY TO HIST-COMPANY
               MOVE AUD-TRANS-ID TO HIST-TRANS-ID
               READ HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
                       SET WS-ITEM-ON-HISTORY TO TRUE
                       MOVE HIST-TRANS-CODE TO WS-ITEM-CODE
                       MOVE HIST-CURRENCY TO WS-ITEM-CURRENCY
                       MOVE HIST-IC-PARTNER TO WS-ITEM-PARTNER
               END-READ
           END-IF.

       245-WRITE-PAIR.
           MOVE AUD-COMPANY TO WS-GL-COMPANY
           IF WS-IC-ENTRY
               MOVE AUD-COMPANY TO GL-IC-REF-COMPANY
               MOVE AUD-TRANS-ID TO GL-IC-REF-TRANS-ID
               MOVE "F" TO GL-IC-SIDE
               MOVE WS-ITEM-PARTNER TO GL-IC-PARTNER
           END-IF
           PERFORM 250-WRITE-FEED-LINE
           IF WS-IC-ENTRY
               COMPUTE GL-AMOUNT = ZERO - GL-AMOUNT
               MOVE "T" TO GL-IC-SIDE
               MOVE WS-ITEM-PARTNER TO WS-GL-COMPANY
               PERFORM 250-WRITE-FEED-LINE
           END-IF.

       250-WRITE-FEED-LINE.
           IF WS-GL-COMPANY NOT = WS-REGEN-COMPANY
               ADD 1 TO WS-OTHER-FEED-COUNT
           ELSE
               WRITE GLF-RECORD FROM GL-RECORD
               IF NOT WS-GLFEED-OK
                   DISPLAY "ERROR WRITING GL RECORD. STATUS: "
                       WS-GLFEED-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-RUNT-LINES (WS-RUNT-SUB)
               ADD GL-AMOUNT TO WS-FEED-TOTAL
               ADD GL-AMOUNT TO WS-RUNT-FEED-TOTAL (WS-RUNT-SUB)
               IF GL-AMOUNT < ZERO
                   SUBTRACT GL-AMOUNT FROM WS-FEED-CREDITS
               ELSE
                   ADD GL-AMOUNT TO WS-FEED-DEBITS
               END-IF
               PERFORM 255-POST-ACCOUNT
               MOVE GL-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO GRG-RECORD
               STRING "CO: "          DELIMITED BY SIZE
                      AUD-COMPANY     DELIMITED BY SIZE
                      "  TRANS: "     DELIMITED BY SIZE
                      AUD-TRANS-ID    DELIMITED BY SIZE
                      "  PGM: "       DELIMITED BY SIZE
                      AUD-PROGRAM     DELIMITED BY SIZE
                      "  SIDE: "      DELIMITED BY SIZE
                      GL-IC-SIDE      DELIMITED BY SIZE
                      "  ACCOUNT: "   DELIMITED BY SIZE
                      GL-ACCOUNT      DELIMITED BY SIZE
                      "  AMOUNT: "    DELIMITED BY SIZE
                      WS-AMOUNT-ED    DELIMITED BY SIZE
                      INTO GRG-RECORD
               END-STRING
               WRITE GRG-RECORD
           END-IF.

       255-POST-ACCOUNT.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                  OR WS-ACCT-CODE (WS-ACCT-SUB) = GL-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-ACCT-COUNT = WS-ACCT-MAX
                   DISPLAY "ERROR: ACCOUNT TABLE FULL AT " WS-ACCT-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE GL-ACCOUNT TO WS-ACCT-CODE (WS-ACCT-COUNT)
               MOVE ZERO TO WS-ACCT-ITEMS (WS-ACCT-COUNT)
               MOVE ZERO TO WS-ACCT-TOTAL (WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
           END-IF
           ADD 1 TO WS-ACCT-ITEMS (WS-ACCT-SUB)
           ADD GL-AMOUNT TO WS-ACCT-TOTAL (WS-ACCT-SUB).

       260-WRITE-UNRESOLVED.
           ADD 1 TO WS-UNRESOLVED-COUNT
           MOVE SPACES TO GRG-RECORD
           STRING "CO: "          DELIMITED BY SIZE
                  AUD-COMPANY     DELIMITED BY SIZE
                  "  TRANS: "     DELIMITED BY SIZE
                  AUD-TRANS-ID    DELIMITED BY SIZE
                  "  PGM: "       DELIMITED BY SIZE
                  AUD-PROGRAM     DELIMITED BY SIZE
                  "  NOT REGENERATED: " DELIMITED BY SIZE
                  WS-SKIP-REASON  DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD
           DISPLAY "ENTRY NOT REGENERATED: " WS-SKIP-REASON.

       280-PRINT-ACCOUNTS.
           MOVE SPACES TO GRG-RECORD
           WRITE GRG-RECORD
           MOVE "TOTALS BY GL ACCOUNT" TO GRG-RECORD
           WRITE GRG-RECORD
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE WS-ACCT-TOTAL (WS-ACCT-SUB) TO WS-TOTAL-ED
               MOVE SPACES TO GRG-RECORD
               STRING "ACCOUNT: "   DELIMITED BY SIZE
                      WS-ACCT-CODE (WS-ACCT-SUB)
                                    DELIMITED BY SIZE
                      "  ITEMS: "   DELIMITED BY SIZE
                      WS-ACCT-ITEMS (WS-ACCT-SUB)
                                    DELIMITED BY SIZE
                      "  TOTAL: "   DELIMITED BY SIZE
                      WS-TOTAL-ED   DELIMITED BY SIZE
                      INTO GRG-RECORD
               END-STRING
               WRITE GRG-RECORD
           END-PERFORM.

       290-PRINT-RUN-TOTALS.
           MOVE SPACES TO GRG-RECORD
           WRITE GRG-RECORD
           MOVE "TOTALS BY RUN ID" TO GRG-RECORD
           WRITE GRG-RECORD
           PERFORM VARYING WS-RUNT-SUB FROM 1 BY 1
               UNTIL WS-RUNT-SUB > WS-RUNT-COUNT
               PERFORM 295-PRINT-ONE-RUN
           END-PERFORM.

       295-PRINT-ONE-RUN.
           MOVE WS-RUNT-FEED-TOTAL (WS-RUNT-SUB) TO WS-TOTAL-ED
           MOVE SPACES TO GRG-RECORD
           STRING "RUN ID: "          DELIMITED BY SIZE
                  WS-RUNT-ID (WS-RUNT-SUB) DELIMITED BY SIZE
                  "  ENTRIES: "       DELIMITED BY SIZE
                  WS-RUNT-ENTRIES (WS-RUNT-SUB) DELIMITED BY SIZE
                  "  RECORDS: "       DELIMITED BY SIZE
                  WS-RUNT-LINES (WS-RUNT-SUB) DELIMITED BY SIZE
                  "  FEED: "          DELIMITED BY SIZE
                  WS-TOTAL-ED         DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD
           IF WS-RUNT-ENTRIES (WS-RUNT-SUB) = ZERO
               MOVE "  NO AUDIT HISTORY FOUND FOR RUN ID"
                   TO GRG-RECORD
               WRITE GRG-RECORD
           END-IF
           IF WS-RUNT-ADD-COUNT (WS-RUNT-SUB) > ZERO
               MOVE WS-RUNT-CONTROL (WS-RUNT-SUB) TO WS-TOTAL-ED
               MOVE WS-RUNT-BASE (WS-RUNT-SUB) TO WS-TOTAL-ED2
               MOVE SPACES TO GRG-RECORD
               STRING "  REGENERATED ITEMS: " DELIMITED BY SIZE
                      WS-RUNT-ADD-COUNT (WS-RUNT-SUB)
                                      DELIMITED BY SIZE
                      "  CONTROL: "   DELIMITED BY SIZE
                      WS-TOTAL-ED     DELIMITED BY SIZE
                      "  BASE: "      DELIMITED BY SIZE
                      WS-TOTAL-ED2    DELIMITED BY SIZE
                      INTO GRG-RECORD
               END-STRING
               WRITE GRG-RECORD
               IF WS-RUNT-STAT-FOUND (WS-RUNT-SUB)
                   PERFORM 296-COMPARE-STATS
               ELSE
                   MOVE "  RUNSTATS:          NO RECORD FOR THIS RUN ID"
                       TO GRG-RECORD
                   WRITE GRG-RECORD
               END-IF
           END-IF.

       296-COMPARE-STATS.
           MOVE WS-RUNT-RS-CONTROL (WS-RUNT-SUB) TO WS-TOTAL-ED
           MOVE WS-RUNT-RS-BASE (WS-RUNT-SUB) TO WS-TOTAL-ED2
           MOVE SPACES TO GRG-RECORD
           STRING "  RUNSTATS ITEMS:    " DELIMITED BY SIZE
                  WS-RUNT-RS-PROCESSED (WS-RUNT-SUB)
                                  DELIMITED BY SIZE
                  "  CONTROL: "   DELIMITED BY SIZE
                  WS-TOTAL-ED     DELIMITED BY SIZE
                  "  BASE: "      DELIMITED BY SIZE
                  WS-TOTAL-ED2    DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD
           IF WS-RUNT-RS-PROCESSED (WS-RUNT-SUB) =
              WS-RUNT-ADD-COUNT (WS-RUNT-SUB)
              AND WS-RUNT-RS-CONTROL (WS-RUNT-SUB) =
                  WS-RUNT-CONTROL (WS-RUNT-SUB)
              AND WS-RUNT-RS-BASE (WS-RUNT-SUB) =
                  WS-RUNT-BASE (WS-RUNT-SUB)
               MOVE "  AGREES WITH RUN STATISTICS" TO GRG-RECORD
           ELSE
               ADD 1 TO WS-STAT-DIFF-COUNT
               MOVE "  *** DISAGREES WITH RUN STATISTICS ***"
                   TO GRG-RECORD
           END-IF
           WRITE GRG-RECORD.

       300-CLOSE-FILES.
           PERFORM 320-WRITE-TOTALS
           CLOSE PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR CLOSING PARM FILE. STATUS: "
                   WS-PARM-STATUS
           END-IF
           CLOSE NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
           END-IF
           CLOSE HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "ERROR CLOSING HISTORY FILE. STATUS: "
                   WS-HIST-STATUS
           END-IF
           CLOSE FXRATE-FILE
           IF NOT WS-FXRATE-OK
               DISPLAY "ERROR CLOSING RATE HISTORY FILE. STATUS: "
                   WS-FXRATE-STATUS
           END-IF
           CLOSE AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR CLOSING AUDIT FILE. STATUS: "
                   WS-AUDIT-STATUS
           END-IF
           CLOSE GLFEED-FILE
           IF NOT WS-GLFEED-OK
               DISPLAY "ERROR CLOSING GL FEED FILE. STATUS: "
                   WS-GLFEED-STATUS
           END-IF
           CLOSE REGEN-FILE
           IF NOT WS-REGEN-OK
               DISPLAY "ERROR CLOSING REGENERATION REGISTER. STATUS: "
                   WS-REGEN-STATUS
           END-IF
           IF RETURN-CODE = ZERO
              AND (WS-UNRESOLVED-COUNT > ZERO
                   OR WS-STAT-DIFF-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO GRG-RECORD
           WRITE GRG-RECORD

           MOVE SPACES TO GRG-RECORD
           STRING "AUDIT ENTRIES READ:    " DELIMITED BY SIZE
                  WS-AUDIT-READ            DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE SPACES TO GRG-RECORD
           STRING "ENTRIES FOR RUNS:      " DELIMITED BY SIZE
                  WS-ENTRY-COUNT           DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE SPACES TO GRG-RECORD
           STRING "NO GL EFFECT:          " DELIMITED BY SIZE
                  WS-NO-GL-COUNT           DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE SPACES TO GRG-RECORD
           STRING "OTHER COMPANY FEEDS:   " DELIMITED BY SIZE
                  WS-OTHER-FEED-COUNT      DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE SPACES TO GRG-RECORD
           STRING "NOT REGENERATED:       " DELIMITED BY SIZE
                  WS-UNRESOLVED-COUNT      DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE SPACES TO GRG-RECORD
           STRING "FEED RECORDS WRITTEN:  " DELIMITED BY SIZE
                  WS-LINE-COUNT            DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE WS-FEED-DEBITS TO WS-TOTAL-ED
           MOVE SPACES TO GRG-RECORD
           STRING "FEED DEBITS:           " DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE WS-FEED-CREDITS TO WS-TOTAL-ED
           MOVE SPACES TO GRG-RECORD
           STRING "FEED CREDITS:          " DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE WS-FEED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO GRG-RECORD
           STRING "FEED NET TOTAL:        " DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD

           MOVE SPACES TO GRG-RECORD
           STRING "RUNS DISAGREEING:      " DELIMITED BY SIZE
                  WS-STAT-DIFF-COUNT       DELIMITED BY SIZE
                  INTO GRG-RECORD
           END-STRING
           WRITE GRG-RECORD.
