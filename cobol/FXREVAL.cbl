       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: FXREVAL                                              *
      * PURPOSE: MONTH-END FOREIGN-CURRENCY REVALUATION, RUN BEFORE   *
      *          THE PERIOD CLOSE.  A PARAMETER CARD GIVES THE MONTH  *
      *          (YYYYMM) AND THE FX GAIN/LOSS GL ACCOUNT.  EVERY     *
      *          FOREIGN-CURRENCY ITEM ON THE NUMBERS MASTER THAT WAS *
      *          POSTED BY THE MONTH END IS VALUED AT THE RATE IN     *
      *          FORCE ON THE DAY IT WAS FIRST POSTED (ITS ORIGINAL   *
      *          BASE VALUE) AND AT THE MONTH-END RATE, BOTH TAKEN    *
      *          FROM THE EXCHANGE-RATE HISTORY, AND ACCUMULATED BY   *
      *          COMPANY, GL ACCOUNT AND CURRENCY (AN INTERCOMPANY    *
      *          CHARGE ALSO COUNTS, NEGATED, IN THE COUNTERPARTY).   *
      *          THE DIFFERENCE IS THE UNREALIZED GAIN OR LOSS; THE   *
      *          CHANGE SINCE THE LAST REVALUATION (HELD ON THE       *
      *          POSITION FILE) IS POSTED TO THE COMPANY'S GL FEED    *
      *          AND BALANCE MASTER, DATED THE MONTH END, AGAINST THE *
      *          GL ACCOUNT WITH THE OFFSET TO THE FX GAIN/LOSS       *
      *          ACCOUNT.  A POSITION NO LONGER OPEN IS REVERSED TO   *
      *          ZERO.  A COMPANY WHOSE PERIOD IS ALREADY CLOSED, OR  *
      *          A POSITION WITH AN ITEM THAT HAS NO RATE, IS NOT     *
      *          POSTED (RETURN CODE 4).  THE REPORT LISTS EACH       *
      *          POSITION BY CURRENCY WITH ORIGINAL BASE VALUE,       *
      *          REVALUED AMOUNT AND DIFFERENCE                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "FXVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT NUMBERS-FILE
               ASSIGN TO "NUMBERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT FXRATE-FILE
               ASSIGN TO "FXRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT OPTIONAL POSITION-FILE
               ASSIGN TO "FXPOSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXP-KEY
               FILE STATUS IS WS-FXPOSN-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "CHART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-GL-ACCOUNT
               FILE STATUS IS WS-CHART-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL GL-FILE-1
               ASSIGN TO "GLFEED1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL1-STATUS.

           SELECT OPTIONAL GL-FILE-2
               ASSIGN TO "GLFEED2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL2-STATUS.

           SELECT OPTIONAL GL-FILE-3
               ASSIGN TO "GLFEED3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL3-STATUS.

           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT REVAL-FILE
               ASSIGN TO "FXVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.

           SELECT OPTIONAL LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  FXV-MONTH       PIC 9(6).
           05  FILLER          PIC X(1).
           05  FXV-FX-ACCOUNT  PIC X(6).

       FD  NUMBERS-FILE.
       COPY NUMREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  FXRATE-FILE.
       COPY FXRREC.

       FD  POSITION-FILE.
       COPY FXPREC.

       FD  CHART-FILE.
       COPY COAREC.

       FD  PERIOD-FILE.
       COPY PERREC.

       FD  GL-FILE-1.
       01  GL1-RECORD          PIC X(41).

       FD  GL-FILE-2.
       01  GL2-RECORD          PIC X(41).

       FD  GL-FILE-3.
       01  GL3-RECORD          PIC X(41).

       FD  BALANCE-FILE.
       COPY GLBREC.

       FD  REVAL-FILE.
       01  FXV-RECORD          PIC X(132).

       FD  LOCK-FILE.
       COPY LOKREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".

       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".
           88  WS-FILE-EOF     VALUE "10".

       01  WS-AUDIT-STATUS     PIC XX.
           88  WS-AUDIT-OK     VALUE "00".

       01  WS-FXRATE-STATUS    PIC XX.
           88  WS-FXRATE-OK    VALUE "00".

       01  WS-FXPOSN-STATUS    PIC XX.
           88  WS-FXPOSN-OK    VALUE "00" "05".

       01  WS-CHART-STATUS     PIC XX.
           88  WS-CHART-OK     VALUE "00".

       01  WS-PERIOD-STATUS    PIC XX.
           88  WS-PERIOD-OK    VALUE "00".

       01  WS-GL1-STATUS       PIC XX.
           88  WS-GL1-OK       VALUE "00" "05".

       01  WS-GL2-STATUS       PIC XX.
           88  WS-GL2-OK       VALUE "00" "05".

       01  WS-GL3-STATUS       PIC XX.
           88  WS-GL3-OK       VALUE "00" "05".

       01  WS-GLBAL-STATUS     PIC XX.
           88  WS-GLBAL-OK     VALUE "00" "05".

       01  WS-REVAL-STATUS     PIC XX.
           88  WS-REVAL-OK     VALUE "00".

       01  WS-LOCK-STATUS      PIC XX.
           88  WS-LOCK-OK          VALUE "00".
           88  WS-LOCK-NOFILE      VALUE "35".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-FXPOSN-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-FXPOSN-EOF       VALUE "Y".

       01  WS-HIST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-HIST-EOF         VALUE "Y".

       01  WS-FXR-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-FXR-EOF          VALUE "Y".

       01  WS-GLB-NEW-SW       PIC X(1)  VALUE "N".
           88  WS-GLB-NEW          VALUE "Y".

       01  WS-BASE-CURRENCY    PIC X(3)  VALUE "USD".

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".

       01  WS-MONTH-WORK       PIC 9(6).
       01  WS-MONTH-SPLIT REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-YEAR   PIC 9(4).
           05  WS-MONTH-MM     PIC 9(2).

       01  WS-NEXT-FIRST       PIC 9(8).
       01  WS-NEXT-FIRST-SPLIT REDEFINES WS-NEXT-FIRST.
           05  WS-NEXT-MONTH   PIC 9(6).
           05  WS-NEXT-DAY     PIC 9(2).

       01  WS-DATE-INTEGER     PIC 9(8)  VALUE ZERO.
       01  WS-MONTH-END        PIC 9(8).

       01  WS-CO-CODE          PIC X(2).
       01  WS-CO-NUM REDEFINES WS-CO-CODE
                               PIC 9(2).
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 3 TIMES.
               10  WS-CO-CLOSED-SW    PIC X(1).
                   88  WS-CO-CLOSED       VALUE "Y".

       01  WS-LOOKUP-CURRENCY  PIC X(3).
       01  WS-LOOKUP-DATE      PIC 9(8).
       01  WS-CURR-RATE        PIC 9(3)V9(6) VALUE ZERO.
       01  WS-RATE-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-RATE-FOUND       VALUE "Y".

       01  WS-MER-MAX          PIC 9(2)  VALUE 50.
       01  WS-MER-COUNT        PIC 9(2)  VALUE ZERO.
       01  WS-MER-SUB          PIC 9(2)  VALUE ZERO.
       01  WS-MER-TABLE.
           05  WS-MER-ENTRY OCCURS 50 TIMES.
               10  WS-MER-CURRENCY    PIC X(3).
               10  WS-MER-RATE        PIC 9(3)V9(6).
               10  WS-MER-FOUND-SW    PIC X(1).
                   88  WS-MER-FOUND       VALUE "Y".

       01  WS-POS-MAX          PIC 9(3)  VALUE 500.
       01  WS-POS-COUNT        PIC 9(3)  VALUE ZERO.
       01  WS-POS-SUB          PIC 9(3)  VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 500 TIMES.
               10  WS-POS-COMPANY     PIC X(2).
               10  WS-POS-ACCOUNT     PIC X(6).
               10  WS-POS-CURRENCY    PIC X(3).
               10  WS-POS-ITEMS       PIC 9(6).
               10  WS-POS-FOREIGN     PIC S9(12)V99.
               10  WS-POS-RATE        PIC 9(3)V9(6).
               10  WS-POS-ORIGINAL    PIC S9(12)V99.
               10  WS-POS-REVALUED    PIC S9(12)V99.
               10  WS-POS-DIFF        PIC S9(12)V99.
               10  WS-POS-PRIOR       PIC S9(12)V99.
               10  WS-POS-ADJUST      PIC S9(12)V99.
               10  WS-POS-ON-FILE-SW  PIC X(1).
                   88  WS-POS-ON-FILE     VALUE "Y".
               10  WS-POS-NORATE-SW   PIC X(1).
                   88  WS-POS-NORATE      VALUE "Y".
               10  WS-POS-RESULT      PIC X(14).

       01  WS-KEY-COMPANY      PIC X(2).
       01  WS-KEY-ACCOUNT      PIC X(6).
       01  WS-KEY-CURRENCY     PIC X(3).

       01  WS-CCY-MAX          PIC 9(2)  VALUE 50.
       01  WS-CCY-COUNT        PIC 9(2)  VALUE ZERO.
       01  WS-CCY-SUB          PIC 9(2)  VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-CODE        PIC X(3).

       01  WS-BOOK-DATE        PIC 9(8).
       01  WS-BOOK-RATE        PIC 9(3)V9(6).
       01  WS-ITEM-FOREIGN     PIC S9(12)V99.
       01  WS-ITEM-ORIGINAL    PIC S9(12)V99.
       01  WS-ITEM-NORATE-SW   PIC X(1)  VALUE "N".
           88  WS-ITEM-NORATE      VALUE "Y".
       01  WS-EXCEPTION-TEXT   PIC X(40).

       COPY GLREC.
       01  WS-GL-COMPANY       PIC X(2).

       01  WS-GLB-DATE-WORK    PIC 9(8).
       01  WS-GLB-DATE-SPLIT REDEFINES WS-GLB-DATE-WORK.
           05  WS-GLB-MONTH    PIC 9(6).
           05  WS-GLB-DAY      PIC 9(2).

       01  WS-FOREIGN-READ     PIC 9(6)  VALUE ZERO.
       01  WS-VALUED-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-UNPOSTED-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-LATER-COUNT      PIC 9(6)  VALUE ZERO.
       01  WS-NORATE-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-POSTED-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-NOCHANGE-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-SKIPPED-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-GL-LINES         PIC 9(6)  VALUE ZERO.

       01  WS-SUB-FOREIGN      PIC S9(12)V99 VALUE ZERO.
       01  WS-SUB-ORIGINAL     PIC S9(12)V99 VALUE ZERO.
       01  WS-SUB-REVALUED     PIC S9(12)V99 VALUE ZERO.
       01  WS-SUB-DIFF         PIC S9(12)V99 VALUE ZERO.
       01  WS-SUB-ADJUST       PIC S9(12)V99 VALUE ZERO.

       01  WS-TOT-ORIGINAL     PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-REVALUED     PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-DIFF         PIC S9(12)V99 VALUE ZERO.
       01  WS-TOT-ADJUST       PIC S9(12)V99 VALUE ZERO.

       01  WS-FOREIGN-ED       PIC -(12)9.99.
       01  WS-ORIGINAL-ED      PIC -(12)9.99.
       01  WS-REVALUED-ED      PIC -(12)9.99.
       01  WS-DIFF-ED          PIC -(12)9.99.
       01  WS-ADJUST-ED        PIC -(12)9.99.
       01  WS-RATE-ED          PIC ZZ9.999999.

       01  WS-LOCK-DATE        PIC 9(8).
       01  WS-LOCK-TIME        PIC 9(8).

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 120-READ-PARM
           PERFORM 130-LOAD-POSITIONS
           PERFORM 140-CHECK-PERIODS
           PERFORM 200-SCAN-MASTER
           PERFORM 250-POST-POSITIONS
           PERFORM 280-PRINT-REPORT
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
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT FILE. STATUS: "
                   WS-AUDIT-STATUS
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
           OPEN I-O POSITION-FILE
           IF NOT WS-FXPOSN-OK
               DISPLAY "ERROR OPENING FX POSITION FILE. STATUS: "
                   WS-FXPOSN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR OPENING CHART FILE. STATUS: "
                   WS-CHART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERIOD-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "ERROR OPENING PERIOD FILE. STATUS: "
                   WS-PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-FILE-1
           IF NOT WS-GL1-OK
               DISPLAY "ERROR OPENING GL FILE 1. STATUS: "
                   WS-GL1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-FILE-2
           IF NOT WS-GL2-OK
               DISPLAY "ERROR OPENING GL FILE 2. STATUS: "
                   WS-GL2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-FILE-3
           IF NOT WS-GL3-OK
               DISPLAY "ERROR OPENING GL FILE 3. STATUS: "
                   WS-GL3-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR OPENING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVAL-FILE
           IF NOT WS-REVAL-OK
               DISPLAY "ERROR OPENING REVALUATION REPORT. STATUS: "
                   WS-REVAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           PERFORM 104-ACQUIRE-LOCK.

       104-ACQUIRE-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-OK
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOK-HELD
                           DISPLAY "*** RUN ABORTED - NUMBERS "
                               "MASTER LOCKED BY " LOK-PROGRAM
                               " SINCE " LOK-DATE " " LOK-TIME
                               " ***"
                           DISPLAY "CLEAR A STALE LOCK WITH THE "
                               "LOCK UTILITY AFTER AN ABEND"
                           CLOSE LOCK-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           ELSE
               IF NOT WS-LOCK-NOFILE
                   DISPLAY "ERROR OPENING RUN LOCK FILE. STATUS: "
                       WS-LOCK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           OPEN OUTPUT LOCK-FILE
           IF NOT WS-LOCK-OK
               DISPLAY "ERROR OPENING RUN LOCK FILE. STATUS: "
                   WS-LOCK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LOK-RECORD
           MOVE "L" TO LOK-STATUS
           MOVE "FXREVAL" TO LOK-PROGRAM
           MOVE WS-LOCK-DATE TO LOK-DATE
           MOVE WS-LOCK-TIME TO LOK-TIME
           WRITE LOK-RECORD
           IF NOT WS-LOCK-OK
               DISPLAY "ERROR WRITING RUN LOCK. STATUS: "
                   WS-LOCK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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

       120-READ-PARM.
           READ PARM-FILE
               AT END
                   DISPLAY "ERROR: NO REVALUATION PARAMETER CARD"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 300-CLOSE-FILES
                   STOP RUN
           END-READ
           IF FXV-MONTH NOT NUMERIC
               DISPLAY "ERROR: REVALUATION MONTH NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE FXV-MONTH TO WS-MONTH-WORK
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "ERROR: INVALID REVALUATION MONTH: " FXV-MONTH
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YEAR
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-NEXT-MONTH
           MOVE 1 TO WS-NEXT-DAY
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           IF WS-MONTH-END > WS-RUN-DATE
               DISPLAY "ERROR: MONTH " FXV-MONTH
                   " DOES NOT END UNTIL " WS-MONTH-END
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE FXV-FX-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-FILE
               INVALID KEY
                   DISPLAY "ERROR: FX GAIN/LOSS ACCOUNT NOT ON "
                       "CHART: " FXV-FX-ACCOUNT
                   MOVE 16 TO RETURN-CODE
                   PERFORM 300-CLOSE-FILES
                   STOP RUN
           END-READ
           IF COA-INACTIVE
               DISPLAY "ERROR: FX GAIN/LOSS ACCOUNT INACTIVE: "
                   FXV-FX-ACCOUNT
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE SPACES TO FXV-RECORD
           STRING "FOREIGN-CURRENCY REVALUATION - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE    DELIMITED BY SIZE
                  "  MONTH: "    DELIMITED BY SIZE
                  FXV-MONTH      DELIMITED BY SIZE
                  "  MONTH END: " DELIMITED BY SIZE
                  WS-MONTH-END   DELIMITED BY SIZE
                  "  FX GAIN/LOSS ACCOUNT: " DELIMITED BY SIZE
                  FXV-FX-ACCOUNT DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD.

       130-LOAD-POSITIONS.
           MOVE LOW-VALUES TO FXP-KEY
           START POSITION-FILE KEY IS NOT LESS THAN FXP-KEY
               INVALID KEY
                   SET WS-FXPOSN-EOF TO TRUE
           END-START
           IF NOT WS-FXPOSN-EOF
               READ POSITION-FILE NEXT RECORD
                   AT END
                       SET WS-FXPOSN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FXPOSN-EOF
               IF FXP-MONTH > FXV-MONTH
                   DISPLAY "ERROR: MONTH " FXP-MONTH
                       " ALREADY REVALUED FOR " FXP-KEY
                   MOVE 16 TO RETURN-CODE
                   PERFORM 300-CLOSE-FILES
                   STOP RUN
               END-IF
               MOVE FXP-COMPANY TO WS-KEY-COMPANY
               MOVE FXP-GL-ACCOUNT TO WS-KEY-ACCOUNT
               MOVE FXP-CURRENCY TO WS-KEY-CURRENCY
               PERFORM 135-FIND-POSITION
               SET WS-POS-ON-FILE (WS-POS-SUB) TO TRUE
               MOVE FXP-UNREALIZED TO WS-POS-PRIOR (WS-POS-SUB)
               MOVE FXP-RATE TO WS-POS-RATE (WS-POS-SUB)
               READ POSITION-FILE NEXT RECORD
                   AT END
                       SET WS-FXPOSN-EOF TO TRUE
               END-READ
           END-PERFORM.

       135-FIND-POSITION.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
                  OR (WS-POS-COMPANY (WS-POS-SUB) = WS-KEY-COMPANY
                  AND WS-POS-ACCOUNT (WS-POS-SUB) = WS-KEY-ACCOUNT
                  AND WS-POS-CURRENCY (WS-POS-SUB) = WS-KEY-CURRENCY)
               CONTINUE
           END-PERFORM
           IF WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-COUNT = WS-POS-MAX
                   DISPLAY "ERROR: FX POSITION TABLE FULL AT "
                       WS-POS-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-POS-SUB
               MOVE WS-KEY-COMPANY TO WS-POS-COMPANY (WS-POS-SUB)
               MOVE WS-KEY-ACCOUNT TO WS-POS-ACCOUNT (WS-POS-SUB)
               MOVE WS-KEY-CURRENCY TO WS-POS-CURRENCY (WS-POS-SUB)
               MOVE ZERO TO WS-POS-ITEMS (WS-POS-SUB)
               MOVE ZERO TO WS-POS-FOREIGN (WS-POS-SUB)
               MOVE ZERO TO WS-POS-RATE (WS-POS-SUB)
               MOVE ZERO TO WS-POS-ORIGINAL (WS-POS-SUB)
               MOVE ZERO TO WS-POS-REVALUED (WS-POS-SUB)
               MOVE ZERO TO WS-POS-DIFF (WS-POS-SUB)
               MOVE ZERO TO WS-POS-PRIOR (WS-POS-SUB)
               MOVE ZERO TO WS-POS-ADJUST (WS-POS-SUB)
               MOVE "N" TO WS-POS-ON-FILE-SW (WS-POS-SUB)
               MOVE "N" TO WS-POS-NORATE-SW (WS-POS-SUB)
               MOVE SPACES TO WS-POS-RESULT (WS-POS-SUB)
           END-IF.

       140-CHECK-PERIODS.
           MOVE "01" TO WS-CO-CODE
           PERFORM 145-CHECK-PERIOD
           MOVE "02" TO WS-CO-CODE
           PERFORM 145-CHECK-PERIOD
           MOVE "03" TO WS-CO-CODE
           PERFORM 145-CHECK-PERIOD.

       145-CHECK-PERIOD.
           MOVE "N" TO WS-CO-CLOSED-SW (WS-CO-NUM)
           MOVE WS-CO-CODE TO PER-COMPANY
           MOVE FXV-MONTH TO PER-MONTH
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-CLOSED
                       SET WS-CO-CLOSED (WS-CO-NUM) TO TRUE
                       MOVE SPACES TO FXV-RECORD
                       STRING "*** CO: "     DELIMITED BY SIZE
                              WS-CO-CODE     DELIMITED BY SIZE
                              "  PERIOD "    DELIMITED BY SIZE
                              FXV-MONTH      DELIMITED BY SIZE
                              " ALREADY CLOSED - NOT POSTED ***"
                                             DELIMITED BY SIZE
                              INTO FXV-RECORD
                       END-STRING
                       WRITE FXV-RECORD
                   END-IF
           END-READ.

       200-SCAN-MASTER.
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
               IF IN-COMPANY-VALID
                  AND IN-CURRENCY NOT = SPACES
                  AND IN-CURRENCY NOT = WS-BASE-CURRENCY
                  AND IN-SUM NUMERIC
                   PERFORM 210-VALUE-ITEM THRU 210-EXIT
               END-IF
               READ NUMBERS-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM.

       210-VALUE-ITEM.
           ADD 1 TO WS-FOREIGN-READ
           PERFORM 215-FIND-BOOKING
           IF WS-BOOK-DATE = ZERO
               ADD 1 TO WS-UNPOSTED-COUNT
               GO TO 210-EXIT
           END-IF
           IF WS-BOOK-DATE > WS-MONTH-END
               ADD 1 TO WS-LATER-COUNT
               GO TO 210-EXIT
           END-IF
           MOVE "N" TO WS-ITEM-NORATE-SW
           MOVE ZERO TO WS-ITEM-FOREIGN
           MOVE ZERO TO WS-ITEM-ORIGINAL
           MOVE IN-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM 225-FIND-MONTH-END-RATE
           IF NOT WS-MER-FOUND (WS-MER-SUB)
               SET WS-ITEM-NORATE TO TRUE
               MOVE "NO MONTH-END RATE FOR CURRENCY"
                   TO WS-EXCEPTION-TEXT
               PERFORM 240-WRITE-EXCEPTION
           ELSE
               MOVE WS-BOOK-DATE TO WS-LOOKUP-DATE
               PERFORM 220-FIND-RATE
               IF NOT WS-RATE-FOUND
                   SET WS-ITEM-NORATE TO TRUE
                   MOVE "NO RATE ON OR BEFORE POSTING DATE"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 240-WRITE-EXCEPTION
               ELSE
                   MOVE WS-CURR-RATE TO WS-BOOK-RATE
                   MOVE IN-SUM TO WS-ITEM-FOREIGN
                   COMPUTE WS-ITEM-ORIGINAL ROUNDED =
                       IN-SUM * WS-BOOK-RATE
                   ADD 1 TO WS-VALUED-COUNT
               END-IF
           END-IF
           MOVE IN-COMPANY TO WS-KEY-COMPANY
           MOVE IN-GL-ACCOUNT TO WS-KEY-ACCOUNT
           MOVE IN-CURRENCY TO WS-KEY-CURRENCY
           PERFORM 230-ACCUMULATE
           IF IN-TRANS-INTERCO AND IN-IC-PARTNER-VALID
               COMPUTE WS-ITEM-FOREIGN = ZERO - WS-ITEM-FOREIGN
               COMPUTE WS-ITEM-ORIGINAL = ZERO - WS-ITEM-ORIGINAL
               MOVE IN-IC-PARTNER TO WS-KEY-COMPANY
               PERFORM 230-ACCUMULATE
           END-IF.

       210-EXIT.
           EXIT.

       215-FIND-BOOKING.
           MOVE ZERO TO WS-BOOK-DATE
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE IN-COMPANY TO AUD-COMPANY
           MOVE IN-TRANS-ID TO AUD-TRANS-ID
           MOVE ZERO TO AUD-RUN-DATE
           MOVE ZERO TO AUD-RUN-TIME
           MOVE ZERO TO AUD-SEQ
           START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           IF NOT WS-HIST-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               IF AUD-COMPANY NOT = IN-COMPANY
                  OR AUD-TRANS-ID NOT = IN-TRANS-ID
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF AUD-PROGRAM = "ADDNUM"
                      OR AUD-PROGRAM = "APPRELSE"
                       MOVE AUD-RUN-DATE TO WS-BOOK-DATE
                       SET WS-HIST-EOF TO TRUE
                   ELSE
                       READ AUDIT-FILE NEXT RECORD
                           AT END
                               SET WS-HIST-EOF TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       220-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE ZERO TO WS-CURR-RATE
           MOVE WS-LOOKUP-CURRENCY TO FXR-CURRENCY
           MOVE WS-LOOKUP-DATE TO FXR-DATE
           READ FXRATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE FXR-RATE TO WS-CURR-RATE
           END-READ
           IF NOT WS-RATE-FOUND
               PERFORM 222-SCAN-RATES
           END-IF.

       222-SCAN-RATES.
           MOVE "N" TO WS-FXR-EOF-SW
           MOVE WS-LOOKUP-CURRENCY TO FXR-CURRENCY
           MOVE ZERO TO FXR-DATE
           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   SET WS-FXR-EOF TO TRUE
           END-START
           IF NOT WS-FXR-EOF
               READ FXRATE-FILE NEXT RECORD
                   AT END
                       SET WS-FXR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FXR-EOF
               IF FXR-CURRENCY NOT = WS-LOOKUP-CURRENCY
                  OR FXR-DATE > WS-LOOKUP-DATE
                   SET WS-FXR-EOF TO TRUE
               ELSE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE FXR-RATE TO WS-CURR-RATE
                   READ FXRATE-FILE NEXT RECORD
                       AT END
                           SET WS-FXR-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       225-FIND-MONTH-END-RATE.
           PERFORM VARYING WS-MER-SUB FROM 1 BY 1
               UNTIL WS-MER-SUB > WS-MER-COUNT
                  OR WS-MER-CURRENCY (WS-MER-SUB) = WS-LOOKUP-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-MER-SUB > WS-MER-COUNT
               IF WS-MER-COUNT = WS-MER-MAX
                   DISPLAY "ERROR: MONTH-END RATE TABLE FULL AT "
                       WS-MER-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MONTH-END TO WS-LOOKUP-DATE
               PERFORM 220-FIND-RATE
               ADD 1 TO WS-MER-COUNT
               MOVE WS-MER-COUNT TO WS-MER-SUB
               MOVE WS-LOOKUP-CURRENCY TO WS-MER-CURRENCY (WS-MER-SUB)
               MOVE WS-CURR-RATE TO WS-MER-RATE (WS-MER-SUB)
               MOVE WS-RATE-FOUND-SW TO WS-MER-FOUND-SW (WS-MER-SUB)
           END-IF.

       230-ACCUMULATE.
           PERFORM 135-FIND-POSITION
           ADD 1 TO WS-POS-ITEMS (WS-POS-SUB)
           ADD WS-ITEM-FOREIGN TO WS-POS-FOREIGN (WS-POS-SUB)
           ADD WS-ITEM-ORIGINAL TO WS-POS-ORIGINAL (WS-POS-SUB)
           IF WS-ITEM-NORATE
               SET WS-POS-NORATE (WS-POS-SUB) TO TRUE
           END-IF.

       240-WRITE-EXCEPTION.
           ADD 1 TO WS-NORATE-COUNT
           MOVE SPACES TO FXV-RECORD
           STRING "EXCEPTION  CO: "  DELIMITED BY SIZE
                  IN-COMPANY         DELIMITED BY SIZE
                  "  TRANS: "        DELIMITED BY SIZE
                  IN-TRANS-ID        DELIMITED BY SIZE
                  "  CCY: "          DELIMITED BY SIZE
                  IN-CURRENCY        DELIMITED BY SIZE
                  "  POSTED: "       DELIMITED BY SIZE
                  WS-BOOK-DATE       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT  DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD.

       250-POST-POSITIONS.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
               PERFORM 255-POST-ONE THRU 255-EXIT
           END-PERFORM.

       255-POST-ONE.
           MOVE WS-POS-CURRENCY (WS-POS-SUB) TO WS-LOOKUP-CURRENCY
           PERFORM 225-FIND-MONTH-END-RATE
           IF WS-MER-FOUND (WS-MER-SUB)
               MOVE WS-MER-RATE (WS-MER-SUB)
                   TO WS-POS-RATE (WS-POS-SUB)
           END-IF
           COMPUTE WS-POS-REVALUED (WS-POS-SUB) ROUNDED =
               WS-POS-FOREIGN (WS-POS-SUB) * WS-POS-RATE (WS-POS-SUB)
           COMPUTE WS-POS-DIFF (WS-POS-SUB) =
               WS-POS-REVALUED (WS-POS-SUB)
             - WS-POS-ORIGINAL (WS-POS-SUB)
           COMPUTE WS-POS-ADJUST (WS-POS-SUB) =
               WS-POS-DIFF (WS-POS-SUB) - WS-POS-PRIOR (WS-POS-SUB)
           MOVE WS-POS-COMPANY (WS-POS-SUB) TO WS-CO-CODE
           IF WS-CO-CLOSED (WS-CO-NUM)
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE ZERO TO WS-POS-ADJUST (WS-POS-SUB)
               MOVE "PERIOD CLOSED" TO WS-POS-RESULT (WS-POS-SUB)
               GO TO 255-EXIT
           END-IF
           IF WS-POS-NORATE (WS-POS-SUB)
              OR NOT WS-MER-FOUND (WS-MER-SUB)
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE ZERO TO WS-POS-ADJUST (WS-POS-SUB)
               MOVE "RATE MISSING" TO WS-POS-RESULT (WS-POS-SUB)
               GO TO 255-EXIT
           END-IF
           IF WS-POS-ADJUST (WS-POS-SUB) = ZERO
               ADD 1 TO WS-NOCHANGE-COUNT
               MOVE "NO CHANGE" TO WS-POS-RESULT (WS-POS-SUB)
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               MOVE "POSTED" TO WS-POS-RESULT (WS-POS-SUB)
               PERFORM 260-WRITE-GL-PAIR
           END-IF
           PERFORM 265-UPDATE-POSITION.

       255-EXIT.
           EXIT.

       260-WRITE-GL-PAIR.
           MOVE WS-POS-COMPANY (WS-POS-SUB) TO WS-GL-COMPANY
           MOVE SPACES TO GL-RECORD
           MOVE WS-POS-ACCOUNT (WS-POS-SUB) TO GL-ACCOUNT
           MOVE WS-POS-ADJUST (WS-POS-SUB) TO GL-AMOUNT
           MOVE WS-MONTH-END TO GL-DATE
           PERFORM 261-WRITE-GL-FEED
           MOVE FXV-FX-ACCOUNT TO GL-ACCOUNT
           COMPUTE GL-AMOUNT = ZERO - WS-POS-ADJUST (WS-POS-SUB)
           PERFORM 261-WRITE-GL-FEED.

       261-WRITE-GL-FEED.
           EVALUATE WS-GL-COMPANY
               WHEN "01"
                   WRITE GL1-RECORD FROM GL-RECORD
                   IF NOT WS-GL1-OK
                       DISPLAY "ERROR WRITING GL RECORD. STATUS: "
                           WS-GL1-STATUS
                   END-IF
               WHEN "02"
                   WRITE GL2-RECORD FROM GL-RECORD
                   IF NOT WS-GL2-OK
                       DISPLAY "ERROR WRITING GL RECORD. STATUS: "
                           WS-GL2-STATUS
                   END-IF
               WHEN "03"
                   WRITE GL3-RECORD FROM GL-RECORD
                   IF NOT WS-GL3-OK
                       DISPLAY "ERROR WRITING GL RECORD. STATUS: "
                           WS-GL3-STATUS
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-GL-LINES
           PERFORM 262-POST-BALANCE.

       262-POST-BALANCE.
           MOVE GL-DATE TO WS-GLB-DATE-WORK
           MOVE WS-GL-COMPANY TO GLB-COMPANY
           MOVE GL-ACCOUNT TO GLB-GL-ACCOUNT
           MOVE WS-GLB-MONTH TO GLB-MONTH
           MOVE "N" TO WS-GLB-NEW-SW
           READ BALANCE-FILE
               INVALID KEY
                   SET WS-GLB-NEW TO TRUE
                   MOVE SPACES TO GLB-RECORD
                   MOVE WS-GL-COMPANY TO GLB-COMPANY
                   MOVE GL-ACCOUNT TO GLB-GL-ACCOUNT
                   MOVE WS-GLB-MONTH TO GLB-MONTH
                   MOVE ZERO TO GLB-OPENING
                   MOVE ZERO TO GLB-DEBITS
                   MOVE ZERO TO GLB-CREDITS
           END-READ
           IF GL-AMOUNT < ZERO
               SUBTRACT GL-AMOUNT FROM GLB-CREDITS
           ELSE
               ADD GL-AMOUNT TO GLB-DEBITS
           END-IF
           COMPUTE GLB-CLOSING =
               GLB-OPENING + GLB-DEBITS - GLB-CREDITS
           MOVE WS-RUN-DATE TO GLB-LAST-DATE
           IF WS-GLB-NEW
               WRITE GLB-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING GL BALANCE RECORD. "
                           "STATUS: " WS-GLBAL-STATUS
               END-WRITE
           ELSE
               REWRITE GLB-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING GL BALANCE RECORD. "
                           "STATUS: " WS-GLBAL-STATUS
               END-REWRITE
           END-IF.

       265-UPDATE-POSITION.
           MOVE SPACES TO FXP-RECORD
           MOVE WS-POS-COMPANY (WS-POS-SUB) TO FXP-COMPANY
           MOVE WS-POS-ACCOUNT (WS-POS-SUB) TO FXP-GL-ACCOUNT
           MOVE WS-POS-CURRENCY (WS-POS-SUB) TO FXP-CURRENCY
           MOVE FXV-MONTH TO FXP-MONTH
           MOVE WS-POS-FOREIGN (WS-POS-SUB) TO FXP-FOREIGN-BAL
           MOVE WS-POS-RATE (WS-POS-SUB) TO FXP-RATE
           MOVE WS-POS-DIFF (WS-POS-SUB) TO FXP-UNREALIZED
           MOVE WS-RUN-DATE TO FXP-POST-DATE
           IF WS-POS-ON-FILE (WS-POS-SUB)
               REWRITE FXP-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING FX POSITION. STATUS: "
                           WS-FXPOSN-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE FXP-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING FX POSITION. STATUS: "
                           WS-FXPOSN-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

       280-PRINT-REPORT.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
               PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
                      OR WS-CCY-CODE (WS-CCY-SUB) =
                         WS-POS-CURRENCY (WS-POS-SUB)
                   CONTINUE
               END-PERFORM
               IF WS-CCY-SUB > WS-CCY-COUNT
                   IF WS-CCY-COUNT = WS-CCY-MAX
                       DISPLAY "ERROR: CURRENCY TABLE FULL AT "
                           WS-CCY-MAX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-POS-CURRENCY (WS-POS-SUB)
                       TO WS-CCY-CODE (WS-CCY-COUNT)
               END-IF
           END-PERFORM

           MOVE SPACES TO FXV-RECORD
           WRITE FXV-RECORD
           MOVE SPACES TO FXV-RECORD
           STRING "CCY CO ACCOUNT FOREIGN BALANCE MONTH-END RATE"
                      DELIMITED BY SIZE
                  "    ORIGINAL BASE  REVALUED AMOUNT"
                      DELIMITED BY SIZE
                  "       DIFFERENCE  POSTED THIS RUN  RESULT"
                      DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
               PERFORM 285-PRINT-CURRENCY
           END-PERFORM

           MOVE WS-TOT-ORIGINAL TO WS-ORIGINAL-ED
           MOVE WS-TOT-REVALUED TO WS-REVALUED-ED
           MOVE WS-TOT-DIFF TO WS-DIFF-ED
           MOVE WS-TOT-ADJUST TO WS-ADJUST-ED
           MOVE SPACES TO FXV-RECORD
           STRING "GRAND TOTAL (BASE)                            "
                                     DELIMITED BY SIZE
                  WS-ORIGINAL-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-REVALUED-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DIFF-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-ADJUST-ED       DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD.

       285-PRINT-CURRENCY.
           MOVE ZERO TO WS-SUB-FOREIGN
           MOVE ZERO TO WS-SUB-ORIGINAL
           MOVE ZERO TO WS-SUB-REVALUED
           MOVE ZERO TO WS-SUB-DIFF
           MOVE ZERO TO WS-SUB-ADJUST
           MOVE SPACES TO FXV-RECORD
           WRITE FXV-RECORD
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-CURRENCY (WS-POS-SUB) =
                  WS-CCY-CODE (WS-CCY-SUB)
                   PERFORM 286-PRINT-POSITION
               END-IF
           END-PERFORM
           ADD WS-SUB-ORIGINAL TO WS-TOT-ORIGINAL
           ADD WS-SUB-REVALUED TO WS-TOT-REVALUED
           ADD WS-SUB-DIFF TO WS-TOT-DIFF
           ADD WS-SUB-ADJUST TO WS-TOT-ADJUST
           MOVE WS-SUB-FOREIGN TO WS-FOREIGN-ED
           MOVE WS-SUB-ORIGINAL TO WS-ORIGINAL-ED
           MOVE WS-SUB-REVALUED TO WS-REVALUED-ED
           MOVE WS-SUB-DIFF TO WS-DIFF-ED
           MOVE WS-SUB-ADJUST TO WS-ADJUST-ED
           MOVE SPACES TO FXV-RECORD
           STRING WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE
                  " TOTAL     "      DELIMITED BY SIZE
                  WS-FOREIGN-ED      DELIMITED BY SIZE
                  "                " DELIMITED BY SIZE
                  WS-ORIGINAL-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-REVALUED-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DIFF-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-ADJUST-ED       DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD.

       286-PRINT-POSITION.
           ADD WS-POS-FOREIGN (WS-POS-SUB) TO WS-SUB-FOREIGN
           ADD WS-POS-ORIGINAL (WS-POS-SUB) TO WS-SUB-ORIGINAL
           ADD WS-POS-REVALUED (WS-POS-SUB) TO WS-SUB-REVALUED
           ADD WS-POS-DIFF (WS-POS-SUB) TO WS-SUB-DIFF
           ADD WS-POS-ADJUST (WS-POS-SUB) TO WS-SUB-ADJUST
           MOVE WS-POS-FOREIGN (WS-POS-SUB) TO WS-FOREIGN-ED
           MOVE WS-POS-RATE (WS-POS-SUB) TO WS-RATE-ED
           MOVE WS-POS-ORIGINAL (WS-POS-SUB) TO WS-ORIGINAL-ED
           MOVE WS-POS-REVALUED (WS-POS-SUB) TO WS-REVALUED-ED
           MOVE WS-POS-DIFF (WS-POS-SUB) TO WS-DIFF-ED
           MOVE WS-POS-ADJUST (WS-POS-SUB) TO WS-ADJUST-ED
           MOVE SPACES TO FXV-RECORD
           STRING WS-POS-CURRENCY (WS-POS-SUB) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-POS-COMPANY (WS-POS-SUB) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-POS-ACCOUNT (WS-POS-SUB) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-FOREIGN-ED      DELIMITED BY SIZE
                  "     "            DELIMITED BY SIZE
                  WS-RATE-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-ORIGINAL-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-REVALUED-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DIFF-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-ADJUST-ED       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-POS-RESULT (WS-POS-SUB) DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD.

       300-CLOSE-FILES.
           CLOSE PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR CLOSING PARM FILE. STATUS: "
                   WS-PARM-STATUS
           END-IF
           CLOSE NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
           END-IF
           CLOSE AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR CLOSING AUDIT FILE. STATUS: "
                   WS-AUDIT-STATUS
           END-IF
           CLOSE FXRATE-FILE
           IF NOT WS-FXRATE-OK
               DISPLAY "ERROR CLOSING RATE HISTORY FILE. STATUS: "
                   WS-FXRATE-STATUS
           END-IF
           CLOSE POSITION-FILE
           IF NOT WS-FXPOSN-OK
               DISPLAY "ERROR CLOSING FX POSITION FILE. STATUS: "
                   WS-FXPOSN-STATUS
           END-IF
           CLOSE CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR CLOSING CHART FILE. STATUS: "
                   WS-CHART-STATUS
           END-IF
           CLOSE PERIOD-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "ERROR CLOSING PERIOD FILE. STATUS: "
                   WS-PERIOD-STATUS
           END-IF
           CLOSE GL-FILE-1
           IF NOT WS-GL1-OK
               DISPLAY "ERROR CLOSING GL FILE 1. STATUS: "
                   WS-GL1-STATUS
           END-IF
           CLOSE GL-FILE-2
           IF NOT WS-GL2-OK
               DISPLAY "ERROR CLOSING GL FILE 2. STATUS: "
                   WS-GL2-STATUS
           END-IF
           CLOSE GL-FILE-3
           IF NOT WS-GL3-OK
               DISPLAY "ERROR CLOSING GL FILE 3. STATUS: "
                   WS-GL3-STATUS
           END-IF
           CLOSE BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR CLOSING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
           END-IF
           PERFORM 340-RELEASE-LOCK
           PERFORM 320-WRITE-TOTALS
           CLOSE REVAL-FILE
           IF NOT WS-REVAL-OK
               DISPLAY "ERROR CLOSING REVALUATION REPORT. STATUS: "
                   WS-REVAL-STATUS
           END-IF
           IF RETURN-CODE = ZERO
              AND (WS-SKIPPED-COUNT > ZERO
                   OR WS-NORATE-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO FXV-RECORD
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "FOREIGN ITEMS READ:      " DELIMITED BY SIZE
                  WS-FOREIGN-READ            DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "ITEMS REVALUED:          " DELIMITED BY SIZE
                  WS-VALUED-COUNT            DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "NEVER POSTED:            " DELIMITED BY SIZE
                  WS-UNPOSTED-COUNT          DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "POSTED AFTER MONTH END:  " DELIMITED BY SIZE
                  WS-LATER-COUNT             DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "RATE EXCEPTIONS:         " DELIMITED BY SIZE
                  WS-NORATE-COUNT            DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "POSITIONS POSTED:        " DELIMITED BY SIZE
                  WS-POSTED-COUNT            DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "POSITIONS UNCHANGED:     " DELIMITED BY SIZE
                  WS-NOCHANGE-COUNT          DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "POSITIONS NOT POSTED:    " DELIMITED BY SIZE
                  WS-SKIPPED-COUNT           DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD

           MOVE SPACES TO FXV-RECORD
           STRING "GL FEED LINES WRITTEN:   " DELIMITED BY SIZE
                  WS-GL-LINES                DELIMITED BY SIZE
                  INTO FXV-RECORD
           END-STRING
           WRITE FXV-RECORD.

       340-RELEASE-LOCK.
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           OPEN OUTPUT LOCK-FILE
           IF NOT WS-LOCK-OK
               DISPLAY "ERROR OPENING RUN LOCK FILE. STATUS: "
                   WS-LOCK-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO LOK-RECORD
               MOVE "U" TO LOK-STATUS
               MOVE "FXREVAL" TO LOK-PROGRAM
               MOVE WS-LOCK-DATE TO LOK-DATE
               MOVE WS-LOCK-TIME TO LOK-TIME
               WRITE LOK-RECORD
               IF NOT WS-LOCK-OK
                   DISPLAY "ERROR WRITING RUN LOCK. STATUS: "
                       WS-LOCK-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE LOCK-FILE
               DISPLAY "RUN LOCK RELEASED"
           END-IF.
