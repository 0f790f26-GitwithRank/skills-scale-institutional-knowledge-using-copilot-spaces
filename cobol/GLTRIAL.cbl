       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: GLTRIAL                                              *
      * PURPOSE: MONTHLY TRIAL BALANCE FROM THE GL ACCOUNT BALANCE    *
      *          MASTER.  FOR EACH OPERATING COMPANY LISTS EVERY      *
      *          ACCOUNT ON THE CHART OF ACCOUNTS WITH ITS OPENING    *
      *          BALANCE, PERIOD DEBITS, PERIOD CREDITS AND CLOSING   *
      *          BALANCE FOR THE REQUESTED MONTH, THEN ANY BALANCE    *
      *          RECORD WHOSE ACCOUNT IS NO LONGER ON THE CHART.      *
      *          EACH COMPANY IS FOOTED AND ITS NET PERIOD ACTIVITY   *
      *          PROVED AGAINST THE SUM OF THAT COMPANY'S GL FEED     *
      *          RECORDS DATED IN THE MONTH.  RC=8 WHEN ANY COMPANY   *
      *          IS OUT OF BALANCE WITH ITS FEED; RC=4 WHEN BALANCES  *
      *          EXIST FOR ACCOUNTS NOT ON THE CHART                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "TBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "CHART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COA-GL-ACCOUNT
               FILE STATUS IS WS-CHART-STATUS.

           SELECT BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

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

           SELECT TRIAL-FILE
               ASSIGN TO "TBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  TBP-MONTH       PIC X(6).

       FD  CHART-FILE.
       COPY COAREC.

       FD  BALANCE-FILE.
       COPY GLBREC.

       FD  GL-FILE-1.
       01  GL1-RECORD          PIC X(41).

       FD  GL-FILE-2.
       01  GL2-RECORD          PIC X(41).

       FD  GL-FILE-3.
       01  GL3-RECORD          PIC X(41).

       FD  TRIAL-FILE.
       01  TRL-RECORD          PIC X(132).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       COPY GLREC.

       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".
           88  WS-PARM-NOFILE  VALUE "35".

       01  WS-CHART-STATUS     PIC XX.
           88  WS-CHART-OK     VALUE "00".

       01  WS-GLBAL-STATUS     PIC XX.
           88  WS-GLBAL-OK     VALUE "00".

       01  WS-GL1-STATUS       PIC XX.
           88  WS-GL1-OK       VALUE "00" "05".

       01  WS-GL2-STATUS       PIC XX.
           88  WS-GL2-OK       VALUE "00" "05".

       01  WS-GL3-STATUS       PIC XX.
           88  WS-GL3-OK       VALUE "00" "05".

       01  WS-TRIAL-STATUS     PIC XX.
           88  WS-TRIAL-OK     VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-CHART-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-CHART-EOF        VALUE "Y".

       01  WS-GLBAL-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-GLBAL-EOF        VALUE "Y".

       01  WS-GL-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-GL-EOF           VALUE "Y".

       01  WS-ON-CHART-SW      PIC X(1)  VALUE "N".
           88  WS-ON-CHART         VALUE "Y".

       01  WS-TB-MONTH         PIC 9(6)  VALUE ZERO.

       01  WS-GL-DATE-WORK     PIC 9(8).
       01  WS-GL-DATE-SPLIT REDEFINES WS-GL-DATE-WORK.
           05  WS-GL-MONTH     PIC 9(6).
           05  WS-GL-DAY       PIC 9(2).

       01  WS-RUN-DATE         PIC 9(8).

       01  WS-COA-MAX          PIC 9(3)  VALUE 500.
       01  WS-COA-COUNT        PIC 9(3)  VALUE ZERO.
       01  WS-COA-SUB          PIC 9(3)  VALUE ZERO.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 500 TIMES.
               10  WS-COA-ACCOUNT     PIC X(6).
               10  WS-COA-STATUS      PIC X(1).
               10  WS-COA-DESC        PIC X(30).

       01  WS-CO-SUB           PIC 9(1)  VALUE ZERO.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 3 TIMES.
               10  WS-CO-CODE         PIC X(2).
               10  WS-CO-FEED-TOTAL   PIC S9(12)V99.
               10  WS-CO-FEED-COUNT   PIC 9(6).

       01  WS-CO-OPENING       PIC S9(12)V99 VALUE ZERO.
       01  WS-CO-DEBITS        PIC S9(12)V99 VALUE ZERO.
       01  WS-CO-CREDITS       PIC S9(12)V99 VALUE ZERO.
       01  WS-CO-CLOSING       PIC S9(12)V99 VALUE ZERO.
       01  WS-CO-NET           PIC S9(12)V99 VALUE ZERO.
       01  WS-CO-DIFF          PIC S9(12)V99 VALUE ZERO.

       01  WS-GRAND-OPENING    PIC S9(12)V99 VALUE ZERO.
       01  WS-GRAND-DEBITS     PIC S9(12)V99 VALUE ZERO.
       01  WS-GRAND-CREDITS    PIC S9(12)V99 VALUE ZERO.
       01  WS-GRAND-CLOSING    PIC S9(12)V99 VALUE ZERO.
       01  WS-GRAND-FEED       PIC S9(12)V99 VALUE ZERO.

       01  WS-LINE-OPENING     PIC S9(12)V99 VALUE ZERO.
       01  WS-LINE-DEBITS      PIC S9(12)V99 VALUE ZERO.
       01  WS-LINE-CREDITS     PIC S9(12)V99 VALUE ZERO.
       01  WS-LINE-CLOSING     PIC S9(12)V99 VALUE ZERO.
       01  WS-LINE-ACCOUNT     PIC X(6).
       01  WS-LINE-DESC        PIC X(30).
       01  WS-LINE-FLAG        PIC X(14).

       01  WS-ACCOUNT-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-ORPHAN-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-OUTBAL-COUNT     PIC 9(6)  VALUE ZERO.

       01  WS-OPENING-ED       PIC -(12)9.99.
       01  WS-DEBITS-ED        PIC -(12)9.99.
       01  WS-CREDITS-ED       PIC -(12)9.99.
       01  WS-CLOSING-ED       PIC -(12)9.99.
       01  WS-NET-ED           PIC -(12)9.99.
       01  WS-FEED-ED          PIC -(12)9.99.
       01  WS-DIFF-ED          PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 120-READ-PARM
           PERFORM 130-LOAD-CHART
           PERFORM 140-LOAD-FEEDS
           PERFORM 200-PRINT-COMPANY
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > 3
           PERFORM 290-WRITE-TOTALS
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR OPENING CHART FILE. STATUS: "
                   WS-CHART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR OPENING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRIAL-FILE
           IF NOT WS-TRIAL-OK
               DISPLAY "ERROR OPENING TRIAL BALANCE REPORT. STATUS: "
                   WS-TRIAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           MOVE "01" TO WS-CO-CODE (1)
           MOVE "02" TO WS-CO-CODE (2)
           MOVE "03" TO WS-CO-CODE (3)
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > 3
               MOVE ZERO TO WS-CO-FEED-TOTAL (WS-CO-SUB)
               MOVE ZERO TO WS-CO-FEED-COUNT (WS-CO-SUB)
           END-PERFORM.

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
           IF NOT WS-PARM-OK
               DISPLAY "ERROR OPENING TRIAL BALANCE PARM FILE. STATUS: "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERROR: TRIAL BALANCE PARM CARD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE
           IF TBP-MONTH NOT NUMERIC
              OR TBP-MONTH (5:2) < "01"
              OR TBP-MONTH (5:2) > "12"
               DISPLAY "ERROR: INVALID TRIAL BALANCE MONTH: "
                   TBP-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TBP-MONTH TO WS-TB-MONTH
           MOVE SPACES TO TRL-RECORD
           STRING "GL TRIAL BALANCE - MONTH: " DELIMITED BY SIZE
                  WS-TB-MONTH              DELIMITED BY SIZE
                  "  BUSINESS DATE: "      DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD.

       130-LOAD-CHART.
           READ CHART-FILE
               AT END
                   SET WS-CHART-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-CHART-EOF
               IF WS-COA-COUNT >= WS-COA-MAX
                   DISPLAY "ERROR: CHART TABLE FULL AT "
                       WS-COA-MAX " ACCOUNTS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COA-COUNT
               MOVE COA-GL-ACCOUNT
                   TO WS-COA-ACCOUNT (WS-COA-COUNT)
               MOVE COA-STATUS TO WS-COA-STATUS (WS-COA-COUNT)
               MOVE COA-DESCRIPTION TO WS-COA-DESC (WS-COA-COUNT)
               READ CHART-FILE
                   AT END
                       SET WS-CHART-EOF TO TRUE
               END-READ
           END-PERFORM.

       140-LOAD-FEEDS.
           OPEN INPUT GL-FILE-1
           IF NOT WS-GL1-OK
               DISPLAY "ERROR OPENING GL FEED 1. STATUS: "
                   WS-GL1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-CO-SUB
           MOVE "N" TO WS-GL-EOF-SW
           PERFORM UNTIL WS-GL-EOF
               READ GL-FILE-1 INTO GL-RECORD
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       PERFORM 145-ADD-FEED-AMOUNT
               END-READ
           END-PERFORM
           CLOSE GL-FILE-1

           OPEN INPUT GL-FILE-2
           IF NOT WS-GL2-OK
               DISPLAY "ERROR OPENING GL FEED 2. STATUS: "
                   WS-GL2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 2 TO WS-CO-SUB
           MOVE "N" TO WS-GL-EOF-SW
           PERFORM UNTIL WS-GL-EOF
               READ GL-FILE-2 INTO GL-RECORD
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       PERFORM 145-ADD-FEED-AMOUNT
               END-READ
           END-PERFORM
           CLOSE GL-FILE-2

           OPEN INPUT GL-FILE-3
           IF NOT WS-GL3-OK
               DISPLAY "ERROR OPENING GL FEED 3. STATUS: "
                   WS-GL3-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 3 TO WS-CO-SUB
           MOVE "N" TO WS-GL-EOF-SW
           PERFORM UNTIL WS-GL-EOF
               READ GL-FILE-3 INTO GL-RECORD
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       PERFORM 145-ADD-FEED-AMOUNT
               END-READ
           END-PERFORM
           CLOSE GL-FILE-3.

       145-ADD-FEED-AMOUNT.
           MOVE GL-DATE TO WS-GL-DATE-WORK
           IF WS-GL-MONTH = WS-TB-MONTH
               ADD GL-AMOUNT TO WS-CO-FEED-TOTAL (WS-CO-SUB)
               ADD 1 TO WS-CO-FEED-COUNT (WS-CO-SUB)
           END-IF.

       200-PRINT-COMPANY.
           MOVE ZERO TO WS-CO-OPENING
           MOVE ZERO TO WS-CO-DEBITS
           MOVE ZERO TO WS-CO-CREDITS
           MOVE ZERO TO WS-CO-CLOSING
           MOVE SPACES TO TRL-RECORD
           WRITE TRL-RECORD
           MOVE SPACES TO TRL-RECORD
           STRING "COMPANY: " DELIMITED BY SIZE
                  WS-CO-CODE (WS-CO-SUB) DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD
           MOVE SPACES TO TRL-RECORD
           STRING "ACCT    DESCRIPTION                     "
                      DELIMITED BY SIZE
                  " OPENING BALANCE     PERIOD DEBITS  "
                      DELIMITED BY SIZE
                  "  PERIOD CREDITS   CLOSING BALANCE"
                      DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD
           PERFORM 210-PRINT-ACCOUNT
               VARYING WS-COA-SUB FROM 1 BY 1
               UNTIL WS-COA-SUB > WS-COA-COUNT
           PERFORM 220-FIND-ORPHANS
           PERFORM 240-FOOT-COMPANY.

       210-PRINT-ACCOUNT.
           MOVE WS-CO-CODE (WS-CO-SUB) TO GLB-COMPANY
           MOVE WS-COA-ACCOUNT (WS-COA-SUB) TO GLB-GL-ACCOUNT
           MOVE WS-TB-MONTH TO GLB-MONTH
           READ BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LINE-OPENING
                   MOVE ZERO TO WS-LINE-DEBITS
                   MOVE ZERO TO WS-LINE-CREDITS
                   MOVE ZERO TO WS-LINE-CLOSING
               NOT INVALID KEY
                   MOVE GLB-OPENING TO WS-LINE-OPENING
                   MOVE GLB-DEBITS TO WS-LINE-DEBITS
                   MOVE GLB-CREDITS TO WS-LINE-CREDITS
                   MOVE GLB-CLOSING TO WS-LINE-CLOSING
           END-READ
           MOVE WS-COA-ACCOUNT (WS-COA-SUB) TO WS-LINE-ACCOUNT
           MOVE WS-COA-DESC (WS-COA-SUB) TO WS-LINE-DESC
           IF WS-COA-STATUS (WS-COA-SUB) = "I"
               MOVE "  INACTIVE" TO WS-LINE-FLAG
           ELSE
               MOVE SPACES TO WS-LINE-FLAG
           END-IF
           PERFORM 230-WRITE-LINE.

       220-FIND-ORPHANS.
           MOVE WS-CO-CODE (WS-CO-SUB) TO GLB-COMPANY
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           MOVE ZERO TO GLB-MONTH
           MOVE "N" TO WS-GLBAL-EOF-SW
           START BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   SET WS-GLBAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-GLBAL-EOF
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       SET WS-GLBAL-EOF TO TRUE
                   NOT AT END
                       IF GLB-COMPANY NOT = WS-CO-CODE (WS-CO-SUB)
                           SET WS-GLBAL-EOF TO TRUE
                       ELSE
                           IF GLB-MONTH = WS-TB-MONTH
                               PERFORM 225-CHECK-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       225-CHECK-ORPHAN.
           MOVE "N" TO WS-ON-CHART-SW
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT
                      OR WS-ON-CHART
               IF WS-COA-ACCOUNT (WS-COA-SUB) = GLB-GL-ACCOUNT
                   SET WS-ON-CHART TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ON-CHART
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE GLB-GL-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE "*** NOT ON CHART ***" TO WS-LINE-DESC
               MOVE GLB-OPENING TO WS-LINE-OPENING
               MOVE GLB-DEBITS TO WS-LINE-DEBITS
               MOVE GLB-CREDITS TO WS-LINE-CREDITS
               MOVE GLB-CLOSING TO WS-LINE-CLOSING
               MOVE SPACES TO WS-LINE-FLAG
               PERFORM 230-WRITE-LINE
           END-IF.

       230-WRITE-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD WS-LINE-OPENING TO WS-CO-OPENING
           ADD WS-LINE-DEBITS TO WS-CO-DEBITS
           ADD WS-LINE-CREDITS TO WS-CO-CREDITS
           ADD WS-LINE-CLOSING TO WS-CO-CLOSING
           MOVE WS-LINE-OPENING TO WS-OPENING-ED
           MOVE WS-LINE-DEBITS TO WS-DEBITS-ED
           MOVE WS-LINE-CREDITS TO WS-CREDITS-ED
           MOVE WS-LINE-CLOSING TO WS-CLOSING-ED
           MOVE SPACES TO TRL-RECORD
           STRING WS-LINE-ACCOUNT  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-LINE-DESC     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-OPENING-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-DEBITS-ED     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-CREDITS-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-CLOSING-ED    DELIMITED BY SIZE
                  WS-LINE-FLAG     DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD.

       240-FOOT-COMPANY.
           MOVE WS-CO-OPENING TO WS-OPENING-ED
           MOVE WS-CO-DEBITS TO WS-DEBITS-ED
           MOVE WS-CO-CREDITS TO WS-CREDITS-ED
           MOVE WS-CO-CLOSING TO WS-CLOSING-ED
           MOVE SPACES TO TRL-RECORD
           STRING "        COMPANY TOTAL                   "
                      DELIMITED BY SIZE
                  WS-OPENING-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-DEBITS-ED     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-CREDITS-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-CLOSING-ED    DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD
           COMPUTE WS-CO-NET = WS-CO-DEBITS - WS-CO-CREDITS
           COMPUTE WS-CO-DIFF =
               WS-CO-NET - WS-CO-FEED-TOTAL (WS-CO-SUB)
           MOVE WS-CO-NET TO WS-NET-ED
           MOVE WS-CO-FEED-TOTAL (WS-CO-SUB) TO WS-FEED-ED
           MOVE WS-CO-DIFF TO WS-DIFF-ED
           MOVE SPACES TO TRL-RECORD
           STRING "NET ACTIVITY: "       DELIMITED BY SIZE
                  WS-NET-ED              DELIMITED BY SIZE
                  "  GL FEED TOTAL: "    DELIMITED BY SIZE
                  WS-FEED-ED             DELIMITED BY SIZE
                  "  ENTRIES: "          DELIMITED BY SIZE
                  WS-CO-FEED-COUNT (WS-CO-SUB) DELIMITED BY SIZE
                  "  DIFFERENCE: "       DELIMITED BY SIZE
                  WS-DIFF-ED             DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD
           MOVE SPACES TO TRL-RECORD
           IF WS-CO-DIFF = ZERO
               MOVE "IN BALANCE WITH GL FEED" TO TRL-RECORD
           ELSE
               ADD 1 TO WS-OUTBAL-COUNT
               MOVE "*** OUT OF BALANCE WITH GL FEED ***"
                   TO TRL-RECORD
           END-IF
           WRITE TRL-RECORD
           ADD WS-CO-OPENING TO WS-GRAND-OPENING
           ADD WS-CO-DEBITS TO WS-GRAND-DEBITS
           ADD WS-CO-CREDITS TO WS-GRAND-CREDITS
           ADD WS-CO-CLOSING TO WS-GRAND-CLOSING
           ADD WS-CO-FEED-TOTAL (WS-CO-SUB) TO WS-GRAND-FEED.

       290-WRITE-TOTALS.
           MOVE SPACES TO TRL-RECORD
           WRITE TRL-RECORD
           MOVE WS-GRAND-OPENING TO WS-OPENING-ED
           MOVE WS-GRAND-DEBITS TO WS-DEBITS-ED
           MOVE WS-GRAND-CREDITS TO WS-CREDITS-ED
           MOVE WS-GRAND-CLOSING TO WS-CLOSING-ED
           MOVE SPACES TO TRL-RECORD
           STRING "        ALL COMPANIES                   "
                      DELIMITED BY SIZE
                  WS-OPENING-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-DEBITS-ED     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-CREDITS-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-CLOSING-ED    DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD
           MOVE WS-GRAND-FEED TO WS-FEED-ED
           MOVE SPACES TO TRL-RECORD
           STRING "GL FEED TOTAL ALL COMPANIES: " DELIMITED BY SIZE
                  WS-FEED-ED             DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD
           MOVE SPACES TO TRL-RECORD
           STRING "ACCOUNTS LISTED: "    DELIMITED BY SIZE
                  WS-ACCOUNT-COUNT       DELIMITED BY SIZE
                  "  NOT ON CHART: "     DELIMITED BY SIZE
                  WS-ORPHAN-COUNT        DELIMITED BY SIZE
                  "  COMPANIES OUT OF BALANCE: " DELIMITED BY SIZE
                  WS-OUTBAL-COUNT        DELIMITED BY SIZE
                  INTO TRL-RECORD
           END-STRING
           WRITE TRL-RECORD
           IF WS-OUTBAL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ORPHAN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       300-CLOSE-FILES.
           CLOSE CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR CLOSING CHART FILE. STATUS: "
                   WS-CHART-STATUS
           END-IF
           CLOSE BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR CLOSING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
           END-IF
           CLOSE TRIAL-FILE
           IF NOT WS-TRIAL-OK
               DISPLAY "ERROR CLOSING TRIAL BALANCE REPORT. STATUS: "
                   WS-TRIAL-STATUS
           END-IF.
