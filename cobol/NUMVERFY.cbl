       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMVERFY.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: NUMVERFY                                             *
      * PURPOSE: STANDALONE INTEGRITY VERIFICATION OF THE NUMBERS     *
      *          MASTER, RUN AHEAD OF THE NIGHTLY BACKUP AND ON       *
      *          DEMAND.  READS THE WHOLE MASTER WITHOUT UPDATING IT  *
      *          AND REPORTS EVERY EXCEPTION FOUND:                   *
      *            1. HEADER COUNT AND NUM1+NUM2 HASH RECOMPUTED      *
      *               FROM THE DETAIL RECORDS                         *
      *            2. IN-SUM RECOMPUTED FROM NUM1, NUM2 AND THE       *
      *               TRANS CODE FOR EVERY POSTED ITEM (ONE WHOSE     *
      *               LATEST AUDIT ENTRY IS A NIGHTLY OR APPROVAL     *
      *               POSTING)                                        *
      *            3. IN-SUM AGAINST AUD-NEW-SUM ON THE ITEM'S        *
      *               LATEST AUDIT HISTORY ENTRY                      *
      *            4. COMPANY, GL ACCOUNT, CURRENCY AND EFFECTIVE     *
      *               DATE AGAINST TODAY'S UPDATE-PASS EDITS          *
      *          CHECKS 1-3 ARE INTEGRITY FAILURES AND SET RETURN     *
      *          CODE 8 SO THE MASTER IS NOT BACKED UP OVER THE LAST  *
      *          GOOD GENERATION.  CHECK 4 FAILURES ALONE SET RETURN  *
      *          CODE 4 - THE UPDATE PASS WILL REJECT THOSE ITEMS.    *
      *          WILL NOT RUN WHILE AN UPDATER HOLDS THE RUN LOCK     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CHART-FILE
               ASSIGN TO "CHART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-GL-ACCOUNT
               FILE STATUS IS WS-CHART-STATUS.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO "CURRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT VERIFY-FILE
               ASSIGN TO "VFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.

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
       FD  NUMBERS-FILE.
       COPY NUMREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  CHART-FILE.
       COPY COAREC.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  CUR-CODE        PIC X(3).
           05  FILLER          PIC X(1).
           05  CUR-RATE        PIC 9(3)V9(6).

       FD  VERIFY-FILE.
       01  VFY-RECORD          PIC X(132).

       FD  LOCK-FILE.
       COPY LOKREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".

       01  WS-AUDIT-STATUS     PIC XX.
           88  WS-AUDIT-OK     VALUE "00".

       01  WS-CHART-STATUS     PIC XX.
           88  WS-CHART-OK     VALUE "00".

       01  WS-RATE-STATUS      PIC XX.
           88  WS-RATE-OK      VALUE "00" "05".
           88  WS-RATE-NOFILE  VALUE "35".

       01  WS-VERIFY-STATUS    PIC XX.
           88  WS-VERIFY-OK    VALUE "00".

       01  WS-LOCK-STATUS      PIC XX.
           88  WS-LOCK-OK          VALUE "00".
           88  WS-LOCK-NOFILE      VALUE "35".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-FILE-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-FILE-EOF         VALUE "Y".

       01  WS-AUD-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-AUD-EOF          VALUE "Y".

       01  WS-RATE-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-RATE-EOF         VALUE "Y".

       01  WS-HEADER-SW        PIC X(1)  VALUE "N".
           88  WS-HEADER-FOUND     VALUE "Y".

       01  WS-AUD-FOUND-SW     PIC X(1)  VALUE "N".
           88  WS-AUD-FOUND        VALUE "Y".

       01  WS-AUD-PAST-SW      PIC X(1)  VALUE "N".
           88  WS-AUD-PAST         VALUE "Y".

       01  WS-REC-EXC-SW       PIC X(1)  VALUE "N".
           88  WS-REC-EXCEPTION    VALUE "Y".

       01  WS-RATE-FOUND-SW    PIC X(1)  VALUE "N".
           88  WS-RATE-FOUND       VALUE "Y".

       01  WS-BASE-CURRENCY    PIC X(3)  VALUE "USD".

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".

       01  WS-RATE-MAX         PIC 9(2)  VALUE 50.
       01  WS-RATE-COUNT       PIC 9(2)  VALUE ZERO.
       01  WS-RATE-SUB         PIC 9(2)  VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-CURRENCY   PIC X(3).
               10  WS-RATE-VALUE      PIC 9(3)V9(6).

       01  WS-AUD-ITEM.
           05  WS-AUD-ITEM-CO  PIC X(2).
           05  WS-AUD-ITEM-ID  PIC X(6).

       01  WS-LAST-PROGRAM     PIC X(8).
       01  WS-LAST-NEW-SUM     PIC S9(10)V99.
       01  WS-LAST-RUN-DATE    PIC 9(8).

       01  WS-CALC-SUM         PIC S9(10)V99.

       01  WS-EXC-CLASS        PIC X(1).
           88  WS-EXC-INTEGRITY    VALUE "I".
           88  WS-EXC-EDIT         VALUE "E".
       01  WS-EXC-CLASS-TEXT   PIC X(9).
       01  WS-EXC-TEXT         PIC X(30).
       01  WS-EXC-DETAIL       PIC X(60).

       01  WS-RECORD-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-EXPECTED-COUNT   PIC 9(5)  VALUE ZERO.
       01  WS-EXPECTED-HASH    PIC S9(14)V99 VALUE ZERO.
       01  WS-ACTUAL-HASH      PIC S9(14)V99 VALUE ZERO.

       01  WS-EXC-RECORDS      PIC 9(6)  VALUE ZERO.
       01  WS-INTEGRITY-COUNT  PIC 9(6)  VALUE ZERO.
       01  WS-EDIT-COUNT       PIC 9(6)  VALUE ZERO.
       01  WS-UNPOSTED-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-SUM-CHECKED      PIC 9(6)  VALUE ZERO.

       01  WS-SUM-ED           PIC -(10)9.99.
       01  WS-SUM2-ED          PIC -(10)9.99.
       01  WS-HASH-ED          PIC -(14)9.99.
       01  WS-HASH2-ED         PIC -(14)9.99.
       01  WS-RESULT-TEXT      PIC X(20).

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-RATES
           PERFORM 120-READ-HEADER
           PERFORM 200-SCAN-MASTER
           PERFORM 280-CHECK-CONTROLS
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
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
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR OPENING CHART FILE. STATUS: "
                   WS-CHART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VERIFY-FILE
           IF NOT WS-VERIFY-OK
               DISPLAY "ERROR OPENING VERIFICATION REPORT. STATUS: "
                   WS-VERIFY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           PERFORM 104-CHECK-LOCK
           MOVE SPACES TO VFY-RECORD
           STRING "NUMBERS MASTER VERIFICATION - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD
           MOVE SPACES TO VFY-RECORD
           WRITE VFY-RECORD.

       104-CHECK-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-OK
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOK-HELD
                           DISPLAY "*** VERIFICATION NOT RUN - "
                               "NUMBERS MASTER LOCKED BY " LOK-PROGRAM
                               " SINCE " LOK-DATE " " LOK-TIME
                               " ***"
                           DISPLAY "RERUN WHEN THE UPDATE HAS "
                               "FINISHED, OR CLEAR A STALE LOCK WITH "
                               "THE LOCK UTILITY AFTER AN ABEND"
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
           END-IF.

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
                   "WILL BE REPORTED"
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

       120-READ-HEADER.
           MOVE WS-HEADER-KEY TO IN-REC-KEY
           READ NUMBERS-FILE KEY IS IN-REC-KEY
               INVALID KEY
                   MOVE "N" TO WS-HEADER-SW
               NOT INVALID KEY
                   IF HDR-IS-HEADER
                       SET WS-HEADER-FOUND TO TRUE
                       MOVE HDR-EXPECTED-CNT TO WS-EXPECTED-COUNT
                       MOVE HDR-HASH-TOTAL TO WS-EXPECTED-HASH
                   END-IF
           END-READ.

       200-SCAN-MASTER.
           MOVE LOW-VALUES TO AUD-KEY
           START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET WS-AUD-EOF TO TRUE
           END-START
           IF NOT WS-AUD-EOF
               PERFORM 225-READ-AUDIT
           END-IF
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
               ADD 1 TO WS-RECORD-COUNT
               IF IN-NUM1 NUMERIC AND IN-NUM2 NUMERIC
                   ADD IN-NUM1 IN-NUM2 TO WS-ACTUAL-HASH
               END-IF
               PERFORM 210-VERIFY-RECORD
               READ NUMBERS-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM.

       210-VERIFY-RECORD.
           MOVE "N" TO WS-REC-EXC-SW
           PERFORM 220-FIND-LATEST-AUDIT
           PERFORM 230-CHECK-SUM THRU 230-EXIT
           PERFORM 240-CHECK-AUDIT
           PERFORM 250-CHECK-EDITS
           IF WS-REC-EXCEPTION
               ADD 1 TO WS-EXC-RECORDS
           END-IF.

       220-FIND-LATEST-AUDIT.
           MOVE "N" TO WS-AUD-FOUND-SW
           MOVE "N" TO WS-AUD-PAST-SW
           PERFORM UNTIL WS-AUD-EOF OR WS-AUD-PAST
               MOVE AUD-COMPANY TO WS-AUD-ITEM-CO
               MOVE AUD-TRANS-ID TO WS-AUD-ITEM-ID
               IF WS-AUD-ITEM = IN-REC-KEY
                   SET WS-AUD-FOUND TO TRUE
                   MOVE AUD-PROGRAM TO WS-LAST-PROGRAM
                   MOVE AUD-NEW-SUM TO WS-LAST-NEW-SUM
                   MOVE AUD-RUN-DATE TO WS-LAST-RUN-DATE
                   PERFORM 225-READ-AUDIT
               ELSE
                   IF WS-AUD-ITEM > IN-REC-KEY
                       SET WS-AUD-PAST TO TRUE
                   ELSE
                       PERFORM 225-READ-AUDIT
                   END-IF
               END-IF
           END-PERFORM.

       225-READ-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       230-CHECK-SUM.
           IF IN-NUM1 NOT NUMERIC OR IN-NUM2 NOT NUMERIC
               SET WS-EXC-INTEGRITY TO TRUE
               MOVE "NUM1/NUM2 NOT NUMERIC" TO WS-EXC-TEXT
               MOVE SPACES TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
               GO TO 230-EXIT
           END-IF
           IF IN-SUM NOT NUMERIC
               SET WS-EXC-INTEGRITY TO TRUE
               MOVE "IN-SUM NOT NUMERIC" TO WS-EXC-TEXT
               MOVE SPACES TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
               GO TO 230-EXIT
           END-IF
           IF NOT IN-TRANS-CODE-VALID
               SET WS-EXC-EDIT TO TRUE
               MOVE "INVALID TRANS CODE" TO WS-EXC-TEXT
               MOVE IN-TRANS-CODE TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
               GO TO 230-EXIT
           END-IF
           IF IN-TRANS-DIVIDE AND IN-NUM2 = ZERO
               SET WS-EXC-EDIT TO TRUE
               MOVE "DIVIDE BY ZERO" TO WS-EXC-TEXT
               MOVE SPACES TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
               GO TO 230-EXIT
           END-IF
           IF NOT WS-AUD-FOUND
              OR (WS-LAST-PROGRAM NOT = "ADDNUM"
                  AND WS-LAST-PROGRAM NOT = "APPRELSE")
               ADD 1 TO WS-UNPOSTED-COUNT
               GO TO 230-EXIT
           END-IF
           ADD 1 TO WS-SUM-CHECKED
           EVALUATE TRUE
               WHEN IN-TRANS-ADD
               WHEN IN-TRANS-INTERCO
                   COMPUTE WS-CALC-SUM = IN-NUM1 + IN-NUM2
               WHEN IN-TRANS-SUBTRACT
                   COMPUTE WS-CALC-SUM = IN-NUM1 - IN-NUM2
               WHEN IN-TRANS-MULTIPLY
                   COMPUTE WS-CALC-SUM ROUNDED = IN-NUM1 * IN-NUM2
               WHEN IN-TRANS-DIVIDE
                   COMPUTE WS-CALC-SUM ROUNDED = IN-NUM1 / IN-NUM2
           END-EVALUATE
           IF WS-CALC-SUM NOT = IN-SUM
               SET WS-EXC-INTEGRITY TO TRUE
               MOVE "POSTED SUM DISAGREES" TO WS-EXC-TEXT
               MOVE IN-SUM TO WS-SUM-ED
               MOVE WS-CALC-SUM TO WS-SUM2-ED
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "ON FILE "     DELIMITED BY SIZE
                      WS-SUM-ED      DELIMITED BY SIZE
                      "  RECOMPUTED " DELIMITED BY SIZE
                      WS-SUM2-ED     DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
               END-STRING
               PERFORM 260-WRITE-EXCEPTION
           END-IF.

       230-EXIT.
           EXIT.

       240-CHECK-AUDIT.
           IF NOT WS-AUD-FOUND
               SET WS-EXC-INTEGRITY TO TRUE
               MOVE "NO AUDIT HISTORY" TO WS-EXC-TEXT
               MOVE SPACES TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           ELSE
               IF IN-SUM NUMERIC
                  AND IN-SUM NOT = WS-LAST-NEW-SUM
                   SET WS-EXC-INTEGRITY TO TRUE
                   MOVE "SUM DISAGREES WITH AUDIT" TO WS-EXC-TEXT
                   MOVE IN-SUM TO WS-SUM-ED
                   MOVE WS-LAST-NEW-SUM TO WS-SUM2-ED
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "ON FILE "     DELIMITED BY SIZE
                          WS-SUM-ED      DELIMITED BY SIZE
                          "  AUDIT "     DELIMITED BY SIZE
                          WS-SUM2-ED     DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          WS-LAST-RUN-DATE DELIMITED BY SIZE
                          INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM 260-WRITE-EXCEPTION
               END-IF
           END-IF.

       250-CHECK-EDITS.
           SET WS-EXC-EDIT TO TRUE
           IF NOT IN-COMPANY-VALID
               MOVE "INVALID COMPANY CODE" TO WS-EXC-TEXT
               MOVE IN-COMPANY TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           END-IF
           IF IN-TRANS-INTERCO
              AND (NOT IN-IC-PARTNER-VALID
                   OR IN-IC-PARTNER = IN-COMPANY)
               MOVE "INVALID IC COUNTERPARTY" TO WS-EXC-TEXT
               MOVE IN-IC-PARTNER TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           END-IF
           MOVE IN-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-FILE
               INVALID KEY
                   MOVE "GL ACCOUNT NOT ON CHART" TO WS-EXC-TEXT
                   MOVE IN-GL-ACCOUNT TO WS-EXC-DETAIL
                   PERFORM 260-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF COA-INACTIVE
                       MOVE "GL ACCOUNT INACTIVE" TO WS-EXC-TEXT
                       MOVE IN-GL-ACCOUNT TO WS-EXC-DETAIL
                       PERFORM 260-WRITE-EXCEPTION
                   END-IF
           END-READ
           PERFORM 255-FIND-RATE
           IF NOT WS-RATE-FOUND
               MOVE "NO RATE FOR CURRENCY" TO WS-EXC-TEXT
               MOVE IN-CURRENCY TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           END-IF
           IF IN-EFF-DATE NOT NUMERIC
               MOVE "EFF DATE NOT NUMERIC" TO WS-EXC-TEXT
               MOVE IN-EFF-DATE TO WS-EXC-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           ELSE
               IF IN-EFF-DATE > WS-RUN-DATE
                   MOVE "EFF DATE AFTER BUSINESS DATE" TO WS-EXC-TEXT
                   MOVE IN-EFF-DATE TO WS-EXC-DETAIL
                   PERFORM 260-WRITE-EXCEPTION
               END-IF
           END-IF.

       255-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           IF IN-CURRENCY = SPACES
              OR IN-CURRENCY = WS-BASE-CURRENCY
               SET WS-RATE-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                      OR WS-RATE-CURRENCY (WS-RATE-SUB) = IN-CURRENCY
                   CONTINUE
               END-PERFORM
               IF WS-RATE-SUB NOT > WS-RATE-COUNT
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-IF.

       260-WRITE-EXCEPTION.
           SET WS-REC-EXCEPTION TO TRUE
           IF WS-EXC-INTEGRITY
               ADD 1 TO WS-INTEGRITY-COUNT
               MOVE "INTEGRITY" TO WS-EXC-CLASS-TEXT
           ELSE
               ADD 1 TO WS-EDIT-COUNT
               MOVE "EDIT" TO WS-EXC-CLASS-TEXT
           END-IF
           MOVE SPACES TO VFY-RECORD
           STRING "CO: "            DELIMITED BY SIZE
                  IN-COMPANY        DELIMITED BY SIZE
                  "  TRANS: "       DELIMITED BY SIZE
                  IN-TRANS-ID       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EXC-CLASS-TEXT DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EXC-TEXT       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EXC-DETAIL     DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD.

       280-CHECK-CONTROLS.
           MOVE SPACES TO VFY-RECORD
           WRITE VFY-RECORD
           IF NOT WS-HEADER-FOUND
               ADD 1 TO WS-INTEGRITY-COUNT
               MOVE SPACES TO VFY-RECORD
               MOVE "*** HEADER CONTROL RECORD MISSING ***"
                   TO VFY-RECORD
               WRITE VFY-RECORD
               MOVE WS-ACTUAL-HASH TO WS-HASH2-ED
               MOVE SPACES TO VFY-RECORD
               STRING "RECOMPUTED COUNT: " DELIMITED BY SIZE
                      WS-RECORD-COUNT      DELIMITED BY SIZE
                      "  RECOMPUTED HASH: " DELIMITED BY SIZE
                      WS-HASH2-ED          DELIMITED BY SIZE
                      INTO VFY-RECORD
               END-STRING
               WRITE VFY-RECORD
           ELSE
               IF WS-RECORD-COUNT = WS-EXPECTED-COUNT
                   MOVE "OK" TO WS-RESULT-TEXT
               ELSE
                   MOVE "*** DIFFERENCE ***" TO WS-RESULT-TEXT
                   ADD 1 TO WS-INTEGRITY-COUNT
               END-IF
               MOVE SPACES TO VFY-RECORD
               STRING "HEADER COUNT:      " DELIMITED BY SIZE
                      WS-EXPECTED-COUNT    DELIMITED BY SIZE
                      "   RECOMPUTED: "    DELIMITED BY SIZE
                      WS-RECORD-COUNT      DELIMITED BY SIZE
                      "   "                DELIMITED BY SIZE
                      WS-RESULT-TEXT       DELIMITED BY SIZE
                      INTO VFY-RECORD
               END-STRING
               WRITE VFY-RECORD
               IF WS-ACTUAL-HASH = WS-EXPECTED-HASH
                   MOVE "OK" TO WS-RESULT-TEXT
               ELSE
                   MOVE "*** DIFFERENCE ***" TO WS-RESULT-TEXT
                   ADD 1 TO WS-INTEGRITY-COUNT
               END-IF
               MOVE WS-EXPECTED-HASH TO WS-HASH-ED
               MOVE WS-ACTUAL-HASH TO WS-HASH2-ED
               MOVE SPACES TO VFY-RECORD
               STRING "HEADER HASH: "      DELIMITED BY SIZE
                      WS-HASH-ED           DELIMITED BY SIZE
                      "   RECOMPUTED: "    DELIMITED BY SIZE
                      WS-HASH2-ED          DELIMITED BY SIZE
                      "   "                DELIMITED BY SIZE
                      WS-RESULT-TEXT       DELIMITED BY SIZE
                      INTO VFY-RECORD
               END-STRING
               WRITE VFY-RECORD
           END-IF.

       300-CLOSE-FILES.
           CLOSE NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
           END-IF
           CLOSE AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR CLOSING AUDIT FILE. STATUS: "
                   WS-AUDIT-STATUS
           END-IF
           CLOSE CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR CLOSING CHART FILE. STATUS: "
                   WS-CHART-STATUS
           END-IF
           PERFORM 320-WRITE-TOTALS
           CLOSE VERIFY-FILE
           IF NOT WS-VERIFY-OK
               DISPLAY "ERROR CLOSING VERIFICATION REPORT. STATUS: "
                   WS-VERIFY-STATUS
           END-IF
           IF WS-INTEGRITY-COUNT > ZERO
               DISPLAY "*** NUMBERS MASTER FAILED VERIFICATION - "
                   WS-INTEGRITY-COUNT " INTEGRITY EXCEPTIONS ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-EDIT-COUNT > ZERO
                  AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO VFY-RECORD
           WRITE VFY-RECORD

           MOVE SPACES TO VFY-RECORD
           STRING "RECORDS READ:        " DELIMITED BY SIZE
                  WS-RECORD-COUNT        DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD

           MOVE SPACES TO VFY-RECORD
           STRING "SUMS RECOMPUTED:     " DELIMITED BY SIZE
                  WS-SUM-CHECKED         DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD

           MOVE SPACES TO VFY-RECORD
           STRING "AWAITING POSTING:    " DELIMITED BY SIZE
                  WS-UNPOSTED-COUNT      DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD

           MOVE SPACES TO VFY-RECORD
           STRING "RECORDS IN ERROR:    " DELIMITED BY SIZE
                  WS-EXC-RECORDS         DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD

           MOVE SPACES TO VFY-RECORD
           STRING "INTEGRITY EXCEPTIONS:" DELIMITED BY SIZE
                  WS-INTEGRITY-COUNT     DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD

           MOVE SPACES TO VFY-RECORD
           STRING "EDIT EXCEPTIONS:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT          DELIMITED BY SIZE
                  INTO VFY-RECORD
           END-STRING
           WRITE VFY-RECORD.
