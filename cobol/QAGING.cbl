       IDENTIFICATION DIVISION.
       PROGRAM-ID. QAGING.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: QAGING                                               *
      * PURPOSE: WEEKLY AGING AND ESCALATION REPORT OVER THE THREE    *
      *          WORK QUEUES - THE REJECT FILE, THE PENDING           *
      *          EFFECTIVE-DATE FILE AND THE OVER-LIMIT APPROVAL      *
      *          SUSPENSE FILE.  EVERY OPEN ITEM IS AGED FROM THE     *
      *          DATE IT FIRST ENTERED ITS QUEUE TO THE BUSINESS      *
      *          DATE AND COUNTED, WITH ITS AMOUNT, INTO THE 0-7,     *
      *          8-30, 31-60 AND OVER-60 DAY BUCKETS FOR ITS QUEUE,   *
      *          COMPANY AND CURRENCY.  AN ITEM ON A QUEUE MORE THAN  *
      *          ONCE IS AGED ONCE, FROM ITS EARLIEST ENTRY DATE.     *
      *          THE AMOUNT IS THE SUM THE ITEM WOULD POST (THE HELD  *
      *          CALCULATED SUM FOR AN APPROVAL ITEM).  ITEMS OLDER   *
      *          THAN THE ESCALATION AGE ON THE AGEPARM CARD, AND     *
      *          ITEMS WITH NO ENTRY DATE, ARE LISTED SEPARATELY FOR  *
      *          THE CONTROLLER AND SET RETURN CODE 4                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "AGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO "REJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "PENDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "APPRSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AGE-FILE
               ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  AGP-ESCALATE-DAYS PIC 9(3).

       FD  REJECT-FILE.
       COPY REJREC.

       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEN-ACTION      PIC X(1).
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

       FD  SUSPENSE-FILE.
       COPY SUSREC.

       FD  AGE-FILE.
       01  AGE-RECORD          PIC X(132).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".

       01  WS-REJECT-STATUS    PIC XX.
           88  WS-REJECT-OK    VALUE "00" "05".
           88  WS-REJECT-NOFILE VALUE "35".

       01  WS-PENDING-STATUS   PIC XX.
           88  WS-PENDING-OK   VALUE "00" "05".
           88  WS-PENDING-NOFILE VALUE "35".

       01  WS-SUSPENSE-STATUS  PIC XX.
           88  WS-SUSPENSE-OK  VALUE "00" "05".
           88  WS-SUSPENSE-NOFILE VALUE "35".

       01  WS-AGE-STATUS       PIC XX.
           88  WS-AGE-OK       VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-REJECT-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-REJECT-EOF       VALUE "Y".

       01  WS-PENDING-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-PENDING-EOF      VALUE "Y".

       01  WS-SUSPENSE-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-SUSPENSE-EOF     VALUE "Y".

       01  WS-BASE-CURRENCY    PIC X(3)  VALUE "USD".

       01  WS-ESCALATE-DAYS    PIC 9(3)  VALUE ZERO.

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-INTEGER      PIC 9(7)  VALUE ZERO.

       01  WS-DATE-WORK        PIC 9(8).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY    PIC 9(4).
           05  WS-DATE-MM      PIC 9(2).
           05  WS-DATE-DD      PIC 9(2).

       01  WS-AGE-DAYS         PIC S9(7) VALUE ZERO.

       01  WS-NUM-DISP         PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
       01  WS-NUM-DISP-X REDEFINES WS-NUM-DISP PIC X(8).

      *    THE ITEM BEING ADDED TO THE TABLE, WHICHEVER QUEUE IT CAME
      *    FROM
       01  WS-CUR-QUEUE        PIC X(8).
       01  WS-CUR-COMPANY      PIC X(2).
       01  WS-CUR-TRANS-ID     PIC X(6).
       01  WS-CUR-CODE         PIC X(1).
       01  WS-CUR-NUM-SW       PIC X(1)  VALUE "N".
           88  WS-CUR-NUM-VALID    VALUE "Y".
       01  WS-CUR-NUM1         PIC S9(5)V99.
       01  WS-CUR-NUM2         PIC S9(5)V99.
       01  WS-CUR-CURRENCY     PIC X(3).
       01  WS-CUR-ENTRY-DATE   PIC 9(8).
       01  WS-CUR-AMOUNT       PIC S9(10)V99.
       01  WS-CUR-DETAIL       PIC X(30).

       01  WS-ITM-MAX          PIC 9(4)  VALUE 5000.
       01  WS-ITM-COUNT        PIC 9(4)  VALUE ZERO.
       01  WS-ITM-SUB          PIC 9(4)  VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITM-QUEUE       PIC X(8).
               10  WS-ITM-COMPANY     PIC X(2).
               10  WS-ITM-TRANS-ID    PIC X(6).
               10  WS-ITM-CURRENCY    PIC X(3).
               10  WS-ITM-ENTRY-DATE  PIC 9(8).
               10  WS-ITM-AMOUNT      PIC S9(10)V99.
               10  WS-ITM-DETAIL      PIC X(30).
               10  WS-ITM-AGE         PIC 9(5).
               10  WS-ITM-BUCKET      PIC 9(1).
               10  WS-ITM-ESC-SW      PIC X(1).
                   88  WS-ITM-ESCALATED   VALUE "Y".

      *    BUCKETS 1-4 ARE 0-7, 8-30, 31-60 AND OVER 60 DAYS; BUCKET
      *    5 HOLDS ITEMS THAT CARRY NO ENTRY DATE
       01  WS-BKT-MAX          PIC 9(1)  VALUE 5.
       01  WS-BKT-SUB          PIC 9(1)  VALUE ZERO.

       01  WS-SUM-MAX          PIC 9(3)  VALUE 200.
       01  WS-SUM-COUNT        PIC 9(3)  VALUE ZERO.
       01  WS-SUM-SUB          PIC 9(3)  VALUE ZERO.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 200 TIMES.
               10  WS-SUM-QUEUE       PIC X(8).
               10  WS-SUM-COMPANY     PIC X(2).
               10  WS-SUM-CURRENCY    PIC X(3).
               10  WS-SUM-BUCKET OCCURS 5 TIMES.
                   15  WS-SUM-BKT-COUNT   PIC 9(6).
                   15  WS-SUM-BKT-AMOUNT  PIC S9(12)V99.

       01  WS-QUEUE-TOTALS.
           05  WS-QTOT-COUNT OCCURS 5 TIMES PIC 9(6).
       01  WS-GRAND-TOTALS.
           05  WS-GTOT-COUNT OCCURS 5 TIMES PIC 9(6).

       01  WS-PRINT-QUEUE      PIC X(8).

       01  WS-AGE-LINE.
           05  WS-AL-LABEL     PIC X(24).
           05  WS-AL-COLUMN OCCURS 5 TIMES.
               10  FILLER          PIC X(2).
               10  WS-AL-VALUE     PIC X(15).

       01  WS-CNT-ED           PIC Z(14)9.
       01  WS-AMT-ED           PIC -(11)9.99.
       01  WS-LIMIT-ED         PIC -(10)9.99.
       01  WS-ITEM-AMT-ED      PIC -(10)9.99.
       01  WS-AGE-ED           PIC Z(4)9.
       01  WS-ENTRY-TEXT       PIC X(8).
       01  WS-AGE-TEXT         PIC X(5).

       01  WS-REJECT-READ      PIC 9(6)  VALUE ZERO.
       01  WS-PENDING-READ     PIC 9(6)  VALUE ZERO.
       01  WS-SUSPENSE-READ    PIC 9(6)  VALUE ZERO.
       01  WS-MERGED-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-UNDATED-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-ESCALATED-COUNT  PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-REJECTS
           PERFORM 120-LOAD-PENDING
           PERFORM 130-LOAD-SUSPENSE
           PERFORM 200-AGE-ITEMS
           PERFORM 400-PRINT-SUMMARY
           PERFORM 420-PRINT-ESCALATIONS
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR OPENING AGING PARAMETER FILE. STATUS: "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGE-FILE
           IF NOT WS-AGE-OK
               DISPLAY "ERROR OPENING AGING REPORT. STATUS: "
                   WS-AGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           PERFORM 108-READ-PARM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           MOVE SPACES TO AGE-RECORD
           STRING "WORK QUEUE AGING REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  ESCALATION AGE: " DELIMITED BY SIZE
                  WS-ESCALATE-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD
           MOVE SPACES TO AGE-RECORD
           WRITE AGE-RECORD.

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
                   DISPLAY "ERROR: NO ESCALATION AGE PARAMETER CARD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF AGP-ESCALATE-DAYS NOT NUMERIC
               DISPLAY "ERROR: ESCALATION AGE PARAMETER NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARM-FILE
           MOVE AGP-ESCALATE-DAYS TO WS-ESCALATE-DAYS
           DISPLAY "ESCALATION AGE: " WS-ESCALATE-DAYS " DAYS".

       110-LOAD-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-NOFILE
               DISPLAY "NO REJECT FILE - REJECT QUEUE TAKEN AS EMPTY"
           ELSE
               IF NOT WS-REJECT-OK
                   DISPLAY "ERROR OPENING REJECT FILE. STATUS: "
                       WS-REJECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ REJECT-FILE
                   AT END
                       SET WS-REJECT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REJECT-EOF
                   ADD 1 TO WS-REJECT-READ
                   MOVE "REJECT" TO WS-CUR-QUEUE
                   MOVE REJ-COMPANY TO WS-CUR-COMPANY
                   MOVE REJ-TRANS-ID TO WS-CUR-TRANS-ID
                   MOVE REJ-TRANS-CODE TO WS-CUR-CODE
                   MOVE REJ-CURRENCY TO WS-CUR-CURRENCY
                   MOVE REJ-REASON TO WS-CUR-DETAIL
                   SET WS-CUR-NUM-VALID TO TRUE
                   MOVE REJ-NUM1 TO WS-NUM-DISP-X
                   IF WS-NUM-DISP NUMERIC
                       MOVE WS-NUM-DISP TO WS-CUR-NUM1
                   ELSE
                       MOVE "N" TO WS-CUR-NUM-SW
                   END-IF
                   MOVE REJ-NUM2 TO WS-NUM-DISP-X
                   IF WS-NUM-DISP NUMERIC
                       MOVE WS-NUM-DISP TO WS-CUR-NUM2
                   ELSE
                       MOVE "N" TO WS-CUR-NUM-SW
                   END-IF
                   PERFORM 155-COMPUTE-AMOUNT
                   MOVE REJ-ENTRY-DATE TO WS-CUR-ENTRY-DATE
                   IF REJ-ENTRY-DATE NOT NUMERIC
                       MOVE ZERO TO WS-CUR-ENTRY-DATE
                   END-IF
                   PERFORM 150-ADD-ITEM
                   READ REJECT-FILE
                       AT END
                           SET WS-REJECT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       120-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-NOFILE
               DISPLAY "NO PENDING FILE - PENDING QUEUE TAKEN AS EMPTY"
           ELSE
               IF NOT WS-PENDING-OK
                   DISPLAY "ERROR OPENING PENDING FILE. STATUS: "
                       WS-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PENDING-FILE
                   AT END
                       SET WS-PENDING-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PENDING-EOF
                   ADD 1 TO WS-PENDING-READ
                   MOVE "PENDING" TO WS-CUR-QUEUE
                   MOVE PEN-COMPANY TO WS-CUR-COMPANY
                   MOVE PEN-TRANS-ID TO WS-CUR-TRANS-ID
                   MOVE PEN-TRANS-CODE TO WS-CUR-CODE
                   MOVE PEN-CURRENCY TO WS-CUR-CURRENCY
                   MOVE SPACES TO WS-CUR-DETAIL
                   STRING "PENDING TO EFF DATE " DELIMITED BY SIZE
                          PEN-EFF-DATE           DELIMITED BY SIZE
                          INTO WS-CUR-DETAIL
                   END-STRING
                   IF PEN-NUM1 NUMERIC AND PEN-NUM2 NUMERIC
                       SET WS-CUR-NUM-VALID TO TRUE
                       MOVE PEN-NUM1 TO WS-CUR-NUM1
                       MOVE PEN-NUM2 TO WS-CUR-NUM2
                   ELSE
                       MOVE "N" TO WS-CUR-NUM-SW
                   END-IF
                   PERFORM 155-COMPUTE-AMOUNT
                   MOVE PEN-ENTRY-DATE TO WS-CUR-ENTRY-DATE
                   IF PEN-ENTRY-DATE NOT NUMERIC
                       MOVE ZERO TO WS-CUR-ENTRY-DATE
                   END-IF
                   PERFORM 150-ADD-ITEM
                   READ PENDING-FILE
                       AT END
                           SET WS-PENDING-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       130-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-NOFILE
               DISPLAY "NO SUSPENSE FILE - APPROVAL QUEUE TAKEN AS "
                   "EMPTY"
           ELSE
               IF NOT WS-SUSPENSE-OK
                   DISPLAY "ERROR OPENING SUSPENSE FILE. STATUS: "
                       WS-SUSPENSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SUSPENSE-FILE
                   AT END
                       SET WS-SUSPENSE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SUSPENSE-EOF
                   ADD 1 TO WS-SUSPENSE-READ
                   MOVE "APPROVAL" TO WS-CUR-QUEUE
                   MOVE SUS-COMPANY TO WS-CUR-COMPANY
                   MOVE SUS-TRANS-ID TO WS-CUR-TRANS-ID
                   MOVE SUS-CURRENCY TO WS-CUR-CURRENCY
                   MOVE ZERO TO WS-CUR-AMOUNT
                   IF SUS-CALC-SUM NUMERIC
                       MOVE SUS-CALC-SUM TO WS-CUR-AMOUNT
                   END-IF
                   MOVE ZERO TO WS-LIMIT-ED
                   IF SUS-LIMIT NUMERIC
                       MOVE SUS-LIMIT TO WS-LIMIT-ED
                   END-IF
                   MOVE SPACES TO WS-CUR-DETAIL
                   STRING "OVER LIMIT " DELIMITED BY SIZE
                          WS-LIMIT-ED   DELIMITED BY SIZE
                          INTO WS-CUR-DETAIL
                   END-STRING
                   MOVE SUS-ENTRY-DATE TO WS-CUR-ENTRY-DATE
                   IF SUS-ENTRY-DATE NOT NUMERIC
                       MOVE ZERO TO WS-CUR-ENTRY-DATE
                   END-IF
                   PERFORM 150-ADD-ITEM
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-SUSPENSE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *    AN ITEM ALREADY ON THE TABLE FOR THE SAME QUEUE (A HELD
      *    ITEM RE-HELD BY A LATER NIGHT, OR A REJECT RETURNED TWICE)
      *    KEEPS ITS FIRST RECORD AND TAKES THE EARLIER ENTRY DATE.
      *    A MISSING ENTRY DATE PREDATES EVERY STAMPED ONE.
       150-ADD-ITEM.
           IF WS-CUR-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CUR-CURRENCY
           END-IF
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT
                  OR (WS-ITM-QUEUE (WS-ITM-SUB) = WS-CUR-QUEUE
                      AND WS-ITM-COMPANY (WS-ITM-SUB) = WS-CUR-COMPANY
                      AND WS-ITM-TRANS-ID (WS-ITM-SUB) =
                          WS-CUR-TRANS-ID)
               CONTINUE
           END-PERFORM
           IF WS-ITM-SUB > WS-ITM-COUNT
               IF WS-ITM-COUNT = WS-ITM-MAX
                   DISPLAY "ERROR: QUEUE ITEM TABLE FULL AT "
                       WS-ITM-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ITM-COUNT
               MOVE WS-CUR-QUEUE TO WS-ITM-QUEUE (WS-ITM-COUNT)
               MOVE WS-CUR-COMPANY TO WS-ITM-COMPANY (WS-ITM-COUNT)
               MOVE WS-CUR-TRANS-ID TO WS-ITM-TRANS-ID (WS-ITM-COUNT)
               MOVE WS-CUR-CURRENCY TO WS-ITM-CURRENCY (WS-ITM-COUNT)
               MOVE WS-CUR-ENTRY-DATE
                   TO WS-ITM-ENTRY-DATE (WS-ITM-COUNT)
               MOVE WS-CUR-AMOUNT TO WS-ITM-AMOUNT (WS-ITM-COUNT)
               MOVE WS-CUR-DETAIL TO WS-ITM-DETAIL (WS-ITM-COUNT)
               MOVE ZERO TO WS-ITM-AGE (WS-ITM-COUNT)
               MOVE ZERO TO WS-ITM-BUCKET (WS-ITM-COUNT)
               MOVE "N" TO WS-ITM-ESC-SW (WS-ITM-COUNT)
           ELSE
               ADD 1 TO WS-MERGED-COUNT
               IF WS-CUR-ENTRY-DATE < WS-ITM-ENTRY-DATE (WS-ITM-SUB)
                   MOVE WS-CUR-ENTRY-DATE
                       TO WS-ITM-ENTRY-DATE (WS-ITM-SUB)
               END-IF
           END-IF.

       155-COMPUTE-AMOUNT.
           MOVE ZERO TO WS-CUR-AMOUNT
           IF WS-CUR-NUM-VALID
               EVALUATE WS-CUR-CODE
                   WHEN "A"
                   WHEN "I"
                       COMPUTE WS-CUR-AMOUNT =
                           WS-CUR-NUM1 + WS-CUR-NUM2
                   WHEN "S"
                       COMPUTE WS-CUR-AMOUNT =
                           WS-CUR-NUM1 - WS-CUR-NUM2
                   WHEN "M"
                       COMPUTE WS-CUR-AMOUNT ROUNDED =
                           WS-CUR-NUM1 * WS-CUR-NUM2
                   WHEN "D"
                       IF WS-CUR-NUM2 NOT = ZERO
                           COMPUTE WS-CUR-AMOUNT ROUNDED =
                               WS-CUR-NUM1 / WS-CUR-NUM2
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       200-AGE-ITEMS.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT
               PERFORM 210-AGE-ITEM
               PERFORM 220-POST-SUMMARY
           END-PERFORM.

       210-AGE-ITEM.
           MOVE WS-ITM-ENTRY-DATE (WS-ITM-SUB) TO WS-DATE-WORK
           IF WS-DATE-WORK = ZERO
              OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
              OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               MOVE ZERO TO WS-ITM-ENTRY-DATE (WS-ITM-SUB)
               MOVE 5 TO WS-ITM-BUCKET (WS-ITM-SUB)
               MOVE "Y" TO WS-ITM-ESC-SW (WS-ITM-SUB)
               ADD 1 TO WS-UNDATED-COUNT
               ADD 1 TO WS-ESCALATED-COUNT
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-ITM-AGE (WS-ITM-SUB)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > 7
                       MOVE 1 TO WS-ITM-BUCKET (WS-ITM-SUB)
                   WHEN WS-AGE-DAYS NOT > 30
                       MOVE 2 TO WS-ITM-BUCKET (WS-ITM-SUB)
                   WHEN WS-AGE-DAYS NOT > 60
                       MOVE 3 TO WS-ITM-BUCKET (WS-ITM-SUB)
                   WHEN OTHER
                       MOVE 4 TO WS-ITM-BUCKET (WS-ITM-SUB)
               END-EVALUATE
               IF WS-AGE-DAYS > WS-ESCALATE-DAYS
                   MOVE "Y" TO WS-ITM-ESC-SW (WS-ITM-SUB)
                   ADD 1 TO WS-ESCALATED-COUNT
               END-IF
           END-IF.

       220-POST-SUMMARY.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
                  OR (WS-SUM-QUEUE (WS-SUM-SUB) =
                          WS-ITM-QUEUE (WS-ITM-SUB)
                      AND WS-SUM-COMPANY (WS-SUM-SUB) =
                          WS-ITM-COMPANY (WS-ITM-SUB)
                      AND WS-SUM-CURRENCY (WS-SUM-SUB) =
                          WS-ITM-CURRENCY (WS-ITM-SUB))
               CONTINUE
           END-PERFORM
           IF WS-SUM-SUB > WS-SUM-COUNT
               IF WS-SUM-COUNT = WS-SUM-MAX
                   DISPLAY "ERROR: AGING SUMMARY TABLE FULL AT "
                       WS-SUM-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-ITM-QUEUE (WS-ITM-SUB)
                   TO WS-SUM-QUEUE (WS-SUM-COUNT)
               MOVE WS-ITM-COMPANY (WS-ITM-SUB)
                   TO WS-SUM-COMPANY (WS-SUM-COUNT)
               MOVE WS-ITM-CURRENCY (WS-ITM-SUB)
                   TO WS-SUM-CURRENCY (WS-SUM-COUNT)
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BKT-MAX
                   MOVE ZERO
                       TO WS-SUM-BKT-COUNT (WS-SUM-COUNT, WS-BKT-SUB)
                   MOVE ZERO
                       TO WS-SUM-BKT-AMOUNT (WS-SUM-COUNT, WS-BKT-SUB)
               END-PERFORM
               MOVE WS-SUM-COUNT TO WS-SUM-SUB
           END-IF
           MOVE WS-ITM-BUCKET (WS-ITM-SUB) TO WS-BKT-SUB
           ADD 1 TO WS-SUM-BKT-COUNT (WS-SUM-SUB, WS-BKT-SUB)
           ADD WS-ITM-AMOUNT (WS-ITM-SUB)
               TO WS-SUM-BKT-AMOUNT (WS-SUM-SUB, WS-BKT-SUB)
           ADD 1 TO WS-GTOT-COUNT (WS-BKT-SUB).

       300-CLOSE-FILES.
           PERFORM 320-WRITE-TOTALS
           CLOSE AGE-FILE
           IF NOT WS-AGE-OK
               DISPLAY "ERROR CLOSING AGING REPORT. STATUS: "
                   WS-AGE-STATUS
           END-IF
           IF RETURN-CODE = ZERO
              AND WS-ESCALATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO AGE-RECORD
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING "REJECT RECORDS READ:     " DELIMITED BY SIZE
                  WS-REJECT-READ            DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING "PENDING RECORDS READ:    " DELIMITED BY SIZE
                  WS-PENDING-READ           DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING "SUSPENSE RECORDS READ:   " DELIMITED BY SIZE
                  WS-SUSPENSE-READ          DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING "REPEATS MERGED:          " DELIMITED BY SIZE
                  WS-MERGED-COUNT           DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING "OPEN ITEMS AGED:         " DELIMITED BY SIZE
                  WS-ITM-COUNT              DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING "ITEMS WITH NO ENTRY DATE:" DELIMITED BY SIZE
                  WS-UNDATED-COUNT          DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD

           MOVE SPACES TO AGE-RECORD
           STRING "ITEMS ESCALATED:         " DELIMITED BY SIZE
                  WS-ESCALATED-COUNT        DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD.

       400-PRINT-SUMMARY.
           MOVE SPACES TO WS-AGE-LINE
           MOVE "QUEUE     CO  CUR" TO WS-AL-LABEL
           MOVE "       0-7 DAYS" TO WS-AL-VALUE (1)
           MOVE "      8-30 DAYS" TO WS-AL-VALUE (2)
           MOVE "     31-60 DAYS" TO WS-AL-VALUE (3)
           MOVE "   OVER 60 DAYS" TO WS-AL-VALUE (4)
           MOVE "  NO ENTRY DATE" TO WS-AL-VALUE (5)
           MOVE WS-AGE-LINE TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE "REJECT" TO WS-PRINT-QUEUE
           PERFORM 410-PRINT-QUEUE
           MOVE "PENDING" TO WS-PRINT-QUEUE
           PERFORM 410-PRINT-QUEUE
           MOVE "APPROVAL" TO WS-PRINT-QUEUE
           PERFORM 410-PRINT-QUEUE
           MOVE SPACES TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE SPACES TO WS-AGE-LINE
           MOVE "ALL QUEUES     ITEMS" TO WS-AL-LABEL
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-MAX
               MOVE WS-GTOT-COUNT (WS-BKT-SUB) TO WS-CNT-ED
               MOVE WS-CNT-ED TO WS-AL-VALUE (WS-BKT-SUB)
           END-PERFORM
           MOVE WS-AGE-LINE TO AGE-RECORD
           WRITE AGE-RECORD.

       410-PRINT-QUEUE.
           MOVE SPACES TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE ZERO TO WS-QUEUE-TOTALS
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
               IF WS-SUM-QUEUE (WS-SUM-SUB) = WS-PRINT-QUEUE
                   PERFORM 415-PRINT-ENTRY
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-AGE-LINE
           STRING WS-PRINT-QUEUE   DELIMITED BY SIZE
                  " TOTAL  ITEMS"  DELIMITED BY SIZE
                  INTO WS-AL-LABEL
           END-STRING
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-MAX
               MOVE WS-QTOT-COUNT (WS-BKT-SUB) TO WS-CNT-ED
               MOVE WS-CNT-ED TO WS-AL-VALUE (WS-BKT-SUB)
           END-PERFORM
           MOVE WS-AGE-LINE TO AGE-RECORD
           WRITE AGE-RECORD.

       415-PRINT-ENTRY.
           MOVE SPACES TO WS-AGE-LINE
           STRING WS-SUM-QUEUE (WS-SUM-SUB)    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-SUM-COMPANY (WS-SUM-SUB)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-SUM-CURRENCY (WS-SUM-SUB) DELIMITED BY SIZE
                  "  ITEMS"                    DELIMITED BY SIZE
                  INTO WS-AL-LABEL
           END-STRING
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-MAX
               MOVE WS-SUM-BKT-COUNT (WS-SUM-SUB, WS-BKT-SUB)
                   TO WS-CNT-ED
               MOVE WS-CNT-ED TO WS-AL-VALUE (WS-BKT-SUB)
               ADD WS-SUM-BKT-COUNT (WS-SUM-SUB, WS-BKT-SUB)
                   TO WS-QTOT-COUNT (WS-BKT-SUB)
           END-PERFORM
           MOVE WS-AGE-LINE TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE SPACES TO WS-AGE-LINE
           MOVE "                 AMOUNT" TO WS-AL-LABEL
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-MAX
               MOVE WS-SUM-BKT-AMOUNT (WS-SUM-SUB, WS-BKT-SUB)
                   TO WS-AMT-ED
               MOVE WS-AMT-ED TO WS-AL-VALUE (WS-BKT-SUB)
           END-PERFORM
           MOVE WS-AGE-LINE TO AGE-RECORD
           WRITE AGE-RECORD.

       420-PRINT-ESCALATIONS.
           MOVE SPACES TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE SPACES TO AGE-RECORD
           STRING "ITEMS OVER " DELIMITED BY SIZE
                  WS-ESCALATE-DAYS DELIMITED BY SIZE
                  " DAYS OLD OR WITH NO ENTRY DATE - ESCALATE TO "
                      DELIMITED BY SIZE
                  "THE CONTROLLER" DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD
           IF WS-ESCALATED-COUNT = ZERO
               MOVE SPACES TO AGE-RECORD
               MOVE "NONE" TO AGE-RECORD
               WRITE AGE-RECORD
           ELSE
               MOVE SPACES TO AGE-RECORD
               STRING "QUEUE     CO  TRANS   ENTERED     AGE  CUR"
                          DELIMITED BY SIZE
                      "          AMOUNT  DETAIL" DELIMITED BY SIZE
                      INTO AGE-RECORD
               END-STRING
               WRITE AGE-RECORD
               PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
                   IF WS-ITM-ESCALATED (WS-ITM-SUB)
                       PERFORM 425-PRINT-ESCALATION
                   END-IF
               END-PERFORM
           END-IF.

       425-PRINT-ESCALATION.
           IF WS-ITM-ENTRY-DATE (WS-ITM-SUB) = ZERO
               MOVE "UNKNOWN" TO WS-ENTRY-TEXT
               MOVE "    ?" TO WS-AGE-TEXT
           ELSE
               MOVE WS-ITM-ENTRY-DATE (WS-ITM-SUB) TO WS-ENTRY-TEXT
               MOVE WS-ITM-AGE (WS-ITM-SUB) TO WS-AGE-ED
               MOVE WS-AGE-ED TO WS-AGE-TEXT
           END-IF
           MOVE WS-ITM-AMOUNT (WS-ITM-SUB) TO WS-ITEM-AMT-ED
           MOVE SPACES TO AGE-RECORD
           STRING WS-ITM-QUEUE (WS-ITM-SUB)    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-ITM-COMPANY (WS-ITM-SUB)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-ITM-TRANS-ID (WS-ITM-SUB) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-ENTRY-TEXT                DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AGE-TEXT                  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-ITM-CURRENCY (WS-ITM-SUB) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-ITEM-AMT-ED               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-ITM-DETAIL (WS-ITM-SUB)   DELIMITED BY SIZE
                  INTO AGE-RECORD
           END-STRING
           WRITE AGE-RECORD.
