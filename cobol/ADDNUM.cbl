      *          ADD/SUBTRACT/MULTIPLY/DIVIDE OPERATION THE CODE      *
      *          CALLS FOR, AND REWRITE THE RESULT IN PLACE.  EACH    *
      *          UPDATE IS LANDED ON THE KEYED AUDIT HISTORY MASTER   *
      *          AND FED TO THE OWNING COMPANY'S GL INTERFACE FILE,   *
      *          WITH THE SAME AMOUNT ADDED TO THE GL ACCOUNT BALANCE *
      *          MASTER FOR THE POSTING MONTH.  COUNTS AND CONTROL    *
      *          TOTALS ARE ACCUMULATED PER COMPANY AND IN TOTAL, THE *
      *          FILE IS BALANCED AGAINST THE HEADER COUNT AND HASH,  *
      *          AND A RUN-STATISTICS RECORD IS WRITTEN FOR THE       *
      *          OPERATIONS TREND HISTORY.  AN OPTIONAL KEY-RANGE     *
      *          PARAMETER RUNS THE PASS AS ONE PARTITION OF A        *
      *          PARALLEL SCHEDULE, WRITING PARTITION TOTALS FOR THE  *
      *          MERGE STEP IN PLACE OF THE FULL-FILE BALANCE CHECK.  *
      *          ITEMS THE DUPLICATE CHECK HAS PUT ON HOLD ARE        *
      *          SKIPPED (COUNTED AND HASHED ONLY) UNTIL THE DESK     *
      *          RELEASES OR DELETES THEM.  AN INTERCOMPANY CHARGE    *
      *          (CODE I) POSTS A DUE-FROM ENTRY TO THE ORIGINATOR'S  *
      *          FEED AND THE MATCHING DUE-TO ENTRY TO THE            *
      *          COUNTERPARTY'S FEED UNDER ONE SHARED REFERENCE; A    *
      *          PARTITION RUN WRITES THE DUE-TO HALF TO THE IC       *
      *          TRANSFER FILE AND LEAVES BOTH ITS FEED ENTRY AND ITS *
      *          BALANCE POSTING TO THE STEPS THAT FOLLOW THE         *
      *          PARTITIONS, SO NO PARTITION TOUCHES ANOTHER          *
      *          COMPANY'S BALANCES.  EVERY EXCHANGE RATE LOADED IS   *
      *          RECORDED ON THE RATE HISTORY UNDER THE BUSINESS      *
      *          DATE, IN A PARTITIONED NIGHT BY THE ONE PARTITION    *
      *          WHOSE PARAMETER CARD CARRIES R IN COLUMN 22.  EACH   *
      *          REJECT CARRIES THE BUSINESS DATE THE ITEM FIRST      *
      *          ENTERED THE REJECT QUEUE, TAKEN FROM THE PRIOR       *
      *          REJECT GENERATION WHEN THE ITEM WAS ALREADY THERE,   *
      *          AND EACH HELD ITEM THE DATE IT WAS HELD              *
      *****************************************************************
       
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL PRIOR-REJECT-FILE
               ASSIGN TO "REJPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJPRIOR-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO "CHECKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL3-STATUS.

           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT OPTIONAL STATS-FILE
               ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL DUPHOLD-FILE
               ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUPHOLD-STATUS.

           SELECT OPTIONAL ICXFER-FILE
               ASSIGN TO "ICXFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICXFER-STATUS.

           SELECT OPTIONAL FXRATE-FILE
               ASSIGN TO "FXRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  REJECT-FILE.
       COPY REJREC.

       FD  PRIOR-REJECT-FILE.
       01  PRJ-RECORD.
           05  FILLER          PIC X(8).
           05  PRJ-COMPANY     PIC X(2).
           05  PRJ-TRANS-ID    PIC X(6).
           05  FILLER          PIC X(107).
           05  PRJ-ENTRY-DATE  PIC 9(8).
           05  FILLER          PIC X(2).

       FD  CHECKPOINT-FILE.
       01  CKP-RECORD          PIC X(8).

       FD  GL-FILE-3.
       01  GL3-RECORD          PIC X(41).

       FD  BALANCE-FILE.
       COPY GLBREC.

       FD  STATS-FILE.
       COPY RUNSTAT.

           05  PRT-LOW-KEY     PIC X(8).
           05  FILLER          PIC X(1).
           05  PRT-HIGH-KEY    PIC X(8).
           05  FILLER          PIC X(1).
           05  PRT-RATE-FLAG   PIC X(1).
               88  PRT-RECORD-RATES    VALUE "R".

       FD  PART-TOTALS-FILE.
       COPY PARTREC.
           05  FILLER          PIC X(1).
           05  CUR-RATE        PIC 9(3)V9(6).

       FD  DUPHOLD-FILE.
       COPY DUPREC.

       FD  ICXFER-FILE.
       01  ICX-RECORD          PIC X(41).

       FD  FXRATE-FILE.
       COPY FXRREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".
       01  WS-REJECT-STATUS    PIC XX.
           88  WS-REJECT-OK    VALUE "00".

       01  WS-REJPRIOR-STATUS  PIC XX.
           88  WS-REJPRIOR-OK  VALUE "00" "05".
           88  WS-REJPRIOR-NOFILE VALUE "35".

       01  WS-REJPRIOR-EOF-SW  PIC X(1)  VALUE "N".
           88  WS-REJPRIOR-EOF     VALUE "Y".

       01  WS-PRJ-MAX          PIC 9(4)  VALUE 2000.
       01  WS-PRJ-COUNT        PIC 9(4)  VALUE ZERO.
       01  WS-PRJ-SUB          PIC 9(4)  VALUE ZERO.
       01  WS-PRJ-TABLE.
           05  WS-PRJ-ENTRY OCCURS 2000 TIMES.
               10  WS-PRJ-COMPANY     PIC X(2).
               10  WS-PRJ-TRANS-ID    PIC X(6).
               10  WS-PRJ-ENTRY-DATE  PIC 9(8).

       01  WS-CHECKPOINT-STATUS PIC XX.
           88  WS-CHECKPOINT-OK      VALUE "00".
           88  WS-CHECKPOINT-NOFILE  VALUE "35".
       01  WS-GL3-STATUS       PIC XX.
           88  WS-GL3-OK       VALUE "00" "05".

       01  WS-GLBAL-STATUS     PIC XX.
           88  WS-GLBAL-OK     VALUE "00" "05".

       01  WS-GLB-NEW-SW       PIC X(1)  VALUE "N".
           88  WS-GLB-NEW          VALUE "Y".

       01  WS-GLB-DATE-WORK    PIC 9(8).
       01  WS-GLB-DATE-SPLIT REDEFINES WS-GLB-DATE-WORK.
           05  WS-GLB-MONTH    PIC 9(6).
           05  WS-GLB-DAY      PIC 9(2).

       01  WS-STATS-STATUS     PIC XX.
           88  WS-STATS-OK     VALUE "00" "05".

           88  WS-RATE-OK      VALUE "00" "05".
           88  WS-RATE-NOFILE  VALUE "35".

       01  WS-FXRATE-STATUS    PIC XX.
           88  WS-FXRATE-OK    VALUE "00" "05".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-RATE-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-RATE-EOF         VALUE "Y".

       01  WS-LIMIT-HIT        PIC S9(10)V99 VALUE ZERO.
       01  WS-HELD-COUNT       PIC 9(6)  VALUE ZERO.

       01  WS-DUPHOLD-STATUS   PIC XX.
           88  WS-DUPHOLD-OK   VALUE "00" "05".
       01  WS-DUP-HELD-SW      PIC X(1)  VALUE "N".
           88  WS-DUP-HELD         VALUE "Y".
       01  WS-DUP-HELD-COUNT   PIC 9(6)  VALUE ZERO.

       01  WS-ICXFER-STATUS    PIC XX.
           88  WS-ICXFER-OK    VALUE "00" "05".
       01  WS-GL-COMPANY       PIC X(2).
       01  WS-IC-COUNT         PIC 9(6)  VALUE ZERO.

       01  WS-EFF-DATE-WORK    PIC 9(8).
       01  WS-EFF-DATE-SPLIT REDEFINES WS-EFF-DATE-WORK.
           05  WS-EFF-MONTH    PIC 9(6).
       01  WS-PART-ID          PIC X(2)  VALUE SPACES.
       01  WS-PART-LOW-KEY     PIC X(8)  VALUE SPACES.
       01  WS-PART-HIGH-KEY    PIC X(8)  VALUE SPACES.
       01  WS-RATE-REC-SW      PIC X(1)  VALUE "Y".
           88  WS-RECORD-RATES     VALUE "Y".

       01  WS-END-TIME         PIC 9(8).
       01  WS-TIME-WORK        PIC 9(8).

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE  PIC 9(8).
           05  WS-RUN-ID-TIME  PIC 9(8).
                   WS-GL3-STATUS
               STOP RUN
           END-IF
           OPEN I-O BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR OPENING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR OPENING CHART FILE. STATUS: "
                   WS-SUSPENSE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DUPHOLD-FILE
           IF NOT WS-DUPHOLD-OK
               DISPLAY "ERROR OPENING DUPLICATE HOLD FILE. STATUS: "
                   WS-DUPHOLD-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND ICXFER-FILE
           IF NOT WS-ICXFER-OK
               DISPLAY "ERROR OPENING IC TRANSFER FILE. STATUS: "
                   WS-ICXFER-STATUS
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
           MOVE WS-RUN-TIME TO WS-RUN-ID-TIME
      *    A RUN THAT STARTS AFTER MIDNIGHT ON THE SAME BUSINESS DATE
      *    MUST STILL SORT AFTER THE EVENING'S RUNS ON THE AUDIT KEY
           IF WS-CLOCK-DATE > WS-RUN-DATE
               ADD 24000000 TO WS-RUN-ID-TIME
           END-IF
           PERFORM 101-READ-RUN-MODE
           IF NOT WS-EDIT-ONLY
               PERFORM 104-ACQUIRE-LOCK
           PERFORM 102-READ-PART-PARM
           PERFORM 103-LOAD-LIMITS
           PERFORM 107-LOAD-RATES
           PERFORM 109-LOAD-PRIOR-REJECTS
           PERFORM 105-READ-CHECKPOINT
           PERFORM 110-READ-HEADER
           PERFORM 115-VALIDATE-FILE.
                       MOVE PRT-HIGH-KEY TO WS-PART-HIGH-KEY
                       DISPLAY "PARTITION " WS-PART-ID " KEY RANGE "
                           WS-PART-LOW-KEY " TO " WS-PART-HIGH-KEY
                       IF NOT PRT-RECORD-RATES
                           MOVE "N" TO WS-RATE-REC-SW
                           DISPLAY "RATE HISTORY RECORDED BY ANOTHER "
                               "PARTITION"
                       END-IF
               END-READ
               CLOSE PART-PARM-FILE
           ELSE
           DISPLAY "RUN LOCK ACQUIRED".

       107-LOAD-RATES.
           IF WS-EDIT-ONLY
               MOVE "N" TO WS-RATE-REC-SW
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-NOFILE
               DISPLAY "NO RATE FILE - FOREIGN CURRENCY ITEMS "
                       WS-RATE-STATUS
                   STOP RUN
               END-IF
               IF WS-RECORD-RATES
                   OPEN I-O FXRATE-FILE
                   IF NOT WS-FXRATE-OK
                       DISPLAY "ERROR OPENING RATE HISTORY FILE. "
                           "STATUS: " WS-FXRATE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               READ RATE-FILE
                   AT END
                       SET WS-RATE-EOF TO TRUE
                       TO WS-RATE-CURRENCY (WS-RATE-COUNT)
                   MOVE CUR-RATE
                       TO WS-RATE-VALUE (WS-RATE-COUNT)
                   IF WS-RECORD-RATES
                       PERFORM 108-RECORD-RATE
                   END-IF
                   READ RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
               END-PERFORM
               CLOSE RATE-FILE
               DISPLAY "EXCHANGE RATES LOADED: " WS-RATE-COUNT
               IF WS-RECORD-RATES
                   CLOSE FXRATE-FILE
               END-IF
           END-IF.

       108-RECORD-RATE.
           MOVE SPACES TO FXR-RECORD
           MOVE CUR-CODE TO FXR-CURRENCY
           MOVE WS-RUN-DATE TO FXR-DATE
           MOVE CUR-RATE TO FXR-RATE
           MOVE "ADDNUM" TO FXR-SOURCE
           WRITE FXR-RECORD
               INVALID KEY
                   REWRITE FXR-RECORD
                       INVALID KEY
                           DISPLAY "ERROR RECORDING RATE HISTORY. "
                               "STATUS: " WS-FXRATE-STATUS
                   END-REWRITE
           END-WRITE.

       109-LOAD-PRIOR-REJECTS.
           OPEN INPUT PRIOR-REJECT-FILE
           IF WS-REJPRIOR-NOFILE
               DISPLAY "NO PRIOR REJECT FILE - REJECTS DATED TODAY"
           ELSE
               IF NOT WS-REJPRIOR-OK
                   DISPLAY "ERROR OPENING PRIOR REJECT FILE. STATUS: "
                       WS-REJPRIOR-STATUS
                   STOP RUN
               END-IF
               READ PRIOR-REJECT-FILE
                   AT END
                       SET WS-REJPRIOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REJPRIOR-EOF
                   IF PRJ-ENTRY-DATE NUMERIC
                      AND PRJ-ENTRY-DATE NOT = ZERO
                       PERFORM 119-NOTE-PRIOR-REJECT
                   END-IF
                   READ PRIOR-REJECT-FILE
                       AT END
                           SET WS-REJPRIOR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-REJECT-FILE
               DISPLAY "PRIOR REJECTS LOADED: " WS-PRJ-COUNT
           END-IF.

       119-NOTE-PRIOR-REJECT.
           PERFORM VARYING WS-PRJ-SUB FROM 1 BY 1
               UNTIL WS-PRJ-SUB > WS-PRJ-COUNT
                  OR (WS-PRJ-COMPANY (WS-PRJ-SUB) = PRJ-COMPANY
                      AND WS-PRJ-TRANS-ID (WS-PRJ-SUB) =
                          PRJ-TRANS-ID)
               CONTINUE
           END-PERFORM
           IF WS-PRJ-SUB > WS-PRJ-COUNT
               IF WS-PRJ-COUNT = WS-PRJ-MAX
                   DISPLAY "ERROR: PRIOR REJECT TABLE FULL AT "
                       WS-PRJ-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRJ-COUNT
               MOVE PRJ-COMPANY TO WS-PRJ-COMPANY (WS-PRJ-COUNT)
               MOVE PRJ-TRANS-ID TO WS-PRJ-TRANS-ID (WS-PRJ-COUNT)
               MOVE PRJ-ENTRY-DATE
                   TO WS-PRJ-ENTRY-DATE (WS-PRJ-COUNT)
           ELSE
               IF PRJ-ENTRY-DATE < WS-PRJ-ENTRY-DATE (WS-PRJ-SUB)
                   MOVE PRJ-ENTRY-DATE
                       TO WS-PRJ-ENTRY-DATE (WS-PRJ-SUB)
               END-IF
           END-IF.

       105-READ-CHECKPOINT.
               MOVE WS-HEADER-KEY TO WS-RESTART-KEY
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

       110-READ-HEADER.
           MOVE WS-HEADER-KEY TO IN-REC-KEY
           READ INPUT-FILE KEY IS IN-REC-KEY
               END-IF
               IF IN-REC-KEY NOT = WS-HEADER-KEY
                   ADD 1 TO WS-RECORD-NUMBER
                   PERFORM 204-CHECK-DUP-HOLD
                   IF WS-DUP-HELD
                       PERFORM 217-SKIP-DUP-HOLD
                   ELSE
                       PERFORM 205-VALIDATE-RECORD
                       IF WS-RECORD-VALID
                           PERFORM 210-CALCULATE-RESULT
                           IF WS-OVER-LIMIT
                               PERFORM 216-HOLD-RECORD THRU 216-EXIT
                           ELSE
                               IF NOT WS-EDIT-ONLY
                                   PERFORM 220-REWRITE-RECORD
                               END-IF
                           END-IF
                           IF NOT WS-EDIT-ONLY
                               PERFORM 225-WRITE-CHECKPOINT
                           END-IF
                       ELSE
                           PERFORM 215-REJECT-RECORD
                       END-IF
                   END-IF
               END-IF
               READ INPUT-FILE NEXT RECORD
       200-EXIT.
           EXIT.

       204-CHECK-DUP-HOLD.
           MOVE "N" TO WS-DUP-HELD-SW
           MOVE IN-COMPANY TO DUP-COMPANY
           MOVE IN-TRANS-ID TO DUP-TRANS-ID
           READ DUPHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DUP-HELD
                       MOVE "Y" TO WS-DUP-HELD-SW
                   END-IF
           END-READ.

       217-SKIP-DUP-HOLD.
           IF IN-NUM1 NUMERIC AND IN-NUM2 NUMERIC
               ADD IN-NUM1 IN-NUM2 TO WS-ACTUAL-HASH
           END-IF
           ADD 1 TO WS-DUP-HELD-COUNT
           DISPLAY "RECORD HELD AS SUSPECTED DUPLICATE - "
               IN-COMPANY " " IN-TRANS-ID.

       205-VALIDATE-RECORD.
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
       207-VALIDATE-CODE.
           IF NOT IN-TRANS-ADD AND NOT IN-TRANS-SUBTRACT
              AND NOT IN-TRANS-MULTIPLY AND NOT IN-TRANS-DIVIDE
              AND NOT IN-TRANS-INTERCO
               SET WS-RECORD-INVALID TO TRUE
               MOVE "INVALID TRANS CODE" TO WS-REJECT-REASON
           ELSE
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "DIVIDE BY ZERO" TO WS-REJECT-REASON
               END-IF
               IF IN-TRANS-INTERCO
                  AND (NOT IN-IC-PARTNER-VALID
                       OR IN-IC-PARTNER = IN-COMPANY)
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "INVALID IC COUNTERPARTY" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM 208-VALIDATE-EFF-DATE
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-RECORD-VALID AND IN-TRANS-INTERCO
               MOVE IN-IC-PARTNER TO PER-COMPANY
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-CLOSED
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "IC PARTNER PERIOD CLOSED"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-RECORD-VALID
               PERFORM 213-VALIDATE-CURRENCY
           END-IF.
       210-CALCULATE-RESULT.
           EVALUATE TRUE
               WHEN IN-TRANS-ADD
               WHEN IN-TRANS-INTERCO
                   COMPUTE WS-CALC-SUM = IN-NUM1 + IN-NUM2
               WHEN IN-TRANS-SUBTRACT
                   COMPUTE WS-CALC-SUM = IN-NUM1 - IN-NUM2
           MOVE IN-EFF-DATE TO SUS-EFF-DATE
           MOVE WS-LIMIT-HIT TO SUS-LIMIT
           MOVE IN-CURRENCY TO SUS-CURRENCY
           MOVE WS-RUN-DATE TO SUS-ENTRY-DATE
           WRITE SUS-RECORD
           IF NOT WS-SUSPENSE-OK
               DISPLAY "ERROR WRITING SUSPENSE RECORD. STATUS: "
           PERFORM 218-FIND-RATE
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               WS-CALC-SUM * WS-CURR-RATE
           IF IN-TRANS-INTERCO
               MOVE ZERO TO WS-BASE-AMOUNT
           END-IF
           ADD WS-BASE-AMOUNT TO WS-BASE-TOTAL.

       215-REJECT-RECORD.
           MOVE INPUT-RECORD TO REJ-IMAGE
           MOVE "  REASON: " TO REJ-TAG-REASON
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE "  ENTERED: " TO REJ-TAG-ENTRY
           PERFORM 219-FIND-ENTRY-DATE
           WRITE REJ-RECORD
           DISPLAY "RECORD REJECTED: " WS-REJECT-REASON.

       219-FIND-ENTRY-DATE.
           PERFORM VARYING WS-PRJ-SUB FROM 1 BY 1
               UNTIL WS-PRJ-SUB > WS-PRJ-COUNT
                  OR (WS-PRJ-COMPANY (WS-PRJ-SUB) = IN-COMPANY
                      AND WS-PRJ-TRANS-ID (WS-PRJ-SUB) =
                          IN-TRANS-ID)
               CONTINUE
           END-PERFORM
           IF WS-PRJ-SUB > WS-PRJ-COUNT
               MOVE WS-RUN-DATE TO REJ-ENTRY-DATE
           ELSE
               MOVE WS-PRJ-ENTRY-DATE (WS-PRJ-SUB) TO REJ-ENTRY-DATE
           END-IF.

       220-REWRITE-RECORD.
           MOVE IN-SUM TO WS-OLD-SUM
           MOVE WS-CALC-SUM TO IN-SUM
           MOVE WS-OLD-SUM TO AUD-OLD-SUM
           MOVE IN-SUM TO AUD-NEW-SUM
           MOVE IN-GL-ACCOUNT TO AUD-GL-ACCOUNT
           MOVE SPACES TO AUD-OPERATOR
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
           MOVE IN-GL-ACCOUNT TO GL-ACCOUNT
           COMPUTE GL-AMOUNT ROUNDED = IN-SUM * WS-CURR-RATE
           MOVE WS-RUN-DATE TO GL-DATE
           MOVE IN-COMPANY TO WS-GL-COMPANY
           IF IN-TRANS-INTERCO
               MOVE IN-COMPANY TO GL-IC-REF-COMPANY
               MOVE IN-TRANS-ID TO GL-IC-REF-TRANS-ID
               MOVE "F" TO GL-IC-SIDE
               MOVE IN-IC-PARTNER TO GL-IC-PARTNER
           END-IF
           PERFORM 230-WRITE-GL-FEED
           IF IN-TRANS-INTERCO
               PERFORM 231-WRITE-IC-DUE-TO
           END-IF.

       230-WRITE-GL-FEED.
           EVALUATE WS-GL-COMPANY
               WHEN "01"
                   WRITE GL1-RECORD FROM GL-RECORD
                   IF NOT WS-GL1-OK
                       DISPLAY "ERROR WRITING GL RECORD. STATUS: "
                           WS-GL3-STATUS
                   END-IF
           END-EVALUATE
           PERFORM 229-POST-BALANCE.

       231-WRITE-IC-DUE-TO.
           ADD 1 TO WS-IC-COUNT
           COMPUTE GL-AMOUNT = ZERO - GL-AMOUNT
           MOVE "T" TO GL-IC-SIDE
           MOVE IN-IC-PARTNER TO WS-GL-COMPANY
           IF WS-PARTITION-RUN
               WRITE ICX-RECORD FROM GL-RECORD
               IF NOT WS-ICXFER-OK
                   DISPLAY "ERROR WRITING IC TRANSFER RECORD. STATUS: "
                       WS-ICXFER-STATUS
               END-IF
           ELSE
               PERFORM 230-WRITE-GL-FEED
           END-IF.

       229-POST-BALANCE.
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

       225-WRITE-CHECKPOINT.
           DIVIDE WS-RECORD-NUMBER BY WS-CHECKPOINT-INTERVAL
               DISPLAY "ERROR CLOSING GL FILE 3. STATUS: "
                   WS-GL3-STATUS
           END-IF
           CLOSE BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR CLOSING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
           END-IF
           CLOSE CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR CLOSING CHART FILE. STATUS: "
               DISPLAY "ERROR CLOSING SUSPENSE FILE. STATUS: "
                   WS-SUSPENSE-STATUS
           END-IF
           CLOSE DUPHOLD-FILE
           IF NOT WS-DUPHOLD-OK
               DISPLAY "ERROR CLOSING DUPLICATE HOLD FILE. STATUS: "
                   WS-DUPHOLD-STATUS
           END-IF
           CLOSE ICXFER-FILE
           IF NOT WS-ICXFER-OK
               DISPLAY "ERROR CLOSING IC TRANSFER FILE. STATUS: "
                   WS-ICXFER-STATUS
           END-IF
           IF NOT WS-EDIT-ONLY
               OPEN OUTPUT CHECKPOINT-FILE
               IF NOT WS-CHECKPOINT-OK
               GO TO 400-EXIT
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "ADDNUM RUN REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           IF WS-EDIT-ONLY
               MOVE SPACES TO RPT-RECORD
               MOVE "*** EDIT-ONLY PREVIEW - NO UPDATES APPLIED ***"
           END-STRING
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "HELD AS DUPLICATE:  " DELIMITED BY SIZE
                  WS-DUP-HELD-COUNT   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "IC PAIRS POSTED:    " DELIMITED BY SIZE
                  WS-IC-COUNT         DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           CLOSE REPORT-FILE.
       400-EXIT.
           EXIT.
