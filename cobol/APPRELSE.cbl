      *          AGAINST THE CHART OF ACCOUNTS, THE PERIOD CONTROL    *
      *          FILE, AND THE EXCHANGE-RATE TABLE FIRST - AN         *
      *          ACCOUNT SINCE INACTIVATED, A PERIOD CLOSED WHILE     *
      *          THE ITEM SAT ON SUSPENSE (THE COUNTERPARTY'S PERIOD  *
      *          TOO, FOR AN INTERCOMPANY CHARGE), OR A CURRENCY      *
      *          WITH NO RATE SENDS IT TO THE REJECT STREAM INSTEAD   *
      *          OF POSTING -                                         *
      *          THEN POST THE HELD CALCULATED SUM TO THE NUMBERS     *
      *          MASTER WITH AN AUDIT HISTORY RECORD AND A GL FEED    *
      *          ENTRY, EXACTLY AS THE NIGHTLY PASS WOULD HAVE.       *
      *          ID IS DISPOSED AT MOST ONCE PER RUN - FURTHER        *
      *          SUSPENSE RECORDS FOR THE SAME KEY ARE DROPPED AS     *
      *          DUPLICATES SO A DECISION NEVER POSTS TWICE.  THE     *
      *          RELEASE REPORT SHOWS EVERY DISPOSITION.  EACH        *
      *          DECISION CARD CARRIES THE APPROVER'S OPERATOR ID; A  *
      *          CARD WHOSE OPERATOR IS NOT AUTHORIZED FOR APPRELSE   *
      *          AND THE COMPANY IS REJECTED, AND AN APPROVAL IS      *
      *          REFUSED (THE ITEM STAYS HELD) WHEN THE AUDIT HISTORY *
      *          SHOWS THE APPROVER ENTERED OR LAST CHANGED THE ITEM. *
      *          A HELD ITEM CARRIED FORWARD KEEPS THE DATE IT WAS    *
      *          FIRST HELD (AN ITEM WITH NO ENTRY DATE IS STAMPED    *
      *          WITH THE BUSINESS DATE); A DENIED OR FAILED ITEM     *
      *          ENTERS THE REJECT STREAM DATED THE BUSINESS DATE     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT AUTH-FILE
               ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO "REJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL3-STATUS.

           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT APPR-FILE
               ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPIN-FILE.
           05  DEC-ACTION      PIC X(1).
               88  DEC-APPROVE         VALUE "A".
               88  DEC-DENY            VALUE "D".
           05  FILLER          PIC X(1).
           05  DEC-OPERATOR    PIC X(8).

       FD  SUSPOUT-FILE.
       01  SUSPOUT-RECORD      PIC X(86).

       FD  NUMBERS-FILE.
       COPY NUMREC.
       FD  PERIOD-FILE.
       COPY PERREC.

       FD  AUTH-FILE.
       COPY AUTREC.

       FD  REJECT-FILE.
       COPY REJREC.

       FD  GL-FILE-3.
       01  GL3-RECORD          PIC X(41).

       FD  BALANCE-FILE.
       COPY GLBREC.

       FD  APPR-FILE.
       01  APR-RECORD          PIC X(100).

       FD  LOCK-FILE.
       COPY LOKREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-SUSPIN-STATUS    PIC XX.
           88  WS-SUSPIN-OK    VALUE "00".
       01  WS-PERIOD-STATUS    PIC XX.
           88  WS-PERIOD-OK    VALUE "00".

       01  WS-AUTH-STATUS      PIC XX.
           88  WS-AUTH-OK      VALUE "00".

       01  WS-EFF-DATE-WORK    PIC 9(8).
       01  WS-EFF-DATE-SPLIT REDEFINES WS-EFF-DATE-WORK.
           05  WS-EFF-MONTH    PIC 9(6).

       01  WS-REJECT-REASON    PIC X(30).

       01  WS-AUTH-SW          PIC X(1)  VALUE "N".
           88  WS-AUTHORIZED       VALUE "Y".

       01  WS-HIST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-HIST-EOF         VALUE "Y".

       01  WS-SAME-OPER-SW     PIC X(1)  VALUE "N".
           88  WS-SAME-OPERATOR    VALUE "Y".

       01  WS-ENTERED-BY       PIC X(8).
       01  WS-CHANGED-BY       PIC X(8).

       01  WS-REJECT-STATUS    PIC XX.
           88  WS-REJECT-OK    VALUE "00" "05".

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

       01  WS-APPR-STATUS      PIC XX.
           88  WS-APPR-OK      VALUE "00".

               10  WS-DEC-COMPANY     PIC X(2).
               10  WS-DEC-TRANS-ID    PIC X(6).
               10  WS-DEC-ACTION      PIC X(1).
               10  WS-DEC-OPERATOR    PIC X(8).
               10  WS-DEC-USED-SW     PIC X(1).
                   88  WS-DEC-USED        VALUE "Y".

       01  WS-PENDING-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(6)  VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6)  VALUE ZERO.
       01  WS-NOAUTH-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-REFUSED-COUNT    PIC 9(6)  VALUE ZERO.

       01  WS-OLD-SUM          PIC S9(10)V99.

                               PIC X(13).

       COPY GLREC.
       01  WS-GL-COMPANY       PIC X(2).

       01  WS-AUDIT-SEQ        PIC 9(4)  VALUE ZERO.

           88  WS-LOCK-OK          VALUE "00".
           88  WS-LOCK-NOFILE      VALUE "35".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-LOCK-DATE        PIC 9(8).
       01  WS-LOCK-TIME        PIC 9(8).

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE  PIC 9(8).
           05  WS-RUN-ID-TIME  PIC 9(8).
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
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR OPENING CHART FILE. STATUS: "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR OPENING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPR-FILE
           IF NOT WS-APPR-OK
               DISPLAY "ERROR OPENING RELEASE REPORT FILE. STATUS: "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           PERFORM 104-ACQUIRE-LOCK
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
           MOVE WS-RUN-TIME TO WS-RUN-ID-TIME
      *    A RUN THAT STARTS AFTER MIDNIGHT ON THE SAME BUSINESS DATE
      *    MUST STILL SORT AFTER THE EVENING'S RUNS ON THE AUDIT KEY
           IF WS-CLOCK-DATE > WS-RUN-DATE
               ADD 24000000 TO WS-RUN-ID-TIME
           END-IF
           MOVE SPACES TO APR-RECORD
           STRING "APPROVAL RELEASE REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO APR-RECORD
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

       110-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-NOFILE
               END-READ
           END-IF
           PERFORM UNTIL WS-DECIDE-EOF
               PERFORM 125-CHECK-AUTHORITY
               IF WS-AUTHORIZED
                   IF WS-DEC-COUNT = WS-DEC-MAX
                       DISPLAY "ERROR: DECISION TABLE FULL AT "
                           WS-DEC-MAX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEC-COUNT
                   MOVE DEC-COMPANY TO WS-DEC-COMPANY (WS-DEC-COUNT)
                   MOVE DEC-TRANS-ID
                       TO WS-DEC-TRANS-ID (WS-DEC-COUNT)
                   MOVE DEC-ACTION TO WS-DEC-ACTION (WS-DEC-COUNT)
                   MOVE DEC-OPERATOR
                       TO WS-DEC-OPERATOR (WS-DEC-COUNT)
                   MOVE "N" TO WS-DEC-USED-SW (WS-DEC-COUNT)
               ELSE
                   ADD 1 TO WS-NOAUTH-COUNT
                   MOVE SPACES TO APR-RECORD
                   STRING "CO: "           DELIMITED BY SIZE
                          DEC-COMPANY      DELIMITED BY SIZE
                          "  TRANS: "      DELIMITED BY SIZE
                          DEC-TRANS-ID     DELIMITED BY SIZE
                          "  DECISION REJECTED: " DELIMITED BY SIZE
                          WS-REJECT-REASON DELIMITED BY SIZE
                          "  OPERATOR: "   DELIMITED BY SIZE
                          DEC-OPERATOR     DELIMITED BY SIZE
                          INTO APR-RECORD
                   END-STRING
                   WRITE APR-RECORD
                   DISPLAY "DECISION CARD REJECTED: " WS-REJECT-REASON
               END-IF
               READ DECIDE-FILE
                   AT END
                       SET WS-DECIDE-EOF TO TRUE
           END-IF
           DISPLAY "DECISIONS LOADED: " WS-DEC-COUNT.

       125-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTH-SW
           IF DEC-OPERATOR = SPACES
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE DEC-OPERATOR TO AUT-OPERATOR
               MOVE "APPRELSE" TO AUT-PROGRAM
               MOVE DEC-COMPANY TO AUT-COMPANY
               PERFORM 126-READ-AUTHORITY
               IF NOT WS-AUTHORIZED
                   MOVE "**" TO AUT-COMPANY
                   PERFORM 126-READ-AUTHORITY
               END-IF
               IF NOT WS-AUTHORIZED
                   MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       126-READ-AUTHORITY.
           MOVE "N" TO WS-AUTH-SW
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AUT-ACTIVE
                       MOVE "Y" TO WS-AUTH-SW
                   END-IF
           END-READ.

       200-PROCESS-SUSPENSE.
           IF NOT WS-SUSPIN-EOF
               READ SUSPIN-FILE
               MOVE "Y" TO WS-DEC-USED-SW (WS-DEC-SUB)
               EVALUATE WS-DEC-ACTION (WS-DEC-SUB)
                   WHEN "A"
                       PERFORM 208-CHECK-SEPARATION
                       IF WS-SAME-OPERATOR
                           PERFORM 245-REFUSE-APPROVAL
                       ELSE
                           PERFORM 207-EDIT-APPROVED
                           IF WS-TRAN-VALID
                               PERFORM 210-POST-APPROVED
                           ELSE
                               PERFORM 235-RETURN-EDIT-REJECT
                           END-IF
                       END-IF
                   WHEN "D"
                       PERFORM 230-RETURN-DENIED
                       END-IF
               END-READ
           END-IF
      *    THE DUE-TO HALF OF AN INTERCOMPANY CHARGE POSTS TO THE
      *    COUNTERPARTY, SO ITS PERIOD MUST BE OPEN AS WELL
           IF WS-TRAN-VALID AND SUS-TRANS-CODE = "I"
               MOVE SUS-COMPANY TO IN-COMPANY
               MOVE SUS-TRANS-ID TO IN-TRANS-ID
               READ NUMBERS-FILE
                   INVALID KEY
                       MOVE SPACES TO IN-IC-PARTNER
               END-READ
               IF IN-IC-PARTNER NOT = SPACES
                   MOVE IN-IC-PARTNER TO PER-COMPANY
                   MOVE WS-EFF-MONTH TO PER-MONTH
                   READ PERIOD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-CLOSED
                               SET WS-TRAN-INVALID TO TRUE
                               MOVE "IC PARTNER PERIOD CLOSED"
                                   TO WS-REJECT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-TRAN-VALID
               MOVE SUS-CURRENCY TO WS-LOOKUP-CURRENCY
               PERFORM 225-FIND-RATE
               END-IF
           END-IF.

       208-CHECK-SEPARATION.
           MOVE "N" TO WS-SAME-OPER-SW
           MOVE SPACES TO WS-ENTERED-BY
           MOVE SPACES TO WS-CHANGED-BY
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE SUS-COMPANY TO AUD-COMPANY
           MOVE SUS-TRANS-ID TO AUD-TRANS-ID
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
               PERFORM 209-NOTE-OPERATOR
               IF NOT WS-HIST-EOF
                   READ AUDIT-FILE NEXT RECORD
                       AT END
                           SET WS-HIST-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF WS-DEC-OPERATOR (WS-DEC-SUB) = WS-ENTERED-BY
              OR WS-DEC-OPERATOR (WS-DEC-SUB) = WS-CHANGED-BY
               SET WS-SAME-OPERATOR TO TRUE
           END-IF.

       209-NOTE-OPERATOR.
           IF AUD-COMPANY NOT = SUS-COMPANY
              OR AUD-TRANS-ID NOT = SUS-TRANS-ID
               SET WS-HIST-EOF TO TRUE
           ELSE
               IF AUD-OPERATOR NOT = SPACES
                  AND AUD-PROGRAM NOT = "APPRELSE"
                   IF WS-ENTERED-BY = SPACES
                       MOVE AUD-OPERATOR TO WS-ENTERED-BY
                   END-IF
                   MOVE AUD-OPERATOR TO WS-CHANGED-BY
               END-IF
           END-IF.

       210-POST-APPROVED.
           MOVE SUS-COMPANY TO IN-COMPANY
           MOVE SUS-TRANS-ID TO IN-TRANS-ID
           MOVE WS-OLD-SUM TO AUD-OLD-SUM
           MOVE IN-SUM TO AUD-NEW-SUM
           MOVE SUS-GL-ACCOUNT TO AUD-GL-ACCOUNT
           MOVE WS-DEC-OPERATOR (WS-DEC-SUB) TO AUD-OPERATOR
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
           MOVE SUS-GL-ACCOUNT TO GL-ACCOUNT
           COMPUTE GL-AMOUNT ROUNDED = IN-SUM * WS-CURR-RATE
           MOVE WS-RUN-DATE TO GL-DATE
           MOVE SUS-COMPANY TO WS-GL-COMPANY
           IF IN-TRANS-INTERCO
               MOVE SUS-COMPANY TO GL-IC-REF-COMPANY
               MOVE SUS-TRANS-ID TO GL-IC-REF-TRANS-ID
               MOVE "F" TO GL-IC-SIDE
               MOVE IN-IC-PARTNER TO GL-IC-PARTNER
           END-IF
           PERFORM 221-WRITE-GL-FEED
           IF IN-TRANS-INTERCO
               COMPUTE GL-AMOUNT = ZERO - GL-AMOUNT
               MOVE "T" TO GL-IC-SIDE
               MOVE IN-IC-PARTNER TO WS-GL-COMPANY
               PERFORM 221-WRITE-GL-FEED
           END-IF.

       221-WRITE-GL-FEED.
           EVALUATE WS-GL-COMPANY
               WHEN "01"
                   WRITE GL1-RECORD FROM GL-RECORD
                   IF NOT WS-GL1-OK
                       DISPLAY "ERROR WRITING GL RECORD. STATUS: "
                           WS-GL3-STATUS
                   END-IF
           END-EVALUATE
           PERFORM 222-POST-BALANCE.

       222-POST-BALANCE.
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

       225-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE SUS-CURRENCY TO REJ-CURRENCY
           MOVE "  REASON: " TO REJ-TAG-REASON
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE "  ENTERED: " TO REJ-TAG-ENTRY
           MOVE WS-RUN-DATE TO REJ-ENTRY-DATE
           WRITE REJ-RECORD
           IF NOT WS-REJECT-OK
               DISPLAY "ERROR WRITING REJECT RECORD. STATUS: "

       240-CARRY-FORWARD.
           ADD 1 TO WS-PENDING-COUNT
           PERFORM 242-KEEP-ENTRY-DATE
           MOVE SUS-RECORD TO SUSPOUT-RECORD
           WRITE SUSPOUT-RECORD
           IF NOT WS-SUSPOUT-OK
           END-STRING
           WRITE APR-RECORD.

       242-KEEP-ENTRY-DATE.
           IF SUS-ENTRY-DATE NOT NUMERIC
              OR SUS-ENTRY-DATE = ZERO
               MOVE WS-RUN-DATE TO SUS-ENTRY-DATE
           END-IF.

       245-REFUSE-APPROVAL.
           ADD 1 TO WS-REFUSED-COUNT
           ADD 1 TO WS-PENDING-COUNT
           PERFORM 242-KEEP-ENTRY-DATE
           MOVE SUS-RECORD TO SUSPOUT-RECORD
           WRITE SUSPOUT-RECORD
           IF NOT WS-SUSPOUT-OK
               DISPLAY "ERROR WRITING NEW SUSPENSE FILE. STATUS: "
                   WS-SUSPOUT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE SPACES TO APR-RECORD
           STRING "CO: "        DELIMITED BY SIZE
                  SUS-COMPANY   DELIMITED BY SIZE
                  "  TRANS: "   DELIMITED BY SIZE
                  SUS-TRANS-ID  DELIMITED BY SIZE
                  "  APPROVAL REFUSED - APPROVER " DELIMITED BY SIZE
                  WS-DEC-OPERATOR (WS-DEC-SUB) DELIMITED BY SIZE
                  " ENTERED OR CHANGED ITEM - STILL HELD"
                                DELIMITED BY SIZE
                  INTO APR-RECORD
           END-STRING
           WRITE APR-RECORD
           DISPLAY "APPROVAL REFUSED - SAME OPERATOR: "
               WS-DEC-OPERATOR (WS-DEC-SUB).

       260-REPORT-UNMATCHED.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
               UNTIL WS-DEC-SUB > WS-DEC-COUNT
               DISPLAY "ERROR CLOSING PERIOD FILE. STATUS: "
                   WS-PERIOD-STATUS
           END-IF
           CLOSE AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR CLOSING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
           END-IF
           CLOSE REJECT-FILE
           IF NOT WS-REJECT-OK
               DISPLAY "ERROR CLOSING REJECT FILE. STATUS: "
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
           CLOSE APPR-FILE
           IF RETURN-CODE = ZERO
              AND (WS-PENDING-COUNT > ZERO
                   OR WS-ERROR-COUNT > ZERO
                   OR WS-EDITREJ-COUNT > ZERO
                   OR WS-NOAUTH-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

                  WS-UNMATCHED-COUNT     DELIMITED BY SIZE
                  INTO APR-RECORD
           END-STRING
           WRITE APR-RECORD

           MOVE SPACES TO APR-RECORD
           STRING "UNAUTHORIZED CARDS:  " DELIMITED BY SIZE
                  WS-NOAUTH-COUNT        DELIMITED BY SIZE
                  INTO APR-RECORD
           END-STRING
           WRITE APR-RECORD

           MOVE SPACES TO APR-RECORD
           STRING "REFUSED SAME OPER:   " DELIMITED BY SIZE
                  WS-REFUSED-COUNT       DELIMITED BY SIZE
                  INTO APR-RECORD
           END-STRING
           WRITE APR-RECORD.

       340-RELEASE-LOCK.
