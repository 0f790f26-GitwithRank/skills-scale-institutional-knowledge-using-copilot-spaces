       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRELSE.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: DUPRELSE                                             *
      * PURPOSE: DATA-CONTROL DESK DISPOSITION OF THE SUSPECTED       *
      *          DUPLICATES HELD BY THE DUPLICATE CHECK.  A DECISION  *
      *          CARD DECK RELEASES (R) OR DELETES (D) EACH HELD ITEM *
      *          BY COMPANY AND TRANS ID.  A RELEASED ITEM IS MARKED  *
      *          RELEASED ON THE DUPLICATE HOLD FILE SO THE NEXT      *
      *          NIGHTLY PASS POSTS IT AND THE CHECK DOES NOT FLAG IT *
      *          AGAIN.  A DELETED ITEM IS REMOVED FROM THE NUMBERS   *
      *          MASTER (THE HEADER COUNT AND HASH ARE MAINTAINED AND *
      *          AN AUDIT HISTORY RECORD IS WRITTEN) AND ITS HOLD     *
      *          ENTRY IS REMOVED.  EACH CARD CARRIES THE OPERATOR ID *
      *          OF THE DESK MEMBER; A CARD WHOSE OPERATOR IS NOT     *
      *          AUTHORIZED FOR DUPRELSE AND THE COMPANY, OR FOR AN   *
      *          ITEM NOT HELD, IS REJECTED ON THE RELEASE REPORT AND *
      *          SETS RETURN CODE 4                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECIDE-FILE
               ASSIGN TO "DUPDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECIDE-STATUS.

           SELECT NUMBERS-FILE
               ASSIGN TO "NUMBERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DUPHOLD-FILE
               ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUPHOLD-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUTH-FILE
               ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT DUPRRPT-FILE
               ASSIGN TO "DUPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRRPT-STATUS.

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
       FD  DECIDE-FILE.
       01  DECIDE-RECORD.
           05  DDC-COMPANY     PIC X(2).
               88  DDC-COMPANY-VALID   VALUE "01" "02" "03".
           05  FILLER          PIC X(1).
           05  DDC-TRANS-ID    PIC X(6).
           05  FILLER          PIC X(1).
           05  DDC-ACTION      PIC X(1).
               88  DDC-RELEASE         VALUE "R".
               88  DDC-DELETE          VALUE "D".
           05  FILLER          PIC X(1).
           05  DDC-OPERATOR    PIC X(8).

       FD  NUMBERS-FILE.
       COPY NUMREC.

       FD  DUPHOLD-FILE.
       COPY DUPREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  AUTH-FILE.
       COPY AUTREC.

       FD  DUPRRPT-FILE.
       01  DRR-RECORD          PIC X(100).

       FD  LOCK-FILE.
       COPY LOKREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".

       01  WS-DECIDE-STATUS    PIC XX.
           88  WS-DECIDE-OK    VALUE "00".

       01  WS-DUPHOLD-STATUS   PIC XX.
           88  WS-DUPHOLD-OK   VALUE "00".

       01  WS-AUDIT-STATUS     PIC XX.
           88  WS-AUDIT-OK     VALUE "00" "05".

       01  WS-AUTH-STATUS      PIC XX.
           88  WS-AUTH-OK      VALUE "00".

       01  WS-DUPRRPT-STATUS   PIC XX.
           88  WS-DUPRRPT-OK   VALUE "00".

       01  WS-LOCK-STATUS      PIC XX.
           88  WS-LOCK-OK          VALUE "00".
           88  WS-LOCK-NOFILE      VALUE "35".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-LOCK-DATE        PIC 9(8).
       01  WS-LOCK-TIME        PIC 9(8).

       01  WS-DECIDE-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-DECIDE-EOF       VALUE "Y".

       01  WS-TRAN-SW          PIC X(1)  VALUE "Y".
           88  WS-TRAN-VALID       VALUE "Y".
           88  WS-TRAN-INVALID     VALUE "N".

       01  WS-REJECT-REASON    PIC X(30).

       01  WS-AUTH-SW          PIC X(1)  VALUE "N".
           88  WS-AUTHORIZED       VALUE "Y".

       01  WS-RELEASED-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-DELETE-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6)  VALUE ZERO.

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".
       01  WS-MAINT-COUNT      PIC 9(5)  VALUE ZERO.
       01  WS-MAINT-HASH       PIC S9(14)V99 VALUE ZERO.

       01  WS-OLD-NUM1         PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
       01  WS-OLD-NUM2         PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.

       01  WS-HASH-ED          PIC -(14)9.99.

       01  WS-AUDIT-SEQ        PIC 9(4)  VALUE ZERO.

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE  PIC 9(8).
           05  WS-RUN-ID-TIME  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 200-PROCESS-DECK
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT DECIDE-FILE
           IF NOT WS-DECIDE-OK
               DISPLAY "ERROR OPENING DECISION FILE. STATUS: "
                   WS-DECIDE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING FILE. STATUS: " WS-FILE-STATUS
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
           OPEN I-O AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT FILE. STATUS: "
                   WS-AUDIT-STATUS
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
           OPEN OUTPUT DUPRRPT-FILE
           IF NOT WS-DUPRRPT-OK
               DISPLAY "ERROR OPENING RELEASE REPORT FILE. STATUS: "
                   WS-DUPRRPT-STATUS
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
           PERFORM 110-READ-HEADER
           MOVE SPACES TO DRR-RECORD
           STRING "DUPLICATE RELEASE REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD.

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
           MOVE "DUPRELSE" TO LOK-PROGRAM
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

       110-READ-HEADER.
           MOVE WS-HEADER-KEY TO IN-REC-KEY
           READ NUMBERS-FILE
               INVALID KEY
                   DISPLAY "ERROR: HEADER CONTROL RECORD NOT FOUND"
                   STOP RUN
           END-READ
           IF NOT HDR-IS-HEADER
               DISPLAY "ERROR: RECORD AT HEADER KEY IS NOT A HEADER"
               STOP RUN
           END-IF
           MOVE HDR-EXPECTED-CNT TO WS-MAINT-COUNT
           MOVE HDR-HASH-TOTAL TO WS-MAINT-HASH
           DISPLAY "HEADER STARTING COUNT: " WS-MAINT-COUNT
           DISPLAY "HEADER STARTING HASH:  " WS-MAINT-HASH.

       200-PROCESS-DECK.
           READ DECIDE-FILE
               AT END
                   SET WS-DECIDE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-DECIDE-EOF
               PERFORM 205-APPLY-DECISION
               READ DECIDE-FILE
                   AT END
                       SET WS-DECIDE-EOF TO TRUE
               END-READ
           END-PERFORM.

       205-APPLY-DECISION.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT DDC-COMPANY-VALID
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INVALID COMPANY CODE" TO WS-REJECT-REASON
           ELSE
               PERFORM 207-CHECK-AUTHORITY
           END-IF
           IF WS-TRAN-VALID
               MOVE DDC-COMPANY TO DUP-COMPANY
               MOVE DDC-TRANS-ID TO DUP-TRANS-ID
               READ DUPHOLD-FILE
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "NOT ON DUPLICATE HOLD"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-VALID AND NOT DUP-HELD
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ALREADY RELEASED" TO WS-REJECT-REASON
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN DDC-RELEASE
                       PERFORM 220-RELEASE-ITEM
                   WHEN DDC-DELETE
                       PERFORM 230-DELETE-ITEM
                   WHEN OTHER
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "INVALID DECISION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-TRAN-INVALID
               PERFORM 255-WRITE-REJECTED
           END-IF.

       207-CHECK-AUTHORITY.
           IF DDC-OPERATOR = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE DDC-OPERATOR TO AUT-OPERATOR
               MOVE "DUPRELSE" TO AUT-PROGRAM
               MOVE DDC-COMPANY TO AUT-COMPANY
               PERFORM 208-READ-AUTHORITY
               IF NOT WS-AUTHORIZED
                   MOVE "**" TO AUT-COMPANY
                   PERFORM 208-READ-AUTHORITY
               END-IF
               IF NOT WS-AUTHORIZED
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       208-READ-AUTHORITY.
           MOVE "N" TO WS-AUTH-SW
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AUT-ACTIVE
                       MOVE "Y" TO WS-AUTH-SW
                   END-IF
           END-READ.

       220-RELEASE-ITEM.
           MOVE "R" TO DUP-STATUS
           MOVE WS-RUN-DATE TO DUP-DECIDE-DATE
           MOVE DDC-OPERATOR TO DUP-DECIDED-BY
           REWRITE DUP-RECORD
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "HOLD REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE
           IF WS-TRAN-VALID
               ADD 1 TO WS-RELEASED-COUNT
               MOVE SPACES TO DRR-RECORD
               STRING "CO: "        DELIMITED BY SIZE
                      DDC-COMPANY   DELIMITED BY SIZE
                      "  TRANS: "   DELIMITED BY SIZE
                      DDC-TRANS-ID  DELIMITED BY SIZE
                      "  RELEASED BY " DELIMITED BY SIZE
                      DDC-OPERATOR  DELIMITED BY SIZE
                      " - POSTS IN THE NEXT NIGHTLY PASS"
                                    DELIMITED BY SIZE
                      INTO DRR-RECORD
               END-STRING
               WRITE DRR-RECORD
           END-IF.

       230-DELETE-ITEM.
           MOVE DDC-COMPANY TO IN-COMPANY
           MOVE DDC-TRANS-ID TO IN-TRANS-ID
           READ NUMBERS-FILE
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "TRANS ID NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-VALID
               MOVE IN-NUM1 TO WS-OLD-NUM1
               MOVE IN-NUM2 TO WS-OLD-NUM2
               DELETE NUMBERS-FILE RECORD
               IF NOT WS-FILE-OK
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "DELETE FAILED" TO WS-REJECT-REASON
               ELSE
                   SUBTRACT 1 FROM WS-MAINT-COUNT
                   IF WS-OLD-NUM1 NUMERIC AND WS-OLD-NUM2 NUMERIC
                       SUBTRACT WS-OLD-NUM1 WS-OLD-NUM2
                           FROM WS-MAINT-HASH
                   END-IF
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 260-WRITE-AUDIT
                   PERFORM 235-REMOVE-HOLD
               END-IF
           END-IF.

       235-REMOVE-HOLD.
           DELETE DUPHOLD-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING DUPLICATE HOLD. STATUS: "
                       WS-DUPHOLD-STATUS
           END-DELETE
           MOVE SPACES TO DRR-RECORD
           STRING "CO: "        DELIMITED BY SIZE
                  DDC-COMPANY   DELIMITED BY SIZE
                  "  TRANS: "   DELIMITED BY SIZE
                  DDC-TRANS-ID  DELIMITED BY SIZE
                  "  DELETED FROM MASTER AS DUPLICATE BY "
                                DELIMITED BY SIZE
                  DDC-OPERATOR  DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD.

       260-WRITE-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE DDC-COMPANY TO AUD-COMPANY
           MOVE DDC-TRANS-ID TO AUD-TRANS-ID
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-AUDIT-SEQ TO AUD-SEQ
           MOVE "DUPRELSE" TO AUD-PROGRAM
           MOVE "D" TO AUD-OPER-CODE
           MOVE IN-NUM1 TO AUD-NUM1
           MOVE IN-NUM2 TO AUD-NUM2
           MOVE IN-SUM TO AUD-OLD-SUM
           MOVE IN-SUM TO AUD-NEW-SUM
           MOVE IN-GL-ACCOUNT TO AUD-GL-ACCOUNT
           MOVE DDC-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
                       WS-AUDIT-STATUS
           END-WRITE.

       255-WRITE-REJECTED.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO DRR-RECORD
           STRING "CO: "           DELIMITED BY SIZE
                  DDC-COMPANY      DELIMITED BY SIZE
                  "  TRANS: "      DELIMITED BY SIZE
                  DDC-TRANS-ID     DELIMITED BY SIZE
                  "  DECISION REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  "  OPERATOR: "   DELIMITED BY SIZE
                  DDC-OPERATOR     DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD
           DISPLAY "DECISION CARD REJECTED: " WS-REJECT-REASON.

       300-CLOSE-FILES.
           PERFORM 310-REWRITE-HEADER
           CLOSE DECIDE-FILE
           IF NOT WS-DECIDE-OK
               DISPLAY "ERROR CLOSING DECISION FILE. STATUS: "
                   WS-DECIDE-STATUS
           END-IF
           CLOSE NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
           END-IF
           CLOSE DUPHOLD-FILE
           IF NOT WS-DUPHOLD-OK
               DISPLAY "ERROR CLOSING DUPLICATE HOLD FILE. STATUS: "
                   WS-DUPHOLD-STATUS
           END-IF
           CLOSE AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR CLOSING AUDIT FILE. STATUS: "
                   WS-AUDIT-STATUS
           END-IF
           CLOSE AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR CLOSING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
           END-IF
           PERFORM 340-RELEASE-LOCK
           PERFORM 320-WRITE-TOTALS
           CLOSE DUPRRPT-FILE
           IF NOT WS-DUPRRPT-OK
               DISPLAY "ERROR CLOSING RELEASE REPORT FILE. STATUS: "
                   WS-DUPRRPT-STATUS
           END-IF
           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-REWRITE-HEADER.
           MOVE WS-HEADER-KEY TO IN-REC-KEY
           READ NUMBERS-FILE
               INVALID KEY
                   DISPLAY "ERROR: HEADER CONTROL RECORD NOT FOUND"
                   MOVE 16 TO RETURN-CODE
           END-READ
           IF WS-FILE-OK
               MOVE WS-MAINT-COUNT TO HDR-EXPECTED-CNT
               MOVE WS-MAINT-HASH TO HDR-HASH-TOTAL
               REWRITE HEADER-RECORD
               IF NOT WS-FILE-OK
                   DISPLAY "ERROR REWRITING HEADER. STATUS: "
                       WS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

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
               MOVE "DUPRELSE" TO LOK-PROGRAM
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

       320-WRITE-TOTALS.
           MOVE SPACES TO DRR-RECORD
           STRING "RELEASED:          " DELIMITED BY SIZE
                  WS-RELEASED-COUNT   DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD

           MOVE SPACES TO DRR-RECORD
           STRING "DELETED:           " DELIMITED BY SIZE
                  WS-DELETE-COUNT     DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD

           MOVE SPACES TO DRR-RECORD
           STRING "REJECTED:          " DELIMITED BY SIZE
                  WS-REJECT-COUNT     DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD

           MOVE SPACES TO DRR-RECORD
           STRING "HEADER COUNT NOW:  " DELIMITED BY SIZE
                  WS-MAINT-COUNT      DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD

           MOVE SPACES TO DRR-RECORD
           MOVE WS-MAINT-HASH TO WS-HASH-ED
           STRING "HEADER HASH NOW:   " DELIMITED BY SIZE
                  WS-HASH-ED          DELIMITED BY SIZE
                  INTO DRR-RECORD
           END-STRING
           WRITE DRR-RECORD.
