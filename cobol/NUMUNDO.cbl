      *          (THE HEADER COUNT AND HASH ARE ADJUSTED), AND A      *
      *          REVERSING ENTRY FOR THE SUM DELTA IS WRITTEN TO THE  *
      *          OWNING COMPANY'S GL FEED SO THE LEDGER BACKS OUT     *
      *          TOO (AN INTERCOMPANY CHARGE REVERSES BOTH ITS        *
      *          DUE-FROM AND ITS DUE-TO HALF).  WHAT THE AUDIT ENTRY *
      *          ALONE CANNOT RECONSTRUCT IS REPORTED AS SKIPPED FOR  *
      *          MANUAL HANDLING RATHER THAN CLAIMED AS REVERSED:     *
      *          NUMMAINT DELETES AND CHANGES (THE PRIOR NUM VALUES   *
      *          ARE NOT CARRIED),                                    *
      *          REJFIX POSTS (THE AUDIT ENTRY DOES NOT SAY WHETHER   *
      *          THE RECORD WAS REWRITTEN OR ADDED), AND              *
      *          FOREIGN-CURRENCY SUM CHANGES (THE RATE THE ORIGINAL  *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL3-STATUS.

           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT UNDO-FILE
               ASSIGN TO "UNDORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  GL-FILE-3.
       01  GL3-RECORD          PIC X(41).

       FD  BALANCE-FILE.
       COPY GLBREC.

       FD  UNDO-FILE.
       01  UND-RECORD          PIC X(100).

       FD  LOCK-FILE.
       COPY LOKREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".
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

       01  WS-UNDO-STATUS      PIC XX.
           88  WS-UNDO-OK      VALUE "00".

       01  WS-DELTA-ED         PIC -(10)9.99.

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
                   WS-GL3-STATUS
               STOP RUN
           END-IF
           OPEN I-O BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR OPENING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT UNDO-FILE
           IF NOT WS-UNDO-OK
               DISPLAY "ERROR OPENING BACKOUT REGISTER FILE. STATUS: "
                   WS-UNDO-STATUS
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
           PERFORM 110-READ-HEADER.

       104-ACQUIRE-LOCK.
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
               STOP RUN
           END-IF
           MOVE SPACES TO UND-RECORD
           STRING "RUN BACKOUT REGISTER - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  BACKING OUT RUN: " DELIMITED BY SIZE
           MOVE WS-UND-NEW-SUM (WS-UND-SUB) TO AUD-OLD-SUM
           MOVE WS-UND-OLD-SUM (WS-UND-SUB) TO AUD-NEW-SUM
           MOVE WS-UND-GL-ACCOUNT (WS-UND-SUB) TO AUD-GL-ACCOUNT
           MOVE SPACES TO AUD-OPERATOR
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
               MOVE WS-UND-GL-ACCOUNT (WS-UND-SUB) TO GL-ACCOUNT
               MOVE WS-SUM-DELTA TO GL-AMOUNT
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-UND-COMPANY (WS-UND-SUB) TO WS-GL-COMPANY
               IF WS-UND-OPER (WS-UND-SUB) = "I"
                   MOVE WS-UND-COMPANY (WS-UND-SUB)
                       TO GL-IC-REF-COMPANY
                   MOVE WS-UND-TRANS-ID (WS-UND-SUB)
                       TO GL-IC-REF-TRANS-ID
                   MOVE "F" TO GL-IC-SIDE
                   MOVE IN-IC-PARTNER TO GL-IC-PARTNER
               END-IF
               PERFORM 242-WRITE-GL-FEED
               IF WS-UND-OPER (WS-UND-SUB) = "I"
                   COMPUTE GL-AMOUNT = ZERO - GL-AMOUNT
                   MOVE "T" TO GL-IC-SIDE
                   MOVE IN-IC-PARTNER TO WS-GL-COMPANY
                   PERFORM 242-WRITE-GL-FEED
               END-IF
           END-IF.

       242-WRITE-GL-FEED.
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
           PERFORM 245-POST-BALANCE.

       245-POST-BALANCE.
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

       250-WRITE-SKIPPED.
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
           CLOSE UNDO-FILE
