      *          THE NUMBERS MASTER UNDER THEIR ORIGINAL TRANS ID     *
      *          (MAINTAINING THE HEADER COUNT AND HASH), AND PRINT   *
      *          A DISPOSITION REPORT SHOWING EVERY REJECT AS         *
      *          CORRECTED, RE-REJECTED, OR STILL OUTSTANDING.  EACH  *
      *          CORRECTION CARRIES THE ID OF THE OPERATOR WHO KEYED  *
      *          IT; ONE WHOSE OPERATOR IS NOT AUTHORIZED FOR REJFIX  *
      *          AND THE COMPANY IS RE-REJECTED, AND THE OPERATOR IS  *
      *          STAMPED ON THE AUDIT HISTORY ENTRY OF EVERY REPOST.  *
      *          EVERY REJECT STILL OUTSTANDING OR RE-REJECTED IS     *
      *          CARRIED FORWARD TO THE NEW REJECT FILE, KEEPING THE  *
      *          DATE IT FIRST ENTERED THE REJECT QUEUE (A REJECT     *
      *          WITH NO ENTRY DATE IS STAMPED WITH THE BUSINESS      *
      *          DATE).  AN INTERCOMPANY CORRECTION CARRIES ITS       *
      *          COUNTERPARTY COMPANY IN COLUMNS 60-61, EDITED AS     *
      *          NUMMAINT EDITS IT, AND THE COUNTERPARTY IS REPOSTED  *
      *          WITH THE ITEM                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS IN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REJOUT-FILE
               ASSIGN TO "REJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJOUT-STATUS.

           SELECT DISP-FILE
               ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT AUTH-FILE
               ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.

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
       FD  REJECT-FILE.
           05  COR-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  COR-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  COR-OPERATOR    PIC X(8).
           05  FILLER          PIC X(1).
           05  COR-IC-PARTNER  PIC X(2).

       FD  REJOUT-FILE.
       01  REJOUT-RECORD       PIC X(133).

       FD  NUMBERS-FILE.
       COPY NUMREC.
       FD  PERIOD-FILE.
       COPY PERREC.

       FD  AUTH-FILE.
       COPY AUTREC.

       FD  LOCK-FILE.
       COPY LOKREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".
       01  WS-REJECT-STATUS    PIC XX.
           88  WS-REJECT-OK    VALUE "00".

       01  WS-REJOUT-STATUS    PIC XX.
           88  WS-REJOUT-OK    VALUE "00".

       01  WS-CORRECT-STATUS   PIC XX.
           88  WS-CORRECT-OK   VALUE "00".
           88  WS-CORRECT-NOFILE VALUE "35".
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

       01  WS-COR-MAX          PIC 9(3)  VALUE 500.
       01  WS-COR-COUNT        PIC 9(3)  VALUE ZERO.
       01  WS-COR-SUB          PIC 9(3)  VALUE ZERO.
               10  WS-COR-GL-ACCOUNT  PIC X(6).
               10  WS-COR-EFF-DATE    PIC 9(8).
               10  WS-COR-CURRENCY    PIC X(3).
               10  WS-COR-OPERATOR    PIC X(8).
               10  WS-COR-IC-PARTNER  PIC X(2).
               10  WS-COR-USED-SW     PIC X(1).
                   88  WS-COR-USED        VALUE "Y".

       01  WS-REREJECT-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-OUTSTAND-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6)  VALUE ZERO.
       01  WS-CARRIED-COUNT    PIC 9(6)  VALUE ZERO.

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".
       01  WS-FIX-COUNT        PIC 9(5)  VALUE ZERO.
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
           IF NOT WS-REJECT-OK
               DISPLAY "ERROR OPENING REJECT FILE. STATUS: "
                   WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CORRECT-FILE
           IF NOT WS-CORRECT-OK
               DISPLAY "ERROR OPENING CORRECTION FILE. STATUS: "
                   WS-CORRECT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJOUT-FILE
           IF NOT WS-REJOUT-OK
               DISPLAY "ERROR OPENING NEW REJECT FILE. STATUS: "
                   WS-REJOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING FILE. STATUS: " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DISP-FILE
           IF NOT WS-DISP-OK
               DISPLAY "ERROR OPENING DISPOSITION FILE. STATUS: "
                   WS-DISP-STATUS
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
           OPEN INPUT AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR OPENING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
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
           MOVE SPACES TO DSP-RECORD
           STRING "REJECT DISPOSITION REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO DSP-RECORD
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
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT HDR-IS-HEADER
               DISPLAY "ERROR: RECORD AT HEADER KEY IS NOT A HEADER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE HDR-EXPECTED-CNT TO WS-FIX-COUNT
                   TO WS-COR-EFF-DATE (WS-COR-COUNT)
               MOVE COR-CURRENCY
                   TO WS-COR-CURRENCY (WS-COR-COUNT)
               MOVE COR-OPERATOR
                   TO WS-COR-OPERATOR (WS-COR-COUNT)
               MOVE COR-IC-PARTNER
                   TO WS-COR-IC-PARTNER (WS-COR-COUNT)
               MOVE "N" TO WS-COR-USED-SW (WS-COR-COUNT)
               READ CORRECT-FILE
                   AT END
                      INTO DSP-RECORD
               END-STRING
               WRITE DSP-RECORD
               PERFORM 209-CARRY-FORWARD
           ELSE
               MOVE "Y" TO WS-COR-USED-SW (WS-COR-SUB)
               SET WS-TRAN-VALID TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 207-CHECK-AUTHORITY
               IF WS-TRAN-VALID
                   PERFORM 210-EDIT-CORRECTION
               END-IF
               IF WS-TRAN-VALID
                   PERFORM 220-REPOST-RECORD
               END-IF
                   WRITE DSP-RECORD
                   DISPLAY "CORRECTION RE-REJECTED: "
                       WS-REJECT-REASON
                   MOVE WS-REJECT-REASON TO REJ-REASON
                   PERFORM 209-CARRY-FORWARD
               END-IF
           END-IF.

       207-CHECK-AUTHORITY.
           IF WS-COR-OPERATOR (WS-COR-SUB) = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE WS-COR-OPERATOR (WS-COR-SUB) TO AUT-OPERATOR
               MOVE "REJFIX" TO AUT-PROGRAM
               MOVE WS-COR-COMPANY (WS-COR-SUB) TO AUT-COMPANY
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

       209-CARRY-FORWARD.
           IF REJ-ENTRY-DATE NOT NUMERIC
              OR REJ-ENTRY-DATE = ZERO
               MOVE "  ENTERED: " TO REJ-TAG-ENTRY
               MOVE WS-RUN-DATE TO REJ-ENTRY-DATE
           END-IF
           MOVE REJ-RECORD TO REJOUT-RECORD
           WRITE REJOUT-RECORD
           IF NOT WS-REJOUT-OK
               DISPLAY "ERROR WRITING NEW REJECT FILE. STATUS: "
                   WS-REJOUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

       210-EDIT-CORRECTION.
           IF WS-COR-COMPANY (WS-COR-SUB) NOT = "01"
              AND WS-COR-COMPANY (WS-COR-SUB) NOT = "02"
              AND WS-COR-TRANS-CODE (WS-COR-SUB) NOT = "S"
              AND WS-COR-TRANS-CODE (WS-COR-SUB) NOT = "M"
              AND WS-COR-TRANS-CODE (WS-COR-SUB) NOT = "D"
              AND WS-COR-TRANS-CODE (WS-COR-SUB) NOT = "I"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INVALID TRANS CODE" TO WS-REJECT-REASON
           ELSE
                   MOVE "DIVIDE BY ZERO" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID
               PERFORM 216-EDIT-IC-PARTNER
           END-IF
           IF WS-TRAN-VALID
               IF WS-COR-EFF-DATE (WS-COR-SUB) NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
               PERFORM 217-EDIT-GL-ACCT
           END-IF.

       216-EDIT-IC-PARTNER.
           IF WS-COR-TRANS-CODE (WS-COR-SUB) = "I"
               IF WS-COR-IC-PARTNER (WS-COR-SUB) NOT = "01"
                  AND WS-COR-IC-PARTNER (WS-COR-SUB) NOT = "02"
                  AND WS-COR-IC-PARTNER (WS-COR-SUB) NOT = "03"
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID IC COUNTERPARTY" TO WS-REJECT-REASON
               ELSE
                   IF WS-COR-IC-PARTNER (WS-COR-SUB) =
                      WS-COR-COMPANY (WS-COR-SUB)
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "IC COUNTERPARTY IS ORIGINATOR"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           ELSE
               IF WS-COR-IC-PARTNER (WS-COR-SUB) NOT = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "COUNTERPARTY ON NON-IC CODE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       217-EDIT-GL-ACCT.
           MOVE WS-COR-GL-ACCOUNT (WS-COR-SUB) TO COA-GL-ACCOUNT
           READ CHART-FILE
               MOVE WS-COR-GL-ACCOUNT (WS-COR-SUB) TO IN-GL-ACCOUNT
               MOVE WS-COR-EFF-DATE (WS-COR-SUB) TO IN-EFF-DATE
               MOVE WS-COR-CURRENCY (WS-COR-SUB) TO IN-CURRENCY
               MOVE WS-COR-IC-PARTNER (WS-COR-SUB) TO IN-IC-PARTNER
               REWRITE INPUT-RECORD
               IF NOT WS-FILE-OK
                   SET WS-TRAN-INVALID TO TRUE
               MOVE WS-COR-GL-ACCOUNT (WS-COR-SUB) TO IN-GL-ACCOUNT
               MOVE WS-COR-EFF-DATE (WS-COR-SUB) TO IN-EFF-DATE
               MOVE WS-COR-CURRENCY (WS-COR-SUB) TO IN-CURRENCY
               MOVE WS-COR-IC-PARTNER (WS-COR-SUB) TO IN-IC-PARTNER
               WRITE INPUT-RECORD
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
           MOVE IN-SUM TO AUD-OLD-SUM
           MOVE IN-SUM TO AUD-NEW-SUM
           MOVE IN-GL-ACCOUNT TO AUD-GL-ACCOUNT
           MOVE WS-COR-OPERATOR (WS-COR-SUB) TO AUD-OPERATOR
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
               DISPLAY "ERROR CLOSING CORRECTION FILE. STATUS: "
                   WS-CORRECT-STATUS
           END-IF
           CLOSE REJOUT-FILE
           IF NOT WS-REJOUT-OK
               DISPLAY "ERROR CLOSING NEW REJECT FILE. STATUS: "
                   WS-REJOUT-STATUS
           END-IF
           CLOSE NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
               DISPLAY "ERROR CLOSING PERIOD FILE. STATUS: "
                   WS-PERIOD-STATUS
           END-IF
           CLOSE AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR CLOSING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
           END-IF
           PERFORM 340-RELEASE-LOCK
           CLOSE DISP-FILE
           IF NOT WS-DISP-OK
           END-STRING
           WRITE DSP-RECORD

           MOVE SPACES TO DSP-RECORD
           STRING "CARRIED FORWARD:     " DELIMITED BY SIZE
                  WS-CARRIED-COUNT      DELIMITED BY SIZE
                  INTO DSP-RECORD
           END-STRING
           WRITE DSP-RECORD

           MOVE SPACES TO DSP-RECORD
           STRING "UNMATCHED CORRECTIONS: " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT    DELIMITED BY SIZE
