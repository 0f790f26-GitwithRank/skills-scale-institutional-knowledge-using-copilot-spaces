      *          ADDNUM APPLIES, MAINTAINING THE RECORD COUNT AND     *
      *          HASH TOTAL IN THE HEADER CONTROL RECORD, AND         *
      *          PRINTING A MAINTENANCE REGISTER OF EVERY TRANSACTION *
      *          APPLIED OR REJECTED.  EVERY CARD CARRIES THE ID OF   *
      *          THE OPERATOR WHO SUBMITTED IT; A CARD WHOSE OPERATOR *
      *          IS NOT AUTHORIZED FOR NUMMAINT AND THE CARD'S        *
      *          COMPANY IS REJECTED, AND THE OPERATOR IS STAMPED ON  *
      *          EVERY AUDIT HISTORY ENTRY (AND ON PENDED CARDS).     *
      *          AN INTERCOMPANY CHARGE (CODE I) MUST NAME A VALID    *
      *          COUNTERPARTY COMPANY OTHER THAN ITS OWN.  A PENDED   *
      *          CARD IS STAMPED WITH THE BUSINESS DATE IT ENTERED    *
      *          THE PENDING FILE                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
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
       FD  MAINT-FILE.
           05  MNT-TRANS-ID    PIC X(6).
           05  FILLER          PIC X(1).
           05  MNT-TRANS-CODE  PIC X(1).
               88  MNT-CODE-VALID      VALUE "A" "S" "M" "D" "I".
               88  MNT-CODE-INTERCO    VALUE "I".
               88  MNT-CODE-DIVIDE     VALUE "D".
           05  FILLER          PIC X(1).
           05  MNT-NUM1        PIC S9(5)V99
           05  MNT-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  MNT-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  MNT-OPERATOR    PIC X(8).
           05  FILLER          PIC X(1).
           05  MNT-IC-PARTNER  PIC X(2).
               88  MNT-IC-PARTNER-VALID VALUE "01" "02" "03".

       FD  NUMBERS-FILE.
       COPY NUMREC.
       01  REG-RECORD          PIC X(80).

       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEN-IMAGE       PIC X(63).
           05  FILLER          PIC X(1).
           05  PEN-ENTRY-DATE  PIC 9(8).

       FD  AUDIT-FILE.
       COPY AUDREC.
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
       01  WS-PERIOD-STATUS    PIC XX.
           88  WS-PERIOD-OK    VALUE "00".

       01  WS-AUTH-STATUS      PIC XX.
           88  WS-AUTH-OK      VALUE "00".

       01  WS-LOCK-STATUS      PIC XX.
           88  WS-LOCK-OK          VALUE "00".
           88  WS-LOCK-NOFILE      VALUE "35".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-LOCK-DATE        PIC 9(8).
       01  WS-LOCK-TIME        PIC 9(8).


       01  WS-REJECT-REASON    PIC X(30).

       01  WS-AUTH-SW          PIC X(1)  VALUE "N".
           88  WS-AUTHORIZED       VALUE "Y".

       01  WS-ADD-COUNT        PIC 9(6)  VALUE ZERO.
       01  WS-PEND-COUNT       PIC 9(6)  VALUE ZERO.
       01  WS-CHANGE-COUNT     PIC 9(6)  VALUE ZERO.

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE  PIC 9(8).
           05  WS-RUN-ID-TIME  PIC 9(8).
                   WS-PERIOD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR OPENING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
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
           MOVE SPACES TO REG-RECORD
           STRING "NUMBERS MAINTENANCE REGISTER - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REG-RECORD
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
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INVALID COMPANY CODE" TO WS-REJECT-REASON
           ELSE
               PERFORM 207-CHECK-AUTHORITY
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN MNT-ACTION-ADD
                       PERFORM 210-EDIT-FIELDS
               END-IF
           END-IF.

       207-CHECK-AUTHORITY.
           IF MNT-OPERATOR = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE MNT-OPERATOR TO AUT-OPERATOR
               MOVE "NUMMAINT" TO AUT-PROGRAM
               MOVE MNT-COMPANY TO AUT-COMPANY
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

       210-EDIT-FIELDS.
           IF MNT-NUM1 NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-VALID
               PERFORM 211-EDIT-IC-PARTNER
           END-IF
           IF WS-TRAN-VALID
               PERFORM 212-EDIT-GL-ACCT
           END-IF.

       211-EDIT-IC-PARTNER.
           IF MNT-CODE-INTERCO
               IF NOT MNT-IC-PARTNER-VALID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID IC COUNTERPARTY" TO WS-REJECT-REASON
               ELSE
                   IF MNT-IC-PARTNER = MNT-COMPANY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "IC COUNTERPARTY IS ORIGINATOR"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           ELSE
               IF MNT-IC-PARTNER NOT = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "COUNTERPARTY ON NON-IC CODE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       212-EDIT-GL-ACCT.
           MOVE MNT-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-FILE
           MOVE MNT-GL-ACCOUNT TO IN-GL-ACCOUNT
           MOVE MNT-EFF-DATE TO IN-EFF-DATE
           MOVE MNT-CURRENCY TO IN-CURRENCY
           MOVE MNT-IC-PARTNER TO IN-IC-PARTNER
           WRITE INPUT-RECORD
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
           END-IF.

       222-PEND-RECORD.
           MOVE SPACES TO PEND-RECORD
           MOVE MAINT-RECORD TO PEN-IMAGE
           MOVE WS-RUN-DATE TO PEN-ENTRY-DATE
           WRITE PEND-RECORD
           IF NOT WS-PENDING-OK
               SET WS-TRAN-INVALID TO TRUE
               MOVE MNT-GL-ACCOUNT TO IN-GL-ACCOUNT
               MOVE MNT-EFF-DATE TO IN-EFF-DATE
               MOVE MNT-CURRENCY TO IN-CURRENCY
               MOVE MNT-IC-PARTNER TO IN-IC-PARTNER
               REWRITE INPUT-RECORD
               IF NOT WS-FILE-OK
                   SET WS-TRAN-INVALID TO TRUE
           MOVE WS-AUD-OLD-SUM TO AUD-OLD-SUM
           MOVE WS-AUD-NEW-SUM TO AUD-NEW-SUM
           MOVE WS-AUD-GL-ACCOUNT TO AUD-GL-ACCOUNT
           MOVE MNT-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
               DISPLAY "ERROR CLOSING PERIOD FILE. STATUS: "
                   WS-PERIOD-STATUS
           END-IF
           CLOSE AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR CLOSING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
           END-IF
           PERFORM 340-RELEASE-LOCK
           PERFORM 320-WRITE-TOTALS
           CLOSE REGISTER-FILE
