      *          NEVER DELETED, ONLY INACTIVATED, SO HISTORY ON THE   *
      *          NUMBERS MASTER ALWAYS FINDS ITS ACCOUNT.  EVERY      *
      *          TRANSACTION PRINTS ON THE REGISTER AS APPLIED OR     *
      *          REJECTED.  EVERY CARD CARRIES THE SUBMITTING         *
      *          OPERATOR'S ID, AND A CARD WHOSE OPERATOR HAS NO      *
      *          ALL-COMPANY ("**") GRANT FOR COAMAINT ON THE         *
      *          AUTHORIZATION FILE IS REJECTED                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AUTH-FILE
               ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           05  CMT-GL-ACCOUNT  PIC X(6).
           05  FILLER          PIC X(1).
           05  CMT-DESCRIPTION PIC X(30).
           05  FILLER          PIC X(1).
           05  CMT-OPERATOR    PIC X(8).

       FD  CHART-FILE.
       COPY COAREC.
       FD  REGISTER-FILE.
       01  REG-RECORD          PIC X(80).

       FD  AUTH-FILE.
       COPY AUTREC.

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS     PIC XX.
           88  WS-MAINT-OK     VALUE "00".
       01  WS-REGISTER-STATUS  PIC XX.
           88  WS-REGISTER-OK  VALUE "00".

       01  WS-AUTH-STATUS      PIC XX.
           88  WS-AUTH-OK      VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-MAINT-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-MAINT-EOF        VALUE "Y".


       01  WS-REJECT-REASON    PIC X(30).

       01  WS-AUTH-SW          PIC X(1)  VALUE "N".
           88  WS-AUTHORIZED       VALUE "Y".

       01  WS-ADD-COUNT        PIC 9(6)  VALUE ZERO.
       01  WS-CHANGE-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-INACT-COUNT      PIC 9(6)  VALUE ZERO.
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR OPENING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           MOVE SPACES TO REG-RECORD
           STRING "CHART OF ACCOUNTS REGISTER - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD.

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

       200-PROCESS-DECK.
           READ MAINT-FILE
               AT END
               SET WS-TRAN-INVALID TO TRUE
               MOVE "GL ACCOUNT MISSING" TO WS-REJECT-REASON
           ELSE
               PERFORM 207-CHECK-AUTHORITY
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN CMT-ACTION-ADD
                       PERFORM 220-ADD-ACCOUNT
               PERFORM 250-WRITE-APPLIED
           END-IF.

       207-CHECK-AUTHORITY.
           IF CMT-OPERATOR = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE CMT-OPERATOR TO AUT-OPERATOR
               MOVE "COAMAINT" TO AUT-PROGRAM
               MOVE "**" TO AUT-COMPANY
               PERFORM 208-READ-AUTHORITY
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

       220-ADD-ACCOUNT.
           MOVE SPACES TO COA-RECORD
           MOVE CMT-GL-ACCOUNT TO COA-GL-ACCOUNT
               DISPLAY "ERROR CLOSING CHART FILE. STATUS: "
                   WS-CHART-STATUS
           END-IF
           CLOSE AUTH-FILE
           IF NOT WS-AUTH-OK
               DISPLAY "ERROR CLOSING AUTHORIZATION FILE. STATUS: "
                   WS-AUTH-STATUS
           END-IF
           PERFORM 320-WRITE-TOTALS
           CLOSE REGISTER-FILE
           IF NOT WS-REGISTER-OK
