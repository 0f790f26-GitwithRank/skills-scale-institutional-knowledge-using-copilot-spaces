      *          FIRED THIS MONTH DOES NOT FIRE AGAIN; THE CHANGED    *
      *          VALUES TAKE EFFECT AT THE NEXT DUE DATE.  EVERY      *
      *          TRANSACTION PRINTS ON THE REGISTER AS APPLIED OR     *
      *          REJECTED.  EVERY CARD CARRIES THE SUBMITTING         *
      *          OPERATOR'S ID, AND A CARD WHOSE OPERATOR IS NOT      *
      *          AUTHORIZED FOR STDMAINT AND THE CARD'S COMPANY ON    *
      *          THE AUTHORIZATION FILE IS REJECTED.  A NEW           *
      *          TEMPLATE MAY NOT TAKE AN ID ALREADY USED BY A COST   *
      *          ALLOCATION RULE                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS STD-TEMPLATE-ID
               FILE STATUS IS WS-STD-STATUS.

           SELECT OPTIONAL ALC-FILE
               ASSIGN TO "ALCRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALC-RULE-ID
               FILE STATUS IS WS-ALC-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "CHART"
               ORGANIZATION IS INDEXED
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
           05  SMT-GL-ACCOUNT  PIC X(6).
           05  FILLER          PIC X(1).
           05  SMT-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  SMT-OPERATOR    PIC X(8).

       FD  STD-FILE.
       COPY STDREC.

       FD  ALC-FILE.
       COPY ALCREC.

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
       01  WS-STD-STATUS       PIC XX.
           88  WS-STD-OK       VALUE "00" "05".

       01  WS-ALC-STATUS       PIC XX.
           88  WS-ALC-OK       VALUE "00" "05".

       01  WS-CHART-STATUS     PIC XX.
           88  WS-CHART-OK     VALUE "00".

       01  WS-REGISTER-STATUS  PIC XX.
           88  WS-REGISTER-OK  VALUE "00".

       01  WS-AUTH-STATUS      PIC XX.
           88  WS-AUTH-OK      VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-MAINT-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-MAINT-EOF        VALUE "Y".

           88  WS-TRAN-VALID       VALUE "Y".
           88  WS-TRAN-INVALID     VALUE "N".

       01  WS-REJECT-REASON    PIC X(31).

       01  WS-AUTH-SW          PIC X(1)  VALUE "N".
           88  WS-AUTHORIZED       VALUE "Y".

       01  WS-ADD-COUNT        PIC 9(6)  VALUE ZERO.
       01  WS-CHANGE-COUNT     PIC 9(6)  VALUE ZERO.
                   WS-STD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ALC-FILE
           IF NOT WS-ALC-OK
               DISPLAY "ERROR OPENING ALLOCATION RULE FILE. STATUS: "
                   WS-ALC-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR OPENING CHART FILE. STATUS: "
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
           STRING "STANDING TEMPLATE REGISTER - BUSINESS DATE: "
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
       205-APPLY-TRAN.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 207-CHECK-AUTHORITY
           EVALUATE TRUE
               WHEN WS-TRAN-INVALID
                   CONTINUE
               WHEN SMT-ACTION-ADD
                   PERFORM 210-EDIT-FIELDS
                   IF WS-TRAN-VALID
                       PERFORM 222-CHECK-RULE-ID
                   END-IF
                   IF WS-TRAN-VALID
                       PERFORM 220-ADD-TEMPLATE
                   END-IF
               PERFORM 250-WRITE-APPLIED
           END-IF.

       207-CHECK-AUTHORITY.
           IF SMT-OPERATOR = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE SMT-OPERATOR TO AUT-OPERATOR
               MOVE "STDMAINT" TO AUT-PROGRAM
               MOVE SMT-COMPANY TO AUT-COMPANY
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
           IF SMT-TEMPLATE-ID = SPACES
               SET WS-TRAN-INVALID TO TRUE
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       222-CHECK-RULE-ID.
           MOVE SMT-TEMPLATE-ID TO ALC-RULE-ID
           READ ALC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "ID IN USE BY AN ALLOCATION RULE"
                       TO WS-REJECT-REASON
           END-READ.

       230-CHANGE-TEMPLATE.
           MOVE SMT-TEMPLATE-ID TO STD-TEMPLATE-ID
           READ STD-FILE
               DISPLAY "ERROR CLOSING TEMPLATE FILE. STATUS: "
                   WS-STD-STATUS
           END-IF
           CLOSE ALC-FILE
           IF NOT WS-ALC-OK
               DISPLAY "ERROR CLOSING ALLOCATION RULE FILE. STATUS: "
                   WS-ALC-STATUS
           END-IF
           CLOSE CHART-FILE
           IF NOT WS-CHART-OK
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
