      *          DATE IS THE TEMPLATE'S (CLAMPED) DAY IN THE RUN      *
      *          MONTH.  EACH                                         *
      *          GENERATED ITEM STAMPS THE TEMPLATE'S LAST-GENERATED  *
      *          DATE AND PRINTS ON THE GENERATION REGISTER.  THE     *
      *          GENERATED CARDS CARRY "STDGEN" AS THEIR OPERATOR ID  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STD-FILE.
           05  GEN-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  GEN-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  GEN-OPERATOR    PIC X(8).
           05  FILLER          PIC X(1).
           05  GEN-IC-PARTNER  PIC X(2).

       FD  REGISTER-FILE.
       01  REG-RECORD          PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-STD-STATUS       PIC XX.
           88  WS-STD-OK       VALUE "00".
       01  WS-REGISTER-STATUS  PIC XX.
           88  WS-REGISTER-OK  VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-STD-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-STD-EOF          VALUE "Y".

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           PERFORM 110-SET-MONTH-END
           MOVE SPACES TO REG-RECORD
           STRING "STANDING TRANSACTION GENERATION - BUSINESS DATE: "
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

       110-SET-MONTH-END.
           MOVE WS-RUN-YYYY TO WS-NF-YYYY
           MOVE WS-RUN-MM TO WS-NF-MM
           MOVE STD-GL-ACCOUNT TO GEN-GL-ACCOUNT
           MOVE WS-EFF-DATE TO GEN-EFF-DATE
           MOVE STD-CURRENCY TO GEN-CURRENCY
           MOVE "STDGEN" TO GEN-OPERATOR
           WRITE GEN-RECORD
           IF NOT WS-GEN-OK
               DISPLAY "ERROR WRITING GENERATED TRANS. STATUS: "
