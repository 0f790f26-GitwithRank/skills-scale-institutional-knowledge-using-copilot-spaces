       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCMAINT.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: ALCMAINT                                             *
      * PURPOSE: APPLY THE DESK'S ADD/CHANGE/DELETE DECK TO THE KEYED *
      *          COST ALLOCATION RULE MASTER.  EACH CARD NAMES A RULE *
      *          AND A LINE: LINE 00 IS THE SOURCE COMPANY AND GL     *
      *          ACCOUNT (DELETING IT DELETES THE RULE), LINES 01-10  *
      *          ARE THE TARGET COMPANY / GL ACCOUNT / PERCENTAGE     *
      *          LINES.  EVERY CARD IS HELD TO THE SAME COMPANY AND   *
      *          CHART-OF-ACCOUNTS EDITS AS THE TEMPLATE MAINTENANCE  *
      *          AND TO THE OPERATOR AUTHORIZATION FILE.  THE CARDS   *
      *          FOR A RULE MUST BE TOGETHER IN THE DECK; WHEN THE    *
      *          RULE CHANGES THE ACCEPTED CARDS ARE WRITTEN ONLY IF  *
      *          THE RULE'S TARGET PERCENTAGES THEN TOTAL EXACTLY     *
      *          100.00, OTHERWISE THE WHOLE GROUP IS DISCARDED.      *
      *          EVERY CARD AND EVERY RULE PRINTS ON THE REGISTER AS  *
      *          APPLIED OR REJECTED                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE
               ASSIGN TO "ALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT ALC-FILE
               ASSIGN TO "ALCRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALC-RULE-ID
               FILE STATUS IS WS-ALC-STATUS.

           SELECT OPTIONAL STD-FILE
               ASSIGN TO "STDTRANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STD-TEMPLATE-ID
               FILE STATUS IS WS-STD-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "CHART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-GL-ACCOUNT
               FILE STATUS IS WS-CHART-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "ALCREG"
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
       01  MAINT-RECORD.
           05  ALM-ACTION      PIC X(1).
               88  ALM-ACTION-ADD      VALUE "A".
               88  ALM-ACTION-CHANGE   VALUE "C".
               88  ALM-ACTION-DELETE   VALUE "D".
               88  ALM-ACTION-VALID    VALUE "A" "C" "D".
           05  FILLER          PIC X(1).
           05  ALM-RULE-ID     PIC X(2).
           05  FILLER          PIC X(1).
           05  ALM-LINE        PIC 9(2).
           05  FILLER          PIC X(1).
           05  ALM-COMPANY     PIC X(2).
               88  ALM-COMPANY-VALID   VALUE "01" "02" "03".
           05  FILLER          PIC X(1).
           05  ALM-GL-ACCOUNT  PIC X(6).
           05  FILLER          PIC X(1).
           05  ALM-PERCENT     PIC 9(3)V99.
           05  FILLER          PIC X(1).
           05  ALM-OPERATOR    PIC X(8).

       FD  ALC-FILE.
       COPY ALCREC.

       FD  STD-FILE.
       COPY STDREC.

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

       01  WS-ALC-STATUS       PIC XX.
           88  WS-ALC-OK       VALUE "00" "05".

       01  WS-STD-STATUS       PIC XX.
           88  WS-STD-OK       VALUE "00" "05".

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

       01  WS-TRAN-SW          PIC X(1)  VALUE "Y".
           88  WS-TRAN-VALID       VALUE "Y".
           88  WS-TRAN-INVALID     VALUE "N".

       01  WS-REJECT-REASON    PIC X(30).

       01  WS-AUTH-SW          PIC X(1)  VALUE "N".
           88  WS-AUTHORIZED       VALUE "Y".

       01  WS-GROUP-SW         PIC X(1)  VALUE "N".
           88  WS-GROUP-OPEN       VALUE "Y".
       01  WS-GROUP-RULE       PIC X(2).

       01  WS-ON-FILE-SW       PIC X(1)  VALUE "N".
           88  WS-RULE-ON-FILE     VALUE "Y".

       01  WS-EXISTS-SW        PIC X(1)  VALUE "N".
           88  WS-RULE-EXISTS      VALUE "Y".

       01  WS-CHANGED-SW       PIC X(1)  VALUE "N".
           88  WS-RULE-CHANGED     VALUE "Y".

       01  WS-LINE-SUB         PIC 9(2)  VALUE ZERO.
       01  WS-TGT-SUB          PIC 9(2)  VALUE ZERO.
       01  WS-TGT-MAX          PIC 9(2)  VALUE 10.
       01  WS-TGT-COUNT        PIC 9(2)  VALUE ZERO.
       01  WS-PCT-TOTAL        PIC 9(4)V99 VALUE ZERO.
       01  WS-PCT-ED           PIC ZZZ9.99.

       01  WS-ACCEPT-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-WRITTEN-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-DELETE-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-DISCARD-COUNT    PIC 9(6)  VALUE ZERO.

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 200-PROCESS-DECK
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT MAINT-FILE
           IF NOT WS-MAINT-OK
               DISPLAY "ERROR OPENING RULE MAINT FILE. STATUS: "
                   WS-MAINT-STATUS
               STOP RUN
           END-IF
           OPEN I-O ALC-FILE
           IF NOT WS-ALC-OK
               DISPLAY "ERROR OPENING ALLOCATION RULE FILE. STATUS: "
                   WS-ALC-STATUS
               STOP RUN
           END-IF
           OPEN INPUT STD-FILE
           IF NOT WS-STD-OK
               DISPLAY "ERROR OPENING TEMPLATE FILE. STATUS: "
                   WS-STD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR OPENING CHART FILE. STATUS: "
                   WS-CHART-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF NOT WS-REGISTER-OK
               DISPLAY "ERROR OPENING REGISTER FILE. STATUS: "
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
           STRING "ALLOCATION RULE REGISTER - BUSINESS DATE: "
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
                   SET WS-MAINT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-MAINT-EOF
               PERFORM 205-APPLY-TRAN
               READ MAINT-FILE
                   AT END
                       SET WS-MAINT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM 260-END-RULE
           END-IF.

       205-APPLY-TRAN.
           IF NOT WS-GROUP-OPEN
              OR ALM-RULE-ID NOT = WS-GROUP-RULE
               IF WS-GROUP-OPEN
                   PERFORM 260-END-RULE
               END-IF
               PERFORM 206-START-RULE
           END-IF
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 207-CHECK-AUTHORITY
           IF WS-TRAN-VALID
               PERFORM 210-EDIT-FIELDS
           END-IF
           IF WS-TRAN-VALID
               IF ALM-LINE = ZERO
                   PERFORM 220-APPLY-SOURCE
               ELSE
                   PERFORM 230-APPLY-TARGET
               END-IF
           END-IF
           IF WS-TRAN-INVALID
               PERFORM 255-WRITE-REJECTED
           ELSE
               SET WS-RULE-CHANGED TO TRUE
               PERFORM 250-WRITE-APPLIED
           END-IF.

       206-START-RULE.
           SET WS-GROUP-OPEN TO TRUE
           MOVE ALM-RULE-ID TO WS-GROUP-RULE
           MOVE "N" TO WS-ON-FILE-SW
           MOVE "N" TO WS-EXISTS-SW
           MOVE "N" TO WS-CHANGED-SW
           MOVE ALM-RULE-ID TO ALC-RULE-ID
           READ ALC-FILE
               INVALID KEY
                   MOVE SPACES TO ALC-RECORD
                   MOVE ALM-RULE-ID TO ALC-RULE-ID
               NOT INVALID KEY
                   SET WS-RULE-ON-FILE TO TRUE
                   SET WS-RULE-EXISTS TO TRUE
           END-READ.

       207-CHECK-AUTHORITY.
           IF ALM-OPERATOR = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE ALM-OPERATOR TO AUT-OPERATOR
               MOVE "ALCMAINT" TO AUT-PROGRAM
               MOVE ALM-COMPANY TO AUT-COMPANY
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
           IF ALM-RULE-ID = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "RULE ID MISSING" TO WS-REJECT-REASON
           ELSE
               IF NOT ALM-ACTION-VALID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               ELSE
                   IF ALM-LINE NOT NUMERIC
                      OR ALM-LINE > WS-TGT-MAX
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "INVALID LINE NUMBER"
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT ALM-COMPANY-VALID
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "INVALID COMPANY CODE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-VALID
              AND NOT ALM-ACTION-DELETE
               PERFORM 215-EDIT-LINE
           END-IF.

       215-EDIT-LINE.
           IF ALM-LINE NOT = ZERO
               IF ALM-PERCENT NOT NUMERIC
                  OR ALM-PERCENT = ZERO
                  OR ALM-PERCENT > 100
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID PERCENTAGE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID
               PERFORM 217-EDIT-GL-ACCT
           END-IF.

       217-EDIT-GL-ACCT.
           MOVE ALM-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-FILE
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "GL ACCOUNT NOT ON CHART" TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-VALID AND COA-INACTIVE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "GL ACCOUNT INACTIVE" TO WS-REJECT-REASON
           END-IF.

       220-APPLY-SOURCE.
           EVALUATE TRUE
               WHEN ALM-ACTION-ADD
                   IF WS-RULE-EXISTS
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "RULE ALREADY ON FILE"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 222-CHECK-TEMPLATE-ID
                   END-IF
                   IF WS-TRAN-VALID
                       MOVE SPACES TO ALC-RECORD
                       MOVE ALM-RULE-ID TO ALC-RULE-ID
                       MOVE ZERO TO ALC-LAST-MONTH
                       PERFORM 224-CHECK-SOURCE
                   END-IF
                   IF WS-TRAN-VALID
                       MOVE ALM-COMPANY TO ALC-SRC-COMPANY
                       MOVE ALM-GL-ACCOUNT TO ALC-SRC-GL-ACCOUNT
                       SET WS-RULE-EXISTS TO TRUE
                   END-IF
               WHEN ALM-ACTION-CHANGE
                   IF NOT WS-RULE-EXISTS
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "RULE NOT ON FILE" TO WS-REJECT-REASON
                   ELSE
                       PERFORM 224-CHECK-SOURCE
                   END-IF
                   IF WS-TRAN-VALID
                       MOVE ALM-COMPANY TO ALC-SRC-COMPANY
                       MOVE ALM-GL-ACCOUNT TO ALC-SRC-GL-ACCOUNT
                   END-IF
               WHEN ALM-ACTION-DELETE
                   IF NOT WS-RULE-EXISTS
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "RULE NOT ON FILE" TO WS-REJECT-REASON
                   ELSE
                       MOVE "N" TO WS-EXISTS-SW
                   END-IF
           END-EVALUATE.

       222-CHECK-TEMPLATE-ID.
           MOVE ALM-RULE-ID TO STD-TEMPLATE-ID
           READ STD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "ID IN USE BY A TEMPLATE" TO WS-REJECT-REASON
           END-READ.

       224-CHECK-SOURCE.
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-TGT-MAX
               IF ALC-TGT-COMPANY (WS-TGT-SUB) = ALM-COMPANY
                  AND ALC-TGT-GL-ACCOUNT (WS-TGT-SUB) = ALM-GL-ACCOUNT
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "SOURCE SAME AS A TARGET" TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       230-APPLY-TARGET.
           MOVE ALM-LINE TO WS-LINE-SUB
           IF NOT WS-RULE-EXISTS
               SET WS-TRAN-INVALID TO TRUE
               MOVE "RULE NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF ALM-ACTION-ADD
                   IF ALC-TGT-COMPANY (WS-LINE-SUB) NOT = SPACES
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "TARGET LINE ALREADY ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF ALC-TGT-COMPANY (WS-LINE-SUB) = SPACES
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "TARGET LINE NOT ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-VALID
              AND NOT ALM-ACTION-DELETE
              AND ALM-COMPANY = ALC-SRC-COMPANY
              AND ALM-GL-ACCOUNT = ALC-SRC-GL-ACCOUNT
               SET WS-TRAN-INVALID TO TRUE
               MOVE "TARGET SAME AS SOURCE" TO WS-REJECT-REASON
           END-IF
           IF WS-TRAN-VALID
               IF ALM-ACTION-DELETE
                   MOVE SPACES TO ALC-TARGET (WS-LINE-SUB)
               ELSE
                   MOVE ALM-COMPANY TO ALC-TGT-COMPANY (WS-LINE-SUB)
                   MOVE ALM-GL-ACCOUNT
                       TO ALC-TGT-GL-ACCOUNT (WS-LINE-SUB)
                   MOVE ALM-PERCENT TO ALC-TGT-PERCENT (WS-LINE-SUB)
               END-IF
           END-IF.

       250-WRITE-APPLIED.
           ADD 1 TO WS-ACCEPT-COUNT
           MOVE SPACES TO REG-RECORD
           STRING "ACTION: "       DELIMITED BY SIZE
                  ALM-ACTION       DELIMITED BY SIZE
                  "  RULE: "       DELIMITED BY SIZE
                  ALM-RULE-ID      DELIMITED BY SIZE
                  "  LINE: "       DELIMITED BY SIZE
                  ALM-LINE         DELIMITED BY SIZE
                  "  ACCEPTED"     DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD.

       255-WRITE-REJECTED.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REG-RECORD
           STRING "ACTION: "        DELIMITED BY SIZE
                  ALM-ACTION        DELIMITED BY SIZE
                  "  RULE: "        DELIMITED BY SIZE
                  ALM-RULE-ID       DELIMITED BY SIZE
                  "  LINE: "        DELIMITED BY SIZE
                  ALM-LINE          DELIMITED BY SIZE
                  "  REJECTED: "    DELIMITED BY SIZE
                  WS-REJECT-REASON  DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD
           DISPLAY "TRANSACTION REJECTED: " WS-REJECT-REASON.

       260-END-RULE.
           MOVE "N" TO WS-GROUP-SW
           IF WS-RULE-CHANGED
               IF WS-RULE-EXISTS
                   PERFORM 265-TOTAL-TARGETS
                   IF WS-PCT-TOTAL = 100
                      AND WS-TGT-COUNT > ZERO
                       PERFORM 270-WRITE-RULE
                   ELSE
                       ADD 1 TO WS-DISCARD-COUNT
                       MOVE WS-PCT-TOTAL TO WS-PCT-ED
                       MOVE SPACES TO REG-RECORD
                       STRING "RULE: "         DELIMITED BY SIZE
                              WS-GROUP-RULE    DELIMITED BY SIZE
                              "  TARGETS TOTAL " DELIMITED BY SIZE
                              WS-PCT-ED        DELIMITED BY SIZE
                              "% - NOT UPDATED, CARDS DISCARDED"
                                               DELIMITED BY SIZE
                              INTO REG-RECORD
                       END-STRING
                       WRITE REG-RECORD
                       DISPLAY "RULE " WS-GROUP-RULE
                           " DISCARDED - TARGETS TOTAL " WS-PCT-ED
                   END-IF
               ELSE
                   IF WS-RULE-ON-FILE
                       PERFORM 275-DELETE-RULE
                   END-IF
               END-IF
           END-IF.

       265-TOTAL-TARGETS.
           MOVE ZERO TO WS-PCT-TOTAL
           MOVE ZERO TO WS-TGT-COUNT
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-TGT-MAX
               IF ALC-TGT-COMPANY (WS-TGT-SUB) NOT = SPACES
                   ADD 1 TO WS-TGT-COUNT
                   ADD ALC-TGT-PERCENT (WS-TGT-SUB) TO WS-PCT-TOTAL
               END-IF
           END-PERFORM.

       270-WRITE-RULE.
           IF WS-RULE-ON-FILE
               REWRITE ALC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING RULE. STATUS: "
                           WS-ALC-STATUS
               END-REWRITE
           ELSE
               WRITE ALC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING RULE. STATUS: "
                           WS-ALC-STATUS
               END-WRITE
           END-IF
           IF NOT WS-ALC-OK
               ADD 1 TO WS-DISCARD-COUNT
               MOVE SPACES TO REG-RECORD
               STRING "RULE: "        DELIMITED BY SIZE
                      WS-GROUP-RULE   DELIMITED BY SIZE
                      "  WRITE FAILED - NOT UPDATED"
                                      DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
               MOVE SPACES TO REG-RECORD
               STRING "RULE: "        DELIMITED BY SIZE
                      WS-GROUP-RULE   DELIMITED BY SIZE
                      "  SOURCE CO: " DELIMITED BY SIZE
                      ALC-SRC-COMPANY DELIMITED BY SIZE
                      "  GL: "        DELIMITED BY SIZE
                      ALC-SRC-GL-ACCOUNT DELIMITED BY SIZE
                      "  TARGETS: "   DELIMITED BY SIZE
                      WS-TGT-COUNT    DELIMITED BY SIZE
                      "  TOTAL 100.00% - UPDATED"
                                      DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
           END-IF.

       275-DELETE-RULE.
           MOVE WS-GROUP-RULE TO ALC-RULE-ID
           DELETE ALC-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING RULE. STATUS: "
                       WS-ALC-STATUS
           END-DELETE
           IF NOT WS-ALC-OK
               ADD 1 TO WS-DISCARD-COUNT
               MOVE SPACES TO REG-RECORD
               STRING "RULE: "        DELIMITED BY SIZE
                      WS-GROUP-RULE   DELIMITED BY SIZE
                      "  DELETE FAILED"
                                      DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
           ELSE
               ADD 1 TO WS-DELETE-COUNT
               MOVE SPACES TO REG-RECORD
               STRING "RULE: "        DELIMITED BY SIZE
                      WS-GROUP-RULE   DELIMITED BY SIZE
                      "  DELETED"     DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
           END-IF.

       300-CLOSE-FILES.
           CLOSE MAINT-FILE
           IF NOT WS-MAINT-OK
               DISPLAY "ERROR CLOSING RULE MAINT FILE. STATUS: "
                   WS-MAINT-STATUS
           END-IF
           CLOSE ALC-FILE
           IF NOT WS-ALC-OK
               DISPLAY "ERROR CLOSING ALLOCATION RULE FILE. STATUS: "
                   WS-ALC-STATUS
           END-IF
           CLOSE STD-FILE
           IF NOT WS-STD-OK
               DISPLAY "ERROR CLOSING TEMPLATE FILE. STATUS: "
                   WS-STD-STATUS
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
               DISPLAY "ERROR CLOSING REGISTER FILE. STATUS: "
                   WS-REGISTER-STATUS
           END-IF
           IF RETURN-CODE = ZERO
              AND (WS-REJECT-COUNT > ZERO
                   OR WS-DISCARD-COUNT > ZERO)
               MOVE 8 TO RETURN-CODE
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO REG-RECORD
           STRING "CARDS ACCEPTED:    " DELIMITED BY SIZE
                  WS-ACCEPT-COUNT      DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "CARDS REJECTED:    " DELIMITED BY SIZE
                  WS-REJECT-COUNT      DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "RULES UPDATED:     " DELIMITED BY SIZE
                  WS-WRITTEN-COUNT     DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "RULES DELETED:     " DELIMITED BY SIZE
                  WS-DELETE-COUNT      DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "RULES DISCARDED:   " DELIMITED BY SIZE
                  WS-DISCARD-COUNT     DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD.
