       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCGEN.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: ALCGEN                                               *
      * PURPOSE: MONTH-END COST ALLOCATION.  FOR EACH RULE ON THE     *
      *          ALLOCATION RULE MASTER, TOTALS THE BASE-CURRENCY     *
      *          AMOUNTS POSTED TO THE SOURCE COMPANY AND GL ACCOUNT  *
      *          ON THE NUMBERS MASTER WITH AN EFFECTIVE DATE IN THE  *
      *          MONTH ON THE PARAMETER CARD, AND EMITS THE SPLIT AS  *
      *          MAINTENANCE ADD TRANSACTIONS FOR THE NUMMAINT PASS   *
      *          THAT FOLLOWS: AN OFFSETTING CREDIT TO THE SOURCE AND *
      *          A DEBIT TO EACH TARGET FOR ITS PERCENTAGE SHARE.     *
      *          SHARES ARE ROUNDED TO THE CENT AND THE ROUNDING      *
      *          RESIDUE GOES ON THE LAST TARGET LINE SO THE SPLIT    *
      *          NETS TO ZERO.  AN AMOUNT TOO LARGE FOR ONE CARD IS   *
      *          SPREAD OVER SEVERAL.  THE TRANS ID IS THE RULE ID +  *
      *          MM OF THE MONTH + A TWO-DIGIT SEQUENCE, THE          *
      *          EFFECTIVE DATE IS THE MONTH END AND THE OPERATOR ID  *
      *          IS "ALCGEN".  EACH RULE ALLOCATED IS STAMPED WITH    *
      *          THE MONTH SO A RERUN DOES NOT ALLOCATE IT TWICE.     *
      *          THE REGISTER SHOWS EACH SOURCE AMOUNT, EVERY SHARE   *
      *          AND THE PROOF THAT THE RULE NETS TO ZERO             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALC-FILE
               ASSIGN TO "ALCRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALC-RULE-ID
               FILE STATUS IS WS-ALC-STATUS.

           SELECT NUMBERS-FILE
               ASSIGN TO "NUMBERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GEN-FILE
               ASSIGN TO "ALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "ALCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  ALP-MONTH       PIC 9(6).

       FD  ALC-FILE.
       COPY ALCREC.

       FD  NUMBERS-FILE.
       COPY NUMREC.

       FD  GEN-FILE.
       01  GEN-RECORD.
           05  GEN-ACTION      PIC X(1).
           05  FILLER          PIC X(1).
           05  GEN-COMPANY     PIC X(2).
           05  FILLER          PIC X(1).
           05  GEN-TRANS-ID    PIC X(6).
           05  FILLER          PIC X(1).
           05  GEN-TRANS-CODE  PIC X(1).
           05  FILLER          PIC X(1).
           05  GEN-NUM1        PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  GEN-NUM2        PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  GEN-GL-ACCOUNT  PIC X(6).
           05  FILLER          PIC X(1).
           05  GEN-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  GEN-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  GEN-OPERATOR    PIC X(8).
           05  FILLER          PIC X(1).
           05  GEN-IC-PARTNER  PIC X(2).

       FD  REGISTER-FILE.
       01  REG-RECORD          PIC X(100).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".

       01  WS-ALC-STATUS       PIC XX.
           88  WS-ALC-OK       VALUE "00".
           88  WS-ALC-NOFILE   VALUE "35".

       01  WS-FILE-STATUS      PIC XX.
           88  WS-FILE-OK      VALUE "00".

       01  WS-GEN-STATUS       PIC XX.
           88  WS-GEN-OK       VALUE "00".

       01  WS-REGISTER-STATUS  PIC XX.
           88  WS-REGISTER-OK  VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-ALC-EOF-SW       PIC X(1)  VALUE "N".
           88  WS-ALC-EOF          VALUE "Y".

       01  WS-FILE-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-FILE-EOF         VALUE "Y".

       01  WS-RULE-OK-SW       PIC X(1)  VALUE "N".
           88  WS-RULE-OK          VALUE "Y".

       01  WS-BASE-CURRENCY    PIC X(3)  VALUE "USD".

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".

       01  WS-MONTH-WORK       PIC 9(6).
       01  WS-MONTH-SPLIT REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-YEAR   PIC 9(4).
           05  WS-MONTH-MM     PIC 9(2).

       01  WS-ALLOC-MONTH      PIC 9(6).
       01  WS-ALLOC-SPLIT REDEFINES WS-ALLOC-MONTH.
           05  WS-ALLOC-YEAR   PIC 9(4).
           05  WS-ALLOC-MM     PIC 9(2).

       01  WS-NEXT-FIRST       PIC 9(8).
       01  WS-NEXT-FIRST-SPLIT REDEFINES WS-NEXT-FIRST.
           05  WS-NEXT-MONTH   PIC 9(6).
           05  WS-NEXT-DAY     PIC 9(2).

       01  WS-DATE-INTEGER     PIC 9(8)  VALUE ZERO.
       01  WS-MONTH-END        PIC 9(8).

       01  WS-EFF-WORK         PIC 9(8).
       01  WS-EFF-SPLIT REDEFINES WS-EFF-WORK.
           05  WS-EFF-MONTH    PIC 9(6).
           05  WS-EFF-DAY      PIC 9(2).

       01  WS-RUL-MAX          PIC 9(3)  VALUE 100.
       01  WS-RUL-COUNT        PIC 9(3)  VALUE ZERO.
       01  WS-RUL-SUB          PIC 9(3)  VALUE ZERO.
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTRY OCCURS 100 TIMES.
               10  WS-RUL-ID          PIC X(2).
               10  WS-RUL-COMPANY     PIC X(2).
               10  WS-RUL-ACCOUNT     PIC X(6).
               10  WS-RUL-ITEMS       PIC 9(6).
               10  WS-RUL-FOREIGN     PIC 9(6).
               10  WS-RUL-AMOUNT      PIC S9(12)V99.

       01  WS-TGT-SUB          PIC 9(2)  VALUE ZERO.
       01  WS-TGT-MAX          PIC 9(2)  VALUE 10.
       01  WS-TGT-COUNT        PIC 9(2)  VALUE ZERO.
       01  WS-LAST-TGT         PIC 9(2)  VALUE ZERO.
       01  WS-PCT-TOTAL        PIC 9(4)V99 VALUE ZERO.

       01  WS-SRC-AMOUNT       PIC S9(12)V99 VALUE ZERO.
       01  WS-ABS-AMOUNT       PIC S9(12)V99 VALUE ZERO.
       01  WS-AMOUNT-LIMIT     PIC S9(12)V99 VALUE 8799999.12.
       01  WS-SHARE            PIC S9(12)V99 VALUE ZERO.
       01  WS-EVEN-SHARE       PIC S9(12)V99 VALUE ZERO.
       01  WS-SHARE-TOTAL      PIC S9(12)V99 VALUE ZERO.
       01  WS-RESIDUE          PIC S9(12)V99 VALUE ZERO.
       01  WS-NET              PIC S9(12)V99 VALUE ZERO.

       01  WS-LINE-COMPANY     PIC X(2).
       01  WS-LINE-ACCOUNT     PIC X(6).
       01  WS-LINE-AMOUNT      PIC S9(12)V99 VALUE ZERO.
       01  WS-REMAIN           PIC S9(12)V99 VALUE ZERO.
       01  WS-PIECE            PIC S9(12)V99 VALUE ZERO.
       01  WS-CARD-MAX         PIC S9(12)V99 VALUE 199999.98.
       01  WS-NUM-MAX          PIC S9(12)V99 VALUE 99999.99.
       01  WS-LINE-CARDS       PIC 9(2)  VALUE ZERO.

       01  WS-TRANS-ID.
           05  WS-TID-RULE     PIC X(2).
           05  WS-TID-MM       PIC 9(2).
           05  WS-TID-SEQ      PIC 9(2).

       01  WS-RULES-READ       PIC 9(6)  VALUE ZERO.
       01  WS-ALLOC-COUNT      PIC 9(6)  VALUE ZERO.
       01  WS-DONE-COUNT       PIC 9(6)  VALUE ZERO.
       01  WS-BAD-COUNT        PIC 9(6)  VALUE ZERO.
       01  WS-ZERO-COUNT       PIC 9(6)  VALUE ZERO.
       01  WS-CARD-COUNT       PIC 9(6)  VALUE ZERO.
       01  WS-EXCLUDED-COUNT   PIC 9(6)  VALUE ZERO.
       01  WS-TOT-ALLOCATED    PIC S9(12)V99 VALUE ZERO.

       01  WS-AMOUNT-ED        PIC -(12)9.99.
       01  WS-SHARE-ED         PIC -(9)9.99.
       01  WS-NET-ED           PIC -(12)9.99.
       01  WS-RESIDUE-ED       PIC -(6)9.99.
       01  WS-RESIDUE-TEXT     PIC X(21).
       01  WS-PCT-ED           PIC ZZ9.99.

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 120-READ-PARM
           PERFORM 130-LOAD-RULES
           PERFORM 200-SCAN-MASTER
           PERFORM 250-ALLOCATE-RULES
           PERFORM 300-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR OPENING PARM FILE. STATUS: "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ALC-FILE
           IF WS-ALC-NOFILE
               DISPLAY "NO ALLOCATION RULE FILE - NOTHING TO ALLOCATE"
               SET WS-ALC-EOF TO TRUE
           ELSE
               IF NOT WS-ALC-OK
                   DISPLAY "ERROR OPENING ALLOCATION RULE FILE. "
                       "STATUS: " WS-ALC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING FILE. STATUS: " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GEN-FILE
           IF NOT WS-GEN-OK
               DISPLAY "ERROR OPENING GENERATED TRANS FILE. STATUS: "
                   WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF NOT WS-REGISTER-OK
               DISPLAY "ERROR OPENING REGISTER FILE. STATUS: "
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE.

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

       120-READ-PARM.
           READ PARM-FILE
               AT END
                   DISPLAY "ERROR: NO ALLOCATION PARAMETER CARD"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 300-CLOSE-FILES
                   STOP RUN
           END-READ
           IF ALP-MONTH NOT NUMERIC
               DISPLAY "ERROR: ALLOCATION MONTH NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE ALP-MONTH TO WS-ALLOC-MONTH
           MOVE ALP-MONTH TO WS-MONTH-WORK
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "ERROR: INVALID ALLOCATION MONTH: " ALP-MONTH
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YEAR
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-NEXT-MONTH
           MOVE 1 TO WS-NEXT-DAY
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           IF WS-MONTH-END > WS-RUN-DATE
               DISPLAY "ERROR: MONTH " ALP-MONTH
                   " DOES NOT END UNTIL " WS-MONTH-END
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE SPACES TO REG-RECORD
           STRING "COST ALLOCATION REGISTER - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE    DELIMITED BY SIZE
                  "  MONTH: "    DELIMITED BY SIZE
                  ALP-MONTH      DELIMITED BY SIZE
                  "  MONTH END: " DELIMITED BY SIZE
                  WS-MONTH-END   DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD.

       130-LOAD-RULES.
           IF NOT WS-ALC-EOF
               MOVE LOW-VALUES TO ALC-RULE-ID
               START ALC-FILE KEY IS NOT LESS THAN ALC-RULE-ID
                   INVALID KEY
                       SET WS-ALC-EOF TO TRUE
               END-START
           END-IF
           IF NOT WS-ALC-EOF
               READ ALC-FILE NEXT RECORD
                   AT END
                       SET WS-ALC-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ALC-EOF
               ADD 1 TO WS-RULES-READ
               PERFORM 135-TEST-RULE THRU 135-EXIT
               READ ALC-FILE NEXT RECORD
                   AT END
                       SET WS-ALC-EOF TO TRUE
               END-READ
           END-PERFORM.

       135-TEST-RULE.
           IF ALC-LAST-MONTH NUMERIC
              AND ALC-LAST-MONTH NOT < WS-ALLOC-MONTH
               ADD 1 TO WS-DONE-COUNT
               MOVE SPACES TO REG-RECORD
               STRING "RULE: "        DELIMITED BY SIZE
                      ALC-RULE-ID     DELIMITED BY SIZE
                      "  ALREADY ALLOCATED FOR MONTH "
                                      DELIMITED BY SIZE
                      ALC-LAST-MONTH  DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
               GO TO 135-EXIT
           END-IF
           PERFORM 137-TOTAL-TARGETS
           MOVE "Y" TO WS-RULE-OK-SW
           IF NOT ALC-SRC-COMPANY-VALID
              OR WS-TGT-COUNT = ZERO
              OR WS-PCT-TOTAL NOT = 100
               MOVE "N" TO WS-RULE-OK-SW
               MOVE WS-PCT-TOTAL TO WS-PCT-ED
               MOVE SPACES TO REG-RECORD
               STRING "RULE: "        DELIMITED BY SIZE
                      ALC-RULE-ID     DELIMITED BY SIZE
                      "  NOT ALLOCATED - INVALID SOURCE OR TARGETS "
                                      DELIMITED BY SIZE
                      "TOTAL "        DELIMITED BY SIZE
                      WS-PCT-ED       DELIMITED BY SIZE
                      "%"             DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
           END-IF
           IF WS-RULE-OK
               PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RUL-COUNT
                   IF WS-RUL-COMPANY (WS-RUL-SUB) = ALC-SRC-COMPANY
                      AND WS-RUL-ACCOUNT (WS-RUL-SUB)
                          = ALC-SRC-GL-ACCOUNT
                       MOVE "N" TO WS-RULE-OK-SW
                       MOVE SPACES TO REG-RECORD
                       STRING "RULE: "        DELIMITED BY SIZE
                              ALC-RULE-ID     DELIMITED BY SIZE
                              "  NOT ALLOCATED - SOURCE ALREADY "
                                              DELIMITED BY SIZE
                              "ALLOCATED BY RULE "
                                              DELIMITED BY SIZE
                              WS-RUL-ID (WS-RUL-SUB)
                                              DELIMITED BY SIZE
                              INTO REG-RECORD
                       END-STRING
                       WRITE REG-RECORD
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-RULE-OK
               ADD 1 TO WS-BAD-COUNT
               GO TO 135-EXIT
           END-IF
           IF WS-RUL-COUNT NOT < WS-RUL-MAX
               DISPLAY "ERROR: ALLOCATION RULE TABLE FULL AT "
                   WS-RUL-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RUL-COUNT
           MOVE ALC-RULE-ID TO WS-RUL-ID (WS-RUL-COUNT)
           MOVE ALC-SRC-COMPANY TO WS-RUL-COMPANY (WS-RUL-COUNT)
           MOVE ALC-SRC-GL-ACCOUNT TO WS-RUL-ACCOUNT (WS-RUL-COUNT)
           MOVE ZERO TO WS-RUL-ITEMS (WS-RUL-COUNT)
           MOVE ZERO TO WS-RUL-FOREIGN (WS-RUL-COUNT)
           MOVE ZERO TO WS-RUL-AMOUNT (WS-RUL-COUNT).

       135-EXIT.
           EXIT.

       137-TOTAL-TARGETS.
           MOVE ZERO TO WS-PCT-TOTAL
           MOVE ZERO TO WS-TGT-COUNT
           MOVE ZERO TO WS-LAST-TGT
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-TGT-MAX
               IF ALC-TGT-COMPANY (WS-TGT-SUB) NOT = SPACES
                   ADD 1 TO WS-TGT-COUNT
                   MOVE WS-TGT-SUB TO WS-LAST-TGT
                   IF ALC-TGT-PERCENT (WS-TGT-SUB) NUMERIC
                       ADD ALC-TGT-PERCENT (WS-TGT-SUB)
                           TO WS-PCT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       200-SCAN-MASTER.
           IF WS-RUL-COUNT = ZERO
               SET WS-FILE-EOF TO TRUE
           END-IF
           IF NOT WS-FILE-EOF
               MOVE WS-HEADER-KEY TO IN-REC-KEY
               START NUMBERS-FILE KEY IS GREATER THAN IN-REC-KEY
                   INVALID KEY
                       SET WS-FILE-EOF TO TRUE
               END-START
           END-IF
           IF NOT WS-FILE-EOF
               READ NUMBERS-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF IN-COMPANY-VALID
                  AND IN-SUM NUMERIC
                  AND IN-EFF-DATE NUMERIC
                   MOVE IN-EFF-DATE TO WS-EFF-WORK
                   IF WS-EFF-MONTH = WS-ALLOC-MONTH
                       PERFORM 210-MATCH-ITEM
                   END-IF
               END-IF
               READ NUMBERS-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM.

       210-MATCH-ITEM.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-COMPANY (WS-RUL-SUB) = IN-COMPANY
                  AND WS-RUL-ACCOUNT (WS-RUL-SUB) = IN-GL-ACCOUNT
                   IF IN-CURRENCY = SPACES
                      OR IN-CURRENCY = WS-BASE-CURRENCY
                       ADD 1 TO WS-RUL-ITEMS (WS-RUL-SUB)
                       ADD IN-SUM TO WS-RUL-AMOUNT (WS-RUL-SUB)
                   ELSE
                       ADD 1 TO WS-RUL-FOREIGN (WS-RUL-SUB)
                       ADD 1 TO WS-EXCLUDED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       250-ALLOCATE-RULES.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT
               PERFORM 255-ALLOCATE-ONE THRU 255-EXIT
           END-PERFORM.

       255-ALLOCATE-ONE.
           MOVE WS-RUL-ID (WS-RUL-SUB) TO ALC-RULE-ID
           READ ALC-FILE
               INVALID KEY
                   DISPLAY "ERROR RE-READING RULE " ALC-RULE-ID
                       ". STATUS: " WS-ALC-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 255-EXIT
           END-READ
           PERFORM 137-TOTAL-TARGETS
           MOVE WS-RUL-AMOUNT (WS-RUL-SUB) TO WS-SRC-AMOUNT
           MOVE WS-SRC-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-RECORD
           WRITE REG-RECORD
           MOVE SPACES TO REG-RECORD
           STRING "RULE: "            DELIMITED BY SIZE
                  ALC-RULE-ID         DELIMITED BY SIZE
                  "  SOURCE CO: "     DELIMITED BY SIZE
                  ALC-SRC-COMPANY     DELIMITED BY SIZE
                  "  GL: "            DELIMITED BY SIZE
                  ALC-SRC-GL-ACCOUNT  DELIMITED BY SIZE
                  "  ITEMS: "         DELIMITED BY SIZE
                  WS-RUL-ITEMS (WS-RUL-SUB) DELIMITED BY SIZE
                  "  SOURCE AMOUNT: " DELIMITED BY SIZE
                  WS-AMOUNT-ED        DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD
           IF WS-RUL-FOREIGN (WS-RUL-SUB) > ZERO
               MOVE SPACES TO REG-RECORD
               STRING "    FOREIGN-CURRENCY ITEMS NOT ALLOCATED: "
                                      DELIMITED BY SIZE
                      WS-RUL-FOREIGN (WS-RUL-SUB) DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
           END-IF
           IF WS-SRC-AMOUNT = ZERO
               ADD 1 TO WS-ZERO-COUNT
               MOVE SPACES TO REG-RECORD
               MOVE "    NOTHING TO ALLOCATE" TO REG-RECORD
               WRITE REG-RECORD
               GO TO 255-EXIT
           END-IF
           IF WS-SRC-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-SRC-AMOUNT
           ELSE
               MOVE WS-SRC-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-AMOUNT-LIMIT
               ADD 1 TO WS-BAD-COUNT
               MOVE SPACES TO REG-RECORD
               STRING "    NOT ALLOCATED - SOURCE AMOUNT TOO LARGE "
                                      DELIMITED BY SIZE
                      "FOR ONE RUN - SPLIT THE RULE"
                                      DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               WRITE REG-RECORD
               GO TO 255-EXIT
           END-IF
           MOVE ALC-RULE-ID TO WS-TID-RULE
           MOVE WS-ALLOC-MM TO WS-TID-MM
           MOVE ZERO TO WS-TID-SEQ
           MOVE ZERO TO WS-SHARE-TOTAL
           MOVE ZERO TO WS-NET

           MOVE ALC-SRC-COMPANY TO WS-LINE-COMPANY
           MOVE ALC-SRC-GL-ACCOUNT TO WS-LINE-ACCOUNT
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-SRC-AMOUNT
           PERFORM 260-WRITE-CARDS
           ADD WS-LINE-AMOUNT TO WS-NET
           MOVE WS-LINE-AMOUNT TO WS-SHARE-ED
           MOVE SPACES TO REG-RECORD
           STRING "    SOURCE CREDIT  CO: " DELIMITED BY SIZE
                  WS-LINE-COMPANY     DELIMITED BY SIZE
                  "  GL: "            DELIMITED BY SIZE
                  WS-LINE-ACCOUNT     DELIMITED BY SIZE
                  "               AMOUNT: " DELIMITED BY SIZE
                  WS-SHARE-ED         DELIMITED BY SIZE
                  "  CARDS: "         DELIMITED BY SIZE
                  WS-LINE-CARDS       DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-LAST-TGT
               IF ALC-TGT-COMPANY (WS-TGT-SUB) NOT = SPACES
                   PERFORM 265-ALLOCATE-SHARE
               END-IF
           END-PERFORM

           MOVE WS-SHARE-TOTAL TO WS-SHARE-ED
           MOVE WS-NET TO WS-NET-ED
           MOVE SPACES TO REG-RECORD
           IF WS-NET = ZERO
               STRING "    PROOF  SOURCE: " DELIMITED BY SIZE
                      WS-AMOUNT-ED    DELIMITED BY SIZE
                      "  SHARES: "    DELIMITED BY SIZE
                      WS-SHARE-ED     DELIMITED BY SIZE
                      "  NET: "       DELIMITED BY SIZE
                      WS-NET-ED       DELIMITED BY SIZE
                      "  NETS TO ZERO" DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
           ELSE
               STRING "    PROOF  SOURCE: " DELIMITED BY SIZE
                      WS-AMOUNT-ED    DELIMITED BY SIZE
                      "  SHARES: "    DELIMITED BY SIZE
                      WS-SHARE-ED     DELIMITED BY SIZE
                      "  NET: "       DELIMITED BY SIZE
                      WS-NET-ED       DELIMITED BY SIZE
                      "  *** OUT ***" DELIMITED BY SIZE
                      INTO REG-RECORD
               END-STRING
               DISPLAY "ERROR: RULE " ALC-RULE-ID
                   " ALLOCATION DOES NOT NET TO ZERO"
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE REG-RECORD
           IF RETURN-CODE = 16
               GO TO 255-EXIT
           END-IF
           MOVE WS-ALLOC-MONTH TO ALC-LAST-MONTH
           REWRITE ALC-RECORD
           IF NOT WS-ALC-OK
               DISPLAY "ERROR REWRITING RULE. STATUS: "
                   WS-ALC-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 255-EXIT
           END-IF
           ADD 1 TO WS-ALLOC-COUNT
           ADD WS-SRC-AMOUNT TO WS-TOT-ALLOCATED.

       255-EXIT.
           EXIT.

       260-WRITE-CARDS.
           MOVE ZERO TO WS-LINE-CARDS
           MOVE WS-LINE-AMOUNT TO WS-REMAIN
           PERFORM UNTIL WS-REMAIN = ZERO
               IF WS-REMAIN > WS-CARD-MAX
                   MOVE WS-CARD-MAX TO WS-PIECE
               ELSE
                   IF WS-REMAIN < ZERO - WS-CARD-MAX
                       COMPUTE WS-PIECE = ZERO - WS-CARD-MAX
                   ELSE
                       MOVE WS-REMAIN TO WS-PIECE
                   END-IF
               END-IF
               SUBTRACT WS-PIECE FROM WS-REMAIN
               PERFORM 262-WRITE-CARD
           END-PERFORM.

       262-WRITE-CARD.
           ADD 1 TO WS-TID-SEQ
           ADD 1 TO WS-LINE-CARDS
           MOVE SPACES TO GEN-RECORD
           MOVE "A" TO GEN-ACTION
           MOVE WS-LINE-COMPANY TO GEN-COMPANY
           MOVE WS-TRANS-ID TO GEN-TRANS-ID
           MOVE "A" TO GEN-TRANS-CODE
           IF WS-PIECE > WS-NUM-MAX
               MOVE WS-NUM-MAX TO GEN-NUM1
               COMPUTE GEN-NUM2 = WS-PIECE - WS-NUM-MAX
           ELSE
               IF WS-PIECE < ZERO - WS-NUM-MAX
                   COMPUTE GEN-NUM1 = ZERO - WS-NUM-MAX
                   COMPUTE GEN-NUM2 = WS-PIECE + WS-NUM-MAX
               ELSE
                   MOVE WS-PIECE TO GEN-NUM1
                   MOVE ZERO TO GEN-NUM2
               END-IF
           END-IF
           MOVE WS-LINE-ACCOUNT TO GEN-GL-ACCOUNT
           MOVE WS-MONTH-END TO GEN-EFF-DATE
           MOVE SPACES TO GEN-CURRENCY
           MOVE "ALCGEN" TO GEN-OPERATOR
           WRITE GEN-RECORD
           IF NOT WS-GEN-OK
               DISPLAY "ERROR WRITING GENERATED TRANS. STATUS: "
                   WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CARD-COUNT
           END-IF.

       265-ALLOCATE-SHARE.
           COMPUTE WS-EVEN-SHARE ROUNDED =
               WS-SRC-AMOUNT * ALC-TGT-PERCENT (WS-TGT-SUB) / 100
           IF WS-TGT-SUB = WS-LAST-TGT
               COMPUTE WS-SHARE = WS-SRC-AMOUNT - WS-SHARE-TOTAL
           ELSE
               MOVE WS-EVEN-SHARE TO WS-SHARE
           END-IF
           COMPUTE WS-RESIDUE = WS-SHARE - WS-EVEN-SHARE
           ADD WS-SHARE TO WS-SHARE-TOTAL
           MOVE ALC-TGT-COMPANY (WS-TGT-SUB) TO WS-LINE-COMPANY
           MOVE ALC-TGT-GL-ACCOUNT (WS-TGT-SUB) TO WS-LINE-ACCOUNT
           MOVE WS-SHARE TO WS-LINE-AMOUNT
           PERFORM 260-WRITE-CARDS
           ADD WS-LINE-AMOUNT TO WS-NET
           MOVE WS-SHARE TO WS-SHARE-ED
           MOVE WS-RESIDUE TO WS-RESIDUE-ED
           MOVE ALC-TGT-PERCENT (WS-TGT-SUB) TO WS-PCT-ED
           MOVE SPACES TO WS-RESIDUE-TEXT
           IF WS-RESIDUE NOT = ZERO
               STRING "  RESIDUE: "   DELIMITED BY SIZE
                      WS-RESIDUE-ED   DELIMITED BY SIZE
                      INTO WS-RESIDUE-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO REG-RECORD
           STRING "    TARGET "       DELIMITED BY SIZE
                  WS-TGT-SUB          DELIMITED BY SIZE
                  "  CO: "            DELIMITED BY SIZE
                  WS-LINE-COMPANY     DELIMITED BY SIZE
                  "  GL: "            DELIMITED BY SIZE
                  WS-LINE-ACCOUNT     DELIMITED BY SIZE
                  "  PCT: "           DELIMITED BY SIZE
                  WS-PCT-ED           DELIMITED BY SIZE
                  "  SHARE: "         DELIMITED BY SIZE
                  WS-SHARE-ED         DELIMITED BY SIZE
                  "  CARDS: "         DELIMITED BY SIZE
                  WS-LINE-CARDS       DELIMITED BY SIZE
                  WS-RESIDUE-TEXT     DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD.

       300-CLOSE-FILES.
           IF NOT WS-ALC-NOFILE
               CLOSE ALC-FILE
               IF NOT WS-ALC-OK
                   DISPLAY "ERROR CLOSING ALLOCATION RULE FILE. "
                       "STATUS: " WS-ALC-STATUS
               END-IF
           END-IF
           CLOSE PARM-FILE
           CLOSE NUMBERS-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
           END-IF
           CLOSE GEN-FILE
           IF NOT WS-GEN-OK
               DISPLAY "ERROR CLOSING GENERATED TRANS FILE. STATUS: "
                   WS-GEN-STATUS
           END-IF
           PERFORM 320-WRITE-TOTALS
           CLOSE REGISTER-FILE
           IF NOT WS-REGISTER-OK
               DISPLAY "ERROR CLOSING REGISTER FILE. STATUS: "
                   WS-REGISTER-STATUS
           END-IF
           IF RETURN-CODE = ZERO
              AND WS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO REG-RECORD
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "RULES READ:        " DELIMITED BY SIZE
                  WS-RULES-READ        DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "RULES ALLOCATED:   " DELIMITED BY SIZE
                  WS-ALLOC-COUNT       DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "ALREADY ALLOCATED: " DELIMITED BY SIZE
                  WS-DONE-COUNT        DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "NOTHING TO ALLOC:  " DELIMITED BY SIZE
                  WS-ZERO-COUNT        DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "NOT ALLOCATED:     " DELIMITED BY SIZE
                  WS-BAD-COUNT         DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "FOREIGN EXCLUDED:  " DELIMITED BY SIZE
                  WS-EXCLUDED-COUNT    DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE SPACES TO REG-RECORD
           STRING "CARDS GENERATED:   " DELIMITED BY SIZE
                  WS-CARD-COUNT        DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD

           MOVE WS-TOT-ALLOCATED TO WS-AMOUNT-ED
           MOVE SPACES TO REG-RECORD
           STRING "AMOUNT ALLOCATED:  " DELIMITED BY SIZE
                  WS-AMOUNT-ED         DELIMITED BY SIZE
                  INTO REG-RECORD
           END-STRING
           WRITE REG-RECORD.
