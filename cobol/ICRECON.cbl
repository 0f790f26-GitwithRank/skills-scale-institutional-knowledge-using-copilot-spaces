       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICRECON.
       AUTHOR. COBOL DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * PROGRAM: ICRECON                                              *
      * PURPOSE: MONTH-END INTERCOMPANY RECONCILIATION, RUN BEFORE    *
      *          PERCLOSE.  A PARAMETER CARD GIVES THE MONTH (YYYYMM) *
      *          AND THE GL FEEDS OF ALL THREE COMPANIES FOR THE      *
      *          MONTH ARE READ; EVERY DUE-FROM AND DUE-TO ENTRY IS   *
      *          ACCUMULATED UNDER ITS SHARED INTERCOMPANY REFERENCE  *
      *          AND THE TWO SIDES ARE PAIRED.  A REFERENCE WITH ONLY *
      *          ONE SIDE, OR WHOSE SIDES DO NOT NET TO ZERO, IS      *
      *          LISTED AS AN EXCEPTION.  TOTALS ARE PRINTED BY       *
      *          COMPANY PAIR (ORIGINATOR AND COUNTERPARTY), FOLLOWED *
      *          BY THE ELIMINATION ENTRIES FOR CONSOLIDATION - THE   *
      *          MATCHED DUE-FROM BALANCE OF EACH PAIR AGAINST ITS    *
      *          DUE-TO BALANCE.  RETURN CODE 4 WHEN ANY EXCEPTION IS *
      *          FOUND SO THE CLOSE IS NOT RUN ON AN UNRECONCILED     *
      *          MONTH                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "ICRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL GLFEED-FILE
               ASSIGN TO "GLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT ICRPT-FILE
               ASSIGN TO "ICRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICRPT-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  ICR-MONTH       PIC 9(6).

       FD  GLFEED-FILE.
       COPY GLREC.

       FD  ICRPT-FILE.
       01  ICR-RECORD          PIC X(100).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".

       01  WS-GLFEED-STATUS    PIC XX.
           88  WS-GLFEED-OK    VALUE "00" "05".

       01  WS-ICRPT-STATUS     PIC XX.
           88  WS-ICRPT-OK     VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-GLFEED-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-GLFEED-EOF       VALUE "Y".

       01  WS-GL-DATE-WORK     PIC 9(8).
       01  WS-GL-DATE-SPLIT REDEFINES WS-GL-DATE-WORK.
           05  WS-GL-MONTH     PIC 9(6).
           05  WS-GL-DAY       PIC 9(2).

       01  WS-REF-MAX          PIC 9(4)  VALUE 2000.
       01  WS-REF-COUNT        PIC 9(4)  VALUE ZERO.
       01  WS-REF-SUB          PIC 9(4)  VALUE ZERO.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 2000 TIMES.
               10  WS-REF-KEY.
                   15  WS-REF-COMPANY     PIC X(2).
                   15  WS-REF-TRANS-ID    PIC X(6).
               10  WS-REF-PARTNER     PIC X(2).
               10  WS-REF-FROM-COUNT  PIC 9(3).
               10  WS-REF-FROM-AMT    PIC S9(10)V99.
               10  WS-REF-TO-COUNT    PIC 9(3).
               10  WS-REF-TO-AMT      PIC S9(10)V99.

       01  WS-FROM-IX          PIC 9(2).
       01  WS-TO-IX            PIC 9(2).
       01  WS-PAIR-TABLE.
           05  WS-PAIR-FROM OCCURS 3 TIMES.
               10  WS-PAIR-TO OCCURS 3 TIMES.
                   15  WS-PAIR-ITEMS      PIC 9(6).
                   15  WS-PAIR-EXCEPTIONS PIC 9(6).
                   15  WS-PAIR-DUE-FROM   PIC S9(12)V99.
                   15  WS-PAIR-DUE-TO     PIC S9(12)V99.
                   15  WS-PAIR-ELIM       PIC S9(12)V99.

       01  WS-IC-ENTRIES       PIC 9(6)  VALUE ZERO.
       01  WS-BAD-ENTRIES      PIC 9(6)  VALUE ZERO.
       01  WS-EXCEPTION-COUNT  PIC 9(6)  VALUE ZERO.
       01  WS-MATCHED-COUNT    PIC 9(6)  VALUE ZERO.
       01  WS-ELIM-TOTAL       PIC S9(12)V99 VALUE ZERO.

       01  WS-REASON           PIC X(20).
       01  WS-PAIR-LABEL.
           05  WS-LABEL-FROM   PIC X(2).
           05  FILLER          PIC X(1)  VALUE "-".
           05  WS-LABEL-TO     PIC X(2).

       01  WS-AMT-ED           PIC -(10)9.99.
       01  WS-AMT-ED2          PIC -(10)9.99.
       01  WS-TOTAL-ED         PIC -(12)9.99.
       01  WS-TOTAL-ED2        PIC -(12)9.99.

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 120-READ-PARM
           PERFORM 200-LOAD-FEEDS
           PERFORM 250-MATCH-REFERENCES
           PERFORM 270-PRINT-PAIRS
           PERFORM 280-PRINT-ELIMINATIONS
           PERFORM 290-WRITE-TOTALS
           PERFORM 300-CLOSE-FILES
           IF RETURN-CODE = ZERO AND WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR OPENING PARM FILE. STATUS: "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GLFEED-FILE
           IF NOT WS-GLFEED-OK
               DISPLAY "ERROR OPENING GL FEED FILE. STATUS: "
                   WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ICRPT-FILE
           IF NOT WS-ICRPT-OK
               DISPLAY "ERROR OPENING IC RECON REPORT FILE. STATUS: "
                   WS-ICRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-BUS-DATE
           INITIALIZE WS-PAIR-TABLE.

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
                   DISPLAY "ERROR: NO RECONCILIATION PARAMETER CARD"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 300-CLOSE-FILES
                   STOP RUN
           END-READ
           IF ICR-MONTH NOT NUMERIC
               DISPLAY "ERROR: RECONCILIATION MONTH NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               PERFORM 300-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE SPACES TO ICR-RECORD
           STRING "INTERCOMPANY RECONCILIATION - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  PERIOD: " DELIMITED BY SIZE
                  ICR-MONTH   DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD
           MOVE SPACES TO ICR-RECORD
           WRITE ICR-RECORD
           MOVE "EXCEPTIONS" TO ICR-RECORD
           WRITE ICR-RECORD.

       200-LOAD-FEEDS.
           READ GLFEED-FILE
               AT END
                   SET WS-GLFEED-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-GLFEED-EOF
               IF GL-IC-DUE-FROM OR GL-IC-DUE-TO
                   MOVE GL-DATE TO WS-GL-DATE-WORK
                   IF WS-GL-MONTH = ICR-MONTH
                       PERFORM 210-POST-SIDE
                   END-IF
               END-IF
               READ GLFEED-FILE
                   AT END
                       SET WS-GLFEED-EOF TO TRUE
               END-READ
           END-PERFORM.

       210-POST-SIDE.
           IF GL-AMOUNT NOT NUMERIC
               ADD 1 TO WS-BAD-ENTRIES
               MOVE SPACES TO ICR-RECORD
               STRING "REF "          DELIMITED BY SIZE
                      GL-IC-REF       DELIMITED BY SIZE
                      "  SIDE "       DELIMITED BY SIZE
                      GL-IC-SIDE      DELIMITED BY SIZE
                      "  AMOUNT NOT NUMERIC - ENTRY IGNORED"
                                      DELIMITED BY SIZE
                      INTO ICR-RECORD
               END-STRING
               WRITE ICR-RECORD
           ELSE
               ADD 1 TO WS-IC-ENTRIES
               PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-COUNT
                      OR WS-REF-KEY (WS-REF-SUB) = GL-IC-REF
                   CONTINUE
               END-PERFORM
               IF WS-REF-SUB > WS-REF-COUNT
                   IF WS-REF-COUNT = WS-REF-MAX
                       DISPLAY "ERROR: IC REFERENCE TABLE FULL AT "
                           WS-REF-MAX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REF-COUNT
                   MOVE GL-IC-REF TO WS-REF-KEY (WS-REF-COUNT)
                   MOVE GL-IC-PARTNER TO WS-REF-PARTNER (WS-REF-COUNT)
                   MOVE ZERO TO WS-REF-FROM-COUNT (WS-REF-COUNT)
                   MOVE ZERO TO WS-REF-FROM-AMT (WS-REF-COUNT)
                   MOVE ZERO TO WS-REF-TO-COUNT (WS-REF-COUNT)
                   MOVE ZERO TO WS-REF-TO-AMT (WS-REF-COUNT)
                   MOVE WS-REF-COUNT TO WS-REF-SUB
               END-IF
               IF GL-IC-DUE-FROM
                   ADD 1 TO WS-REF-FROM-COUNT (WS-REF-SUB)
                   ADD GL-AMOUNT TO WS-REF-FROM-AMT (WS-REF-SUB)
               ELSE
                   ADD 1 TO WS-REF-TO-COUNT (WS-REF-SUB)
                   ADD GL-AMOUNT TO WS-REF-TO-AMT (WS-REF-SUB)
               END-IF
           END-IF.

       250-MATCH-REFERENCES.
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-REF-COUNT
               PERFORM 255-MATCH-ONE
           END-PERFORM
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  NONE - EVERY REFERENCE PAIRED AND IN BALANCE"
                   TO ICR-RECORD
               WRITE ICR-RECORD
           END-IF.

       255-MATCH-ONE.
           MOVE WS-REF-COMPANY (WS-REF-SUB) TO WS-FROM-IX
           MOVE WS-REF-PARTNER (WS-REF-SUB) TO WS-TO-IX
           IF WS-FROM-IX < 1 OR WS-FROM-IX > 3
              OR WS-TO-IX < 1 OR WS-TO-IX > 3
               MOVE "INVALID COMPANY PAIR" TO WS-REASON
               PERFORM 260-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-PAIR-ITEMS (WS-FROM-IX WS-TO-IX)
               ADD WS-REF-FROM-AMT (WS-REF-SUB)
                   TO WS-PAIR-DUE-FROM (WS-FROM-IX WS-TO-IX)
               ADD WS-REF-TO-AMT (WS-REF-SUB)
                   TO WS-PAIR-DUE-TO (WS-FROM-IX WS-TO-IX)
               EVALUATE TRUE
                   WHEN WS-REF-FROM-COUNT (WS-REF-SUB) = ZERO
                       MOVE "NO DUE-FROM SIDE" TO WS-REASON
                   WHEN WS-REF-TO-COUNT (WS-REF-SUB) = ZERO
                       MOVE "NO DUE-TO SIDE" TO WS-REASON
                   WHEN WS-REF-FROM-AMT (WS-REF-SUB) +
                        WS-REF-TO-AMT (WS-REF-SUB) NOT = ZERO
                       MOVE "SIDES UNEQUAL" TO WS-REASON
                   WHEN OTHER
                       MOVE SPACES TO WS-REASON
               END-EVALUATE
               IF WS-REASON = SPACES
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD WS-REF-FROM-AMT (WS-REF-SUB)
                       TO WS-PAIR-ELIM (WS-FROM-IX WS-TO-IX)
               ELSE
                   ADD 1 TO WS-PAIR-EXCEPTIONS (WS-FROM-IX WS-TO-IX)
                   PERFORM 260-WRITE-EXCEPTION
               END-IF
           END-IF.

       260-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-REF-COMPANY (WS-REF-SUB) TO WS-LABEL-FROM
           MOVE WS-REF-PARTNER (WS-REF-SUB) TO WS-LABEL-TO
           MOVE WS-REF-FROM-AMT (WS-REF-SUB) TO WS-AMT-ED
           MOVE WS-REF-TO-AMT (WS-REF-SUB) TO WS-AMT-ED2
           MOVE SPACES TO ICR-RECORD
           STRING "  PAIR "       DELIMITED BY SIZE
                  WS-PAIR-LABEL   DELIMITED BY SIZE
                  "  REF "        DELIMITED BY SIZE
                  WS-REF-KEY (WS-REF-SUB)
                                  DELIMITED BY SIZE
                  "  FROM "       DELIMITED BY SIZE
                  WS-AMT-ED       DELIMITED BY SIZE
                  "  TO "         DELIMITED BY SIZE
                  WS-AMT-ED2      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-REASON       DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD.

       270-PRINT-PAIRS.
           MOVE SPACES TO ICR-RECORD
           WRITE ICR-RECORD
           MOVE "TOTALS BY COMPANY PAIR (ORIGINATOR-COUNTERPARTY)"
               TO ICR-RECORD
           WRITE ICR-RECORD
           PERFORM VARYING WS-FROM-IX FROM 1 BY 1
               UNTIL WS-FROM-IX > 3
               PERFORM VARYING WS-TO-IX FROM 1 BY 1
                   UNTIL WS-TO-IX > 3
                   IF WS-PAIR-ITEMS (WS-FROM-IX WS-TO-IX) > ZERO
                       PERFORM 275-PRINT-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       275-PRINT-ONE-PAIR.
           MOVE WS-FROM-IX TO WS-LABEL-FROM
           MOVE WS-TO-IX TO WS-LABEL-TO
           MOVE WS-PAIR-DUE-FROM (WS-FROM-IX WS-TO-IX) TO WS-TOTAL-ED
           MOVE WS-PAIR-DUE-TO (WS-FROM-IX WS-TO-IX) TO WS-TOTAL-ED2
           MOVE SPACES TO ICR-RECORD
           STRING "  PAIR "       DELIMITED BY SIZE
                  WS-PAIR-LABEL   DELIMITED BY SIZE
                  "  REFS "       DELIMITED BY SIZE
                  WS-PAIR-ITEMS (WS-FROM-IX WS-TO-IX)
                                  DELIMITED BY SIZE
                  "  DUE-FROM "   DELIMITED BY SIZE
                  WS-TOTAL-ED     DELIMITED BY SIZE
                  "  DUE-TO "     DELIMITED BY SIZE
                  WS-TOTAL-ED2    DELIMITED BY SIZE
                  "  EXCEPTIONS " DELIMITED BY SIZE
                  WS-PAIR-EXCEPTIONS (WS-FROM-IX WS-TO-IX)
                                  DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD.

       280-PRINT-ELIMINATIONS.
           MOVE SPACES TO ICR-RECORD
           WRITE ICR-RECORD
           MOVE "CONSOLIDATION ELIMINATIONS (MATCHED REFERENCES ONLY)"
               TO ICR-RECORD
           WRITE ICR-RECORD
           PERFORM VARYING WS-FROM-IX FROM 1 BY 1
               UNTIL WS-FROM-IX > 3
               PERFORM VARYING WS-TO-IX FROM 1 BY 1
                   UNTIL WS-TO-IX > 3
                   IF WS-PAIR-ELIM (WS-FROM-IX WS-TO-IX) NOT = ZERO
                       PERFORM 285-PRINT-ONE-ELIM
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-ELIM-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO ICR-RECORD
           STRING "  TOTAL ELIMINATION:            " DELIMITED BY SIZE
                  WS-TOTAL-ED     DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD.

       285-PRINT-ONE-ELIM.
           ADD WS-PAIR-ELIM (WS-FROM-IX WS-TO-IX) TO WS-ELIM-TOTAL
           MOVE WS-FROM-IX TO WS-LABEL-FROM
           MOVE WS-TO-IX TO WS-LABEL-TO
           MOVE WS-PAIR-ELIM (WS-FROM-IX WS-TO-IX) TO WS-TOTAL-ED
           MOVE SPACES TO ICR-RECORD
           STRING "  PAIR "       DELIMITED BY SIZE
                  WS-PAIR-LABEL   DELIMITED BY SIZE
                  "  DR DUE-TO " DELIMITED BY SIZE
                  WS-LABEL-TO     DELIMITED BY SIZE
                  " / CR DUE-FROM " DELIMITED BY SIZE
                  WS-LABEL-FROM   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-TOTAL-ED     DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD.

       290-WRITE-TOTALS.
           MOVE SPACES TO ICR-RECORD
           WRITE ICR-RECORD

           MOVE SPACES TO ICR-RECORD
           STRING "IC FEED ENTRIES:    " DELIMITED BY SIZE
                  WS-IC-ENTRIES       DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD

           MOVE SPACES TO ICR-RECORD
           STRING "REFERENCES:         " DELIMITED BY SIZE
                  WS-REF-COUNT        DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD

           MOVE SPACES TO ICR-RECORD
           STRING "MATCHED:            " DELIMITED BY SIZE
                  WS-MATCHED-COUNT    DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD

           MOVE SPACES TO ICR-RECORD
           STRING "EXCEPTIONS:         " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT  DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD

           MOVE SPACES TO ICR-RECORD
           STRING "ENTRIES IGNORED:    " DELIMITED BY SIZE
                  WS-BAD-ENTRIES      DELIMITED BY SIZE
                  INTO ICR-RECORD
           END-STRING
           WRITE ICR-RECORD.

       300-CLOSE-FILES.
           CLOSE PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ERROR CLOSING PARM FILE. STATUS: "
                   WS-PARM-STATUS
           END-IF
           CLOSE GLFEED-FILE
           IF NOT WS-GLFEED-OK
               DISPLAY "ERROR CLOSING GL FEED FILE. STATUS: "
                   WS-GLFEED-STATUS
           END-IF
           CLOSE ICRPT-FILE
           IF NOT WS-ICRPT-OK
               DISPLAY "ERROR CLOSING IC RECON REPORT FILE. STATUS: "
                   WS-ICRPT-STATUS
           END-IF.
