      *          THE PER-COMPANY CONTROL TOTALS, AND PRODUCES THE     *
      *          SINGLE BALANCED REPORT THE SERIAL RUN PRODUCES       *
      *          TODAY.  RETURN CODE 16 WHEN THE PARTITIONS DO NOT    *
      *          TIE BACK TO THE HEADER.  AS THE PARTITIONED NIGHT'S  *
      *          BALANCING STEP IT RECORDS THE RESULT ON THE BUSINESS *
      *          DATE CONTROL FILE FOR THE END-OF-DAY STEP.  THE      *
      *          DUE-TO HALVES OF THE NIGHT'S INTERCOMPANY CHARGES,   *
      *          WHICH EACH PARTITION PARKS ON ITS IC TRANSFER FILE,  *
      *          ARE POSTED HERE TO THE COUNTERPARTY'S GL ACCOUNT     *
      *          BALANCES, ONE AT A TIME AFTER ALL PARTITIONS HAVE    *
      *          FINISHED                                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT OPTIONAL ICXFER-FILE
               ASSIGN TO "ICXFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICXFER-STATUS.

           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-TOTALS-FILE.
       FD  MERGE-FILE.
       01  MRG-RECORD          PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       FD  ICXFER-FILE.
       01  ICX-RECORD          PIC X(41).

       FD  BALANCE-FILE.
       COPY GLBREC.

       WORKING-STORAGE SECTION.
       01  WS-PARTTOT-STATUS   PIC XX.
           88  WS-PARTTOT-OK   VALUE "00".
       01  WS-MERGE-STATUS     PIC XX.
           88  WS-MERGE-OK     VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-ICXFER-STATUS    PIC XX.
           88  WS-ICXFER-OK    VALUE "00" "05".
           88  WS-ICXFER-NOFILE VALUE "35".

       01  WS-GLBAL-STATUS     PIC XX.
           88  WS-GLBAL-OK     VALUE "00" "05".

       01  WS-ICXFER-EOF-SW    PIC X(1)  VALUE "N".
           88  WS-ICXFER-EOF       VALUE "Y".

       01  WS-GLB-NEW-SW       PIC X(1)  VALUE "N".
           88  WS-GLB-NEW          VALUE "Y".

       01  WS-GLB-DATE-WORK    PIC 9(8).
       01  WS-GLB-DATE-SPLIT REDEFINES WS-GLB-DATE-WORK.
           05  WS-GLB-MONTH    PIC 9(6).
           05  WS-GLB-DAY      PIC 9(2).

       01  WS-IC-POSTED        PIC 9(6)  VALUE ZERO.

       COPY GLREC.

       01  WS-PARTTOT-EOF-SW   PIC X(1)  VALUE "N".
           88  WS-PARTTOT-EOF      VALUE "Y".

       01  WS-BALANCED-SW      PIC X(1)  VALUE "N".
           88  WS-BALANCED         VALUE "Y".

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".
       01  WS-EXPECTED-COUNT   PIC 9(5)  VALUE ZERO.
       01  WS-EXPECTED-HASH    PIC S9(14)V99 VALUE ZERO.
       01  WS-CONTROL-ED       PIC -(12)9.99.
       01  WS-HASH-ED          PIC -(14)9.99.

       01  WS-RUN-DATE         PIC 9(8).

       01  WS-BDT-SAVE         PIC X(72).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
           PERFORM 200-READ-TOTALS
           PERFORM 250-POST-IC-DUE-TO
           PERFORM 300-PRINT-REPORT
           PERFORM 320-VERIFY-BALANCE
           PERFORM 330-RECORD-RESULT THRU 330-EXIT
           PERFORM 350-CLOSE-FILES
           STOP RUN.

                   WS-MERGE-STATUS
               STOP RUN
           END-IF
           PERFORM 110-READ-HEADER
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

       110-READ-HEADER.
           MOVE WS-HEADER-KEY TO IN-REC-KEY
           ADD PT-RECORD-COUNT TO WS-COMP-COUNT (WS-COMP-SUB)
           ADD PT-CONTROL-TOTAL TO WS-COMP-TOTAL (WS-COMP-SUB).

       250-POST-IC-DUE-TO.
           OPEN INPUT ICXFER-FILE
           IF WS-ICXFER-NOFILE
               DISPLAY "NO IC TRANSFER FILE - NO DUE-TO BALANCES POSTED"
           ELSE
               IF NOT WS-ICXFER-OK
                   DISPLAY "ERROR OPENING IC TRANSFER FILE. STATUS: "
                       WS-ICXFER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O BALANCE-FILE
               IF NOT WS-GLBAL-OK
                   DISPLAY "ERROR OPENING GL BALANCE FILE. STATUS: "
                       WS-GLBAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ ICXFER-FILE INTO GL-RECORD
                   AT END
                       SET WS-ICXFER-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-ICXFER-EOF
                   PERFORM 255-POST-BALANCE
                   READ ICXFER-FILE INTO GL-RECORD
                       AT END
                           SET WS-ICXFER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ICXFER-FILE
               CLOSE BALANCE-FILE
               DISPLAY "IC DUE-TO BALANCES POSTED: " WS-IC-POSTED
           END-IF.

      *    THE DUE-TO ENTRY BELONGS TO THE COUNTERPARTY, WHICH IS THE
      *    COMPANY WHOSE FEED THE SPLIT STEP ROUTED IT TO
       255-POST-BALANCE.
           MOVE GL-DATE TO WS-GLB-DATE-WORK
           MOVE GL-IC-PARTNER TO GLB-COMPANY
           MOVE GL-ACCOUNT TO GLB-GL-ACCOUNT
           MOVE WS-GLB-MONTH TO GLB-MONTH
           MOVE "N" TO WS-GLB-NEW-SW
           READ BALANCE-FILE
               INVALID KEY
                   SET WS-GLB-NEW TO TRUE
                   MOVE SPACES TO GLB-RECORD
                   MOVE GL-IC-PARTNER TO GLB-COMPANY
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
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           ELSE
               REWRITE GLB-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING GL BALANCE RECORD. "
                           "STATUS: " WS-GLBAL-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           END-IF
           ADD 1 TO WS-IC-POSTED.

       300-PRINT-REPORT.
           MOVE SPACES TO MRG-RECORD
           STRING "PARTITION MERGE REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO MRG-RECORD
           END-STRING
           WRITE MRG-RECORD

           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-USED
               PERFORM 310-PRINT-COMPANY
                  WS-TOTAL-REJECTED   DELIMITED BY SIZE
                  INTO MRG-RECORD
           END-STRING
           WRITE MRG-RECORD

           MOVE SPACES TO MRG-RECORD
           STRING "IC DUE-TO POSTED:   " DELIMITED BY SIZE
                  WS-IC-POSTED        DELIMITED BY SIZE
                  INTO MRG-RECORD
           END-STRING
           WRITE MRG-RECORD.

       310-PRINT-COMPANY.
       320-VERIFY-BALANCE.
           IF WS-TOTAL-RECORDS = WS-EXPECTED-COUNT
              AND WS-TOTAL-HASH = WS-EXPECTED-HASH
               SET WS-BALANCED TO TRUE
               MOVE SPACES TO MRG-RECORD
               STRING "PARTITIONS IN BALANCE - COUNT: "
                          DELIMITED BY SIZE
           END-STRING
           WRITE MRG-RECORD.

       330-RECORD-RESULT.
           OPEN INPUT BUSDATE-FILE
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR OPENING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 330-EXIT
           END-IF
           READ BUSDATE-FILE INTO WS-BDT-SAVE
               AT END
                   DISPLAY "ERROR: BUSINESS DATE RECORD NOT FOUND"
                   CLOSE BUSDATE-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 330-EXIT
           END-READ
           CLOSE BUSDATE-FILE
           OPEN OUTPUT BUSDATE-FILE
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR OPENING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 330-EXIT
           END-IF
           MOVE WS-BDT-SAVE TO BDT-RECORD
           MOVE WS-RUN-DATE TO BDT-BAL-DATE
           IF WS-BALANCED
               MOVE "B" TO BDT-BAL-FLAG
           ELSE
               MOVE "O" TO BDT-BAL-FLAG
           END-IF
           MOVE "ADDMERGE" TO BDT-BAL-PROGRAM
           MOVE SPACES TO BDT-BAL-RUN-ID
           WRITE BDT-RECORD
           IF NOT WS-BUSDATE-OK
               DISPLAY "ERROR WRITING BUSINESS DATE FILE. STATUS: "
                   WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCE RESULT " BDT-BAL-FLAG
                   " RECORDED FOR BUSINESS DATE " WS-RUN-DATE
           END-IF
           CLOSE BUSDATE-FILE.

       330-EXIT.
           EXIT.

       350-CLOSE-FILES.
           CLOSE PART-TOTALS-FILE
           IF NOT WS-PARTTOT-OK
