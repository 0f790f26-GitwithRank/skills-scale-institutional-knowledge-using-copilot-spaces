      *          THE POSTING PROGRAMS REJECT ANYTHING EFFECTIVE-DATED *
      *          INTO IT, AND THE NUMBERS MASTER IS SCANNED TO PRINT  *
      *          PERIOD-TO-DATE TOTALS BY GL ACCOUNT AS THE OFFICIAL  *
      *          CUT-OFF REPORT FOR THE LEDGER TEAM.  THE PERIOD'S    *
      *          CLOSING BALANCE FOR EVERY GL ACCOUNT ON THE BALANCE  *
      *          MASTER IS THEN ROLLED FORWARD AS THE OPENING         *
      *          BALANCE OF THE FOLLOWING MONTH                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS IN-REC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT CLOSE-FILE
               ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  NUMBERS-FILE.
       COPY NUMREC.

       FD  BALANCE-FILE.
       COPY GLBREC.

       FD  CLOSE-FILE.
       01  CLS-RECORD          PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".
       01  WS-CLOSE-STATUS     PIC XX.
           88  WS-CLOSE-OK     VALUE "00".

       01  WS-GLBAL-STATUS     PIC XX.
           88  WS-GLBAL-OK     VALUE "00" "05".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-GLBAL-EOF-SW     PIC X(1)  VALUE "N".
           88  WS-GLBAL-EOF        VALUE "Y".

       01  WS-NEXT-MONTH       PIC 9(6).
       01  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-YEAR    PIC 9(4).
           05  WS-NEXT-MM      PIC 9(2).

       01  WS-ROLL-MAX         PIC 9(3)  VALUE 500.
       01  WS-ROLL-COUNT       PIC 9(3)  VALUE ZERO.
       01  WS-ROLL-SUB         PIC 9(3)  VALUE ZERO.
       01  WS-ROLL-TABLE.
           05  WS-ROLL-ENTRY OCCURS 500 TIMES.
               10  WS-ROLL-ACCOUNT    PIC X(6).
               10  WS-ROLL-CLOSING    PIC S9(12)V99.

       01  WS-ROLL-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  WS-ROLL-TOTAL-ED    PIC -(13)9.99.

       01  WS-HEADER-KEY       PIC X(8)  VALUE "00000000".

       01  WS-EFF-DATE-WORK    PIC 9(8).
           PERFORM 150-CLOSE-PERIOD
           PERFORM 200-TOTAL-PERIOD
           PERFORM 250-WRITE-TOTALS
           IF RETURN-CODE < 16
               PERFORM 260-LOAD-CLOSINGS
               PERFORM 270-ROLL-FORWARD
           END-IF
           PERFORM 300-CLOSE-FILES
           STOP RUN.

                   WS-CLOSE-STATUS
               STOP RUN
           END-IF
           OPEN I-O BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR OPENING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
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
               STOP RUN
           END-IF
           MOVE SPACES TO CLS-RECORD
           STRING "PERIOD CLOSE REPORT - BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  CO: "    DELIMITED BY SIZE
               WRITE CLS-RECORD
           END-IF.

       260-LOAD-CLOSINGS.
           MOVE CLS-MONTH TO WS-NEXT-MONTH
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE CLS-COMPANY TO GLB-COMPANY
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           MOVE ZERO TO GLB-MONTH
           START BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   SET WS-GLBAL-EOF TO TRUE
           END-START
           IF NOT WS-GLBAL-EOF
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       SET WS-GLBAL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-GLBAL-EOF
                      OR GLB-COMPANY NOT = CLS-COMPANY
               IF GLB-MONTH = CLS-MONTH
                   IF WS-ROLL-COUNT = WS-ROLL-MAX
                       DISPLAY "ERROR: ROLLFORWARD TABLE FULL AT "
                           WS-ROLL-MAX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE GLB-GL-ACCOUNT
                       TO WS-ROLL-ACCOUNT (WS-ROLL-COUNT)
                   MOVE GLB-CLOSING
                       TO WS-ROLL-CLOSING (WS-ROLL-COUNT)
               END-IF
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       SET WS-GLBAL-EOF TO TRUE
               END-READ
           END-PERFORM.

       270-ROLL-FORWARD.
           PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
               UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
               PERFORM 275-ROLL-ACCOUNT
           END-PERFORM

           MOVE SPACES TO CLS-RECORD
           STRING "BALANCES ROLLED TO: " DELIMITED BY SIZE
                  WS-NEXT-MONTH         DELIMITED BY SIZE
                  "  ACCOUNTS: "        DELIMITED BY SIZE
                  WS-ROLL-COUNT         DELIMITED BY SIZE
                  INTO CLS-RECORD
           END-STRING
           WRITE CLS-RECORD

           MOVE WS-ROLL-TOTAL TO WS-ROLL-TOTAL-ED
           MOVE SPACES TO CLS-RECORD
           STRING "CLOSING BAL TOTAL: " DELIMITED BY SIZE
                  WS-ROLL-TOTAL-ED     DELIMITED BY SIZE
                  INTO CLS-RECORD
           END-STRING
           WRITE CLS-RECORD.

       275-ROLL-ACCOUNT.
           MOVE CLS-COMPANY TO GLB-COMPANY
           MOVE WS-ROLL-ACCOUNT (WS-ROLL-SUB) TO GLB-GL-ACCOUNT
           MOVE WS-NEXT-MONTH TO GLB-MONTH
           READ BALANCE-FILE
               INVALID KEY
                   MOVE SPACES TO GLB-RECORD
                   MOVE CLS-COMPANY TO GLB-COMPANY
                   MOVE WS-ROLL-ACCOUNT (WS-ROLL-SUB)
                       TO GLB-GL-ACCOUNT
                   MOVE WS-NEXT-MONTH TO GLB-MONTH
                   MOVE WS-ROLL-CLOSING (WS-ROLL-SUB) TO GLB-OPENING
                   MOVE ZERO TO GLB-DEBITS
                   MOVE ZERO TO GLB-CREDITS
                   MOVE WS-ROLL-CLOSING (WS-ROLL-SUB) TO GLB-CLOSING
                   MOVE WS-RUN-DATE TO GLB-LAST-DATE
                   WRITE GLB-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING GL BALANCE RECORD. "
                               "STATUS: " WS-GLBAL-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ROLL-CLOSING (WS-ROLL-SUB) TO GLB-OPENING
                   COMPUTE GLB-CLOSING =
                       GLB-OPENING + GLB-DEBITS - GLB-CREDITS
                   MOVE WS-RUN-DATE TO GLB-LAST-DATE
                   REWRITE GLB-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING GL BALANCE "
                               "RECORD. STATUS: " WS-GLBAL-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ
           ADD WS-ROLL-CLOSING (WS-ROLL-SUB) TO WS-ROLL-TOTAL
           MOVE WS-ROLL-CLOSING (WS-ROLL-SUB) TO WS-TOTAL-ED
           MOVE SPACES TO CLS-RECORD
           STRING "ACCOUNT: "   DELIMITED BY SIZE
                  WS-ROLL-ACCOUNT (WS-ROLL-SUB)
                                DELIMITED BY SIZE
                  "  CLOSING: " DELIMITED BY SIZE
                  WS-TOTAL-ED   DELIMITED BY SIZE
                  "  CARRIED FORWARD" DELIMITED BY SIZE
                  INTO CLS-RECORD
           END-STRING
           WRITE CLS-RECORD.

       300-CLOSE-FILES.
           CLOSE PARM-FILE
           IF NOT WS-PARM-OK
           IF NOT WS-FILE-OK
               DISPLAY "ERROR CLOSING FILE. STATUS: " WS-FILE-STATUS
           END-IF
           CLOSE BALANCE-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY "ERROR CLOSING GL BALANCE FILE. STATUS: "
                   WS-GLBAL-STATUS
           END-IF
           CLOSE CLOSE-FILE
           IF NOT WS-CLOSE-OK
               DISPLAY "ERROR CLOSING CLOSE REPORT FILE. STATUS: "
