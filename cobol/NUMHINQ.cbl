               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  INQ-FILE.
       01  INQ-RECORD          PIC X(132).

       FD  BUSDATE-FILE.
       COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS      PIC XX.
           88  WS-PARM-OK      VALUE "00".
       01  WS-INQ-STATUS       PIC XX.
           88  WS-INQ-OK       VALUE "00".

       01  WS-BUSDATE-STATUS   PIC XX.
           88  WS-BUSDATE-OK   VALUE "00".

       01  WS-HIST-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-HIST-EOF         VALUE "Y".

       01  WS-NUM2-ED          PIC -(5)9.99.
       01  WS-SUM-ED           PIC -(10)9.99.

       01  WS-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-OPEN-FILES
               DISPLAY "ERROR OPENING INQUIRY REPORT FILE. STATUS: "
                   WS-INQ-STATUS
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
                  HNQ-TRANS-ID DELIMITED BY SIZE
                  INTO INQ-RECORD
           END-STRING
           WRITE INQ-RECORD
           MOVE SPACES TO INQ-RECORD
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  INTO INQ-RECORD
           END-STRING
           WRITE INQ-RECORD.

       200-LOOK-UP.
