       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALREJFX.
       *> CORRECTS OR WRITES OFF SALARY-REJECTS RECORDS AND BUILDS A
       *> SUPPLEMENTARY SALARIES FILE SALT CAN RUN AS A SECOND PASS.
       *> THE PERIOD MUST BE RUN BUT NOT YET POSTED ON THE PAYROLL
       *> CALENDAR
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            SELECT DISPOSITION-FILE ASSIGN DYNAMIC WS-DISP-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-DISP-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPOSITION-FILE.
       01 DISPOSITION-RECORD PIC X(200).

       FD PAY-CALENDAR-FILE.
       01 CALENDAR-RECORD.
            05 CAL-PERIOD PIC X(6). *> YYYYMM
            05 CAL-STATUS PIC X(8). *> OPEN, EXPORTED, RUN, POSTED,
       *> CLOSED
            05 CAL-PAY-DATE PIC 9(8). *> YYYYMMDD
            05 CAL-CHANGED-BY PIC X(20).
            05 CAL-CHANGED-DATE PIC 9(6).
            05 CAL-CHANGED-TIME PIC 9(8).
            05 CAL-CHANGED-PROGRAM PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-REJ-FILENAME PIC X(40) VALUE SPACES.
       01 WS-SUPP-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REJ-STATUS PIC XX.
       01 WS-SUPP-STATUS PIC XX.
       01 WS-DISP-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-PAY-PERIOD PIC X(6).
       01 WS-ANSWER PIC X.
       01 WS-CONFIRM PIC X.
                DISPLAY "PAY PERIOD IS REQUIRED"
                STOP RUN
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
                STOP RUN
           END-IF.
           MOVE WS-PAY-PERIOD TO CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "*** PERIOD " WS-PAY-PERIOD
                          " IS NOT ON THE PAYROLL CALENDAR ***"
                     STOP RUN
           END-READ.
           CLOSE PAY-CALENDAR-FILE.
           IF CAL-STATUS NOT = "RUN"
                DISPLAY "*** PERIOD " WS-PAY-PERIOD " IS "
                     CAL-STATUS " - A SUPPLEMENTARY FILE CAN ONLY BE "
                     "BUILT FOR A PERIOD THAT IS RUN AND NOT POSTED ***"
                STOP RUN
           END-IF.
           STRING "SALARY-REJECTS-" DELIMITED BY SIZE
                WS-PAY-PERIOD DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                WHEN 07 MOVE "DUPLICATE EMPLOYEE IN PERIOD"
                     TO WS-REASON-TEXT
                WHEN 08 MOVE "INVALID RECORD TYPE" TO WS-REASON-TEXT
                WHEN 09 MOVE "LEFT BEFORE THE PERIOD" TO WS-REASON-TEXT
                WHEN 10 MOVE "NOT STARTED BY END OF PERIOD"
                     TO WS-REASON-TEXT
                WHEN 11 MOVE "PENSION SCHEME NOT ON FILE"
                     TO WS-REASON-TEXT
                WHEN OTHER MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
           END-EVALUATE.
       DD-CORRECT.
