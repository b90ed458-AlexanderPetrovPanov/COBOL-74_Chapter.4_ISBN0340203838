       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALTDRV.
       *> DRIVES SALT ACROSS A RANGE OF PAY PERIODS IN ONE SUBMISSION,
       *> CHECKING EACH PERIOD AND RESUMING A FAILED RANGE.  PERIODS
       *> THE PAYROLL CALENDAR SHOWS AS ALREADY RUN ARE SKIPPED AND A
       *> PERIOD NOT YET EXPORTED STOPS THE RANGE
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            SELECT SUMMARY-FILE ASSIGN TO "SALTDRV.RPT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-SUMMARY-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD PIC X(80).

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
       01 WS-START-PERIOD PIC 9(6).
       01 WS-END-PERIOD PIC 9(6).
       01 WS-PROBE-STATUS PIC XX.
       01 WS-RESUME-STATUS PIC XX.
       01 WS-SUMMARY-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CALENDAR-FOUND PIC X.
       01 WS-LAST-GOOD PIC 9(6) VALUE ZERO.
       01 WS-BATCH-FAILED PIC X VALUE "N".
       01 WS-RUN-COUNT PIC 9(3) VALUE ZERO.
                PERFORM ZZ-WRITE-SUMMARY
                GO TO BB-NEXT-PERIOD
           END-IF.
           PERFORM ZZ-READ-CALENDAR.
           IF WS-CALENDAR-FOUND = "N"
                MOVE "FAILED - NOT ON PAYROLL CALENDAR"
                     TO WS-OUTCOME-TEXT
                GO TO BB-PERIOD-FAILED
           END-IF.
           IF CAL-STATUS = "RUN" OR CAL-STATUS = "POSTED"
                OR CAL-STATUS = "CLOSED"
                MOVE SPACES TO WS-OUTCOME-TEXT
                STRING "SKIPPED - CALENDAR SHOWS " DELIMITED BY SIZE
                     CAL-STATUS DELIMITED BY SPACE
                     INTO WS-OUTCOME-TEXT
                ADD 1 TO WS-SKIPPED-COUNT
                PERFORM ZZ-WRITE-SUMMARY
                GO TO BB-NEXT-PERIOD
           END-IF.
           IF CAL-STATUS NOT = "EXPORTED"
                MOVE "FAILED - PERIOD NOT YET EXPORTED"
                     TO WS-OUTCOME-TEXT
                GO TO BB-PERIOD-FAILED
           END-IF.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "SALARIES-" DELIMITED BY SIZE
                WS-CURRENT-PERIOD-DISPLAY DELIMITED BY SIZE
           IF WS-PROBE-STATUS = "00"
                CLOSE PROBE-FILE
           END-IF.
       ZZ-READ-CALENDAR.
           MOVE "N" TO WS-CALENDAR-FOUND.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
           ELSE
                MOVE WS-CURRENT-PERIOD-DISPLAY TO CAL-PERIOD
                READ PAY-CALENDAR-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE "Y" TO WS-CALENDAR-FOUND
                END-READ
                CLOSE PAY-CALENDAR-FILE
           END-IF.
       ZZ-WRITE-SUMMARY.
           MOVE WS-CURRENT-PERIOD-DISPLAY TO SUM-PERIOD.
           MOVE WS-OUTCOME-TEXT TO SUM-OUTCOME.
