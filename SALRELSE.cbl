       *> SALBATCH - TRANSACTIONS DUE BY THE GIVEN PERIOD ARE WRITTEN
       *> TO SALTRANS-DUE.DAT FOR SALBATCH TO APPLY, THE REST STAY ON
       *> PENDING-TRANS.DAT.  RUN BEFORE SALMAINT'S EXPORT IN THE
       *> MONTHLY CYCLE - THE PERIOD MUST STILL BE OPEN ON THE PAYROLL
       *> CALENDAR
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            SELECT RELEASE-REPORT-FILE ASSIGN TO "SALRELSE.RPT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 PND-SORT-CODE PIC X(6).
            05 PND-ACCOUNT-NUMBER PIC X(8).
            05 PND-EFFECTIVE-PERIOD PIC X(6).
            05 PND-START-DATE PIC X(8).
            05 PND-LEAVE-DATE PIC X(8).

       FD HELD-FILE.
       01 HELD-RECORD PIC X(73).

       FD DUE-FILE.
       01 DUE-RECORD PIC X(73).

       FD RELEASE-REPORT-FILE.
       01 RELEASE-REPORT-RECORD PIC X(132).

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
       01 WS-PENDING-STATUS PIC XX.
       01 WS-HELD-STATUS PIC XX.
       01 WS-DUE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CURRENT-PERIOD PIC X(6).
       01 WS-HELD-TEMP-NAME PIC X(17) VALUE "PENDING-TRANS.TMP".
       01 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
                DISPLAY "PAY PERIOD IS REQUIRED"
                STOP RUN
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
                STOP RUN
           END-IF.
           MOVE WS-CURRENT-PERIOD TO CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "*** PERIOD " WS-CURRENT-PERIOD
                          " IS NOT ON THE PAYROLL CALENDAR ***"
                     STOP RUN
           END-READ.
           CLOSE PAY-CALENDAR-FILE.
           IF CAL-STATUS NOT = "OPEN"
                DISPLAY "*** PERIOD " WS-CURRENT-PERIOD " IS "
                     CAL-STATUS " - TRANSACTIONS CAN ONLY BE RELEASED "
                     "FOR AN OPEN PERIOD ***"
                STOP RUN
           END-IF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
                DISPLAY "NO PENDING TRANSACTIONS ON FILE"
