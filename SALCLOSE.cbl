       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALCLOSE.
       *> YEAR-END CLOSE - ARCHIVES A COMPLETED YEAR'S YTD RECORDS,
       *> WITH THEIR GROSS, TAX AND NI, TO
       *> YTD-HISTORY-YYYY.DAT, DROPS LEAVERS FROM THE LIVE YTD FILE
       *> AND REPORTS WHO WAS DROPPED.  A LEAVER IS ANYONE WHOSE
       *> LEAVING DATE ON SALARY-INDEX.DAT FALLS ON OR BEFORE THE END OF
       *> THE YEAR, OR WHO HAS BEEN DELETED FROM IT.  RECORDS FOR
       *> RETAINED EMPLOYEES STAY ON THE LIVE
       *> FILE AND ROLL FORWARD WHEN THE FIRST PERIOD OF THE NEW YEAR
       *> RUNS THROUGH SALT.  EVERY PERIOD OF THE YEAR ON THE PAYROLL
       *> CALENDAR MUST BE POSTED BEFORE THE YEAR CAN BE CLOSED, AND
       *> THE CLOSE MARKS THEM ALL CLOSED
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            SELECT CLOSE-REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 YTD-LAST-PERIOD.
                 10 YTD-LAST-MONTH PIC X(6).
                 10 YTD-LAST-SUPP PIC X.
            05 YTD-TAX PIC S9(8)V99.
            05 YTD-NI PIC S9(8)V99.

       FD YTD-HISTORY-FILE.
       01 YTD-HISTORY-RECORD.
            05 HIST-AMOUNT PIC S9(8)V99.
            05 HIST-PERIODS PIC 9(2).
            05 HIST-LAST-PERIOD PIC X(7).
            05 HIST-TAX PIC S9(8)V99.
            05 HIST-NI PIC S9(8)V99.

       FD SALARY-INDEX-FILE.
       01 SALARY-INDEX-RECORD.
            05 SALARY PIC 9(6)V99.
            05 SORT-CODE PIC X(6).
            05 ACCOUNT-NUMBER PIC X(8).
            05 EMPLOYMENT-DATES.
                 10 START-DATE PIC 9(8). *> YYYYMMDD, ZERO = NOT KNOWN
                 10 LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST

       FD CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-RECORD PIC X(132).

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
       01 WS-YTD-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-INDEX-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CALENDAR-PERIOD PIC X(6).
       01 WS-CALENDAR-PERIOD-R REDEFINES WS-CALENDAR-PERIOD.
            05 WS-CALENDAR-YEAR PIC X(4).
            05 WS-CALENDAR-MONTH PIC X(2).
       01 WS-CALENDAR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-NOT-POSTED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-HIST-FILENAME PIC X(40) VALUE SPACES.
       01 WS-RPT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-CLOSE-YEAR PIC X(4).
       01 WS-CONFIRM PIC X.
       01 WS-ON-MASTER PIC X.
       01 WS-LEAVER PIC X.
       01 WS-YEAR-END.
            05 WS-YEAR-END-YEAR PIC X(4).
            05 FILLER PIC X(4) VALUE "1231".
       01 WS-YEAR-END-N REDEFINES WS-YEAR-END PIC 9(8).
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ARCHIVED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(6) VALUE ZERO.
                DISPLAY "YEAR IS REQUIRED"
                STOP RUN
           END-IF.
           PERFORM AA-CHECK-CALENDAR THRU AA-CHECK-CALENDAR-EXIT.
           DISPLAY "ARCHIVE YEAR " WS-CLOSE-YEAR " AND DROP LEAVERS "
                "- CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
                STOP RUN
           END-IF.
           MOVE WS-CLOSE-YEAR TO RPT-H-YEAR.
           MOVE WS-CLOSE-YEAR TO WS-YEAR-END-YEAR.
           WRITE CLOSE-REPORT-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           START YTD-FILE KEY IS NOT LESS THAN YTD-EMPLOYEE-ID
                INVALID KEY GO TO CC-END
           END-START.
           GO TO BB-CLOSE-LOOP.
       AA-CHECK-CALENDAR.
           OPEN I-O PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
                STOP RUN
           END-IF.
           MOVE WS-CLOSE-YEAR TO WS-CALENDAR-YEAR.
           MOVE "01" TO WS-CALENDAR-MONTH.
           MOVE WS-CALENDAR-PERIOD TO CAL-PERIOD.
           START PAY-CALENDAR-FILE KEY IS NOT LESS THAN CAL-PERIOD
                INVALID KEY GO TO AA-CHECK-CALENDAR-END
           END-START.
       AA-CHECK-CALENDAR-LOOP.
           READ PAY-CALENDAR-FILE NEXT RECORD
                AT END GO TO AA-CHECK-CALENDAR-END
           END-READ.
           MOVE CAL-PERIOD TO WS-CALENDAR-PERIOD.
           IF WS-CALENDAR-YEAR NOT = WS-CLOSE-YEAR
                GO TO AA-CHECK-CALENDAR-END
           END-IF.
           ADD 1 TO WS-CALENDAR-COUNT.
           IF CAL-STATUS NOT = "POSTED" AND CAL-STATUS NOT = "CLOSED"
                DISPLAY "*** PERIOD " CAL-PERIOD " IS " CAL-STATUS
                     " ON THE PAYROLL CALENDAR ***"
                ADD 1 TO WS-NOT-POSTED-COUNT
           END-IF.
           GO TO AA-CHECK-CALENDAR-LOOP.
       AA-CHECK-CALENDAR-END.
           IF WS-CALENDAR-COUNT = ZERO
                DISPLAY "*** NO PERIODS FOR " WS-CLOSE-YEAR
                     " ON THE PAYROLL CALENDAR - NOT RUN ***"
                STOP RUN
           END-IF.
           IF WS-NOT-POSTED-COUNT NOT = ZERO
                DISPLAY "*** " WS-NOT-POSTED-COUNT " PERIODS OF "
                     WS-CLOSE-YEAR " NOT YET POSTED - NOT RUN ***"
                STOP RUN
           END-IF.
       AA-CHECK-CALENDAR-EXIT.
       BB-CLOSE-LOOP.
           READ YTD-FILE NEXT RECORD
                AT END GO TO CC-END
           MOVE YTD-AMOUNT TO HIST-AMOUNT.
           MOVE YTD-PERIODS TO HIST-PERIODS.
           MOVE YTD-LAST-PERIOD TO HIST-LAST-PERIOD.
           MOVE YTD-TAX TO HIST-TAX.
           MOVE YTD-NI TO HIST-NI.
           WRITE YTD-HISTORY-RECORD
                INVALID KEY
                     DISPLAY "*** HISTORY WRITE FAILED FOR "
           READ SALARY-INDEX-FILE
                INVALID KEY MOVE "N" TO WS-ON-MASTER
           END-READ.
           MOVE "N" TO WS-LEAVER.
           IF WS-ON-MASTER = "N"
                MOVE "Y" TO WS-LEAVER
           ELSE IF LEAVE-DATE NOT = ZERO
                AND LEAVE-DATE NOT > WS-YEAR-END-N
                MOVE "Y" TO WS-LEAVER
           END-IF.
           MOVE YTD-EMPLOYEE-ID TO RPT-EMPLOYEE-ID.
           MOVE YTD-EMPLOYEE-NAME TO RPT-EMPLOYEE-NAME.
           MOVE YTD-DEPARTMENT-CODE TO RPT-DEPARTMENT.
           MOVE YTD-AMOUNT TO RPT-AMOUNT.
           IF WS-LEAVER = "Y"
                DELETE YTD-FILE
                     INVALID KEY
                          DISPLAY "*** DELETE FAILED FOR "
           CLOSE YTD-HISTORY-FILE.
           CLOSE SALARY-INDEX-FILE.
           CLOSE YTD-FILE.
           PERFORM CC-CLOSE-CALENDAR THRU CC-CLOSE-CALENDAR-EXIT.
           DISPLAY "YEAR " WS-CLOSE-YEAR " CLOSED - "
                WS-ARCHIVED-COUNT " ARCHIVED TO " WS-HIST-FILENAME.
           DISPLAY WS-DROPPED-COUNT " LEAVERS DROPPED - SEE "
                     "YEARS LEFT ON THE LIVE FILE"
           END-IF.
           STOP RUN.
       CC-CLOSE-CALENDAR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           MOVE WS-CLOSE-YEAR TO WS-CALENDAR-YEAR.
           MOVE "01" TO WS-CALENDAR-MONTH.
           MOVE WS-CALENDAR-PERIOD TO CAL-PERIOD.
           START PAY-CALENDAR-FILE KEY IS NOT LESS THAN CAL-PERIOD
                INVALID KEY GO TO CC-CLOSE-CALENDAR-END
           END-START.
       CC-CLOSE-CALENDAR-LOOP.
           READ PAY-CALENDAR-FILE NEXT RECORD
                AT END GO TO CC-CLOSE-CALENDAR-END
           END-READ.
           MOVE CAL-PERIOD TO WS-CALENDAR-PERIOD.
           IF WS-CALENDAR-YEAR NOT = WS-CLOSE-YEAR
                GO TO CC-CLOSE-CALENDAR-END
           END-IF.
           IF CAL-STATUS = "CLOSED"
                GO TO CC-CLOSE-CALENDAR-LOOP
           END-IF.
           MOVE "CLOSED" TO CAL-STATUS.
           MOVE WS-OPERATOR TO CAL-CHANGED-BY.
           ACCEPT CAL-CHANGED-DATE FROM DATE.
           ACCEPT CAL-CHANGED-TIME FROM TIME.
           MOVE "SALCLOSE" TO CAL-CHANGED-PROGRAM.
           REWRITE CALENDAR-RECORD
                INVALID KEY
                     DISPLAY "*** PAYROLL CALENDAR NOT UPDATED FOR "
                          "PERIOD " CAL-PERIOD " ***"
           END-REWRITE.
           GO TO CC-CLOSE-CALENDAR-LOOP.
       CC-CLOSE-CALENDAR-END.
           CLOSE PAY-CALENDAR-FILE.
           DISPLAY "PAYROLL CALENDAR - " WS-CALENDAR-COUNT
                " PERIODS OF " WS-CLOSE-YEAR " NOW CLOSED".
       CC-CLOSE-CALENDAR-EXIT.
