       *> REGISTERS GL FEED FILES PRODUCED BY SALT, RECONCILES THEIR
       *> GROSS LINES AGAINST THE RUN TOTAL IN AUDIT.LOG, RECORDS WHEN
       *> THE LEDGER CLERK POSTS EACH FEED AND REPORTS ANY FEED THAT
       *> IS UNPOSTED OR DISAGREES WITH ITS RUN TOTAL.  BANK RETURNS
       *> FEEDS FROM SALRETN (RUN OPTION RTNnn) RECONCILE THEIR R LINES
       *> AGAINST THE RTN END ENTRY SALRETN WROTE FOR THE SAME FEED.
       *> REVERSING FEEDS FROM SALREVRS (RUN OPTION REV OR SUPPREV)
       *> RECONCILE AGAINST THE REV END ENTRY FOR THE SAME FEED.
       *> A FEED IS ONLY ACCEPTED ONCE THE PAYROLL CALENDAR SHOWS ITS
       *> PERIOD AS RUN; POSTING THE MAIN FEED MOVES THE PERIOD TO
       *> POSTED.  A FEED ALREADY POSTED IS NOT REGISTERED AGAIN
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            SELECT EXCEPTION-REPORT-FILE ASSIGN TO "GLPOST.RPT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 POST-CONTROL-RECORD.
            05 PC-FEED-NAME PIC X(40).
            05 PC-PAY-PERIOD PIC X(6).
            05 PC-SUPP-FLAG PIC X. *> S SUPP, R RETURNS, V REVERSAL
            05 PC-FEED-TOTAL PIC S9(8)V99.
            05 PC-RUN-TOTAL PIC S9(8)V99.
            05 PC-MATCH-FLAG PIC X. *> Y = AGREES WITH AUDIT.LOG
            05 GL-PAY-PERIOD PIC X(6).
            05 GL-AMOUNT PIC S9(8)V99.
            05 GL-TRANS-TYPE PIC X. *> S = SALARY, A = ADJUSTMENT,
       *> T = TAX, N = NATIONAL INSURANCE, E = NET PAY,
       *> R = RETURNED NET PAY HELD AS A LIABILITY,
       *> P = EMPLOYEE PENSION, Q = EMPLOYER PENSION

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).
       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-RECORD PIC X(132).

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
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FEED-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CALENDAR-OK PIC X.
       01 WS-POSTED-OK PIC X.
       01 WS-FEED-FILENAME PIC X(40) VALUE SPACES.
       01 WS-SALARY-FILENAME PIC X(40) VALUE SPACES.
       01 WS-MENU-CHOICE PIC X.
       01 WS-PAY-PERIOD PIC X(6).
       01 WS-RUN-OPTION PIC X(10).
       01 WS-RUN-OPTION-R REDEFINES WS-RUN-OPTION.
            05 WS-RUN-OPTION-TYPE PIC X(3).
            05 WS-RUN-OPTION-NUMBER PIC X(2).
            05 FILLER PIC X(5).
       01 WS-AUDIT-TAG PIC X(7).
       01 WS-FEED-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-RUN-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-RUN-TOTAL-FOUND PIC X.
                     "STATUS " WS-CONTROL-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN I-O PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
                STOP RUN
           END-IF.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
       BB-MENU.
           DISPLAY "1-REGISTER FEED  2-MARK POSTED  3-EXCEPTION "
           GO TO BB-MENU.
       CC-REGISTER.
           PERFORM ZZ-ASK-FEED-NAME.
           PERFORM ZZ-CHECK-CALENDAR THRU ZZ-CHECK-CALENDAR-EXIT.
           IF WS-CALENDAR-OK = "N"
                GO TO CC-REGISTER-EXIT
           END-IF.
           MOVE WS-FEED-FILENAME TO PC-FEED-NAME.
           READ POST-CONTROL-FILE
                INVALID KEY MOVE "N" TO PC-POSTED-FLAG
           END-READ.
           IF PC-POSTED-FLAG = "Y"
                DISPLAY "*** FEED " WS-FEED-FILENAME " WAS POSTED ON "
                     PC-POSTED-DATE " BY " PC-POSTED-OPERATOR
                     " - NOT REGISTERED AGAIN ***"
                GO TO CC-REGISTER-EXIT
           END-IF.
           OPEN INPUT GL-FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-FEED-FILENAME
           READ GL-FEED-FILE
                AT END GO TO CC-SUM-END
           END-READ.
           IF WS-RUN-OPTION-TYPE = "RTN"
                IF GL-TRANS-TYPE = "R"
                     ADD GL-AMOUNT TO WS-FEED-TOTAL
                END-IF
           ELSE IF GL-TRANS-TYPE = "S" OR GL-TRANS-TYPE = "A"
                ADD GL-AMOUNT TO WS-FEED-TOTAL
           END-IF.
           GO TO CC-SUM-LOOP.
           MOVE WS-PAY-PERIOD TO PC-PAY-PERIOD.
           IF WS-RUN-OPTION = "SUPP"
                MOVE "S" TO PC-SUPP-FLAG
           ELSE IF WS-RUN-OPTION-TYPE = "RTN"
                MOVE "R" TO PC-SUPP-FLAG
           ELSE IF WS-RUN-OPTION = "REV" OR WS-RUN-OPTION = "SUPPREV"
                MOVE "V" TO PC-SUPP-FLAG
           ELSE
                MOVE SPACE TO PC-SUPP-FLAG
           END-IF.
           DISPLAY "FEED " WS-FEED-FILENAME " REGISTERED - FEED "
                "TOTAL " WS-FEED-TOTAL.
           IF WS-RUN-TOTAL-FOUND = "N"
                DISPLAY "*** NO " WS-AUDIT-TAG " ENTRY FOUND IN "
                     "AUDIT.LOG "
                     "FOR " WS-SALARY-FILENAME
                     " - FEED MARKED AS NOT RECONCILED ***"
           ELSE IF PC-MATCH-FLAG = "N"
                     GO TO CC-FIND-RUN-TOTAL-EXIT
           END-READ.
           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-END-LINE.
           IF AL-TAG = WS-AUDIT-TAG
                AND AL-INPUT = WS-SALARY-FILENAME
                AND AL-TOTAL IS NUMERIC
                MOVE AL-TOTAL TO WS-RUN-TOTAL
       CC-FIND-RUN-TOTAL-EXIT.
       DD-MARK-POSTED.
           PERFORM ZZ-ASK-FEED-NAME.
           PERFORM ZZ-CHECK-CALENDAR THRU ZZ-CHECK-CALENDAR-EXIT.
           IF WS-CALENDAR-OK = "N"
                GO TO DD-MARK-POSTED-EXIT
           END-IF.
           MOVE WS-FEED-FILENAME TO PC-FEED-NAME.
           READ POST-CONTROL-FILE
                INVALID KEY
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY TO PC-POSTED-DATE.
           MOVE WS-OPERATOR TO PC-POSTED-OPERATOR.
           MOVE "N" TO WS-POSTED-OK.
           REWRITE POST-CONTROL-RECORD
                INVALID KEY DISPLAY "REWRITE FAILED"
                NOT INVALID KEY
                     MOVE "Y" TO WS-POSTED-OK
                     DISPLAY "FEED " WS-FEED-FILENAME
                          " MARKED POSTED"
           END-REWRITE.
           IF WS-POSTED-OK = "Y"
                AND WS-RUN-OPTION = SPACES AND CAL-STATUS = "RUN"
                MOVE "POSTED" TO CAL-STATUS
                MOVE WS-OPERATOR TO CAL-CHANGED-BY
                ACCEPT CAL-CHANGED-DATE FROM DATE
                ACCEPT CAL-CHANGED-TIME FROM TIME
                MOVE "GLPOST" TO CAL-CHANGED-PROGRAM
                REWRITE CALENDAR-RECORD
                     INVALID KEY
                          DISPLAY "*** PAYROLL CALENDAR NOT UPDATED "
                               "FOR PERIOD " WS-PAY-PERIOD " ***"
                     NOT INVALID KEY
                          DISPLAY "PAYROLL CALENDAR - PERIOD "
                               WS-PAY-PERIOD " NOW POSTED"
                END-REWRITE
           END-IF.
       DD-MARK-POSTED-EXIT.
       EE-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
       ZZ-ASK-FEED-NAME.
           DISPLAY "PAY PERIOD (YYYYMM): ".
           ACCEPT WS-PAY-PERIOD.
           DISPLAY "SUPP FOR A SUPPLEMENTARY RUN, RTNnn FOR A BANK "
                "RETURNS FEED, REV OR SUPPREV FOR A REVERSAL "
                "(BLANK FOR MAIN): ".
           ACCEPT WS-RUN-OPTION.
           MOVE SPACES TO WS-FEED-FILENAME.
           MOVE SPACES TO WS-SALARY-FILENAME.
           MOVE "RUN END" TO WS-AUDIT-TAG.
           IF WS-RUN-OPTION-TYPE = "RTN"
                MOVE "RTN END" TO WS-AUDIT-TAG
                STRING "GLFEED-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     "-RTN" DELIMITED BY SIZE
                     WS-RUN-OPTION-NUMBER DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-FEED-FILENAME
                MOVE WS-FEED-FILENAME TO WS-SALARY-FILENAME
           ELSE IF WS-RUN-OPTION = "REV"
                MOVE "REV END" TO WS-AUDIT-TAG
                STRING "GLFEED-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     "-REV.DAT" DELIMITED BY SIZE
                     INTO WS-FEED-FILENAME
                MOVE WS-FEED-FILENAME TO WS-SALARY-FILENAME
           ELSE IF WS-RUN-OPTION = "SUPPREV"
                MOVE "REV END" TO WS-AUDIT-TAG
                STRING "GLFEED-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     "-SUPP-REV.DAT" DELIMITED BY SIZE
                     INTO WS-FEED-FILENAME
                MOVE WS-FEED-FILENAME TO WS-SALARY-FILENAME
           ELSE IF WS-RUN-OPTION = "SUPP"
                STRING "GLFEED-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     "-SUPP.DAT" DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-SALARY-FILENAME
           END-IF.
       ZZ-CHECK-CALENDAR.
           MOVE "N" TO WS-CALENDAR-OK.
           MOVE WS-PAY-PERIOD TO CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "*** PERIOD " WS-PAY-PERIOD
                          " IS NOT ON THE PAYROLL CALENDAR ***"
                     GO TO ZZ-CHECK-CALENDAR-EXIT
           END-READ.
           IF CAL-STATUS = "RUN" OR CAL-STATUS = "POSTED"
                MOVE "Y" TO WS-CALENDAR-OK
           ELSE IF CAL-STATUS = "CLOSED"
                AND WS-RUN-OPTION-TYPE = "RTN"
                MOVE "Y" TO WS-CALENDAR-OK
           ELSE IF CAL-STATUS = "EXPORTED"
                AND (WS-RUN-OPTION = "REV" OR WS-RUN-OPTION = "SUPPREV")
                MOVE "Y" TO WS-CALENDAR-OK
           END-IF.
           IF WS-CALENDAR-OK = "N"
                DISPLAY "*** PERIOD " WS-PAY-PERIOD " IS "
                     CAL-STATUS " ON THE PAYROLL CALENDAR - FEED "
                     "NOT ACCEPTED ***"
           END-IF.
       ZZ-CHECK-CALENDAR-EXIT.
       ZZ-END.
           CLOSE POST-CONTROL-FILE.
           CLOSE PAY-CALENDAR-FILE.
           STOP RUN.
