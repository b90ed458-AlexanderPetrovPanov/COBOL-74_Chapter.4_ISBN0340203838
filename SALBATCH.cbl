       *> TO SALARY-INDEX.DAT AND PRINTS A RESULTS REPORT.
       *> TRANSACTIONS EFFECTIVE-DATED BEYOND THE CURRENT PAY PERIOD
       *> ARE HELD ON PENDING-TRANS.DAT FOR SALRELSE TO RELEASE
       *> CHANGES TO SALARY OR BANK DETAILS ARE HELD ON
       *> PENDING-APPROVAL.DAT UNTIL A SECOND OPERATOR APPROVES THEM;
       *> AN ADD PUTS THE EMPLOYEE ON WITH NO SALARY OR BANK DETAILS
       *> AND HOLDS THE ONES GIVEN IN THE SAME WAY
       *> THE PAY PERIOD MUST BE OPEN ON THE PAYROLL CALENDAR - ONCE
       *> ITS EXPORT HAS BEEN TAKEN NOTHING MORE IS APPLIED TO IT
       *> START AND LEAVING DATES LEFT BLANK ON A CHANGE ARE NOT
       *> ALTERED; ON AN ADD THEY ARE TAKEN AS NOT KNOWN / IN POST
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
                 FILE STATUS IS WS-JOURNAL-STATUS.
            SELECT PENDING-FILE ASSIGN TO "PENDING-TRANS.DAT"
                 FILE STATUS IS WS-PENDING-STATUS.
            SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS APV-EMPLOYEE-ID
                 FILE STATUS IS WS-APPROVAL-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 SALARY PIC 9(6)V99.
            05 SORT-CODE PIC X(6).
            05 ACCOUNT-NUMBER PIC X(8).
            05 EMPLOYMENT-DATES.
                 10 START-DATE PIC 9(8). *> YYYYMMDD, ZERO = NOT KNOWN
                 10 LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
            05 TRN-ACCOUNT-NUMBER PIC X(8).
            05 TRN-EFFECTIVE-PERIOD PIC X(6).
       *> YYYYMM THE CHANGE TAKES EFFECT; SPACES = IMMEDIATE
            05 TRN-START-DATE PIC 9(8). *> YYYYMMDD
            05 TRN-START-DATE-X REDEFINES TRN-START-DATE PIC X(8).
            05 TRN-LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST
            05 TRN-LEAVE-DATE-X REDEFINES TRN-LEAVE-DATE PIC X(8).

       FD RESULTS-FILE.
       01 RESULTS-RECORD PIC X(132).

       FD PENDING-FILE.
       01 PENDING-RECORD PIC X(73).

       FD MAINT-JOURNAL-FILE.
       01 JOURNAL-RECORD.
            05 JRN-EMPLOYEE-ID PIC 9(5).
            05 JRN-BEFORE-IMAGE PIC X(50).
            05 JRN-AFTER-IMAGE PIC X(50).
            05 JRN-REQUESTED-BY PIC X(20). *> WHO ENTERED A HELD CHANGE
            05 JRN-BEFORE-DATES PIC X(16). *> START AND LEAVING DATES
            05 JRN-AFTER-DATES PIC X(16).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
            05 APV-EMPLOYEE-ID PIC 9(5).
            05 APV-OLD-SALARY PIC 9(6)V99.
            05 APV-OLD-SORT-CODE PIC X(6).
            05 APV-OLD-ACCOUNT PIC X(8).
            05 APV-NEW-SALARY PIC 9(6)V99.
            05 APV-NEW-SORT-CODE PIC X(6).
            05 APV-NEW-ACCOUNT PIC X(8).
            05 APV-BANK-CHANGE PIC X. *> Y = BANK DETAILS CHANGED
            05 APV-REQUESTED-BY PIC X(20).
            05 APV-REQUESTED-DATE PIC 9(6).
            05 APV-REQUESTED-TIME PIC 9(8).
            05 APV-SOURCE PIC X(8).

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
       01 WS-FILE-STATUS PIC XX.
       01 WS-JOURNAL-ACTION PIC X(6).
       01 WS-BEFORE-IMAGE PIC X(50).
       01 WS-AFTER-IMAGE PIC X(50).
       01 WS-BEFORE-DATES PIC X(16).
       01 WS-AFTER-DATES PIC X(16).
       01 WS-ORIGINAL-DATES PIC X(16).
       01 WS-DATES-VALID PIC X.
       01 WS-DATE-OK PIC X.
       01 WS-CHECK-DATE PIC X(8).
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
            05 WS-CHECK-YEAR PIC 9(4).
            05 WS-CHECK-MONTH PIC 9(2).
            05 WS-CHECK-DAY PIC 9(2).
       01 WS-MONTH-DAYS-TABLE PIC X(24)
            VALUE "312931303130313130313031".
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
            05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-OUTCOME PIC X(40).
       01 WS-PENDING-STATUS PIC XX.
       01 WS-CURRENT-PERIOD PIC X(6).
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-APPROVAL-HELD PIC X VALUE "N".
       01 WS-NEW-EMPLOYEE PIC X VALUE "N".
       01 WS-ORIGINAL-RECORD PIC X(66).
       01 WS-TRN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-APPROVAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RPT-PAGE PIC 9(3) VALUE ZERO.
       01 WS-RPT-LINES PIC 9(2) VALUE ZERO.
       01 WS-RPT-HEADING.
            05 RPT-T-REJECTED PIC Z(5)9.
            05 FILLER PIC X(6) VALUE "  HELD".
            05 RPT-T-HELD PIC Z(5)9.
            05 FILLER PIC X(19) VALUE "  AWAITING APPROVAL".
            05 RPT-T-APPROVAL PIC Z(5)9.

       PROCEDURE DIVISION.
       AA-START.
           DISPLAY "CURRENT PAY PERIOD (YYYYMM, BLANK TO APPLY "
                "EVERYTHING): ".
           ACCEPT WS-CURRENT-PERIOD.
           PERFORM AA-CHECK-CALENDAR THRU AA-CHECK-CALENDAR-EXIT.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRN-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-TRN-FILENAME
                     WS-PENDING-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN I-O APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "35"
                OPEN OUTPUT APPROVAL-FILE
                CLOSE APPROVAL-FILE
                OPEN I-O APPROVAL-FILE
           END-IF.
           IF WS-APPROVAL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PENDING-APPROVAL.DAT - "
                     "STATUS " WS-APPROVAL-STATUS " ***"
                STOP RUN
           END-IF.
           PERFORM ZZ-REPORT-HEADING.
           GO TO BB-READ-LOOP.
       AA-CHECK-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
                STOP RUN
           END-IF.
           IF WS-CURRENT-PERIOD = SPACES
                GO TO AA-CHECK-EXPORTED
           END-IF.
           MOVE WS-CURRENT-PERIOD TO CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "*** PERIOD " WS-CURRENT-PERIOD
                          " IS NOT ON THE PAYROLL CALENDAR ***"
                     STOP RUN
           END-READ.
           IF CAL-STATUS NOT = "OPEN"
                DISPLAY "*** PERIOD " WS-CURRENT-PERIOD " IS "
                     CAL-STATUS " - CHANGES CAN ONLY BE APPLIED "
                     "TO AN OPEN PERIOD ***"
                STOP RUN
           END-IF.
           GO TO AA-CHECK-CALENDAR-END.
       AA-CHECK-EXPORTED.
           MOVE LOW-VALUES TO CAL-PERIOD.
           START PAY-CALENDAR-FILE KEY IS NOT LESS THAN CAL-PERIOD
                INVALID KEY GO TO AA-CHECK-CALENDAR-END
           END-START.
       AA-CHECK-EXPORTED-LOOP.
           READ PAY-CALENDAR-FILE NEXT RECORD
                AT END GO TO AA-CHECK-CALENDAR-END
           END-READ.
           IF CAL-STATUS = "EXPORTED"
                DISPLAY "*** PERIOD " CAL-PERIOD " HAS BEEN EXPORTED "
                     "BUT NOT RUN - GIVE THE NEXT OPEN PERIOD ***"
                STOP RUN
           END-IF.
           GO TO AA-CHECK-EXPORTED-LOOP.
       AA-CHECK-CALENDAR-END.
           CLOSE PAY-CALENDAR-FILE.
       AA-CHECK-CALENDAR-EXIT.
       BB-READ-LOOP.
           READ TRANSACTION-FILE
                AT END GO TO CC-END
           END-READ.
           ADD 1 TO WS-TRN-COUNT.
           MOVE SPACES TO WS-OUTCOME.
           MOVE "N" TO WS-APPROVAL-HELD.
           IF WS-CURRENT-PERIOD NOT = SPACES
                AND TRN-EFFECTIVE-PERIOD IS NUMERIC
                AND TRN-EFFECTIVE-PERIOD > WS-CURRENT-PERIOD
                GO TO BB-READ-LOOP
           END-IF.
           EVALUATE TRN-ACTION
                WHEN "A" PERFORM DD-APPLY-ADD THRU DD-APPLY-ADD-EXIT
                WHEN "C" PERFORM DD-APPLY-CHANGE THRU
                     DD-APPLY-CHANGE-EXIT
                WHEN "D" PERFORM DD-APPLY-DELETE THRU
                     MOVE "REJECTED - INVALID ACTION CODE"
                          TO WS-OUTCOME
           END-EVALUATE.
           IF WS-APPROVAL-HELD = "Y"
                ADD 1 TO WS-APPROVAL-COUNT
           END-IF.
           IF WS-OUTCOME = "APPLIED"
                OR WS-OUTCOME = "APPLIED - PAY/BANK AWAITING APPROVAL"
                OR WS-OUTCOME = "APPLIED - NO CHANGE"
                ADD 1 TO WS-APPLIED-COUNT
           ELSE IF WS-OUTCOME NOT = "AWAITING APPROVAL"
                ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM ZZ-REPORT-DETAIL.
                TRN-EFFECTIVE-PERIOD DELIMITED BY SIZE
                INTO WS-OUTCOME.
       DD-APPLY-ADD.
           MOVE ZERO TO START-DATE.
           MOVE ZERO TO LEAVE-DATE.
           PERFORM DD-TAKE-DATES.
           IF TRN-SALARY IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC SALARY" TO WS-OUTCOME
           ELSE IF WS-DATES-VALID = "N"
                CONTINUE
           END-IF.
           IF WS-OUTCOME NOT = SPACES
                GO TO DD-APPLY-ADD-EXIT
           END-IF.
           MOVE TRN-EMPLOYEE-ID TO APV-EMPLOYEE-ID.
           READ APPROVAL-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE "REJECTED - ALREADY AWAITING APPROVAL"
                          TO WS-OUTCOME
                     GO TO DD-APPLY-ADD-EXIT
           END-READ.
           MOVE TRN-EMPLOYEE-ID TO EMPLOYEE-ID.
           MOVE TRN-EMPLOYEE-NAME TO EMPLOYEE-NAME.
           MOVE TRN-DEPARTMENT-CODE TO DEPARTMENT-CODE.
           MOVE ZERO TO SALARY.
           MOVE SPACES TO SORT-CODE.
           MOVE SPACES TO ACCOUNT-NUMBER.
           WRITE SALARY-INDEX-RECORD
                INVALID KEY
                     MOVE "REJECTED - DUPLICATE KEY ON ADD"
                          TO WS-OUTCOME
                     GO TO DD-APPLY-ADD-EXIT
           END-WRITE.
           MOVE "APPLIED" TO WS-OUTCOME.
           MOVE "ADD" TO WS-JOURNAL-ACTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SALARY-INDEX-RECORD TO WS-AFTER-IMAGE.
           MOVE SPACES TO WS-BEFORE-DATES.
           MOVE EMPLOYMENT-DATES TO WS-AFTER-DATES.
           PERFORM ZZ-WRITE-JOURNAL.
           IF TRN-SALARY = ZERO
                AND TRN-SORT-CODE = SPACES
                AND TRN-ACCOUNT-NUMBER = SPACES
                GO TO DD-APPLY-ADD-EXIT
           END-IF.
           MOVE SALARY-INDEX-RECORD TO WS-ORIGINAL-RECORD.
           MOVE EMPLOYMENT-DATES TO WS-ORIGINAL-DATES.
           MOVE "Y" TO WS-NEW-EMPLOYEE.
           PERFORM DD-HOLD-FOR-APPROVAL THRU DD-HOLD-FOR-APPROVAL-EXIT.
           MOVE "N" TO WS-NEW-EMPLOYEE.
           IF WS-APPROVAL-HELD = "Y"
                MOVE "AWAITING APPROVAL" TO WS-OUTCOME
           END-IF.
       DD-APPLY-ADD-EXIT.
       DD-APPLY-CHANGE.
           IF TRN-SALARY IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC SALARY" TO WS-OUTCOME
                          TO WS-OUTCOME
                     GO TO DD-APPLY-CHANGE-EXIT
           END-READ.
           MOVE SALARY-INDEX-RECORD TO WS-ORIGINAL-RECORD.
           MOVE EMPLOYMENT-DATES TO WS-ORIGINAL-DATES.
           PERFORM DD-TAKE-DATES.
           IF WS-DATES-VALID = "N"
                MOVE WS-ORIGINAL-RECORD TO SALARY-INDEX-RECORD
                GO TO DD-APPLY-CHANGE-EXIT
           END-IF.
           IF TRN-SALARY NOT = SALARY
                OR TRN-SORT-CODE NOT = SORT-CODE
                OR TRN-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                PERFORM DD-HOLD-FOR-APPROVAL
                     THRU DD-HOLD-FOR-APPROVAL-EXIT
                IF WS-APPROVAL-HELD NOT = "Y"
                     GO TO DD-APPLY-CHANGE-EXIT
                END-IF
           END-IF.
           IF TRN-EMPLOYEE-NAME = EMPLOYEE-NAME
                AND TRN-DEPARTMENT-CODE = DEPARTMENT-CODE
                AND EMPLOYMENT-DATES = WS-ORIGINAL-DATES
                IF WS-APPROVAL-HELD = "Y"
                     MOVE "AWAITING APPROVAL" TO WS-OUTCOME
                ELSE
                     MOVE "APPLIED - NO CHANGE" TO WS-OUTCOME
                END-IF
                GO TO DD-APPLY-CHANGE-EXIT
           END-IF.
           MOVE WS-ORIGINAL-RECORD TO WS-BEFORE-IMAGE.
           MOVE TRN-EMPLOYEE-NAME TO EMPLOYEE-NAME.
           MOVE TRN-DEPARTMENT-CODE TO DEPARTMENT-CODE.
           REWRITE SALARY-INDEX-RECORD
                INVALID KEY
                     MOVE "REJECTED - REWRITE FAILED" TO WS-OUTCOME
                NOT INVALID KEY
                     IF WS-APPROVAL-HELD = "Y"
                          MOVE "APPLIED - PAY/BANK AWAITING APPROVAL"
                               TO WS-OUTCOME
                     ELSE
                          MOVE "APPLIED" TO WS-OUTCOME
                     END-IF
                     MOVE "CHANGE" TO WS-JOURNAL-ACTION
                     MOVE SALARY-INDEX-RECORD TO WS-AFTER-IMAGE
                     MOVE WS-ORIGINAL-DATES TO WS-BEFORE-DATES
                     MOVE EMPLOYMENT-DATES TO WS-AFTER-DATES
                     PERFORM ZZ-WRITE-JOURNAL
           END-REWRITE.
       DD-APPLY-CHANGE-EXIT.
       DD-HOLD-FOR-APPROVAL.
           MOVE TRN-EMPLOYEE-ID TO APV-EMPLOYEE-ID.
           READ APPROVAL-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE "REJECTED - ALREADY AWAITING APPROVAL"
                          TO WS-OUTCOME
                     GO TO DD-HOLD-FOR-APPROVAL-EXIT
           END-READ.
           MOVE SALARY-INDEX-RECORD TO WS-BEFORE-IMAGE.
           MOVE SALARY TO APV-OLD-SALARY.
           MOVE SORT-CODE TO APV-OLD-SORT-CODE.
           MOVE ACCOUNT-NUMBER TO APV-OLD-ACCOUNT.
           MOVE TRN-SALARY TO SALARY.
           MOVE TRN-SORT-CODE TO SORT-CODE.
           MOVE TRN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           MOVE SALARY-INDEX-RECORD TO WS-AFTER-IMAGE.
           MOVE "HOLD" TO WS-JOURNAL-ACTION.
           MOVE WS-ORIGINAL-DATES TO WS-BEFORE-DATES.
           MOVE WS-ORIGINAL-DATES TO WS-AFTER-DATES.
           PERFORM ZZ-WRITE-JOURNAL.
           MOVE EMPLOYMENT-DATES TO WS-AFTER-DATES.
           MOVE WS-ORIGINAL-RECORD TO SALARY-INDEX-RECORD.
           MOVE WS-AFTER-DATES TO EMPLOYMENT-DATES.
           MOVE TRN-EMPLOYEE-ID TO APV-EMPLOYEE-ID.
           MOVE TRN-SALARY TO APV-NEW-SALARY.
           MOVE TRN-SORT-CODE TO APV-NEW-SORT-CODE.
           MOVE TRN-ACCOUNT-NUMBER TO APV-NEW-ACCOUNT.
           IF TRN-SORT-CODE NOT = APV-OLD-SORT-CODE
                OR TRN-ACCOUNT-NUMBER NOT = APV-OLD-ACCOUNT
                OR WS-NEW-EMPLOYEE = "Y"
                MOVE "Y" TO APV-BANK-CHANGE
           ELSE
                MOVE "N" TO APV-BANK-CHANGE
           END-IF.
           MOVE JRN-OPERATOR TO APV-REQUESTED-BY.
           MOVE JRN-DATE TO APV-REQUESTED-DATE.
           MOVE JRN-TIME TO APV-REQUESTED-TIME.
           MOVE "SALBATCH" TO APV-SOURCE.
           WRITE APPROVAL-RECORD
                INVALID KEY
                     MOVE "REJECTED - APPROVAL WRITE FAILED"
                          TO WS-OUTCOME
                NOT INVALID KEY
                     MOVE "Y" TO WS-APPROVAL-HELD
           END-WRITE.
       DD-HOLD-FOR-APPROVAL-EXIT.
       DD-APPLY-DELETE.
           MOVE TRN-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ SALARY-INDEX-FILE
                     GO TO DD-APPLY-DELETE-EXIT
           END-READ.
           MOVE SALARY-INDEX-RECORD TO WS-BEFORE-IMAGE.
           MOVE EMPLOYMENT-DATES TO WS-BEFORE-DATES.
           MOVE SPACES TO WS-AFTER-DATES.
           DELETE SALARY-INDEX-FILE
                INVALID KEY
                     MOVE "REJECTED - DELETE FAILED" TO WS-OUTCOME
                     PERFORM ZZ-WRITE-JOURNAL
           END-DELETE.
       DD-APPLY-DELETE-EXIT.
       DD-TAKE-DATES.
           MOVE "Y" TO WS-DATES-VALID.
           IF TRN-START-DATE-X NOT = SPACES
                MOVE TRN-START-DATE-X TO WS-CHECK-DATE
                PERFORM DD-CHECK-ONE-DATE
                IF WS-DATE-OK = "N"
                     MOVE "REJECTED - INVALID START DATE" TO WS-OUTCOME
                     MOVE "N" TO WS-DATES-VALID
                ELSE
                     MOVE TRN-START-DATE TO START-DATE
                END-IF
           END-IF.
           IF TRN-LEAVE-DATE-X NOT = SPACES
                MOVE TRN-LEAVE-DATE-X TO WS-CHECK-DATE
                PERFORM DD-CHECK-ONE-DATE
                IF WS-DATE-OK = "N"
                     MOVE "REJECTED - INVALID LEAVING DATE"
                          TO WS-OUTCOME
                     MOVE "N" TO WS-DATES-VALID
                ELSE
                     MOVE TRN-LEAVE-DATE TO LEAVE-DATE
                END-IF
           END-IF.
           IF WS-DATES-VALID = "Y"
                AND LEAVE-DATE NOT = ZERO
                AND LEAVE-DATE < START-DATE
                MOVE "REJECTED - LEAVING DATE BEFORE START"
                     TO WS-OUTCOME
                MOVE "N" TO WS-DATES-VALID
           END-IF.
       DD-CHECK-ONE-DATE.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHECK-DATE IS NOT NUMERIC
                MOVE "N" TO WS-DATE-OK
           ELSE IF WS-CHECK-DATE NOT = "00000000"
                IF WS-CHECK-YEAR < 1900
                     OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                     MOVE "N" TO WS-DATE-OK
                ELSE IF WS-CHECK-DAY < 1
                     OR WS-CHECK-DAY > WS-MONTH-DAYS (WS-CHECK-MONTH)
                     MOVE "N" TO WS-DATE-OK
                ELSE IF WS-CHECK-MONTH = 2 AND WS-CHECK-DAY = 29
                     PERFORM DD-CHECK-LEAP-YEAR
                END-IF
           END-IF.
       *> 29 FEBRUARY ONLY IN A YEAR DIVISIBLE BY 4, EXCEPT CENTURY
       *> YEARS NOT DIVISIBLE BY 400
       DD-CHECK-LEAP-YEAR.
           DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
                MOVE "N" TO WS-DATE-OK
           ELSE
                DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
                IF WS-LEAP-REMAINDER = ZERO
                     DIVIDE WS-CHECK-YEAR BY 400
                          GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REMAINDER
                     IF WS-LEAP-REMAINDER NOT = ZERO
                          MOVE "N" TO WS-DATE-OK
                     END-IF
                END-IF
           END-IF.
       ZZ-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE.
           ACCEPT JRN-TIME FROM TIME.
           MOVE TRN-EMPLOYEE-ID TO JRN-EMPLOYEE-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE SPACES TO JRN-REQUESTED-BY.
           MOVE WS-BEFORE-DATES TO JRN-BEFORE-DATES.
           MOVE WS-AFTER-DATES TO JRN-AFTER-DATES.
           WRITE JOURNAL-RECORD.
       ZZ-REPORT-HEADING.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-APPLIED-COUNT TO RPT-T-APPLIED.
           MOVE WS-REJECTED-COUNT TO RPT-T-REJECTED.
           MOVE WS-HELD-COUNT TO RPT-T-HELD.
           MOVE WS-APPROVAL-COUNT TO RPT-T-APPROVAL.
           MOVE SPACES TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           WRITE RESULTS-RECORD FROM WS-RPT-TOTALS.
           CLOSE RESULTS-FILE.
           CLOSE MAINT-JOURNAL-FILE.
           CLOSE PENDING-FILE.
           CLOSE APPROVAL-FILE.
           DISPLAY "BATCH COMPLETE - " WS-APPLIED-COUNT " APPLIED, "
                WS-REJECTED-COUNT " REJECTED, " WS-HELD-COUNT
                " HELD OF " WS-TRN-COUNT.
           DISPLAY "                 " WS-APPROVAL-COUNT
                " AWAITING APPROVAL".
           STOP RUN.
