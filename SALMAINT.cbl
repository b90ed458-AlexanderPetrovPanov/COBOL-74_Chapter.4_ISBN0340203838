       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALMAINT.
       *> MAINTAINS THE INDEXED SALARY FILE USED TO BUILD SALARIES.DAT
       *> CHANGES TO SALARY, SORT CODE OR ACCOUNT NUMBER ARE NOT APPLIED
       *> HERE - THEY ARE HELD ON PENDING-APPROVAL.DAT UNTIL A SECOND
       *> OPERATOR APPROVES THEM WITH SALAPPRV.  A NEW EMPLOYEE IS
       *> ADDED WITH NO SALARY OR BANK DETAILS AND THE KEYED ONES ARE
       *> HELD FOR APPROVAL IN THE SAME WAY
       *> THE EXPORT FOR A PERIOD LEAVES OUT ANYONE WHOSE LEAVING DATE
       *> IS BEFORE THE PERIOD OR WHOSE START DATE IS AFTER IT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINT-JOURNAL.DAT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-JOURNAL-STATUS.
            SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS APV-EMPLOYEE-ID
                 FILE STATUS IS WS-APPROVAL-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
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

       FD SALARIES-EXPORT-FILE.
       01 SALARIES-EXPORT-RECORD.
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
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-JOURNAL-ACTION PIC X(6).
       01 WS-BEFORE-IMAGE PIC X(50).
       01 WS-AFTER-IMAGE PIC X(50).
       01 WS-BEFORE-DATES PIC X(16).
       01 WS-AFTER-DATES PIC X(16).
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-SAVED-RECORD.
            05 WS-SAVED-SALARY PIC 9(6)V99.
            05 WS-SAVED-SORT-CODE PIC X(6).
            05 WS-SAVED-ACCOUNT PIC X(8).
       01 WS-SAVED-DATES.
            05 WS-SAVED-START-DATE PIC 9(8).
            05 WS-SAVED-LEAVE-DATE PIC 9(8).
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
       01 WS-NEW-EMPLOYEE PIC X VALUE "N".
       01 WS-PROPOSED-SALARY PIC 9(6)V99.
       01 WS-PROPOSED-SORT-CODE PIC X(6).
       01 WS-PROPOSED-ACCOUNT PIC X(8).
       01 WS-EXPORT-PERIOD PIC X(6).
       01 WS-EXP-FILENAME PIC X(40) VALUE SPACES.
       01 WS-EXPORT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-EXPORT-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-EXPORT-SKIPPED PIC 9(8) VALUE ZERO.
       01 WS-EMPLOYED PIC X.
       01 WS-PERIOD-FIRST.
            05 WS-PERIOD-FIRST-MONTH PIC X(6).
            05 FILLER PIC X(2) VALUE "01".
       01 WS-PERIOD-FIRST-N REDEFINES WS-PERIOD-FIRST PIC 9(8).
       01 WS-PERIOD-LAST.
            05 WS-PERIOD-LAST-MONTH PIC X(6).
            05 FILLER PIC X(2) VALUE "31".
       01 WS-PERIOD-LAST-N REDEFINES WS-PERIOD-LAST PIC 9(8).

       PROCEDURE DIVISION.
       AA-START.
                     WS-JOURNAL-STATUS " ***"
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
       BB-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-DELETE  4-EXIT  5-EXPORT TO SALT".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
                WHEN "1" PERFORM CC-ADD THRU CC-ADD-EXIT
                WHEN "2" PERFORM DD-CHANGE THRU DD-CHANGE-EXIT
                WHEN "3" PERFORM EE-DELETE THRU EE-DELETE-EXIT
                WHEN "4" GO TO ZZ-END
           ACCEPT SORT-CODE.
           DISPLAY "BANK ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.
           DISPLAY "START DATE (YYYYMMDD): ".
           ACCEPT START-DATE.
           DISPLAY "LEAVING DATE (YYYYMMDD, 0 IF STILL IN POST): ".
           ACCEPT LEAVE-DATE.
           PERFORM ZZ-CHECK-DATES.
           IF WS-DATES-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           DISPLAY "ADD " EMPLOYEE-ID " " EMPLOYEE-NAME " "
                DEPARTMENT-CODE " " SALARY " " SORT-CODE " "
                ACCOUNT-NUMBER " STARTED " START-DATE " LEFT "
                LEAVE-DATE " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           MOVE SALARY TO WS-PROPOSED-SALARY.
           MOVE SORT-CODE TO WS-PROPOSED-SORT-CODE.
           MOVE ACCOUNT-NUMBER TO WS-PROPOSED-ACCOUNT.
           MOVE ZERO TO SALARY.
           MOVE SPACES TO SORT-CODE.
           MOVE SPACES TO ACCOUNT-NUMBER.
           WRITE SALARY-INDEX-RECORD
                INVALID KEY
                     DISPLAY "EMPLOYEE ID ALREADY EXISTS"
                     GO TO CC-ADD-EXIT
           END-WRITE.
           DISPLAY "RECORD ADDED".
           MOVE "ADD" TO WS-JOURNAL-ACTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SALARY-INDEX-RECORD TO WS-AFTER-IMAGE.
           MOVE SPACES TO WS-BEFORE-DATES.
           MOVE EMPLOYMENT-DATES TO WS-AFTER-DATES.
           PERFORM ZZ-WRITE-JOURNAL.
           IF WS-PROPOSED-SALARY = ZERO
                AND WS-PROPOSED-SORT-CODE = SPACES
                AND WS-PROPOSED-ACCOUNT = SPACES
                GO TO CC-ADD-EXIT
           END-IF.
           MOVE ZERO TO WS-SAVED-SALARY.
           MOVE SPACES TO WS-SAVED-SORT-CODE.
           MOVE SPACES TO WS-SAVED-ACCOUNT.
           MOVE EMPLOYMENT-DATES TO WS-SAVED-DATES.
           MOVE WS-PROPOSED-SALARY TO SALARY.
           MOVE WS-PROPOSED-SORT-CODE TO SORT-CODE.
           MOVE WS-PROPOSED-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE "Y" TO WS-NEW-EMPLOYEE.
           PERFORM DD-HOLD-FOR-APPROVAL THRU DD-HOLD-FOR-APPROVAL-EXIT.
           MOVE "N" TO WS-NEW-EMPLOYEE.
       CC-ADD-EXIT.
       DD-CHANGE.
           DISPLAY "EMPLOYEE ID TO CHANGE: ".
           ACCEPT EMPLOYEE-ID.
           END-READ.
           DISPLAY "BEFORE: " EMPLOYEE-ID " " EMPLOYEE-NAME " "
                DEPARTMENT-CODE " " SALARY " " SORT-CODE " "
                ACCOUNT-NUMBER " STARTED " START-DATE " LEFT "
                LEAVE-DATE.
           MOVE EMPLOYEE-NAME TO WS-SAVED-NAME.
           MOVE DEPARTMENT-CODE TO WS-SAVED-DEPARTMENT.
           MOVE SALARY TO WS-SAVED-SALARY.
           MOVE SORT-CODE TO WS-SAVED-SORT-CODE.
           MOVE ACCOUNT-NUMBER TO WS-SAVED-ACCOUNT.
           MOVE START-DATE TO WS-SAVED-START-DATE.
           MOVE LEAVE-DATE TO WS-SAVED-LEAVE-DATE.
           DISPLAY "NEW NAME: ".
           ACCEPT EMPLOYEE-NAME.
           DISPLAY "NEW DEPARTMENT CODE: ".
           ACCEPT SORT-CODE.
           DISPLAY "NEW BANK ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.
           DISPLAY "NEW START DATE (YYYYMMDD): ".
           ACCEPT START-DATE.
           DISPLAY "NEW LEAVING DATE (YYYYMMDD, 0 IF STILL IN POST): ".
           ACCEPT LEAVE-DATE.
           PERFORM ZZ-CHECK-DATES.
           IF WS-DATES-VALID = "N"
                PERFORM DD-RESTORE-RECORD
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-EXIT
           END-IF.
           DISPLAY "AFTER: " EMPLOYEE-ID " " EMPLOYEE-NAME " "
                DEPARTMENT-CODE " " SALARY " " SORT-CODE " "
                ACCOUNT-NUMBER " STARTED " START-DATE " LEFT "
                LEAVE-DATE " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                IF SALARY NOT = WS-SAVED-SALARY
                     OR SORT-CODE NOT = WS-SAVED-SORT-CODE
                     OR ACCOUNT-NUMBER NOT = WS-SAVED-ACCOUNT
                     PERFORM DD-HOLD-FOR-APPROVAL
                          THRU DD-HOLD-FOR-APPROVAL-EXIT
                END-IF
                IF EMPLOYEE-NAME = WS-SAVED-NAME
                     AND DEPARTMENT-CODE = WS-SAVED-DEPARTMENT
                     AND EMPLOYMENT-DATES = WS-SAVED-DATES
                     GO TO DD-CHANGE-EXIT
                END-IF
                REWRITE SALARY-INDEX-RECORD
                     INVALID KEY DISPLAY "REWRITE FAILED"
                     NOT INVALID KEY
                               WS-SAVED-RECORD DELIMITED BY SIZE
                               INTO WS-BEFORE-IMAGE
                          MOVE SALARY-INDEX-RECORD TO WS-AFTER-IMAGE
                          MOVE WS-SAVED-DATES TO WS-BEFORE-DATES
                          MOVE EMPLOYMENT-DATES TO WS-AFTER-DATES
                          PERFORM ZZ-WRITE-JOURNAL
                END-REWRITE
           ELSE
                PERFORM DD-RESTORE-RECORD
                DISPLAY "CHANGE CANCELLED"
           END-IF.
       DD-CHANGE-EXIT.
       DD-RESTORE-RECORD.
           MOVE WS-SAVED-NAME TO EMPLOYEE-NAME.
           MOVE WS-SAVED-DEPARTMENT TO DEPARTMENT-CODE.
           MOVE WS-SAVED-SALARY TO SALARY.
           MOVE WS-SAVED-SORT-CODE TO SORT-CODE.
           MOVE WS-SAVED-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE WS-SAVED-START-DATE TO START-DATE.
           MOVE WS-SAVED-LEAVE-DATE TO LEAVE-DATE.
       DD-HOLD-FOR-APPROVAL.
           MOVE SALARY TO WS-PROPOSED-SALARY.
           MOVE SORT-CODE TO WS-PROPOSED-SORT-CODE.
           MOVE ACCOUNT-NUMBER TO WS-PROPOSED-ACCOUNT.
           MOVE WS-SAVED-SALARY TO SALARY.
           MOVE WS-SAVED-SORT-CODE TO SORT-CODE.
           MOVE WS-SAVED-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE EMPLOYEE-ID TO APV-EMPLOYEE-ID.
           READ APPROVAL-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     DISPLAY "*** A SALARY OR BANK CHANGE BY "
                          APV-REQUESTED-BY " IS ALREADY AWAITING "
                          "APPROVAL - SALARY AND BANK DETAILS NOT "
                          "CHANGED ***"
                     GO TO DD-HOLD-FOR-APPROVAL-EXIT
           END-READ.
           MOVE "HOLD" TO WS-JOURNAL-ACTION.
           MOVE SALARY-INDEX-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-PROPOSED-SALARY TO SALARY.
           MOVE WS-PROPOSED-SORT-CODE TO SORT-CODE.
           MOVE WS-PROPOSED-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE SALARY-INDEX-RECORD TO WS-AFTER-IMAGE.
           MOVE WS-SAVED-DATES TO WS-BEFORE-DATES.
           MOVE WS-SAVED-DATES TO WS-AFTER-DATES.
           PERFORM ZZ-WRITE-JOURNAL.
           MOVE WS-SAVED-SALARY TO SALARY.
           MOVE WS-SAVED-SORT-CODE TO SORT-CODE.
           MOVE WS-SAVED-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE EMPLOYEE-ID TO APV-EMPLOYEE-ID.
           MOVE WS-SAVED-SALARY TO APV-OLD-SALARY.
           MOVE WS-SAVED-SORT-CODE TO APV-OLD-SORT-CODE.
           MOVE WS-SAVED-ACCOUNT TO APV-OLD-ACCOUNT.
           MOVE WS-PROPOSED-SALARY TO APV-NEW-SALARY.
           MOVE WS-PROPOSED-SORT-CODE TO APV-NEW-SORT-CODE.
           MOVE WS-PROPOSED-ACCOUNT TO APV-NEW-ACCOUNT.
           IF WS-PROPOSED-SORT-CODE NOT = WS-SAVED-SORT-CODE
                OR WS-PROPOSED-ACCOUNT NOT = WS-SAVED-ACCOUNT
                OR WS-NEW-EMPLOYEE = "Y"
                MOVE "Y" TO APV-BANK-CHANGE
           ELSE
                MOVE "N" TO APV-BANK-CHANGE
           END-IF.
           MOVE JRN-OPERATOR TO APV-REQUESTED-BY.
           MOVE JRN-DATE TO APV-REQUESTED-DATE.
           MOVE JRN-TIME TO APV-REQUESTED-TIME.
           MOVE "SALMAINT" TO APV-SOURCE.
           WRITE APPROVAL-RECORD
                INVALID KEY
                     DISPLAY "*** PENDING-APPROVAL.DAT WRITE FAILED ***"
                NOT INVALID KEY
                     DISPLAY "SALARY/BANK CHANGE HELD FOR APPROVAL BY "
                          "A SECOND OPERATOR"
           END-WRITE.
       DD-HOLD-FOR-APPROVAL-EXIT.
       EE-DELETE.
           DISPLAY "EMPLOYEE ID TO DELETE: ".
           ACCEPT EMPLOYEE-ID.
                     GO TO EE-DELETE-EXIT
           END-READ.
           DISPLAY "RECORD: " EMPLOYEE-ID " " EMPLOYEE-NAME " "
                DEPARTMENT-CODE " " SALARY " STARTED " START-DATE
                " LEFT " LEAVE-DATE " - CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                DELETE SALARY-INDEX-FILE
                          MOVE "DELETE" TO WS-JOURNAL-ACTION
                          MOVE SALARY-INDEX-RECORD TO WS-BEFORE-IMAGE
                          MOVE SPACES TO WS-AFTER-IMAGE
                          MOVE EMPLOYMENT-DATES TO WS-BEFORE-DATES
                          MOVE SPACES TO WS-AFTER-DATES
                          PERFORM ZZ-WRITE-JOURNAL
                END-DELETE
           ELSE
       FF-EXPORT.
           DISPLAY "PAY PERIOD TO EXPORT (YYYYMM, BLANK FOR NONE): ".
           ACCEPT WS-EXPORT-PERIOD.
           IF WS-EXPORT-PERIOD NOT = SPACES
                OPEN I-O PAY-CALENDAR-FILE
                IF WS-CALENDAR-STATUS NOT = "00"
                     DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                          WS-CALENDAR-STATUS " ***"
                     GO TO FF-EXPORT-EXIT
                END-IF
                MOVE WS-EXPORT-PERIOD TO CAL-PERIOD
                READ PAY-CALENDAR-FILE
                     INVALID KEY
                          DISPLAY "PERIOD " WS-EXPORT-PERIOD
                               " IS NOT ON THE PAYROLL CALENDAR"
                          CLOSE PAY-CALENDAR-FILE
                          GO TO FF-EXPORT-EXIT
                END-READ
                IF CAL-STATUS NOT = "OPEN"
                     AND CAL-STATUS NOT = "EXPORTED"
                     DISPLAY "PERIOD " WS-EXPORT-PERIOD " IS "
                          CAL-STATUS " - EXPORT NOT TAKEN"
                     CLOSE PAY-CALENDAR-FILE
                     GO TO FF-EXPORT-EXIT
                END-IF
           END-IF.
           IF WS-EXPORT-PERIOD = SPACES
                MOVE "SALARIES.DAT" TO WS-EXP-FILENAME
           ELSE
           END-IF.
           MOVE ZERO TO WS-EXPORT-COUNT.
           MOVE ZERO TO WS-EXPORT-TOTAL.
           MOVE ZERO TO WS-EXPORT-SKIPPED.
           MOVE WS-EXPORT-PERIOD TO WS-PERIOD-FIRST-MONTH.
           MOVE WS-EXPORT-PERIOD TO WS-PERIOD-LAST-MONTH.
           MOVE LOW-VALUES TO EMPLOYEE-ID.
           START SALARY-INDEX-FILE KEY IS NOT LESS THAN EMPLOYEE-ID
                INVALID KEY
           READ SALARY-INDEX-FILE NEXT RECORD
                AT END GO TO FF-WRITE-HEADER
           END-READ.
           PERFORM FF-CHECK-EMPLOYED.
           IF WS-EMPLOYED = "N"
                ADD 1 TO WS-EXPORT-SKIPPED
                GO TO FF-COUNT-LOOP
           END-IF.
           ADD 1 TO WS-EXPORT-COUNT.
           ADD SALARY TO WS-EXPORT-TOTAL.
           GO TO FF-COUNT-LOOP.
           MOVE WS-EXPORT-TOTAL TO EXPORT-CONTROL-TOTAL.
           WRITE SALARIES-EXPORT-RECORD.
           IF WS-EXPORT-COUNT = ZERO
                GO TO FF-EXPORT-END
           END-IF.
           MOVE LOW-VALUES TO EMPLOYEE-ID.
           START SALARY-INDEX-FILE KEY IS NOT LESS THAN EMPLOYEE-ID
                INVALID KEY
                     DISPLAY "NO RECORDS TO EXPORT"
                     GO TO FF-EXPORT-END
           END-START.
       FF-WRITE-LOOP.
           READ SALARY-INDEX-FILE NEXT RECORD
                AT END GO TO FF-EXPORT-END
           END-READ.
           PERFORM FF-CHECK-EMPLOYED.
           IF WS-EMPLOYED = "N"
                GO TO FF-WRITE-LOOP
           END-IF.
           MOVE "S" TO EXP-RECORD-TYPE.
           MOVE EMPLOYEE-ID TO EXP-EMPLOYEE-ID.
           MOVE EMPLOYEE-NAME TO EXP-EMPLOYEE-NAME.
           MOVE SALARY TO EXP-SALARY.
           WRITE SALARIES-EXPORT-RECORD.
           GO TO FF-WRITE-LOOP.
       FF-EXPORT-END.
           CLOSE SALARIES-EXPORT-FILE.
           DISPLAY "EXPORTED " WS-EXPORT-COUNT " RECORDS, TOTAL "
                WS-EXPORT-TOTAL " TO " WS-EXP-FILENAME.
           IF WS-EXPORT-SKIPPED NOT = ZERO
                DISPLAY WS-EXPORT-SKIPPED " LEFT OUT - LEFT BEFORE OR "
                     "NOT STARTED BY THE END OF PERIOD "
                     WS-EXPORT-PERIOD
           END-IF.
           IF WS-EXPORT-PERIOD NOT = SPACES
                AND WS-EXPORT-COUNT = ZERO
                DISPLAY "NOTHING EXPORTED - PAYROLL CALENDAR PERIOD "
                     WS-EXPORT-PERIOD " LEFT OPEN"
                CLOSE PAY-CALENDAR-FILE
           ELSE IF WS-EXPORT-PERIOD NOT = SPACES
                AND WS-EXPORT-COUNT NOT = ZERO
                MOVE "EXPORTED" TO CAL-STATUS
                ACCEPT CAL-CHANGED-BY FROM ENVIRONMENT "USER"
                ACCEPT CAL-CHANGED-DATE FROM DATE
                ACCEPT CAL-CHANGED-TIME FROM TIME
                MOVE "SALMAINT" TO CAL-CHANGED-PROGRAM
                REWRITE CALENDAR-RECORD
                     INVALID KEY
                          DISPLAY "*** PAYROLL CALENDAR NOT UPDATED "
                               "FOR PERIOD " WS-EXPORT-PERIOD " ***"
                     NOT INVALID KEY
                          DISPLAY "PAYROLL CALENDAR - PERIOD "
                               WS-EXPORT-PERIOD " NOW EXPORTED"
                END-REWRITE
                CLOSE PAY-CALENDAR-FILE
           END-IF.
       FF-EXPORT-EXIT.
       FF-CHECK-EMPLOYED.
           MOVE "Y" TO WS-EMPLOYED.
           IF WS-EXPORT-PERIOD NOT = SPACES
                IF LEAVE-DATE NOT = ZERO
                     AND LEAVE-DATE < WS-PERIOD-FIRST-N
                     MOVE "N" TO WS-EMPLOYED
                END-IF
                IF START-DATE > WS-PERIOD-LAST-N
                     MOVE "N" TO WS-EMPLOYED
                END-IF
           END-IF.
       ZZ-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE.
           ACCEPT JRN-TIME FROM TIME.
           MOVE EMPLOYEE-ID TO JRN-EMPLOYEE-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE SPACES TO JRN-REQUESTED-BY.
           MOVE WS-BEFORE-DATES TO JRN-BEFORE-DATES.
           MOVE WS-AFTER-DATES TO JRN-AFTER-DATES.
           WRITE JOURNAL-RECORD.
       ZZ-CHECK-DATES.
           MOVE "Y" TO WS-DATES-VALID.
           MOVE START-DATE TO WS-CHECK-DATE.
           PERFORM ZZ-CHECK-ONE-DATE.
           IF WS-DATE-OK = "N"
                DISPLAY "START DATE MUST BE YYYYMMDD OR ZERO"
                MOVE "N" TO WS-DATES-VALID
           END-IF.
           MOVE LEAVE-DATE TO WS-CHECK-DATE.
           PERFORM ZZ-CHECK-ONE-DATE.
           IF WS-DATE-OK = "N"
                DISPLAY "LEAVING DATE MUST BE YYYYMMDD OR ZERO"
                MOVE "N" TO WS-DATES-VALID
           END-IF.
           IF WS-DATES-VALID = "Y"
                AND LEAVE-DATE NOT = ZERO
                AND LEAVE-DATE < START-DATE
                DISPLAY "LEAVING DATE IS BEFORE THE START DATE"
                MOVE "N" TO WS-DATES-VALID
           END-IF.
       ZZ-CHECK-ONE-DATE.
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
                     PERFORM ZZ-CHECK-LEAP-YEAR
                END-IF
           END-IF.
       *> 29 FEBRUARY ONLY IN A YEAR DIVISIBLE BY 4, EXCEPT CENTURY
       *> YEARS NOT DIVISIBLE BY 400
       ZZ-CHECK-LEAP-YEAR.
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
       ZZ-END.
           CLOSE APPROVAL-FILE.
           CLOSE MAINT-JOURNAL-FILE.
           CLOSE SALARY-INDEX-FILE.
           STOP RUN.
