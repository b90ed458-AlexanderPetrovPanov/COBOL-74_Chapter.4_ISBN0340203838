            05 SALARY PIC 9(6)V99.
            05 SORT-CODE PIC X(6).
            05 ACCOUNT-NUMBER PIC X(8).
            05 EMPLOYMENT-DATES.
                 10 START-DATE PIC 9(8). *> YYYYMMDD, ZERO = NOT KNOWN
                 10 LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST

       FD MAINT-JOURNAL-FILE.
       01 JOURNAL-RECORD.
            05 JRN-EMPLOYEE-ID PIC 9(5).
            05 JRN-BEFORE-IMAGE PIC X(50).
            05 JRN-AFTER-IMAGE PIC X(50).
            05 JRN-REQUESTED-BY PIC X(20). *> WHO ENTERED A HELD CHANGE
            05 JRN-BEFORE-DATES PIC X(16). *> START AND LEAVING DATES
            05 JRN-AFTER-DATES PIC X(16).

       FD TRANSFER-REPORT-FILE.
       01 TRANSFER-REPORT-RECORD PIC X(132).
           MOVE EMPLOYEE-ID TO JRN-EMPLOYEE-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE SPACES TO JRN-REQUESTED-BY.
           MOVE EMPLOYMENT-DATES TO JRN-BEFORE-DATES.
           MOVE EMPLOYMENT-DATES TO JRN-AFTER-DATES.
           WRITE JOURNAL-RECORD.
       ZZ-ABANDON.
           CLOSE DEPARTMENT-FILE.
