            05 SALARY PIC 9(6)V99.
            05 SORT-CODE PIC X(6).
            05 ACCOUNT-NUMBER PIC X(8).
            05 EMPLOYMENT-DATES.
                 10 START-DATE PIC 9(8). *> YYYYMMDD, ZERO = NOT KNOWN
                 10 LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST

       FD YTD-FILE.
       01 YTD-RECORD.
            05 YTD-LAST-PERIOD.
                 10 YTD-LAST-MONTH PIC X(6).
                 10 YTD-LAST-SUPP PIC X.
            05 YTD-TAX PIC S9(8)V99.
            05 YTD-NI PIC S9(8)V99.

       FD MAINT-JOURNAL-FILE.
       01 JOURNAL-RECORD.
            05 JRN-EMPLOYEE-ID PIC 9(5).
            05 JRN-BEFORE-IMAGE PIC X(50).
            05 JRN-AFTER-IMAGE PIC X(50).
            05 JRN-REQUESTED-BY PIC X(20). *> WHO ENTERED A HELD CHANGE
            05 JRN-BEFORE-DATES PIC X(16). *> START AND LEAVING DATES
            05 JRN-AFTER-DATES PIC X(16).

       FD REJECTS-FILE.
       01 SALARY-REJECT-RECORD.
                 10 WS-JT-ACTION PIC X(6).
                 10 WS-JT-BEFORE PIC X(50).
                 10 WS-JT-AFTER PIC X(50).
                 10 WS-JT-BEFORE-DATES PIC X(16).
                 10 WS-JT-AFTER-DATES PIC X(16).

       PROCEDURE DIVISION.
       AA-START.
                          EMPLOYEE-NAME " DEPT " DEPARTMENT-CODE
                          " SALARY " SALARY " BANK " SORT-CODE " "
                          ACCOUNT-NUMBER
                     DISPLAY "         STARTED " START-DATE
                          " LEFT " LEAVE-DATE
           END-READ.
       DD-SHOW-YTD.
           OPEN INPUT YTD-FILE.
                               " AMOUNT " YTD-AMOUNT
                               " PERIODS " YTD-PERIODS
                               " LAST PERIOD " YTD-LAST-PERIOD
                          DISPLAY "         TAX " YTD-TAX
                               " NI " YTD-NI
                END-READ
                CLOSE YTD-FILE
           END-IF.
           MOVE JRN-ACTION TO WS-JT-ACTION (WS-JRN-COUNT).
           MOVE JRN-BEFORE-IMAGE TO WS-JT-BEFORE (WS-JRN-COUNT).
           MOVE JRN-AFTER-IMAGE TO WS-JT-AFTER (WS-JRN-COUNT).
           MOVE JRN-BEFORE-DATES TO WS-JT-BEFORE-DATES (WS-JRN-COUNT).
           MOVE JRN-AFTER-DATES TO WS-JT-AFTER-DATES (WS-JRN-COUNT).
           GO TO EE-JOURNAL-LOOP.
       EE-SHIFT-TABLE.
           MOVE WS-JRN-ENTRY (WS-JRN-IX + 1)
                WS-JT-TIME (WS-JRN-IX) " "
                WS-JT-OPERATOR (WS-JRN-IX) " "
                WS-JT-ACTION (WS-JRN-IX).
           DISPLAY "  BEFORE " WS-JT-BEFORE (WS-JRN-IX)
                " DATES " WS-JT-BEFORE-DATES (WS-JRN-IX).
           DISPLAY "  AFTER  " WS-JT-AFTER (WS-JRN-IX)
                " DATES " WS-JT-AFTER-DATES (WS-JRN-IX).
       FF-SHOW-REJECTS.
           MOVE "N" TO WS-REJECT-SEEN.
           MOVE SPACES TO WS-REJ-FILENAME.
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
       ZZ-END.
