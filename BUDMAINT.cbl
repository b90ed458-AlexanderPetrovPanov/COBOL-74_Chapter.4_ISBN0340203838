       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       *> MAINTAINS THE DEPARTMENT PAYROLL BUDGET FILE READ BY SALBUDV -
       *> ONE BUDGET AMOUNT PER DEPARTMENT PER PAY PERIOD.  THE
       *> FINANCIAL YEAR IS THE CALENDAR YEAR, AS FOR THE YTD FILE.
       *> OPTION 6 LOADS A WHOLE YEAR IN BULK FROM A LINE SEQUENTIAL
       *> FILE (DEFAULT DEPTBUDGET-LOAD.DAT) HOLDING ONE LINE PER
       *> DEPARTMENT - CODE, YEAR AND TWELVE MONTHLY AMOUNTS - AND
       *> REPLACES ANY BUDGET ALREADY HELD FOR THOSE PERIODS
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BUDGET-FILE ASSIGN TO "DEPTBUDGET.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BUD-KEY
                 FILE STATUS IS WS-FILE-STATUS.
            SELECT DEPARTMENT-FILE ASSIGN TO "DEPARTMENTS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DEPT-CODE
                 FILE STATUS IS WS-DEPT-STATUS.
            SELECT BUDGET-LOAD-FILE ASSIGN DYNAMIC WS-LOAD-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-LOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
            05 BUD-KEY.
                 10 BUD-DEPT-CODE PIC X(3).
                 10 BUD-PERIOD PIC X(6). *> YYYYMM
            05 BUD-AMOUNT PIC 9(8)V99.
            05 BUD-CHANGED-BY PIC X(20).
            05 BUD-CHANGED-DATE PIC 9(6).

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
            05 DEPT-CODE PIC X(3).
            05 DEPT-NAME PIC X(20).
            05 DEPT-COST-CENTRE PIC X(3).
            05 DEPT-ACCOUNT-CODE PIC X(6).
            05 DEPT-ACTIVE-FLAG PIC X. *> A = ACTIVE, C = CLOSED

       FD BUDGET-LOAD-FILE.
       01 BUDGET-LOAD-RECORD.
            05 LD-DEPT-CODE PIC X(3).
            05 LD-YEAR PIC X(4).
            05 LD-YEAR-N REDEFINES LD-YEAR PIC 9(4).
            05 LD-AMOUNT PIC 9(8)V99 OCCURS 12 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-LOAD-STATUS PIC XX.
       01 WS-LOAD-FILENAME PIC X(40) VALUE SPACES.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-SAVED-BUDGET PIC X(45).
       01 WS-ENTERED-PERIOD PIC X(6).
       01 WS-ENTERED-PERIOD-R REDEFINES WS-ENTERED-PERIOD.
            05 WS-ENTERED-YEAR PIC 9(4).
            05 WS-ENTERED-MONTH PIC 9(2).
       01 WS-LOAD-PERIOD.
            05 WS-LOAD-YEAR PIC X(4).
            05 WS-LOAD-MONTH PIC 9(2).
       01 WS-ENTRY-VALID PIC X.
       01 WS-LIST-YEAR PIC X(4).
       01 WS-LIST-PERIOD.
            05 WS-LIST-PERIOD-YEAR PIC X(4).
            05 WS-LIST-PERIOD-MONTH PIC X(2).
       01 WS-LIST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LIST-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-AMOUNT-SHOW PIC Z(9)9.99.
       01 WS-MONTH-IX PIC 9(2).
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LINE-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       AA-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           OPEN I-O BUDGET-FILE.
           IF WS-FILE-STATUS = "35"
                OPEN OUTPUT BUDGET-FILE
                CLOSE BUDGET-FILE
                OPEN I-O BUDGET-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING DEPTBUDGET.DAT - STATUS "
                     WS-FILE-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING DEPARTMENTS.DAT - STATUS "
                     WS-DEPT-STATUS " ***"
                STOP RUN
           END-IF.
       BB-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-DELETE  4-EXIT  5-LIST  "
                "6-BULK LOAD".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
                WHEN "1" PERFORM CC-ADD THRU CC-ADD-EXIT
                WHEN "2" PERFORM DD-CHANGE THRU DD-CHANGE-EXIT
                WHEN "3" PERFORM EE-DELETE THRU EE-DELETE-EXIT
                WHEN "4" GO TO ZZ-END
                WHEN "5" PERFORM FF-LIST THRU FF-LIST-EXIT
                WHEN "6" PERFORM GG-LOAD THRU GG-LOAD-EXIT
                WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GO TO BB-MENU.
       CC-ADD.
           PERFORM XX-ENTER-KEY THRU XX-ENTER-KEY-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           PERFORM XX-ENTER-AMOUNT THRU XX-ENTER-AMOUNT-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           MOVE SPACES TO BUD-CHANGED-BY.
           MOVE ZERO TO BUD-CHANGED-DATE.
           PERFORM XX-SHOW-BUDGET.
           DISPLAY "ADD THIS BUDGET - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                WRITE BUDGET-RECORD
                     INVALID KEY
                          DISPLAY "A BUDGET ALREADY EXISTS FOR THAT "
                               "DEPARTMENT AND PERIOD"
                     NOT INVALID KEY
                          DISPLAY "RECORD ADDED"
                END-WRITE
           ELSE
                DISPLAY "ADD CANCELLED"
           END-IF.
       CC-ADD-EXIT.
       DD-CHANGE.
           PERFORM XX-ENTER-KEY THRU XX-ENTER-KEY-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-EXIT
           END-IF.
           READ BUDGET-FILE
                INVALID KEY
                     DISPLAY "NO BUDGET FOR THAT DEPARTMENT AND PERIOD"
                     GO TO DD-CHANGE-EXIT
           END-READ.
           DISPLAY "BEFORE:".
           PERFORM XX-SHOW-BUDGET.
           MOVE BUDGET-RECORD TO WS-SAVED-BUDGET.
           PERFORM XX-ENTER-AMOUNT THRU XX-ENTER-AMOUNT-EXIT.
           IF WS-ENTRY-VALID = "N"
                MOVE WS-SAVED-BUDGET TO BUDGET-RECORD
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-EXIT
           END-IF.
           DISPLAY "AFTER:".
           PERFORM XX-SHOW-BUDGET.
           DISPLAY "CHANGE THIS BUDGET - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                REWRITE BUDGET-RECORD
                     INVALID KEY DISPLAY "REWRITE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD CHANGED"
                END-REWRITE
           ELSE
                MOVE WS-SAVED-BUDGET TO BUDGET-RECORD
                DISPLAY "CHANGE CANCELLED"
           END-IF.
       DD-CHANGE-EXIT.
       EE-DELETE.
           PERFORM XX-ENTER-KEY THRU XX-ENTER-KEY-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "DELETE CANCELLED"
                GO TO EE-DELETE-EXIT
           END-IF.
           READ BUDGET-FILE
                INVALID KEY
                     DISPLAY "NO BUDGET FOR THAT DEPARTMENT AND PERIOD"
                     GO TO EE-DELETE-EXIT
           END-READ.
           PERFORM XX-SHOW-BUDGET.
           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                DELETE BUDGET-FILE
                     INVALID KEY DISPLAY "DELETE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD DELETED"
                END-DELETE
           ELSE
                DISPLAY "DELETE CANCELLED"
           END-IF.
       EE-DELETE-EXIT.
       FF-LIST.
           DISPLAY "YEAR TO LIST (YYYY, BLANK FOR ALL): ".
           ACCEPT WS-LIST-YEAR.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-LIST-TOTAL.
           MOVE LOW-VALUES TO BUD-KEY.
           START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
                INVALID KEY
                     DISPLAY "NO BUDGETS ON FILE"
                     GO TO FF-LIST-EXIT
           END-START.
       FF-LIST-LOOP.
           READ BUDGET-FILE NEXT RECORD
                AT END GO TO FF-LIST-END
           END-READ.
           IF WS-LIST-YEAR NOT = SPACES
                MOVE BUD-PERIOD TO WS-LIST-PERIOD
                IF WS-LIST-PERIOD-YEAR NOT = WS-LIST-YEAR
                     GO TO FF-LIST-LOOP
                END-IF
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           ADD BUD-AMOUNT TO WS-LIST-TOTAL.
           PERFORM XX-SHOW-BUDGET.
           GO TO FF-LIST-LOOP.
       FF-LIST-END.
           MOVE WS-LIST-TOTAL TO WS-AMOUNT-SHOW.
           DISPLAY WS-LIST-COUNT " BUDGETS LISTED, TOTAL "
                WS-AMOUNT-SHOW.
       FF-LIST-EXIT.
       GG-LOAD.
           DISPLAY "BUDGET LOAD FILE NAME (BLANK FOR "
                "DEPTBUDGET-LOAD.DAT): ".
           ACCEPT WS-LOAD-FILENAME.
           IF WS-LOAD-FILENAME = SPACES
                MOVE "DEPTBUDGET-LOAD.DAT" TO WS-LOAD-FILENAME
           END-IF.
           DISPLAY "LOAD " WS-LOAD-FILENAME " REPLACING ANY BUDGETS "
                "HELD FOR THE SAME PERIODS - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "LOAD CANCELLED"
                GO TO GG-LOAD-EXIT
           END-IF.
           OPEN INPUT BUDGET-LOAD-FILE.
           IF WS-LOAD-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-LOAD-FILENAME
                     " - STATUS " WS-LOAD-STATUS " ***"
                GO TO GG-LOAD-EXIT
           END-IF.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LINE-REJECT-COUNT.
           MOVE ZERO TO WS-ADDED-COUNT.
           MOVE ZERO TO WS-REPLACED-COUNT.
       GG-LOAD-LOOP.
           READ BUDGET-LOAD-FILE
                AT END GO TO GG-LOAD-END
           END-READ.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM GG-CHECK-LINE THRU GG-CHECK-LINE-EXIT.
           IF WS-ENTRY-VALID = "N"
                ADD 1 TO WS-LINE-REJECT-COUNT
                GO TO GG-LOAD-LOOP
           END-IF.
           MOVE LD-YEAR TO WS-LOAD-YEAR.
           PERFORM GG-LOAD-PERIOD
                VARYING WS-MONTH-IX FROM 1 BY 1
                UNTIL WS-MONTH-IX > 12.
           GO TO GG-LOAD-LOOP.
       GG-LOAD-END.
           CLOSE BUDGET-LOAD-FILE.
           DISPLAY WS-LINE-COUNT " LINES READ, " WS-LINE-REJECT-COUNT
                " REJECTED".
           DISPLAY WS-ADDED-COUNT " BUDGETS ADDED, " WS-REPLACED-COUNT
                " REPLACED".
       GG-LOAD-EXIT.
       GG-CHECK-LINE.
           MOVE "Y" TO WS-ENTRY-VALID.
           IF LD-YEAR IS NOT NUMERIC OR LD-YEAR-N < 1900
                DISPLAY "*** LINE " WS-LINE-COUNT " DEPARTMENT "
                     LD-DEPT-CODE " - YEAR " LD-YEAR
                     " IS NOT VALID - LINE REJECTED ***"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO GG-CHECK-LINE-EXIT
           END-IF.
           MOVE LD-DEPT-CODE TO DEPT-CODE.
           READ DEPARTMENT-FILE
                INVALID KEY
                     DISPLAY "*** LINE " WS-LINE-COUNT " DEPARTMENT "
                          LD-DEPT-CODE " NOT ON DEPARTMENTS.DAT - "
                          "LINE REJECTED ***"
                     MOVE "N" TO WS-ENTRY-VALID
                     GO TO GG-CHECK-LINE-EXIT
           END-READ.
           PERFORM GG-CHECK-AMOUNT
                VARYING WS-MONTH-IX FROM 1 BY 1
                UNTIL WS-MONTH-IX > 12.
       GG-CHECK-LINE-EXIT.
           EXIT.
       GG-CHECK-AMOUNT.
           IF LD-AMOUNT (WS-MONTH-IX) IS NOT NUMERIC
                DISPLAY "*** LINE " WS-LINE-COUNT " DEPARTMENT "
                     LD-DEPT-CODE " - MONTH " WS-MONTH-IX
                     " AMOUNT IS NOT NUMERIC - LINE REJECTED ***"
                MOVE "N" TO WS-ENTRY-VALID
           END-IF.
       GG-LOAD-PERIOD.
           MOVE WS-MONTH-IX TO WS-LOAD-MONTH.
           MOVE LD-DEPT-CODE TO BUD-DEPT-CODE.
           MOVE WS-LOAD-PERIOD TO BUD-PERIOD.
           READ BUDGET-FILE
                INVALID KEY
                     MOVE LD-AMOUNT (WS-MONTH-IX) TO BUD-AMOUNT
                     PERFORM ZZ-STAMP-CHANGE
                     WRITE BUDGET-RECORD
                          INVALID KEY
                               DISPLAY "*** WRITE FAILED FOR "
                                    BUD-DEPT-CODE " " BUD-PERIOD " ***"
                          NOT INVALID KEY
                               ADD 1 TO WS-ADDED-COUNT
                     END-WRITE
                NOT INVALID KEY
                     MOVE LD-AMOUNT (WS-MONTH-IX) TO BUD-AMOUNT
                     PERFORM ZZ-STAMP-CHANGE
                     REWRITE BUDGET-RECORD
                          INVALID KEY
                               DISPLAY "*** REWRITE FAILED FOR "
                                    BUD-DEPT-CODE " " BUD-PERIOD " ***"
                          NOT INVALID KEY
                               ADD 1 TO WS-REPLACED-COUNT
                     END-REWRITE
           END-READ.
       XX-ENTER-KEY.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "DEPARTMENT CODE: ".
           ACCEPT BUD-DEPT-CODE.
           MOVE BUD-DEPT-CODE TO DEPT-CODE.
           READ DEPARTMENT-FILE
                INVALID KEY
                     DISPLAY "DEPARTMENT " BUD-DEPT-CODE
                          " NOT ON DEPARTMENTS.DAT"
                     MOVE "N" TO WS-ENTRY-VALID
                     GO TO XX-ENTER-KEY-EXIT
           END-READ.
           DISPLAY "DEPARTMENT " DEPT-CODE " " DEPT-NAME
                " COST CENTRE " DEPT-COST-CENTRE.
           DISPLAY "PAY PERIOD (YYYYMM): ".
           ACCEPT WS-ENTERED-PERIOD.
           IF WS-ENTERED-PERIOD IS NOT NUMERIC
                OR WS-ENTERED-MONTH < 1 OR WS-ENTERED-MONTH > 12
                DISPLAY "PERIOD MUST BE YYYYMM"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-KEY-EXIT
           END-IF.
           MOVE WS-ENTERED-PERIOD TO BUD-PERIOD.
       XX-ENTER-KEY-EXIT.
           EXIT.
       XX-ENTER-AMOUNT.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "BUDGET AMOUNT FOR THE PERIOD: ".
           ACCEPT BUD-AMOUNT.
           IF BUD-AMOUNT IS NOT NUMERIC
                DISPLAY "BUDGET AMOUNT MUST BE NUMERIC"
                MOVE "N" TO WS-ENTRY-VALID
           END-IF.
       XX-ENTER-AMOUNT-EXIT.
           EXIT.
       XX-SHOW-BUDGET.
           MOVE BUD-AMOUNT TO WS-AMOUNT-SHOW.
           DISPLAY BUD-DEPT-CODE " " BUD-PERIOD " " WS-AMOUNT-SHOW
                " CHANGED BY " BUD-CHANGED-BY " " BUD-CHANGED-DATE.
       ZZ-STAMP-CHANGE.
           MOVE WS-OPERATOR TO BUD-CHANGED-BY.
           ACCEPT BUD-CHANGED-DATE FROM DATE.
       ZZ-END.
           CLOSE BUDGET-FILE.
           CLOSE DEPARTMENT-FILE.
           STOP RUN.
