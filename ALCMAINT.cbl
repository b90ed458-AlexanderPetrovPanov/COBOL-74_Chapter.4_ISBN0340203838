       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCMAINT.
       *> MAINTAINS THE COST ALLOCATION FILE USED BY SALT - FOR AN
       *> EMPLOYEE WHO WORKS ACROSS DEPARTMENTS, THE PERCENTAGE OF PAY
       *> CHARGED TO EACH DEPARTMENT FROM AN EFFECTIVE PERIOD ONWARDS.
       *> SALT USES THE LATEST ALLOCATION EFFECTIVE AT OR BEFORE THE
       *> PERIOD BEING RUN; AN ALLOCATION WITH NO DEPARTMENTS ENDS AN
       *> EARLIER ONE.  ROUNDING PENNIES GO TO THE EMPLOYEE'S OWN
       *> DEPARTMENT IF IT IS IN THE SPLIT, OTHERWISE TO THE FIRST
       *> DEPARTMENT LISTED.  THE SPLITS MUST ADD UP TO 100% AND NAME
       *> ACTIVE DEPARTMENTS - OPTION 6 CHECKS THE WHOLE FILE
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COST-ALLOCATION-FILE ASSIGN TO "COSTALLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CA-KEY
                 FILE STATUS IS WS-FILE-STATUS.
            SELECT DEPARTMENT-FILE ASSIGN TO "DEPARTMENTS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DEPT-CODE
                 FILE STATUS IS WS-DEPT-STATUS.
            SELECT SALARY-INDEX-FILE ASSIGN TO "SALARY-INDEX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS EMPLOYEE-ID
                 FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COST-ALLOCATION-FILE.
       01 COST-ALLOCATION-RECORD.
            05 CA-KEY.
                 10 CA-EMPLOYEE-ID PIC 9(5).
                 10 CA-EFFECTIVE-PERIOD PIC X(6). *> YYYYMM
            05 CA-SPLIT-COUNT PIC 9. *> 0 = ENDS AN EARLIER ALLOCATION
            05 CA-SPLITS.
                 10 CA-SPLIT OCCURS 5 TIMES.
                      15 CA-DEPT-CODE PIC X(3).
                      15 CA-PERCENT PIC 9(3)V99.
            05 CA-CHANGED-BY PIC X(20).
            05 CA-CHANGED-DATE PIC 9(6).

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
            05 DEPT-CODE PIC X(3).
            05 DEPT-NAME PIC X(20).
            05 DEPT-COST-CENTRE PIC X(3).
            05 DEPT-ACCOUNT-CODE PIC X(6).
            05 DEPT-ACTIVE-FLAG PIC X. *> A = ACTIVE, C = CLOSED

       FD SALARY-INDEX-FILE.
       01 SALARY-INDEX-RECORD.
            05 EMPLOYEE-ID PIC 9(5).
            05 EMPLOYEE-NAME PIC X(20).
            05 DEPARTMENT-CODE PIC X(3).
            05 SALARY PIC 9(6)V99.
            05 SORT-CODE PIC X(6).
            05 ACCOUNT-NUMBER PIC X(8).
            05 EMPLOYMENT-DATES.
                 10 START-DATE PIC 9(8). *> YYYYMMDD, ZERO = NOT KNOWN
                 10 LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-INDEX-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-SAVED-ALLOCATION PIC X(78).
       01 WS-ENTERED-PERIOD PIC X(6).
       01 WS-ENTERED-PERIOD-R REDEFINES WS-ENTERED-PERIOD.
            05 WS-ENTERED-YEAR PIC 9(4).
            05 WS-ENTERED-MONTH PIC 9(2).
       01 WS-ENTRY-VALID PIC X.
       01 WS-SPLIT-IX PIC 9.
       01 WS-PERCENT-TOTAL PIC 9(4)V99.
       01 WS-PERCENT-SHOW PIC ZZZ9.99.
       01 WS-LIST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       AA-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           OPEN I-O COST-ALLOCATION-FILE.
           IF WS-FILE-STATUS = "35"
                OPEN OUTPUT COST-ALLOCATION-FILE
                CLOSE COST-ALLOCATION-FILE
                OPEN I-O COST-ALLOCATION-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING COSTALLOC.DAT - STATUS "
                     WS-FILE-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING DEPARTMENTS.DAT - STATUS "
                     WS-DEPT-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN INPUT SALARY-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT - STATUS "
                     WS-INDEX-STATUS " ***"
                STOP RUN
           END-IF.
       BB-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-DELETE  4-EXIT  5-LIST  6-CHECK".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
                WHEN "1" PERFORM CC-ADD THRU CC-ADD-EXIT
                WHEN "2" PERFORM DD-CHANGE THRU DD-CHANGE-EXIT
                WHEN "3" PERFORM EE-DELETE THRU EE-DELETE-EXIT
                WHEN "4" GO TO ZZ-END
                WHEN "5" PERFORM FF-LIST THRU FF-LIST-EXIT
                WHEN "6" PERFORM GG-CHECK THRU GG-CHECK-EXIT
                WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GO TO BB-MENU.
       CC-ADD.
           PERFORM XX-ENTER-KEY THRU XX-ENTER-KEY-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           PERFORM XX-ENTER-SPLITS THRU XX-ENTER-SPLITS-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           PERFORM XX-SHOW-ALLOCATION.
           DISPLAY "ADD THIS ALLOCATION - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                WRITE COST-ALLOCATION-RECORD
                     INVALID KEY
                          DISPLAY "AN ALLOCATION ALREADY EXISTS FOR "
                               "THAT EMPLOYEE AND PERIOD"
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
           READ COST-ALLOCATION-FILE
                INVALID KEY
                     DISPLAY "NO ALLOCATION FOR THAT EMPLOYEE AND "
                          "PERIOD"
                     GO TO DD-CHANGE-EXIT
           END-READ.
           DISPLAY "BEFORE:".
           PERFORM XX-SHOW-ALLOCATION.
           MOVE COST-ALLOCATION-RECORD TO WS-SAVED-ALLOCATION.
           PERFORM XX-ENTER-SPLITS THRU XX-ENTER-SPLITS-EXIT.
           IF WS-ENTRY-VALID = "N"
                MOVE WS-SAVED-ALLOCATION TO COST-ALLOCATION-RECORD
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-EXIT
           END-IF.
           DISPLAY "AFTER:".
           PERFORM XX-SHOW-ALLOCATION.
           DISPLAY "CHANGE THIS ALLOCATION - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                REWRITE COST-ALLOCATION-RECORD
                     INVALID KEY DISPLAY "REWRITE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD CHANGED"
                END-REWRITE
           ELSE
                MOVE WS-SAVED-ALLOCATION TO COST-ALLOCATION-RECORD
                DISPLAY "CHANGE CANCELLED"
           END-IF.
       DD-CHANGE-EXIT.
       EE-DELETE.
           PERFORM XX-ENTER-KEY THRU XX-ENTER-KEY-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "DELETE CANCELLED"
                GO TO EE-DELETE-EXIT
           END-IF.
           READ COST-ALLOCATION-FILE
                INVALID KEY
                     DISPLAY "NO ALLOCATION FOR THAT EMPLOYEE AND "
                          "PERIOD"
                     GO TO EE-DELETE-EXIT
           END-READ.
           PERFORM XX-SHOW-ALLOCATION.
           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                DELETE COST-ALLOCATION-FILE
                     INVALID KEY DISPLAY "DELETE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD DELETED"
                END-DELETE
           ELSE
                DISPLAY "DELETE CANCELLED"
           END-IF.
       EE-DELETE-EXIT.
       FF-LIST.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO CA-KEY.
           START COST-ALLOCATION-FILE KEY IS NOT LESS THAN CA-KEY
                INVALID KEY
                     DISPLAY "NO ALLOCATIONS ON FILE"
                     GO TO FF-LIST-EXIT
           END-START.
       FF-LIST-LOOP.
           READ COST-ALLOCATION-FILE NEXT RECORD
                AT END
                     DISPLAY WS-LIST-COUNT " ALLOCATIONS LISTED"
                     GO TO FF-LIST-EXIT
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM XX-SHOW-ALLOCATION.
           GO TO FF-LIST-LOOP.
       FF-LIST-EXIT.
       GG-CHECK.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE LOW-VALUES TO CA-KEY.
           START COST-ALLOCATION-FILE KEY IS NOT LESS THAN CA-KEY
                INVALID KEY
                     DISPLAY "NO ALLOCATIONS ON FILE"
                     GO TO GG-CHECK-EXIT
           END-START.
       GG-CHECK-LOOP.
           READ COST-ALLOCATION-FILE NEXT RECORD
                AT END GO TO GG-CHECK-END
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM XX-CHECK-ALLOCATION THRU XX-CHECK-ALLOCATION-EXIT.
           IF WS-ENTRY-VALID = "N"
                ADD 1 TO WS-ERROR-COUNT
           END-IF.
           GO TO GG-CHECK-LOOP.
       GG-CHECK-END.
           DISPLAY WS-LIST-COUNT " ALLOCATIONS CHECKED, "
                WS-ERROR-COUNT " IN ERROR".
           IF WS-ERROR-COUNT NOT = ZERO
                DISPLAY "*** SALT WILL NOT RUN WHILE AN ALLOCATION IN "
                     "USE IS IN ERROR ***"
           END-IF.
       GG-CHECK-EXIT.
       XX-ENTER-KEY.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT CA-EMPLOYEE-ID.
           IF CA-EMPLOYEE-ID IS NOT NUMERIC
                DISPLAY "EMPLOYEE ID MUST BE NUMERIC"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-KEY-EXIT
           END-IF.
           MOVE CA-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ SALARY-INDEX-FILE
                INVALID KEY
                     DISPLAY "EMPLOYEE " CA-EMPLOYEE-ID
                          " NOT ON SALARY-INDEX.DAT"
                     MOVE "N" TO WS-ENTRY-VALID
                     GO TO XX-ENTER-KEY-EXIT
           END-READ.
           DISPLAY "EMPLOYEE " EMPLOYEE-ID " " EMPLOYEE-NAME
                " DEPT " DEPARTMENT-CODE.
           DISPLAY "EFFECTIVE FROM PERIOD (YYYYMM): ".
           ACCEPT WS-ENTERED-PERIOD.
           IF WS-ENTERED-PERIOD IS NOT NUMERIC
                OR WS-ENTERED-MONTH < 1 OR WS-ENTERED-MONTH > 12
                DISPLAY "PERIOD MUST BE YYYYMM"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-KEY-EXIT
           END-IF.
           MOVE WS-ENTERED-PERIOD TO CA-EFFECTIVE-PERIOD.
       XX-ENTER-KEY-EXIT.
           EXIT.
       XX-ENTER-SPLITS.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "NUMBER OF DEPARTMENTS (1-5, 0 ENDS AN EARLIER "
                "ALLOCATION): ".
           ACCEPT CA-SPLIT-COUNT.
           IF CA-SPLIT-COUNT IS NOT NUMERIC OR CA-SPLIT-COUNT > 5
                DISPLAY "NUMBER OF DEPARTMENTS MUST BE 0 TO 5"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-SPLITS-EXIT
           END-IF.
           PERFORM XX-CLEAR-SPLIT
                VARYING WS-SPLIT-IX FROM 1 BY 1
                UNTIL WS-SPLIT-IX > 5.
           IF CA-SPLIT-COUNT NOT = ZERO
                DISPLAY "ROUNDING GOES TO THE EMPLOYEE'S OWN "
                     "DEPARTMENT IF LISTED, OTHERWISE TO THE FIRST"
           END-IF.
           PERFORM XX-ENTER-ONE-SPLIT
                VARYING WS-SPLIT-IX FROM 1 BY 1
                UNTIL WS-SPLIT-IX > CA-SPLIT-COUNT.
           PERFORM XX-CHECK-ALLOCATION THRU XX-CHECK-ALLOCATION-EXIT.
       XX-ENTER-SPLITS-EXIT.
           EXIT.
       XX-CLEAR-SPLIT.
           MOVE SPACES TO CA-DEPT-CODE (WS-SPLIT-IX).
           MOVE ZERO TO CA-PERCENT (WS-SPLIT-IX).
       XX-ENTER-ONE-SPLIT.
           DISPLAY "DEPARTMENT " WS-SPLIT-IX ": ".
           ACCEPT CA-DEPT-CODE (WS-SPLIT-IX).
           DISPLAY "PERCENT FOR " CA-DEPT-CODE (WS-SPLIT-IX) ": ".
           ACCEPT CA-PERCENT (WS-SPLIT-IX).
       XX-CHECK-ALLOCATION.
           MOVE "Y" TO WS-ENTRY-VALID.
           MOVE ZERO TO WS-PERCENT-TOTAL.
           IF CA-SPLIT-COUNT IS NOT NUMERIC OR CA-SPLIT-COUNT > 5
                DISPLAY "*** EMPLOYEE " CA-EMPLOYEE-ID " FROM "
                     CA-EFFECTIVE-PERIOD " - INVALID NUMBER OF "
                     "DEPARTMENTS ***"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-CHECK-ALLOCATION-EXIT
           END-IF.
           IF CA-SPLIT-COUNT = ZERO
                GO TO XX-CHECK-ALLOCATION-EXIT
           END-IF.
           PERFORM XX-CHECK-SPLIT
                VARYING WS-SPLIT-IX FROM 1 BY 1
                UNTIL WS-SPLIT-IX > CA-SPLIT-COUNT.
           IF WS-PERCENT-TOTAL NOT = 100
                MOVE WS-PERCENT-TOTAL TO WS-PERCENT-SHOW
                DISPLAY "*** EMPLOYEE " CA-EMPLOYEE-ID " FROM "
                     CA-EFFECTIVE-PERIOD " - SPLITS ADD UP TO "
                     WS-PERCENT-SHOW "% NOT 100% ***"
                MOVE "N" TO WS-ENTRY-VALID
           END-IF.
       XX-CHECK-ALLOCATION-EXIT.
           EXIT.
       XX-CHECK-SPLIT.
           IF CA-PERCENT (WS-SPLIT-IX) IS NOT NUMERIC
                OR CA-PERCENT (WS-SPLIT-IX) = ZERO
                DISPLAY "*** EMPLOYEE " CA-EMPLOYEE-ID " FROM "
                     CA-EFFECTIVE-PERIOD " - DEPARTMENT "
                     CA-DEPT-CODE (WS-SPLIT-IX)
                     " HAS NO VALID PERCENT ***"
                MOVE "N" TO WS-ENTRY-VALID
           ELSE
                ADD CA-PERCENT (WS-SPLIT-IX) TO WS-PERCENT-TOTAL
           END-IF.
           MOVE CA-DEPT-CODE (WS-SPLIT-IX) TO DEPT-CODE.
           READ DEPARTMENT-FILE
                INVALID KEY
                     DISPLAY "*** EMPLOYEE " CA-EMPLOYEE-ID " FROM "
                          CA-EFFECTIVE-PERIOD " - DEPARTMENT "
                          CA-DEPT-CODE (WS-SPLIT-IX)
                          " NOT ON DEPARTMENTS.DAT ***"
                     MOVE "N" TO WS-ENTRY-VALID
                NOT INVALID KEY
                     IF DEPT-ACTIVE-FLAG NOT = "A"
                          DISPLAY "*** EMPLOYEE " CA-EMPLOYEE-ID
                               " FROM " CA-EFFECTIVE-PERIOD
                               " - DEPARTMENT " DEPT-CODE
                               " IS CLOSED ***"
                          MOVE "N" TO WS-ENTRY-VALID
                     END-IF
           END-READ.
       XX-SHOW-ALLOCATION.
           IF CA-SPLIT-COUNT = ZERO
                DISPLAY CA-EMPLOYEE-ID " FROM " CA-EFFECTIVE-PERIOD
                     " NO SPLIT - ALL PAY TO OWN DEPARTMENT"
                     " CHANGED BY " CA-CHANGED-BY " " CA-CHANGED-DATE
           ELSE
                DISPLAY CA-EMPLOYEE-ID " FROM " CA-EFFECTIVE-PERIOD
                     " " CA-SPLIT-COUNT " DEPARTMENTS"
                     " CHANGED BY " CA-CHANGED-BY " " CA-CHANGED-DATE
                PERFORM XX-SHOW-SPLIT
                     VARYING WS-SPLIT-IX FROM 1 BY 1
                     UNTIL WS-SPLIT-IX > CA-SPLIT-COUNT
           END-IF.
       XX-SHOW-SPLIT.
           MOVE CA-PERCENT (WS-SPLIT-IX) TO WS-PERCENT-SHOW.
           DISPLAY "      " CA-DEPT-CODE (WS-SPLIT-IX) " "
                WS-PERCENT-SHOW "%".
       ZZ-STAMP-CHANGE.
           MOVE WS-OPERATOR TO CA-CHANGED-BY.
           ACCEPT CA-CHANGED-DATE FROM DATE.
       ZZ-END.
           CLOSE COST-ALLOCATION-FILE.
           CLOSE DEPARTMENT-FILE.
           CLOSE SALARY-INDEX-FILE.
           STOP RUN.
