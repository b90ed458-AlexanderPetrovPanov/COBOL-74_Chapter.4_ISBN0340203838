       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMBMAINT.
       *> MAINTAINS PENSION SCHEME MEMBERSHIP - ONE RECORD PER EMPLOYEE
       *> NAMING THE SCHEME, THE PERIOD THE EMPLOYEE JOINED AND THE
       *> PERIOD THEY OPTED OUT.  SALT TAKES CONTRIBUTIONS FROM THE
       *> JOIN PERIOD UP TO BUT NOT INCLUDING THE OPT-OUT PERIOD; A
       *> BLANK OPT-OUT PERIOD MEANS STILL A MEMBER
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PENSION-MEMBER-FILE ASSIGN TO "PENMEMBER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PM-EMPLOYEE-ID
                 FILE STATUS IS WS-FILE-STATUS.
            SELECT PENSION-SCHEME-FILE ASSIGN TO "PENSCHEME.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PS-SCHEME-CODE
                 FILE STATUS IS WS-SCHEME-STATUS.
            SELECT SALARY-INDEX-FILE ASSIGN TO "SALARY-INDEX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS EMPLOYEE-ID
                 FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENSION-MEMBER-FILE.
       01 PENSION-MEMBER-RECORD.
            05 PM-EMPLOYEE-ID PIC 9(5).
            05 PM-SCHEME-CODE PIC X(4).
            05 PM-JOIN-PERIOD PIC X(6). *> YYYYMM
            05 PM-OPT-OUT-PERIOD PIC X(6). *> YYYYMM, SPACES = MEMBER
            05 PM-CHANGED-BY PIC X(20).
            05 PM-CHANGED-DATE PIC 9(6).

       FD PENSION-SCHEME-FILE.
       01 PENSION-SCHEME-RECORD.
            05 PS-SCHEME-CODE PIC X(4).
            05 PS-SCHEME-NAME PIC X(20).
            05 PS-PROVIDER-REF PIC X(10).
            05 PS-EMPLOYEE-PCT PIC 9(2)V99.
            05 PS-EMPLOYER-PCT PIC 9(2)V99.
            05 PS-THRESHOLD PIC 9(6)V99. *> PER PERIOD
            05 PS-CHANGED-BY PIC X(20).
            05 PS-CHANGED-DATE PIC 9(6).

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
       01 WS-SCHEME-STATUS PIC XX.
       01 WS-INDEX-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-SAVED-MEMBER PIC X(47).
       01 WS-ENTRY-VALID PIC X.
       01 WS-ENTERED-PERIOD PIC X(6).
       01 WS-ENTERED-PERIOD-R REDEFINES WS-ENTERED-PERIOD.
            05 WS-ENTERED-YEAR PIC 9(4).
            05 WS-ENTERED-MONTH PIC 9(2).
       01 WS-LIST-COUNT PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       AA-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           OPEN I-O PENSION-MEMBER-FILE.
           IF WS-FILE-STATUS = "35"
                OPEN OUTPUT PENSION-MEMBER-FILE
                CLOSE PENSION-MEMBER-FILE
                OPEN I-O PENSION-MEMBER-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PENMEMBER.DAT - STATUS "
                     WS-FILE-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN INPUT PENSION-SCHEME-FILE.
           IF WS-SCHEME-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PENSCHEME.DAT - STATUS "
                     WS-SCHEME-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN INPUT SALARY-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT - STATUS "
                     WS-INDEX-STATUS " ***"
                STOP RUN
           END-IF.
       BB-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-DELETE  4-EXIT  5-LIST".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
                WHEN "1" PERFORM CC-ADD THRU CC-ADD-EXIT
                WHEN "2" PERFORM DD-CHANGE THRU DD-CHANGE-EXIT
                WHEN "3" PERFORM EE-DELETE THRU EE-DELETE-EXIT
                WHEN "4" GO TO ZZ-END
                WHEN "5" PERFORM FF-LIST THRU FF-LIST-EXIT
                WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GO TO BB-MENU.
       CC-ADD.
           PERFORM XX-ENTER-EMPLOYEE THRU XX-ENTER-EMPLOYEE-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           READ PENSION-MEMBER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     DISPLAY "EMPLOYEE ALREADY HAS A MEMBERSHIP RECORD"
                          " - USE CHANGE"
                     GO TO CC-ADD-EXIT
           END-READ.
           PERFORM XX-ENTER-MEMBERSHIP THRU XX-ENTER-MEMBERSHIP-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           MOVE SPACES TO PM-CHANGED-BY.
           MOVE ZERO TO PM-CHANGED-DATE.
           PERFORM XX-SHOW-MEMBER.
           DISPLAY "ADD THIS MEMBERSHIP - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                WRITE PENSION-MEMBER-RECORD
                     INVALID KEY
                          DISPLAY "EMPLOYEE ALREADY HAS A MEMBERSHIP "
                               "RECORD"
                     NOT INVALID KEY
                          DISPLAY "RECORD ADDED"
                END-WRITE
           ELSE
                DISPLAY "ADD CANCELLED"
           END-IF.
       CC-ADD-EXIT.
       DD-CHANGE.
           PERFORM XX-ENTER-EMPLOYEE THRU XX-ENTER-EMPLOYEE-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-EXIT
           END-IF.
           READ PENSION-MEMBER-FILE
                INVALID KEY
                     DISPLAY "NO MEMBERSHIP RECORD FOR THAT EMPLOYEE"
                     GO TO DD-CHANGE-EXIT
           END-READ.
           DISPLAY "BEFORE:".
           PERFORM XX-SHOW-MEMBER.
           MOVE PENSION-MEMBER-RECORD TO WS-SAVED-MEMBER.
           PERFORM XX-ENTER-MEMBERSHIP THRU XX-ENTER-MEMBERSHIP-EXIT.
           IF WS-ENTRY-VALID = "N"
                MOVE WS-SAVED-MEMBER TO PENSION-MEMBER-RECORD
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-EXIT
           END-IF.
           DISPLAY "AFTER:".
           PERFORM XX-SHOW-MEMBER.
           DISPLAY "CHANGE THIS MEMBERSHIP - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                REWRITE PENSION-MEMBER-RECORD
                     INVALID KEY DISPLAY "REWRITE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD CHANGED"
                END-REWRITE
           ELSE
                MOVE WS-SAVED-MEMBER TO PENSION-MEMBER-RECORD
                DISPLAY "CHANGE CANCELLED"
           END-IF.
       DD-CHANGE-EXIT.
       EE-DELETE.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT PM-EMPLOYEE-ID.
           READ PENSION-MEMBER-FILE
                INVALID KEY
                     DISPLAY "NO MEMBERSHIP RECORD FOR THAT EMPLOYEE"
                     GO TO EE-DELETE-EXIT
           END-READ.
           PERFORM XX-SHOW-MEMBER.
           DISPLAY "DELETING REMOVES THE MEMBERSHIP HISTORY - SET AN "
                "OPT-OUT PERIOD INSTEAD IF THE EMPLOYEE HAS LEFT".
           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                DELETE PENSION-MEMBER-FILE
                     INVALID KEY DISPLAY "DELETE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD DELETED"
                END-DELETE
           ELSE
                DISPLAY "DELETE CANCELLED"
           END-IF.
       EE-DELETE-EXIT.
       FF-LIST.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO PM-EMPLOYEE-ID.
           START PENSION-MEMBER-FILE KEY IS NOT LESS THAN PM-EMPLOYEE-ID
                INVALID KEY
                     DISPLAY "NO MEMBERSHIPS ON FILE"
                     GO TO FF-LIST-EXIT
           END-START.
       FF-LIST-LOOP.
           READ PENSION-MEMBER-FILE NEXT RECORD
                AT END
                     DISPLAY WS-LIST-COUNT " MEMBERSHIPS LISTED"
                     GO TO FF-LIST-EXIT
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM XX-SHOW-MEMBER.
           GO TO FF-LIST-LOOP.
       FF-LIST-EXIT.
       XX-ENTER-EMPLOYEE.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT PM-EMPLOYEE-ID.
           IF PM-EMPLOYEE-ID IS NOT NUMERIC
                DISPLAY "EMPLOYEE ID MUST BE NUMERIC"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-EMPLOYEE-EXIT
           END-IF.
           MOVE PM-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ SALARY-INDEX-FILE
                INVALID KEY
                     DISPLAY "EMPLOYEE " PM-EMPLOYEE-ID
                          " NOT ON SALARY-INDEX.DAT"
                     MOVE "N" TO WS-ENTRY-VALID
                     GO TO XX-ENTER-EMPLOYEE-EXIT
           END-READ.
           DISPLAY "EMPLOYEE " EMPLOYEE-ID " " EMPLOYEE-NAME
                " DEPT " DEPARTMENT-CODE.
       XX-ENTER-EMPLOYEE-EXIT.
           EXIT.
       XX-ENTER-MEMBERSHIP.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "SCHEME CODE: ".
           ACCEPT PM-SCHEME-CODE.
           MOVE PM-SCHEME-CODE TO PS-SCHEME-CODE.
           READ PENSION-SCHEME-FILE
                INVALID KEY
                     DISPLAY "SCHEME " PM-SCHEME-CODE
                          " NOT ON PENSCHEME.DAT"
                     MOVE "N" TO WS-ENTRY-VALID
                     GO TO XX-ENTER-MEMBERSHIP-EXIT
           END-READ.
           DISPLAY "SCHEME " PS-SCHEME-CODE " " PS-SCHEME-NAME.
           DISPLAY "JOIN PERIOD (YYYYMM): ".
           ACCEPT WS-ENTERED-PERIOD.
           IF WS-ENTERED-PERIOD IS NOT NUMERIC
                OR WS-ENTERED-MONTH < 1 OR WS-ENTERED-MONTH > 12
                DISPLAY "PERIOD MUST BE YYYYMM"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-MEMBERSHIP-EXIT
           END-IF.
           MOVE WS-ENTERED-PERIOD TO PM-JOIN-PERIOD.
           DISPLAY "OPT-OUT PERIOD (YYYYMM, BLANK IF STILL A MEMBER): ".
           ACCEPT WS-ENTERED-PERIOD.
           IF WS-ENTERED-PERIOD = SPACES
                MOVE SPACES TO PM-OPT-OUT-PERIOD
                GO TO XX-ENTER-MEMBERSHIP-EXIT
           END-IF.
           IF WS-ENTERED-PERIOD IS NOT NUMERIC
                OR WS-ENTERED-MONTH < 1 OR WS-ENTERED-MONTH > 12
                DISPLAY "PERIOD MUST BE YYYYMM"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-MEMBERSHIP-EXIT
           END-IF.
           IF WS-ENTERED-PERIOD NOT > PM-JOIN-PERIOD
                DISPLAY "OPT-OUT PERIOD MUST BE AFTER THE JOIN PERIOD"
                MOVE "N" TO WS-ENTRY-VALID
                GO TO XX-ENTER-MEMBERSHIP-EXIT
           END-IF.
           MOVE WS-ENTERED-PERIOD TO PM-OPT-OUT-PERIOD.
       XX-ENTER-MEMBERSHIP-EXIT.
           EXIT.
       XX-SHOW-MEMBER.
           DISPLAY PM-EMPLOYEE-ID " SCHEME " PM-SCHEME-CODE
                " JOINED " PM-JOIN-PERIOD " OPTED OUT "
                PM-OPT-OUT-PERIOD " CHANGED BY " PM-CHANGED-BY " "
                PM-CHANGED-DATE.
       ZZ-STAMP-CHANGE.
           MOVE WS-OPERATOR TO PM-CHANGED-BY.
           ACCEPT PM-CHANGED-DATE FROM DATE.
       ZZ-END.
           CLOSE PENSION-MEMBER-FILE.
           CLOSE PENSION-SCHEME-FILE.
           CLOSE SALARY-INDEX-FILE.
           STOP RUN.
