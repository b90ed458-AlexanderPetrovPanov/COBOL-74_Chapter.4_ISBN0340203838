       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENMAINT.
       *> MAINTAINS THE PENSION SCHEME FILE USED BY SALT - FOR EACH
       *> SCHEME THE EMPLOYEE AND EMPLOYER CONTRIBUTION PERCENTAGES AND
       *> THE EARNINGS THRESHOLD PER PERIOD.  CONTRIBUTIONS ARE TAKEN ON
       *> THE PERIOD'S SALARY ABOVE THE THRESHOLD.  A SCHEME CANNOT BE
       *> DELETED WHILE PENMEMBER.DAT STILL NAMES IT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PENSION-SCHEME-FILE ASSIGN TO "PENSCHEME.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PS-SCHEME-CODE
                 FILE STATUS IS WS-FILE-STATUS.
            SELECT PENSION-MEMBER-FILE ASSIGN TO "PENMEMBER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PM-EMPLOYEE-ID
                 FILE STATUS IS WS-MEMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PENSION-MEMBER-FILE.
       01 PENSION-MEMBER-RECORD.
            05 PM-EMPLOYEE-ID PIC 9(5).
            05 PM-SCHEME-CODE PIC X(4).
            05 PM-JOIN-PERIOD PIC X(6). *> YYYYMM
            05 PM-OPT-OUT-PERIOD PIC X(6). *> YYYYMM, SPACES = MEMBER
            05 PM-CHANGED-BY PIC X(20).
            05 PM-CHANGED-DATE PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-MEMBER-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-SAVED-SCHEME PIC X(76).
       01 WS-ENTRY-VALID PIC X.
       01 WS-PCT-SHOW PIC Z9.99.
       01 WS-PCT-SHOW2 PIC Z9.99.
       01 WS-AMOUNT-SHOW PIC Z(5)9.99.
       01 WS-MEMBER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LIST-COUNT PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       AA-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           OPEN I-O PENSION-SCHEME-FILE.
           IF WS-FILE-STATUS = "35"
                OPEN OUTPUT PENSION-SCHEME-FILE
                CLOSE PENSION-SCHEME-FILE
                OPEN I-O PENSION-SCHEME-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PENSCHEME.DAT - STATUS "
                     WS-FILE-STATUS " ***"
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
           DISPLAY "NEW SCHEME CODE: ".
           ACCEPT PS-SCHEME-CODE.
           IF PS-SCHEME-CODE = SPACES
                DISPLAY "SCHEME CODE IS REQUIRED - ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           PERFORM XX-ENTER-DETAILS THRU XX-ENTER-DETAILS-EXIT.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           MOVE SPACES TO PS-CHANGED-BY.
           MOVE ZERO TO PS-CHANGED-DATE.
           PERFORM XX-SHOW-SCHEME.
           DISPLAY "ADD THIS SCHEME - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                WRITE PENSION-SCHEME-RECORD
                     INVALID KEY
                          DISPLAY "SCHEME CODE ALREADY EXISTS"
                     NOT INVALID KEY
                          DISPLAY "RECORD ADDED"
                END-WRITE
           ELSE
                DISPLAY "ADD CANCELLED"
           END-IF.
       CC-ADD-EXIT.
       DD-CHANGE.
           DISPLAY "SCHEME CODE TO CHANGE: ".
           ACCEPT PS-SCHEME-CODE.
           READ PENSION-SCHEME-FILE
                INVALID KEY
                     DISPLAY "SCHEME CODE NOT FOUND"
                     GO TO DD-CHANGE-EXIT
           END-READ.
           DISPLAY "BEFORE:".
           PERFORM XX-SHOW-SCHEME.
           MOVE PENSION-SCHEME-RECORD TO WS-SAVED-SCHEME.
           PERFORM XX-ENTER-DETAILS THRU XX-ENTER-DETAILS-EXIT.
           IF WS-ENTRY-VALID = "N"
                MOVE WS-SAVED-SCHEME TO PENSION-SCHEME-RECORD
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-EXIT
           END-IF.
           DISPLAY "AFTER:".
           PERFORM XX-SHOW-SCHEME.
           DISPLAY "CHANGE THIS SCHEME - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                PERFORM ZZ-STAMP-CHANGE
                REWRITE PENSION-SCHEME-RECORD
                     INVALID KEY DISPLAY "REWRITE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD CHANGED"
                END-REWRITE
           ELSE
                MOVE WS-SAVED-SCHEME TO PENSION-SCHEME-RECORD
                DISPLAY "CHANGE CANCELLED"
           END-IF.
       DD-CHANGE-EXIT.
       EE-DELETE.
           DISPLAY "SCHEME CODE TO DELETE: ".
           ACCEPT PS-SCHEME-CODE.
           READ PENSION-SCHEME-FILE
                INVALID KEY
                     DISPLAY "SCHEME CODE NOT FOUND"
                     GO TO EE-DELETE-EXIT
           END-READ.
           PERFORM EE-COUNT-MEMBERS THRU EE-COUNT-MEMBERS-EXIT.
           IF WS-MEMBER-COUNT NOT = ZERO
                DISPLAY "SCHEME " PS-SCHEME-CODE " HAS " WS-MEMBER-COUNT
                     " MEMBERS ON PENMEMBER.DAT - DELETE REFUSED"
                GO TO EE-DELETE-EXIT
           END-IF.
           PERFORM XX-SHOW-SCHEME.
           DISPLAY "CONFIRM DELETE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                DELETE PENSION-SCHEME-FILE
                     INVALID KEY DISPLAY "DELETE FAILED"
                     NOT INVALID KEY DISPLAY "RECORD DELETED"
                END-DELETE
           ELSE
                DISPLAY "DELETE CANCELLED"
           END-IF.
       EE-DELETE-EXIT.
       EE-COUNT-MEMBERS.
           MOVE ZERO TO WS-MEMBER-COUNT.
           OPEN INPUT PENSION-MEMBER-FILE.
           IF WS-MEMBER-STATUS = "35"
                GO TO EE-COUNT-MEMBERS-EXIT
           END-IF.
           IF WS-MEMBER-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PENMEMBER.DAT - STATUS "
                     WS-MEMBER-STATUS " ***"
                MOVE 1 TO WS-MEMBER-COUNT
                GO TO EE-COUNT-MEMBERS-EXIT
           END-IF.
       EE-COUNT-LOOP.
           READ PENSION-MEMBER-FILE
                AT END GO TO EE-COUNT-END
           END-READ.
           IF PM-SCHEME-CODE = PS-SCHEME-CODE
                ADD 1 TO WS-MEMBER-COUNT
           END-IF.
           GO TO EE-COUNT-LOOP.
       EE-COUNT-END.
           CLOSE PENSION-MEMBER-FILE.
       EE-COUNT-MEMBERS-EXIT.
           EXIT.
       FF-LIST.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO PS-SCHEME-CODE.
           START PENSION-SCHEME-FILE KEY IS NOT LESS THAN PS-SCHEME-CODE
                INVALID KEY
                     DISPLAY "NO SCHEMES ON FILE"
                     GO TO FF-LIST-EXIT
           END-START.
       FF-LIST-LOOP.
           READ PENSION-SCHEME-FILE NEXT RECORD
                AT END
                     DISPLAY WS-LIST-COUNT " SCHEMES LISTED"
                     GO TO FF-LIST-EXIT
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM XX-SHOW-SCHEME.
           GO TO FF-LIST-LOOP.
       FF-LIST-EXIT.
       XX-ENTER-DETAILS.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "SCHEME NAME: ".
           ACCEPT PS-SCHEME-NAME.
           DISPLAY "PROVIDER REFERENCE: ".
           ACCEPT PS-PROVIDER-REF.
           DISPLAY "EMPLOYEE CONTRIBUTION PERCENT: ".
           ACCEPT PS-EMPLOYEE-PCT.
           DISPLAY "EMPLOYER CONTRIBUTION PERCENT: ".
           ACCEPT PS-EMPLOYER-PCT.
           DISPLAY "EARNINGS THRESHOLD PER PERIOD: ".
           ACCEPT PS-THRESHOLD.
           IF PS-EMPLOYEE-PCT IS NOT NUMERIC
                OR PS-EMPLOYER-PCT IS NOT NUMERIC
                DISPLAY "PERCENTAGES MUST BE NUMERIC"
                MOVE "N" TO WS-ENTRY-VALID
           ELSE IF PS-EMPLOYEE-PCT = ZERO AND PS-EMPLOYER-PCT = ZERO
                DISPLAY "A SCHEME NEEDS AN EMPLOYEE OR EMPLOYER "
                     "PERCENTAGE"
                MOVE "N" TO WS-ENTRY-VALID
           ELSE IF PS-THRESHOLD IS NOT NUMERIC
                DISPLAY "EARNINGS THRESHOLD MUST BE NUMERIC"
                MOVE "N" TO WS-ENTRY-VALID
           END-IF.
       XX-ENTER-DETAILS-EXIT.
           EXIT.
       XX-SHOW-SCHEME.
           MOVE PS-EMPLOYEE-PCT TO WS-PCT-SHOW.
           MOVE PS-EMPLOYER-PCT TO WS-PCT-SHOW2.
           MOVE PS-THRESHOLD TO WS-AMOUNT-SHOW.
           DISPLAY PS-SCHEME-CODE " " PS-SCHEME-NAME " "
                PS-PROVIDER-REF " EE " WS-PCT-SHOW "% ER "
                WS-PCT-SHOW2 "% ABOVE " WS-AMOUNT-SHOW.
           DISPLAY "     CHANGED BY " PS-CHANGED-BY " "
                PS-CHANGED-DATE.
       ZZ-STAMP-CHANGE.
           MOVE WS-OPERATOR TO PS-CHANGED-BY.
           ACCEPT PS-CHANGED-DATE FROM DATE.
       ZZ-END.
           CLOSE PENSION-SCHEME-FILE.
           STOP RUN.
