       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAPPRV.
       *> APPROVES OR REJECTS SALARY AND BANK DETAIL CHANGES HELD ON
       *> PENDING-APPROVAL.DAT BY SALMAINT AND SALBATCH. THE APPROVER
       *> MUST BE A DIFFERENT OPERATOR FROM THE ONE WHO ENTERED THE
       *> CHANGE. BEFORE AND AFTER ARE TAKEN FROM MAINT-JOURNAL.DAT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALARY-INDEX-FILE ASSIGN TO "SALARY-INDEX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EMPLOYEE-ID
                 FILE STATUS IS WS-FILE-STATUS.
            SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS APV-EMPLOYEE-ID
                 FILE STATUS IS WS-APPROVAL-STATUS.
            SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINT-JOURNAL.DAT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD MAINT-JOURNAL-FILE.
       01 JOURNAL-RECORD.
            05 JRN-DATE PIC 9(6).
            05 JRN-TIME PIC 9(8).
            05 JRN-OPERATOR PIC X(20).
            05 JRN-ACTION PIC X(6).
            05 JRN-EMPLOYEE-ID PIC 9(5).
            05 JRN-BEFORE-IMAGE PIC X(50).
            05 JRN-AFTER-IMAGE PIC X(50).
            05 JRN-REQUESTED-BY PIC X(20). *> WHO ENTERED A HELD CHANGE
            05 JRN-BEFORE-DATES PIC X(16). *> START AND LEAVING DATES
            05 JRN-AFTER-DATES PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR PIC X(20).
       01 WS-JOURNAL-ACTION PIC X(6).
       01 WS-BEFORE-IMAGE PIC X(50).
       01 WS-AFTER-IMAGE PIC X(50).
       01 WS-HOLD-FOUND PIC X VALUE "N".
       01 WS-ON-MASTER PIC X VALUE "N".
       01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HOLD-BEFORE PIC X(50).
       01 WS-HOLD-AFTER PIC X(50).
       01 WS-SHOW-IMAGE.
            05 WS-SHOW-ID PIC 9(5).
            05 WS-SHOW-NAME PIC X(20).
            05 WS-SHOW-DEPARTMENT PIC X(3).
            05 WS-SHOW-SALARY PIC 9(6)V99.
            05 WS-SHOW-SORT-CODE PIC X(6).
            05 WS-SHOW-ACCOUNT PIC X(8).

       PROCEDURE DIVISION.
       AA-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
                DISPLAY "*** OPERATOR NAME NOT SET - CANNOT APPROVE ***"
                STOP RUN
           END-IF.
           OPEN I-O SALARY-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT - STATUS "
                     WS-FILE-STATUS " ***"
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
           DISPLAY "1-APPROVE  2-REJECT  3-LIST  4-EXIT".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
                WHEN "1" PERFORM CC-APPROVE THRU CC-APPROVE-EXIT
                WHEN "2" PERFORM DD-REJECT THRU DD-REJECT-EXIT
                WHEN "3" PERFORM EE-LIST THRU EE-LIST-EXIT
                WHEN "4" GO TO ZZ-END
                WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GO TO BB-MENU.
       CC-APPROVE.
           DISPLAY "EMPLOYEE ID TO APPROVE: ".
           ACCEPT APV-EMPLOYEE-ID.
           READ APPROVAL-FILE
                INVALID KEY
                     DISPLAY "NO CHANGE AWAITING APPROVAL FOR EMPLOYEE"
                     GO TO CC-APPROVE-EXIT
           END-READ.
           PERFORM XX-SHOW-CHANGE THRU XX-SHOW-CHANGE-EXIT.
           IF APV-REQUESTED-BY = WS-OPERATOR
                DISPLAY "*** YOU ENTERED THIS CHANGE - IT MUST BE "
                     "APPROVED BY A DIFFERENT OPERATOR ***"
                GO TO CC-APPROVE-EXIT
           END-IF.
           IF WS-ON-MASTER NOT = "Y"
                DISPLAY "*** EMPLOYEE NO LONGER ON MASTER - REJECT "
                     "THIS CHANGE ***"
                GO TO CC-APPROVE-EXIT
           END-IF.
           IF SALARY NOT = APV-OLD-SALARY
                OR SORT-CODE NOT = APV-OLD-SORT-CODE
                OR ACCOUNT-NUMBER NOT = APV-OLD-ACCOUNT
                DISPLAY "*** MASTER HAS CHANGED SINCE THIS WAS "
                     "ENTERED - REJECT AND RE-ENTER IT ***"
                GO TO CC-APPROVE-EXIT
           END-IF.
           DISPLAY "APPROVE THIS CHANGE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "APPROVAL CANCELLED"
                GO TO CC-APPROVE-EXIT
           END-IF.
           MOVE SALARY-INDEX-RECORD TO WS-BEFORE-IMAGE.
           MOVE APV-NEW-SALARY TO SALARY.
           MOVE APV-NEW-SORT-CODE TO SORT-CODE.
           MOVE APV-NEW-ACCOUNT TO ACCOUNT-NUMBER.
           REWRITE SALARY-INDEX-RECORD
                INVALID KEY
                     DISPLAY "REWRITE FAILED"
                     GO TO CC-APPROVE-EXIT
           END-REWRITE.
           MOVE "APPROV" TO WS-JOURNAL-ACTION.
           MOVE SALARY-INDEX-RECORD TO WS-AFTER-IMAGE.
           PERFORM ZZ-WRITE-JOURNAL.
           DELETE APPROVAL-FILE
                INVALID KEY
                     DISPLAY "*** PENDING-APPROVAL.DAT DELETE "
                          "FAILED ***"
                NOT INVALID KEY
                     DISPLAY "CHANGE APPROVED AND APPLIED"
           END-DELETE.
       CC-APPROVE-EXIT.
       DD-REJECT.
           DISPLAY "EMPLOYEE ID TO REJECT: ".
           ACCEPT APV-EMPLOYEE-ID.
           READ APPROVAL-FILE
                INVALID KEY
                     DISPLAY "NO CHANGE AWAITING APPROVAL FOR EMPLOYEE"
                     GO TO DD-REJECT-EXIT
           END-READ.
           PERFORM XX-SHOW-CHANGE THRU XX-SHOW-CHANGE-EXIT.
           DISPLAY "REJECT THIS CHANGE (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "REJECTION CANCELLED"
                GO TO DD-REJECT-EXIT
           END-IF.
           MOVE "REJECT" TO WS-JOURNAL-ACTION.
           MOVE WS-HOLD-BEFORE TO WS-BEFORE-IMAGE.
           MOVE WS-HOLD-AFTER TO WS-AFTER-IMAGE.
           PERFORM ZZ-WRITE-JOURNAL.
           DELETE APPROVAL-FILE
                INVALID KEY
                     DISPLAY "*** PENDING-APPROVAL.DAT DELETE "
                          "FAILED ***"
                NOT INVALID KEY
                     DISPLAY "CHANGE REJECTED - MASTER NOT CHANGED"
           END-DELETE.
       DD-REJECT-EXIT.
       EE-LIST.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE LOW-VALUES TO APV-EMPLOYEE-ID.
           START APPROVAL-FILE KEY IS NOT LESS THAN APV-EMPLOYEE-ID
                INVALID KEY
                     DISPLAY "NO CHANGES AWAITING APPROVAL"
                     GO TO EE-LIST-EXIT
           END-START.
       EE-LIST-LOOP.
           READ APPROVAL-FILE NEXT RECORD
                AT END
                     DISPLAY WS-PENDING-COUNT
                          " CHANGE(S) AWAITING APPROVAL"
                     GO TO EE-LIST-EXIT
           END-READ.
           ADD 1 TO WS-PENDING-COUNT.
           DISPLAY APV-EMPLOYEE-ID " SALARY " APV-OLD-SALARY " TO "
                APV-NEW-SALARY " BANK " APV-OLD-SORT-CODE " "
                APV-OLD-ACCOUNT " TO " APV-NEW-SORT-CODE " "
                APV-NEW-ACCOUNT.
           DISPLAY "      ENTERED BY " APV-REQUESTED-BY " ON "
                APV-REQUESTED-DATE " " APV-REQUESTED-TIME " VIA "
                APV-SOURCE.
           GO TO EE-LIST-LOOP.
       EE-LIST-EXIT.
       XX-SHOW-CHANGE.
           MOVE APV-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ SALARY-INDEX-FILE
                INVALID KEY
                     MOVE "N" TO WS-ON-MASTER
                     MOVE SPACES TO SALARY-INDEX-RECORD
                     MOVE APV-EMPLOYEE-ID TO EMPLOYEE-ID
                NOT INVALID KEY
                     MOVE "Y" TO WS-ON-MASTER
           END-READ.
           PERFORM XX-FIND-HOLD THRU XX-FIND-HOLD-EXIT.
           IF WS-HOLD-FOUND NOT = "Y"
                MOVE SALARY-INDEX-RECORD TO WS-SHOW-IMAGE
                MOVE APV-OLD-SALARY TO WS-SHOW-SALARY
                MOVE APV-OLD-SORT-CODE TO WS-SHOW-SORT-CODE
                MOVE APV-OLD-ACCOUNT TO WS-SHOW-ACCOUNT
                MOVE WS-SHOW-IMAGE TO WS-HOLD-BEFORE
                MOVE APV-NEW-SALARY TO WS-SHOW-SALARY
                MOVE APV-NEW-SORT-CODE TO WS-SHOW-SORT-CODE
                MOVE APV-NEW-ACCOUNT TO WS-SHOW-ACCOUNT
                MOVE WS-SHOW-IMAGE TO WS-HOLD-AFTER
                DISPLAY "(JOURNAL ENTRY NOT FOUND - SHOWING HELD "
                     "VALUES)"
           END-IF.
           DISPLAY "ENTERED BY " APV-REQUESTED-BY " ON "
                APV-REQUESTED-DATE " " APV-REQUESTED-TIME " VIA "
                APV-SOURCE.
           MOVE WS-HOLD-BEFORE TO WS-SHOW-IMAGE.
           DISPLAY "BEFORE: " WS-SHOW-ID " " WS-SHOW-NAME " "
                WS-SHOW-DEPARTMENT " " WS-SHOW-SALARY " "
                WS-SHOW-SORT-CODE " " WS-SHOW-ACCOUNT.
           MOVE WS-HOLD-AFTER TO WS-SHOW-IMAGE.
           DISPLAY "AFTER:  " WS-SHOW-ID " " WS-SHOW-NAME " "
                WS-SHOW-DEPARTMENT " " WS-SHOW-SALARY " "
                WS-SHOW-SORT-CODE " " WS-SHOW-ACCOUNT.
           IF APV-BANK-CHANGE = "Y"
                DISPLAY "*** BANK DETAILS CHANGED - PAYMENT WILL BE "
                     "HELD BY SALT UNTIL APPROVED ***"
           END-IF.
       XX-SHOW-CHANGE-EXIT.
       XX-FIND-HOLD.
           MOVE "N" TO WS-HOLD-FOUND.
           OPEN INPUT MAINT-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
                GO TO XX-FIND-HOLD-EXIT
           END-IF.
       XX-FIND-HOLD-LOOP.
           READ MAINT-JOURNAL-FILE
                AT END
                     CLOSE MAINT-JOURNAL-FILE
                     GO TO XX-FIND-HOLD-EXIT
           END-READ.
           IF JRN-ACTION = "HOLD"
                AND JRN-EMPLOYEE-ID = APV-EMPLOYEE-ID
                AND JRN-DATE = APV-REQUESTED-DATE
                AND JRN-TIME = APV-REQUESTED-TIME
                MOVE "Y" TO WS-HOLD-FOUND
                MOVE JRN-BEFORE-IMAGE TO WS-HOLD-BEFORE
                MOVE JRN-AFTER-IMAGE TO WS-HOLD-AFTER
           END-IF.
           GO TO XX-FIND-HOLD-LOOP.
       XX-FIND-HOLD-EXIT.
           EXIT.
       ZZ-WRITE-JOURNAL.
           OPEN EXTEND MAINT-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
                OPEN OUTPUT MAINT-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING MAINT-JOURNAL.DAT - STATUS "
                     WS-JOURNAL-STATUS " ***"
                STOP RUN
           END-IF.
           ACCEPT JRN-DATE FROM DATE.
           ACCEPT JRN-TIME FROM TIME.
           MOVE WS-OPERATOR TO JRN-OPERATOR.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE APV-EMPLOYEE-ID TO JRN-EMPLOYEE-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE APV-REQUESTED-BY TO JRN-REQUESTED-BY.
           MOVE EMPLOYMENT-DATES TO JRN-BEFORE-DATES.
           MOVE EMPLOYMENT-DATES TO JRN-AFTER-DATES.
           WRITE JOURNAL-RECORD.
           CLOSE MAINT-JOURNAL-FILE.
       ZZ-END.
           CLOSE APPROVAL-FILE.
           CLOSE SALARY-INDEX-FILE.
           STOP RUN.
