       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALCAL.
       *> MAINTAINS THE PAYROLL CALENDAR - ONE RECORD PER PAY PERIOD
       *> HOLDING THE PERIOD STATUS AND PAY DATE.  A PERIOD MOVES
       *> OPEN -> EXPORTED (SALMAINT EXPORT) -> RUN (SALT FINISHED) ->
       *> POSTED (GLPOST MAIN FEED POSTED) -> CLOSED (SALCLOSE).  THE
       *> PAYROLL PROGRAMS CHECK THE STATUS BEFORE ACTING ON A PERIOD
       *> AND SET IT THEMSELVES - THE STATUS CHANGE HERE IS FOR
       *> CORRECTIONS ONLY
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-NEW-STATUS PIC X(8).
       01 WS-NEW-PAY-DATE PIC X(8).
       01 WS-NEW-PAY-DATE-R REDEFINES WS-NEW-PAY-DATE.
            05 WS-NEW-PAY-YEAR PIC 9(4).
            05 WS-NEW-PAY-MONTH PIC 9(2).
            05 WS-NEW-PAY-DAY PIC 9(2).
       01 WS-ENTERED-PERIOD PIC X(6).
       01 WS-ENTERED-PERIOD-R REDEFINES WS-ENTERED-PERIOD.
            05 WS-ENTERED-YEAR PIC 9(4).
            05 WS-ENTERED-MONTH PIC 9(2).
       01 WS-ENTRY-VALID PIC X.
       01 WS-OLD-RANK PIC 9.
       01 WS-NEW-RANK PIC 9.
       01 WS-STATUS-RANK PIC 9.
       01 WS-RANK-STATUS PIC X(8).
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       AA-START.
           OPEN I-O PAY-CALENDAR-FILE.
           IF WS-FILE-STATUS = "35"
                OPEN OUTPUT PAY-CALENDAR-FILE
                CLOSE PAY-CALENDAR-FILE
                OPEN I-O PAY-CALENDAR-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-FILE-STATUS " ***"
                STOP RUN
           END-IF.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
       BB-MENU.
           DISPLAY "1-ADD PERIOD  2-CHANGE STATUS  3-CHANGE PAY DATE  "
                "4-EXIT  5-LIST".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
                WHEN "1" PERFORM CC-ADD THRU CC-ADD-EXIT
                WHEN "2" PERFORM DD-CHANGE-STATUS THRU
                     DD-CHANGE-STATUS-EXIT
                WHEN "3" PERFORM EE-CHANGE-PAY-DATE THRU
                     EE-CHANGE-PAY-DATE-EXIT
                WHEN "4" GO TO ZZ-END
                WHEN "5" PERFORM FF-LIST THRU FF-LIST-EXIT
                WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GO TO BB-MENU.
       CC-ADD.
           DISPLAY "NEW PAY PERIOD (YYYYMM): ".
           ACCEPT WS-ENTERED-PERIOD.
           PERFORM XX-CHECK-PERIOD.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "PERIOD MUST BE YYYYMM - ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           DISPLAY "PAY DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-PAY-DATE.
           PERFORM XX-CHECK-PAY-DATE.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "PAY DATE MUST BE YYYYMMDD - ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           DISPLAY "ADD PERIOD " WS-ENTERED-PERIOD " PAY DATE "
                WS-NEW-PAY-DATE " STATUS OPEN - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "ADD CANCELLED"
                GO TO CC-ADD-EXIT
           END-IF.
           MOVE WS-ENTERED-PERIOD TO CAL-PERIOD.
           MOVE "OPEN" TO CAL-STATUS.
           MOVE WS-NEW-PAY-DATE TO CAL-PAY-DATE.
           PERFORM ZZ-STAMP-CHANGE.
           WRITE CALENDAR-RECORD
                INVALID KEY
                     DISPLAY "PERIOD " WS-ENTERED-PERIOD
                          " IS ALREADY ON THE CALENDAR"
                NOT INVALID KEY
                     DISPLAY "PERIOD ADDED"
           END-WRITE.
       CC-ADD-EXIT.
       DD-CHANGE-STATUS.
           DISPLAY "PAY PERIOD TO CHANGE (YYYYMM): ".
           ACCEPT CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "PERIOD NOT ON THE CALENDAR"
                     GO TO DD-CHANGE-STATUS-EXIT
           END-READ.
           PERFORM XX-SHOW-PERIOD.
           DISPLAY "NEW STATUS (OPEN/EXPORTED/RUN/POSTED/CLOSED): ".
           ACCEPT WS-NEW-STATUS.
           MOVE WS-NEW-STATUS TO WS-RANK-STATUS.
           PERFORM XX-RANK-STATUS.
           IF WS-STATUS-RANK = ZERO
                DISPLAY "UNKNOWN STATUS - CHANGE CANCELLED"
                GO TO DD-CHANGE-STATUS-EXIT
           END-IF.
           MOVE WS-STATUS-RANK TO WS-NEW-RANK.
           MOVE CAL-STATUS TO WS-RANK-STATUS.
           PERFORM XX-RANK-STATUS.
           MOVE WS-STATUS-RANK TO WS-OLD-RANK.
           IF WS-NEW-RANK = WS-OLD-RANK
                DISPLAY "PERIOD IS ALREADY " CAL-STATUS
                GO TO DD-CHANGE-STATUS-EXIT
           END-IF.
           IF WS-NEW-RANK < WS-OLD-RANK
                DISPLAY "*** WARNING: THIS MOVES THE PERIOD BACK FROM "
                     CAL-STATUS " TO " WS-NEW-STATUS " ***"
           ELSE
                DISPLAY "*** WARNING: STATUS IS NORMALLY SET BY THE "
                     "PROGRAM THAT COMPLETES THE STEP ***"
           END-IF.
           DISPLAY "CHANGE PERIOD " CAL-PERIOD " FROM " CAL-STATUS
                " TO " WS-NEW-STATUS " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "CHANGE CANCELLED"
                GO TO DD-CHANGE-STATUS-EXIT
           END-IF.
           MOVE WS-NEW-STATUS TO CAL-STATUS.
           PERFORM ZZ-STAMP-CHANGE.
           REWRITE CALENDAR-RECORD
                INVALID KEY DISPLAY "REWRITE FAILED"
                NOT INVALID KEY DISPLAY "STATUS CHANGED"
           END-REWRITE.
       DD-CHANGE-STATUS-EXIT.
       EE-CHANGE-PAY-DATE.
           DISPLAY "PAY PERIOD TO CHANGE (YYYYMM): ".
           ACCEPT CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "PERIOD NOT ON THE CALENDAR"
                     GO TO EE-CHANGE-PAY-DATE-EXIT
           END-READ.
           PERFORM XX-SHOW-PERIOD.
           IF CAL-STATUS NOT = "OPEN" AND CAL-STATUS NOT = "EXPORTED"
                DISPLAY "PERIOD HAS BEEN RUN - PAY DATE CANNOT CHANGE"
                GO TO EE-CHANGE-PAY-DATE-EXIT
           END-IF.
           DISPLAY "NEW PAY DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-PAY-DATE.
           PERFORM XX-CHECK-PAY-DATE.
           IF WS-ENTRY-VALID = "N"
                DISPLAY "PAY DATE MUST BE YYYYMMDD - CHANGE CANCELLED"
                GO TO EE-CHANGE-PAY-DATE-EXIT
           END-IF.
           DISPLAY "CHANGE PAY DATE FROM " CAL-PAY-DATE " TO "
                WS-NEW-PAY-DATE " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "CHANGE CANCELLED"
                GO TO EE-CHANGE-PAY-DATE-EXIT
           END-IF.
           MOVE WS-NEW-PAY-DATE TO CAL-PAY-DATE.
           PERFORM ZZ-STAMP-CHANGE.
           REWRITE CALENDAR-RECORD
                INVALID KEY DISPLAY "REWRITE FAILED"
                NOT INVALID KEY DISPLAY "PAY DATE CHANGED"
           END-REWRITE.
       EE-CHANGE-PAY-DATE-EXIT.
       FF-LIST.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO CAL-PERIOD.
           START PAY-CALENDAR-FILE KEY IS NOT LESS THAN CAL-PERIOD
                INVALID KEY
                     DISPLAY "NO PERIODS ON THE CALENDAR"
                     GO TO FF-LIST-EXIT
           END-START.
           DISPLAY "PERIOD STATUS   PAY DATE CHANGED BY           "
                "DATE   TIME     PROGRAM".
       FF-LIST-LOOP.
           READ PAY-CALENDAR-FILE NEXT RECORD
                AT END GO TO FF-LIST-END
           END-READ.
           DISPLAY CAL-PERIOD " " CAL-STATUS " " CAL-PAY-DATE " "
                CAL-CHANGED-BY " " CAL-CHANGED-DATE " "
                CAL-CHANGED-TIME " " CAL-CHANGED-PROGRAM.
           ADD 1 TO WS-LIST-COUNT.
           GO TO FF-LIST-LOOP.
       FF-LIST-END.
           DISPLAY WS-LIST-COUNT " PERIODS LISTED".
       FF-LIST-EXIT.
       XX-CHECK-PERIOD.
           MOVE "Y" TO WS-ENTRY-VALID.
           IF WS-ENTERED-YEAR IS NOT NUMERIC
                OR WS-ENTERED-MONTH IS NOT NUMERIC
                MOVE "N" TO WS-ENTRY-VALID
           ELSE IF WS-ENTERED-MONTH < 1 OR WS-ENTERED-MONTH > 12
                MOVE "N" TO WS-ENTRY-VALID
           END-IF.
       XX-CHECK-PAY-DATE.
           MOVE "Y" TO WS-ENTRY-VALID.
           IF WS-NEW-PAY-YEAR IS NOT NUMERIC
                OR WS-NEW-PAY-MONTH IS NOT NUMERIC
                OR WS-NEW-PAY-DAY IS NOT NUMERIC
                MOVE "N" TO WS-ENTRY-VALID
           ELSE IF WS-NEW-PAY-MONTH < 1 OR WS-NEW-PAY-MONTH > 12
                OR WS-NEW-PAY-DAY < 1 OR WS-NEW-PAY-DAY > 31
                MOVE "N" TO WS-ENTRY-VALID
           END-IF.
       XX-RANK-STATUS.
           EVALUATE WS-RANK-STATUS
                WHEN "OPEN" MOVE 1 TO WS-STATUS-RANK
                WHEN "EXPORTED" MOVE 2 TO WS-STATUS-RANK
                WHEN "RUN" MOVE 3 TO WS-STATUS-RANK
                WHEN "POSTED" MOVE 4 TO WS-STATUS-RANK
                WHEN "CLOSED" MOVE 5 TO WS-STATUS-RANK
                WHEN OTHER MOVE ZERO TO WS-STATUS-RANK
           END-EVALUATE.
       XX-SHOW-PERIOD.
           DISPLAY "PERIOD " CAL-PERIOD " STATUS " CAL-STATUS
                " PAY DATE " CAL-PAY-DATE.
           DISPLAY "LAST CHANGED BY " CAL-CHANGED-BY " ON "
                CAL-CHANGED-DATE " " CAL-CHANGED-TIME " ("
                CAL-CHANGED-PROGRAM ")".
       ZZ-STAMP-CHANGE.
           MOVE WS-OPERATOR TO CAL-CHANGED-BY.
           ACCEPT CAL-CHANGED-DATE FROM DATE.
           ACCEPT CAL-CHANGED-TIME FROM TIME.
           MOVE "SALCAL" TO CAL-CHANGED-PROGRAM.
       ZZ-END.
           CLOSE PAY-CALENDAR-FILE.
           STOP RUN.
