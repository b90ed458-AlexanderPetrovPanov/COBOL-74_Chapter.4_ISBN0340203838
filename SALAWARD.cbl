       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAWARD.
       *> PREPARES A BULK PAY AWARD. GIVEN A PERCENTAGE OR FLAT AMOUNT,
       *> THE DEPARTMENTS COVERED, THE EFFECTIVE PERIOD AND A ROUNDING
       *> RULE IT READS SALARY-INDEX.DAT AND WRITES
       *>   AWARD-TRANS-YYYYMM.DAT   C TRANSACTIONS FOR SALBATCH, DATED
       *>                            TO THE EFFECTIVE PERIOD
       *>   AWARD-ARREARS-YYYYMM.DAT A ADJUSTMENTS IN SALARIES FORMAT,
       *>                            WITH CONTROL RECORD, FOR ARREARS ON
       *>                            PERIODS ALREADY PAID SINCE THE
       *>                            EFFECTIVE DATE (FROM PAYDETAIL)
       *>   AWARD-PROOF-YYYYMM.RPT   OLD AND NEW SALARY AND ARREARS PER
       *>                            EMPLOYEE, FOR SIGN-OFF BEFORE THE
       *>                            TRANSACTIONS ARE APPLIED
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
            SELECT DEPARTMENT-FILE ASSIGN TO "DEPARTMENTS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DEPT-CODE
                 FILE STATUS IS WS-DEPT-STATUS.
            SELECT PAY-DETAIL-FILE ASSIGN DYNAMIC WS-DETAIL-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PD-EMPLOYEE-ID
                 FILE STATUS IS WS-DETAIL-STATUS.
            SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TRN-FILENAME
                 FILE STATUS IS WS-TRN-STATUS.
            SELECT ARREARS-FILE ASSIGN DYNAMIC WS-ARR-FILENAME
                 FILE STATUS IS WS-ARR-STATUS.
            SELECT PROOF-REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

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

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
            05 DEPT-CODE PIC X(3).
            05 DEPT-NAME PIC X(20).
            05 DEPT-COST-CENTRE PIC X(3).
            05 DEPT-ACCOUNT-CODE PIC X(6).
            05 DEPT-ACTIVE-FLAG PIC X. *> A = ACTIVE, C = CLOSED

       FD PAY-DETAIL-FILE.
       01 PAY-DETAIL-RECORD.
            05 PD-EMPLOYEE-ID PIC 9(5).
            05 PD-EMPLOYEE-NAME PIC X(20).
            05 PD-DEPARTMENT-CODE PIC X(3).
            05 PD-PAY-PERIOD PIC X(6).
            05 PD-SUPP-FLAG PIC X.
            05 PD-PAID-FLAG PIC X. *> Y = SALARY PAID THIS RUN
            05 PD-SALARY PIC S9(8)V99.
            05 PD-ADJUSTMENTS PIC S9(8)V99.
            05 PD-TAX PIC S9(8)V99.
            05 PD-NI PIC S9(8)V99.
            05 PD-NET PIC S9(8)V99.
            05 PD-SORT-CODE PIC X(6).
            05 PD-ACCOUNT-NUMBER PIC X(8).
            05 PD-BANK-STATUS PIC X. *> SPACE = SENT, R = RETURNED,
       *> H = HELD BACK BY SALT, I = REISSUED, C = RUN REVERSED
            05 PD-YTD-ACTION PIC X. *> N = YTD RECORD CREATED,
       *> R = NEW YEAR STARTED, A = ADDED, X = NOT APPLIED
            05 PD-YTD-PRIOR-YEAR PIC X(4). *> YTD BEFORE THIS RUN, KEPT
       *> SO SALREVRS CAN PUT IT BACK
            05 PD-YTD-PRIOR-AMOUNT PIC S9(8)V99.
            05 PD-YTD-PRIOR-PERIODS PIC 9(2).
            05 PD-YTD-PRIOR-PERIOD PIC X(7).
            05 PD-YTD-PRIOR-TAX PIC S9(8)V99.
            05 PD-YTD-PRIOR-NI PIC S9(8)V99.
            05 PD-FULL-SALARY PIC S9(8)V99. *> BEFORE PRO-RATA
            05 PD-DAYS-PAID PIC 9(2).
            05 PD-DAYS-IN-PERIOD PIC 9(2).
            05 PD-PENSION-SCHEME PIC X(4). *> SPACES = NOT A MEMBER
            05 PD-PENSIONABLE-PAY PIC S9(8)V99. *> ABOVE THRESHOLD
            05 PD-PENSION-EE PIC S9(8)V99.
            05 PD-PENSION-ER PIC S9(8)V99.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
            05 TRN-ACTION PIC X. *> A = ADD, C = CHANGE, D = DELETE
            05 TRN-EMPLOYEE-ID PIC 9(5).
            05 TRN-EMPLOYEE-NAME PIC X(20).
            05 TRN-DEPARTMENT-CODE PIC X(3).
            05 TRN-SALARY PIC 9(6)V99.
            05 TRN-SORT-CODE PIC X(6).
            05 TRN-ACCOUNT-NUMBER PIC X(8).
            05 TRN-EFFECTIVE-PERIOD PIC X(6).
            05 TRN-START-DATE PIC X(8). *> SPACES = UNCHANGED
            05 TRN-LEAVE-DATE PIC X(8). *> SPACES = UNCHANGED

       FD ARREARS-FILE.
       01 ARREARS-RECORD.
            05 ARR-RECORD-TYPE PIC X. *> A = ADJUSTMENT
            05 ARR-EMPLOYEE-ID PIC 9(5).
            05 ARR-EMPLOYEE-NAME PIC X(20).
            05 ARR-DEPARTMENT-CODE PIC X(3).
            05 ARR-AMOUNT PIC S9(6)V99.
       01 ARREARS-CONTROL-RECORD REDEFINES ARREARS-RECORD.
            05 ARREARS-CONTROL-COUNT PIC 9(8).
            05 ARREARS-CONTROL-TOTAL PIC S9(8)V99.
            05 FILLER PIC X(19).

       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-TRN-STATUS PIC XX.
       01 WS-ARR-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DETAIL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-TRN-FILENAME PIC X(40) VALUE SPACES.
       01 WS-ARR-FILENAME PIC X(40) VALUE SPACES.
       01 WS-RPT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-AWARD-TYPE PIC X VALUE SPACE.
       01 WS-AWARD-IN PIC X(10).
       01 WS-AWARD-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-AWARD-AMOUNT PIC 9(6)V99 VALUE ZERO.
       01 WS-ROUNDING PIC X VALUE "N".
       01 WS-EFFECTIVE-PERIOD PIC X(6) VALUE SPACES.
       01 WS-EFFECTIVE-FIRST.
            05 WS-EFFECTIVE-FIRST-MONTH PIC X(6).
            05 FILLER PIC X(2) VALUE "01".
       01 WS-EFFECTIVE-FIRST-N REDEFINES WS-EFFECTIVE-FIRST PIC 9(8).
       01 WS-LAST-PAID-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PERIOD-N PIC 9(6).
       01 WS-YEAR PIC 9(4).
       01 WS-MONTH PIC 9(2).
       01 WS-SCAN-PERIOD PIC X(6).
       01 WS-DEPT-ENTERED PIC X(3).
       01 WS-ALL-DEPTS PIC X VALUE "N".
       01 WS-DL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DL-IX PIC 9(2).
       01 WS-DL-FOUND PIC X.
       01 WS-DEPT-LIST.
            05 WS-DL-CODE PIC X(3) OCCURS 20 TIMES.
       01 WS-RAW-SALARY PIC 9(7)V9(4).
       01 WS-NEW-SALARY PIC 9(6)V99.
       01 WS-WHOLE-POUNDS PIC 9(7).
       01 WS-PERIOD-ARREARS PIC S9(8)V99.
       01 WS-AW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AW-IX PIC 9(4).
       01 WS-AWARD-TABLE.
            05 WS-AWARD-ENTRY OCCURS 2000 TIMES.
                 10 WS-AW-ID PIC 9(5).
                 10 WS-AW-NAME PIC X(20).
                 10 WS-AW-DEPT PIC X(3).
                 10 WS-AW-SORT-CODE PIC X(6).
                 10 WS-AW-ACCOUNT PIC X(8).
                 10 WS-AW-OLD PIC 9(6)V99.
                 10 WS-AW-NEW PIC 9(6)V99.
                 10 WS-AW-PERIODS PIC 9(3).
                 10 WS-AW-ARREARS PIC S9(8)V99.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ARREARS-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ARREARS-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-OLD-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-NEW-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-INCREASE PIC S9(8)V99.
       01 WS-RPT-PAGE PIC 9(3) VALUE ZERO.
       01 WS-RPT-LINES PIC 9(2) VALUE ZERO.
       01 WS-RPT-HEADING1.
            05 FILLER PIC X(20) VALUE "PAY AWARD PROOF     ".
            05 FILLER PIC X(10) VALUE "EFFECTIVE ".
            05 RPT-H-EFFECTIVE PIC X(6).
            05 FILLER PIC X(8) VALUE "  AWARD ".
            05 RPT-H-AWARD PIC Z(5)9.99.
            05 RPT-H-AWARD-TYPE PIC X(5).
            05 FILLER PIC X(11) VALUE "  ROUNDING ".
            05 RPT-H-ROUNDING PIC X.
            05 FILLER PIC X(14) VALUE "  ARREARS TO  ".
            05 RPT-H-LAST-PAID PIC X(6).
            05 FILLER PIC X(6) VALUE "  PAGE".
            05 RPT-H-PAGE PIC ZZZ9.
       01 WS-RPT-HEADING2.
            05 FILLER PIC X(27) VALUE "EMP   NAME".
            05 FILLER PIC X(4) VALUE "DEPT".
            05 FILLER PIC X(10) VALUE "OLD SALARY".
            05 FILLER PIC X(11) VALUE " NEW SALARY".
            05 FILLER PIC X(14) VALUE "      INCREASE".
            05 FILLER PIC X(9) VALUE "  PERIODS".
            05 FILLER PIC X(13) VALUE "      ARREARS".
       01 WS-RPT-DETAIL.
            05 RPT-EMPLOYEE-ID PIC 9(5).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-NAME PIC X(20).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-DEPT PIC X(3).
            05 FILLER PIC XX VALUE SPACES.
            05 RPT-OLD-SALARY PIC Z(5)9.99.
            05 FILLER PIC XX VALUE SPACES.
            05 RPT-NEW-SALARY PIC Z(5)9.99.
            05 FILLER PIC XX VALUE SPACES.
            05 RPT-INCREASE PIC Z(7)9.99-.
            05 FILLER PIC X(6) VALUE SPACES.
            05 RPT-PERIODS PIC ZZ9.
            05 FILLER PIC X VALUE SPACE.
            05 RPT-ARREARS PIC Z(7)9.99-.
       01 WS-RPT-TOTALS.
            05 FILLER PIC X(10) VALUE "EMPLOYEES ".
            05 RPT-T-COUNT PIC Z(4)9.
            05 FILLER PIC X(15) VALUE SPACES.
            05 RPT-T-OLD PIC Z(7)9.99.
            05 RPT-T-NEW PIC Z(7)9.99.
            05 FILLER PIC X(24) VALUE SPACES.
            05 RPT-T-ARREARS PIC Z(7)9.99-.

       PROCEDURE DIVISION.
       AA-START.
           DISPLAY "AWARD TYPE - P PERCENTAGE, F FLAT AMOUNT: ".
           ACCEPT WS-AWARD-TYPE.
           IF WS-AWARD-TYPE = "p"
                MOVE "P" TO WS-AWARD-TYPE
           END-IF.
           IF WS-AWARD-TYPE = "f"
                MOVE "F" TO WS-AWARD-TYPE
           END-IF.
           IF WS-AWARD-TYPE = "P"
                DISPLAY "PERCENTAGE INCREASE (E.G. 3.5): "
                ACCEPT WS-AWARD-IN
                COMPUTE WS-AWARD-PCT = FUNCTION NUMVAL (WS-AWARD-IN)
                IF WS-AWARD-PCT = ZERO
                     DISPLAY "PERCENTAGE MUST BE GREATER THAN ZERO"
                     STOP RUN
                END-IF
           ELSE IF WS-AWARD-TYPE = "F"
                DISPLAY "FLAT AMOUNT ADDED TO EACH SALARY: "
                ACCEPT WS-AWARD-IN
                COMPUTE WS-AWARD-AMOUNT =
                     FUNCTION NUMVAL (WS-AWARD-IN)
                IF WS-AWARD-AMOUNT = ZERO
                     DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
                     STOP RUN
                END-IF
           ELSE
                DISPLAY "AWARD TYPE MUST BE P OR F"
                STOP RUN
           END-IF.
           DISPLAY "ROUNDING - N NEAREST PENNY, P NEAREST POUND, "
                "U UP TO WHOLE POUND (BLANK FOR N): ".
           ACCEPT WS-ROUNDING.
           IF WS-ROUNDING = SPACE
                MOVE "N" TO WS-ROUNDING
           END-IF.
           IF WS-ROUNDING NOT = "N" AND WS-ROUNDING NOT = "P"
                AND WS-ROUNDING NOT = "U"
                DISPLAY "ROUNDING RULE MUST BE N, P OR U"
                STOP RUN
           END-IF.
           DISPLAY "EFFECTIVE PERIOD (YYYYMM): ".
           ACCEPT WS-EFFECTIVE-PERIOD.
           IF WS-EFFECTIVE-PERIOD IS NOT NUMERIC
                DISPLAY "EFFECTIVE PERIOD MUST BE YYYYMM"
                STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-PERIOD TO WS-PERIOD-N.
           DIVIDE WS-PERIOD-N BY 100
                GIVING WS-YEAR REMAINDER WS-MONTH.
           IF WS-MONTH < 1 OR WS-MONTH > 12
                DISPLAY "EFFECTIVE PERIOD MUST BE YYYYMM"
                STOP RUN
           END-IF.
           DISPLAY "LAST PERIOD ALREADY PAID (YYYYMM, BLANK IF NONE "
                "SINCE THE EFFECTIVE PERIOD): ".
           ACCEPT WS-LAST-PAID-PERIOD.
           IF WS-LAST-PAID-PERIOD NOT = SPACES
                AND WS-LAST-PAID-PERIOD IS NOT NUMERIC
                DISPLAY "LAST PERIOD PAID MUST BE YYYYMM"
                STOP RUN
           END-IF.
           IF WS-LAST-PAID-PERIOD NOT = SPACES
                AND WS-LAST-PAID-PERIOD < WS-EFFECTIVE-PERIOD
                MOVE SPACES TO WS-LAST-PAID-PERIOD
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING DEPARTMENTS.DAT - STATUS "
                     WS-DEPT-STATUS " ***"
                STOP RUN
           END-IF.
           PERFORM AA-ASK-DEPT THRU AA-ASK-DEPT-EXIT.
           CLOSE DEPARTMENT-FILE.
           IF WS-ALL-DEPTS = "N" AND WS-DL-COUNT = ZERO
                DISPLAY "NO DEPARTMENTS GIVEN - NOTHING TO DO"
                STOP RUN
           END-IF.
           STRING "AWARD-TRANS-" DELIMITED BY SIZE
                WS-EFFECTIVE-PERIOD DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-TRN-FILENAME.
           STRING "AWARD-ARREARS-" DELIMITED BY SIZE
                WS-EFFECTIVE-PERIOD DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-ARR-FILENAME.
           STRING "AWARD-PROOF-" DELIMITED BY SIZE
                WS-EFFECTIVE-PERIOD DELIMITED BY SIZE
                ".RPT" DELIMITED BY SIZE
                INTO WS-RPT-FILENAME.
           OPEN INPUT SALARY-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT - STATUS "
                     WS-FILE-STATUS " ***"
                STOP RUN
           END-IF.
           MOVE WS-EFFECTIVE-PERIOD TO WS-EFFECTIVE-FIRST-MONTH.
           MOVE LOW-VALUES TO EMPLOYEE-ID.
           START SALARY-INDEX-FILE KEY IS NOT LESS THAN EMPLOYEE-ID
                INVALID KEY GO TO BB-LOAD-END
           END-START.
       BB-LOAD-LOOP.
           READ SALARY-INDEX-FILE NEXT RECORD
                AT END GO TO BB-LOAD-END
           END-READ.
           PERFORM BB-CHECK-DEPT.
           IF WS-DL-FOUND = "N"
                GO TO BB-LOAD-LOOP
           END-IF.
           IF LEAVE-DATE NOT = ZERO
                AND LEAVE-DATE < WS-EFFECTIVE-FIRST-N
                DISPLAY "EMPLOYEE " EMPLOYEE-ID
                     " LEFT BEFORE THE EFFECTIVE PERIOD - NOT INCLUDED"
                ADD 1 TO WS-SKIPPED-COUNT
                GO TO BB-LOAD-LOOP
           END-IF.
           IF SALARY IS NOT NUMERIC
                DISPLAY "EMPLOYEE " EMPLOYEE-ID
                     " HAS NON-NUMERIC SALARY - NOT INCLUDED"
                ADD 1 TO WS-SKIPPED-COUNT
                GO TO BB-LOAD-LOOP
           END-IF.
           PERFORM BB-APPLY-AWARD.
           IF WS-RAW-SALARY > 999999.99
                DISPLAY "EMPLOYEE " EMPLOYEE-ID
                     " NEW SALARY TOO LARGE - NOT INCLUDED"
                ADD 1 TO WS-SKIPPED-COUNT
                GO TO BB-LOAD-LOOP
           END-IF.
           IF WS-AW-COUNT = 2000
                DISPLAY "*** AWARD TABLE FULL - INCREASE "
                     "WS-AWARD-ENTRY OCCURS ***"
                STOP RUN
           END-IF.
           ADD 1 TO WS-AW-COUNT.
           MOVE EMPLOYEE-ID TO WS-AW-ID (WS-AW-COUNT).
           MOVE EMPLOYEE-NAME TO WS-AW-NAME (WS-AW-COUNT).
           MOVE DEPARTMENT-CODE TO WS-AW-DEPT (WS-AW-COUNT).
           MOVE SORT-CODE TO WS-AW-SORT-CODE (WS-AW-COUNT).
           MOVE ACCOUNT-NUMBER TO WS-AW-ACCOUNT (WS-AW-COUNT).
           MOVE SALARY TO WS-AW-OLD (WS-AW-COUNT).
           MOVE WS-NEW-SALARY TO WS-AW-NEW (WS-AW-COUNT).
           MOVE ZERO TO WS-AW-PERIODS (WS-AW-COUNT).
           MOVE ZERO TO WS-AW-ARREARS (WS-AW-COUNT).
           GO TO BB-LOAD-LOOP.
       BB-LOAD-END.
           CLOSE SALARY-INDEX-FILE.
           IF WS-AW-COUNT = ZERO
                DISPLAY "NO EMPLOYEES IN THE DEPARTMENTS GIVEN - "
                     "NOTHING WRITTEN"
                STOP RUN
           END-IF.
           IF WS-LAST-PAID-PERIOD NOT = SPACES
                PERFORM CC-ARREARS THRU CC-ARREARS-EXIT
           END-IF.
           PERFORM DD-WRITE-OUTPUTS THRU DD-WRITE-OUTPUTS-EXIT.
           DISPLAY "AWARD PREPARED FOR " WS-AW-COUNT " EMPLOYEES, "
                WS-SKIPPED-COUNT " NOT INCLUDED".
           DISPLAY "TRANSACTIONS FOR SALBATCH WRITTEN TO "
                WS-TRN-FILENAME.
           IF WS-ARREARS-COUNT NOT = ZERO
                DISPLAY WS-ARREARS-COUNT " ARREARS ADJUSTMENTS, TOTAL "
                     WS-ARREARS-TOTAL " WRITTEN TO " WS-ARR-FILENAME
           END-IF.
           DISPLAY "PROOF REPORT WRITTEN TO " WS-RPT-FILENAME.
           STOP RUN.
       AA-ASK-DEPT.
           DISPLAY "DEPARTMENT CODE TO INCLUDE (BLANK TO END, ALL "
                "FOR EVERY DEPARTMENT): ".
           ACCEPT WS-DEPT-ENTERED.
           IF WS-DEPT-ENTERED = SPACES
                GO TO AA-ASK-DEPT-EXIT
           END-IF.
           IF WS-DEPT-ENTERED = "ALL"
                MOVE "Y" TO WS-ALL-DEPTS
                GO TO AA-ASK-DEPT-EXIT
           END-IF.
           MOVE WS-DEPT-ENTERED TO DEPT-CODE.
           READ DEPARTMENT-FILE
                INVALID KEY
                     DISPLAY "DEPARTMENT " WS-DEPT-ENTERED
                          " NOT ON DEPARTMENTS.DAT - IGNORED"
                     GO TO AA-ASK-DEPT
           END-READ.
           IF WS-DL-COUNT = 20
                DISPLAY "DEPARTMENT LIST FULL - USE ALL OR RUN AGAIN"
                GO TO AA-ASK-DEPT-EXIT
           END-IF.
           ADD 1 TO WS-DL-COUNT.
           MOVE WS-DEPT-ENTERED TO WS-DL-CODE (WS-DL-COUNT).
           GO TO AA-ASK-DEPT.
       AA-ASK-DEPT-EXIT.
           EXIT.
       BB-CHECK-DEPT.
           MOVE "N" TO WS-DL-FOUND.
           IF WS-ALL-DEPTS = "Y"
                MOVE "Y" TO WS-DL-FOUND
           ELSE
                PERFORM BB-CHECK-DEPT-SCAN
                     VARYING WS-DL-IX FROM 1 BY 1
                     UNTIL WS-DL-IX > WS-DL-COUNT
                          OR WS-DL-FOUND = "Y"
           END-IF.
       BB-CHECK-DEPT-SCAN.
           IF WS-DL-CODE (WS-DL-IX) = DEPARTMENT-CODE
                MOVE "Y" TO WS-DL-FOUND
           END-IF.
       BB-APPLY-AWARD.
           IF WS-AWARD-TYPE = "P"
                COMPUTE WS-RAW-SALARY =
                     SALARY * (100 + WS-AWARD-PCT) / 100
           ELSE
                COMPUTE WS-RAW-SALARY = SALARY + WS-AWARD-AMOUNT
           END-IF.
           IF WS-RAW-SALARY > 999999.99
                MOVE ZERO TO WS-NEW-SALARY
           ELSE IF WS-ROUNDING = "P"
                COMPUTE WS-WHOLE-POUNDS ROUNDED = WS-RAW-SALARY
                MOVE WS-WHOLE-POUNDS TO WS-NEW-SALARY
           ELSE IF WS-ROUNDING = "U"
                MOVE WS-RAW-SALARY TO WS-WHOLE-POUNDS
                IF WS-WHOLE-POUNDS < WS-RAW-SALARY
                     ADD 1 TO WS-WHOLE-POUNDS
                END-IF
                MOVE WS-WHOLE-POUNDS TO WS-NEW-SALARY
           ELSE
                COMPUTE WS-NEW-SALARY ROUNDED = WS-RAW-SALARY
           END-IF.
       CC-ARREARS.
           MOVE WS-EFFECTIVE-PERIOD TO WS-SCAN-PERIOD.
       CC-PERIOD-LOOP.
           IF WS-SCAN-PERIOD > WS-LAST-PAID-PERIOD
                GO TO CC-ARREARS-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-FILENAME.
           STRING "PAYDETAIL-" DELIMITED BY SIZE
                WS-SCAN-PERIOD DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-DETAIL-FILENAME.
           PERFORM CC-SCAN-DETAIL THRU CC-SCAN-DETAIL-EXIT.
           MOVE SPACES TO WS-DETAIL-FILENAME.
           STRING "PAYDETAIL-" DELIMITED BY SIZE
                WS-SCAN-PERIOD DELIMITED BY SIZE
                "-SUPP.DAT" DELIMITED BY SIZE
                INTO WS-DETAIL-FILENAME.
           PERFORM CC-SCAN-DETAIL THRU CC-SCAN-DETAIL-EXIT.
           MOVE WS-SCAN-PERIOD TO WS-PERIOD-N.
           DIVIDE WS-PERIOD-N BY 100
                GIVING WS-YEAR REMAINDER WS-MONTH.
           IF WS-MONTH = 12
                MOVE 1 TO WS-MONTH
                ADD 1 TO WS-YEAR
           ELSE
                ADD 1 TO WS-MONTH
           END-IF.
           COMPUTE WS-PERIOD-N = WS-YEAR * 100 + WS-MONTH.
           MOVE WS-PERIOD-N TO WS-SCAN-PERIOD.
           GO TO CC-PERIOD-LOOP.
       CC-ARREARS-EXIT.
           EXIT.
       CC-SCAN-DETAIL.
           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-DETAIL-STATUS = "35"
                GO TO CC-SCAN-DETAIL-EXIT
           END-IF.
           IF WS-DETAIL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-DETAIL-FILENAME
                     " - STATUS " WS-DETAIL-STATUS
                     " - ARREARS FOR THAT RUN NOT INCLUDED ***"
                GO TO CC-SCAN-DETAIL-EXIT
           END-IF.
           PERFORM CC-EMPLOYEE-ARREARS
                VARYING WS-AW-IX FROM 1 BY 1
                UNTIL WS-AW-IX > WS-AW-COUNT.
           CLOSE PAY-DETAIL-FILE.
       CC-SCAN-DETAIL-EXIT.
           EXIT.
       CC-EMPLOYEE-ARREARS.
           MOVE WS-AW-ID (WS-AW-IX) TO PD-EMPLOYEE-ID.
           READ PAY-DETAIL-FILE
                INVALID KEY MOVE "N" TO PD-PAID-FLAG
           END-READ.
           IF PD-PAID-FLAG = "Y" AND PD-SALARY > ZERO
                AND PD-BANK-STATUS NOT = "C"
                IF PD-SALARY = WS-AW-OLD (WS-AW-IX)
                     OR WS-AW-OLD (WS-AW-IX) = ZERO
                     COMPUTE WS-PERIOD-ARREARS = WS-AW-NEW (WS-AW-IX)
                          - WS-AW-OLD (WS-AW-IX)
                ELSE
                     COMPUTE WS-PERIOD-ARREARS ROUNDED = PD-SALARY
                          * (WS-AW-NEW (WS-AW-IX)
                               - WS-AW-OLD (WS-AW-IX))
                          / WS-AW-OLD (WS-AW-IX)
                END-IF
                ADD WS-PERIOD-ARREARS TO WS-AW-ARREARS (WS-AW-IX)
                ADD 1 TO WS-AW-PERIODS (WS-AW-IX)
           END-IF.
       DD-WRITE-OUTPUTS.
           OPEN OUTPUT TRANSACTION-FILE.
           IF WS-TRN-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-TRN-FILENAME
                     " - STATUS " WS-TRN-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN OUTPUT PROOF-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-RPT-FILENAME
                     " - STATUS " WS-REPORT-STATUS " ***"
                STOP RUN
           END-IF.
           MOVE ZERO TO WS-ARREARS-COUNT.
           MOVE ZERO TO WS-ARREARS-TOTAL.
           PERFORM DD-COUNT-ARREARS
                VARYING WS-AW-IX FROM 1 BY 1
                UNTIL WS-AW-IX > WS-AW-COUNT.
           IF WS-ARREARS-COUNT NOT = ZERO
                OPEN OUTPUT ARREARS-FILE
                IF WS-ARR-STATUS NOT = "00"
                     DISPLAY "*** ERROR OPENING " WS-ARR-FILENAME
                          " - STATUS " WS-ARR-STATUS " ***"
                     STOP RUN
                END-IF
                MOVE ZERO TO ARREARS-RECORD
                MOVE WS-ARREARS-COUNT TO ARREARS-CONTROL-COUNT
                MOVE WS-ARREARS-TOTAL TO ARREARS-CONTROL-TOTAL
                WRITE ARREARS-RECORD
           END-IF.
           PERFORM ZZ-REPORT-HEADING.
           PERFORM DD-WRITE-EMPLOYEE
                VARYING WS-AW-IX FROM 1 BY 1
                UNTIL WS-AW-IX > WS-AW-COUNT.
           MOVE WS-AW-COUNT TO RPT-T-COUNT.
           MOVE WS-OLD-TOTAL TO RPT-T-OLD.
           MOVE WS-NEW-TOTAL TO RPT-T-NEW.
           MOVE WS-ARREARS-TOTAL TO RPT-T-ARREARS.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD FROM WS-RPT-TOTALS.
           CLOSE TRANSACTION-FILE.
           CLOSE PROOF-REPORT-FILE.
           IF WS-ARREARS-COUNT NOT = ZERO
                CLOSE ARREARS-FILE
           END-IF.
       DD-WRITE-OUTPUTS-EXIT.
           EXIT.
       DD-COUNT-ARREARS.
           IF WS-AW-ARREARS (WS-AW-IX) NOT = ZERO
                ADD 1 TO WS-ARREARS-COUNT
                ADD WS-AW-ARREARS (WS-AW-IX) TO WS-ARREARS-TOTAL
           END-IF.
       DD-WRITE-EMPLOYEE.
           MOVE "C" TO TRN-ACTION.
           MOVE WS-AW-ID (WS-AW-IX) TO TRN-EMPLOYEE-ID.
           MOVE WS-AW-NAME (WS-AW-IX) TO TRN-EMPLOYEE-NAME.
           MOVE WS-AW-DEPT (WS-AW-IX) TO TRN-DEPARTMENT-CODE.
           MOVE WS-AW-NEW (WS-AW-IX) TO TRN-SALARY.
           MOVE WS-AW-SORT-CODE (WS-AW-IX) TO TRN-SORT-CODE.
           MOVE WS-AW-ACCOUNT (WS-AW-IX) TO TRN-ACCOUNT-NUMBER.
           MOVE WS-EFFECTIVE-PERIOD TO TRN-EFFECTIVE-PERIOD.
           MOVE SPACES TO TRN-START-DATE.
           MOVE SPACES TO TRN-LEAVE-DATE.
           WRITE TRANSACTION-RECORD.
           IF WS-AW-ARREARS (WS-AW-IX) NOT = ZERO
                MOVE "A" TO ARR-RECORD-TYPE
                MOVE WS-AW-ID (WS-AW-IX) TO ARR-EMPLOYEE-ID
                MOVE WS-AW-NAME (WS-AW-IX) TO ARR-EMPLOYEE-NAME
                MOVE WS-AW-DEPT (WS-AW-IX) TO ARR-DEPARTMENT-CODE
                MOVE WS-AW-ARREARS (WS-AW-IX) TO ARR-AMOUNT
                WRITE ARREARS-RECORD
           END-IF.
           IF WS-RPT-LINES > 55
                PERFORM ZZ-REPORT-HEADING
           END-IF.
           MOVE WS-AW-ID (WS-AW-IX) TO RPT-EMPLOYEE-ID.
           MOVE WS-AW-NAME (WS-AW-IX) TO RPT-NAME.
           MOVE WS-AW-DEPT (WS-AW-IX) TO RPT-DEPT.
           MOVE WS-AW-OLD (WS-AW-IX) TO RPT-OLD-SALARY.
           MOVE WS-AW-NEW (WS-AW-IX) TO RPT-NEW-SALARY.
           COMPUTE WS-INCREASE = WS-AW-NEW (WS-AW-IX)
                - WS-AW-OLD (WS-AW-IX).
           MOVE WS-INCREASE TO RPT-INCREASE.
           MOVE WS-AW-PERIODS (WS-AW-IX) TO RPT-PERIODS.
           MOVE WS-AW-ARREARS (WS-AW-IX) TO RPT-ARREARS.
           WRITE PROOF-REPORT-RECORD FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
           ADD WS-AW-OLD (WS-AW-IX) TO WS-OLD-TOTAL.
           ADD WS-AW-NEW (WS-AW-IX) TO WS-NEW-TOTAL.
       ZZ-REPORT-HEADING.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-EFFECTIVE-PERIOD TO RPT-H-EFFECTIVE.
           IF WS-AWARD-TYPE = "P"
                MOVE WS-AWARD-PCT TO RPT-H-AWARD
                MOVE " PCT" TO RPT-H-AWARD-TYPE
           ELSE
                MOVE WS-AWARD-AMOUNT TO RPT-H-AWARD
                MOVE " FLAT" TO RPT-H-AWARD-TYPE
           END-IF.
           MOVE WS-ROUNDING TO RPT-H-ROUNDING.
           IF WS-LAST-PAID-PERIOD = SPACES
                MOVE "NONE" TO RPT-H-LAST-PAID
           ELSE
                MOVE WS-LAST-PAID-PERIOD TO RPT-H-LAST-PAID
           END-IF.
           MOVE WS-RPT-PAGE TO RPT-H-PAGE.
           WRITE PROOF-REPORT-RECORD FROM WS-RPT-HEADING1.
           WRITE PROOF-REPORT-RECORD FROM WS-RPT-HEADING2.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 3 TO WS-RPT-LINES.
