            SELECT PAY-EXCEPT-FILE ASSIGN DYNAMIC WS-EXCEPT-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCEPT-STATUS.
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
            SELECT COST-ALLOCATION-FILE ASSIGN TO "COSTALLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CA-KEY
                 FILE STATUS IS WS-ALLOC-STATUS.
            SELECT PENSION-SCHEME-FILE ASSIGN TO "PENSCHEME.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PS-SCHEME-CODE
                 FILE STATUS IS WS-SCHEME-STATUS.
            SELECT PENSION-MEMBER-FILE ASSIGN TO "PENMEMBER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-EMPLOYEE-ID
                 FILE STATUS IS WS-MEMBER-STATUS.
            SELECT REMITTANCE-FILE ASSIGN DYNAMIC WS-REMIT-FILENAME
                 FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 CHECKPOINT-SALARY-TOTAL PIC S9(8)V99.
            05 CHECKPOINT-REJECT-COUNT PIC 9(6).
            05 CHECKPOINT-DEPT-SUBTOTAL PIC S9(8)V99.
            05 FILLER PIC X(30). *> SPARE
            05 CHECKPOINT-TAX-TOTAL PIC S9(8)V99.
            05 CHECKPOINT-NI-TOTAL PIC S9(8)V99.
            05 CHECKPOINT-ADJ-COUNT PIC 9(6).
            05 GL-PAY-PERIOD PIC X(6).
            05 GL-AMOUNT PIC S9(8)V99.
            05 GL-TRANS-TYPE PIC X. *> S = SALARY, A = ADJUSTMENT,
       *> T = TAX, N = NATIONAL INSURANCE, E = NET PAY,
       *> P = EMPLOYEE PENSION, Q = EMPLOYER PENSION

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).
            05 IDX-SALARY PIC 9(6)V99.
            05 IDX-SORT-CODE PIC X(6).
            05 IDX-ACCOUNT-NUMBER PIC X(8).
            05 IDX-EMPLOYMENT-DATES.
                 10 IDX-START-DATE PIC 9(8). *> YYYYMMDD, 0 = NOT KNOWN
                 10 IDX-LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST

       FD YTD-FILE.
       01 YTD-RECORD.
            05 YTD-LAST-PERIOD.
                 10 YTD-LAST-MONTH PIC X(6).
                 10 YTD-LAST-SUPP PIC X.
            05 YTD-TAX PIC S9(8)V99.
            05 YTD-NI PIC S9(8)V99.

       FD PAY-DETAIL-FILE.
       01 PAY-DETAIL-RECORD.
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

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
       01 PAYMENT-CONTROL-RECORD REDEFINES PAYMENT-RECORD.
            05 PAYMENT-CONTROL-COUNT PIC 9(8).
            05 PAYMENT-CONTROL-TOTAL PIC S9(8)V99.
            05 PAYMENT-CONTROL-STATUS PIC X. *> 0 = READY TO SEND,
       *> S = SENT TO THE BANK, C = CANCELLED BY SALREVRS
            05 FILLER PIC X(30).

       FD PAY-EXCEPT-FILE.
       01 PAY-EXCEPT-RECORD PIC X(80).

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

       FD REMITTANCE-FILE.
       01 REMITTANCE-RECORD.
            05 REM-RECORD-TYPE PIC X. *> D = DETAIL, T = TRAILER
            05 REM-SCHEME-CODE PIC X(4).
            05 REM-PAY-PERIOD PIC X(6).
            05 REM-SUPP-FLAG PIC X.
            05 REM-EMPLOYEE-ID PIC 9(5).
            05 REM-EMPLOYEE-NAME PIC X(20).
            05 REM-PENSIONABLE-PAY PIC S9(8)V99.
            05 REM-EMPLOYEE-AMOUNT PIC S9(8)V99.
            05 REM-EMPLOYER-AMOUNT PIC S9(8)V99.
       01 REMITTANCE-TRAILER REDEFINES REMITTANCE-RECORD.
            05 REM-T-RECORD-TYPE PIC X.
            05 REM-T-SCHEME-CODE PIC X(4).
            05 REM-T-PAY-PERIOD PIC X(6).
            05 REM-T-SUPP-FLAG PIC X.
            05 REM-T-PROVIDER-REF PIC X(10).
            05 REM-T-COUNT PIC 9(8).
            05 REM-T-EMPLOYEE-TOTAL PIC S9(8)V99.
            05 REM-T-EMPLOYER-TOTAL PIC S9(8)V99.
            05 REM-T-STATUS PIC X. *> 0 = READY TO SEND,
       *> C = CANCELLED BY SALREVRS
            05 FILLER PIC X(16).

       WORKING-STORAGE SECTION.
       01 SALARY-TOTAL PIC S9(8)V99.
       01 WS-MAX-SALARY PIC 9(6)V99 VALUE 200000.
       01 WS-HELD-RECORD PIC X VALUE "N".
       01 WS-PREV-DEPARTMENT PIC X(3) VALUE SPACES.
       01 WS-DEPARTMENT-SUBTOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-DEPT-NET-SUBTOTAL PIC S9(8)V99.
       01 WS-TAX-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-NI-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-ADJUSTMENT-COUNT PIC 9(6) VALUE ZERO.
                 10 WS-DT-TOTAL PIC S9(8)V99.
                 10 WS-DT-MIN PIC 9(6)V99.
                 10 WS-DT-MAX PIC 9(6)V99.
                 10 WS-DT-SALARY PIC S9(8)V99.
                 10 WS-DT-ADJ PIC S9(8)V99.
                 10 WS-DT-TAX PIC S9(8)V99.
                 10 WS-DT-NI PIC S9(8)V99.
                 10 WS-DT-PEN-EE PIC S9(8)V99.
                 10 WS-DT-PEN-ER PIC S9(8)V99.
       01 WS-GL-IX PIC 9(3).
       01 WS-ALLOC-STATUS PIC XX.
       01 WS-ALLOC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ALLOC-IX PIC 9(4).
       01 WS-ALLOC-USE PIC 9(4).
       01 WS-ALLOC-FOUND PIC X.
       01 WS-ALLOC-VALID PIC X.
       01 WS-ALLOC-ERRORS PIC 9(4) VALUE ZERO.
       01 WS-ALLOC-PERCENT-TOTAL PIC 9(4)V99.
       01 WS-ALLOC-PERCENT-SHOW PIC ZZZ9.99.
       01 WS-ALLOC-PRIMARY PIC 9(3). *> DEPARTMENT TAKING THE PENNIES
       01 WS-ALLOC-PRIMARY-SPLIT PIC 9.
       01 WS-SPLIT-IX PIC 9.
       01 WS-ALLOC-AMOUNT PIC S9(8)V99.
       01 WS-ALLOC-LEFT-AMOUNT PIC S9(8)V99.
       01 WS-ALLOC-LEFT-TAX PIC S9(8)V99.
       01 WS-ALLOC-LEFT-NI PIC S9(8)V99.
       01 WS-ALLOC-LEFT-PEN-EE PIC S9(8)V99.
       01 WS-ALLOC-LEFT-PEN-ER PIC S9(8)V99.
       01 WS-ALLOC-SHARE-AMOUNT PIC S9(8)V99.
       01 WS-ALLOC-SHARE-TAX PIC S9(8)V99.
       01 WS-ALLOC-SHARE-NI PIC S9(8)V99.
       01 WS-ALLOC-SHARE-PEN-EE PIC S9(8)V99.
       01 WS-ALLOC-SHARE-PEN-ER PIC S9(8)V99.
       01 WS-ALLOC-TABLE.
            05 WS-ALLOC-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-ALLOC-COUNT
                 ASCENDING KEY IS WS-AT-EMPLOYEE-ID
                 INDEXED BY WS-AT-IDX.
                 10 WS-AT-EMPLOYEE-ID PIC 9(5).
                 10 WS-AT-EFFECTIVE-PERIOD PIC X(6).
                 10 WS-AT-SPLIT-COUNT PIC 9.
                 10 WS-AT-SPLITS.
                      15 WS-AT-SPLIT OCCURS 5 TIMES.
                           20 WS-AT-DEPT-CODE PIC X(3).
                           20 WS-AT-PERCENT PIC 9(3)V99.
       01 WS-RATE-STATUS PIC XX.
       01 WS-RATE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RATE-IX PIC 9(2).
                 10 WS-RT-TO PIC 9(6)V99.
                 10 WS-RT-TAX-PCT PIC 9(2)V99.
                 10 WS-RT-NI-PCT PIC 9(2)V99.
       01 WS-PERIOD-FIRST.
            05 WS-PERIOD-FIRST-MONTH PIC X(6).
            05 WS-PERIOD-FIRST-DAY PIC X(2) VALUE "01".
       01 WS-PERIOD-FIRST-N REDEFINES WS-PERIOD-FIRST PIC 9(8).
       01 WS-PERIOD-LAST.
            05 WS-PERIOD-LAST-MONTH PIC X(6).
            05 WS-PERIOD-LAST-DAY PIC 9(2).
       01 WS-PERIOD-LAST-N REDEFINES WS-PERIOD-LAST PIC 9(8).
       01 WS-PERIOD-DAYS PIC 9(2) VALUE ZERO.
       01 WS-PERIOD-MONTH-N PIC 9(2).
       01 WS-PERIOD-YEAR-N PIC 9(4).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-MONTH-DAYS-TABLE PIC X(24)
            VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
            05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-EMPLOYMENT-DATE PIC 9(8).
       01 WS-EMPLOYMENT-DATE-R REDEFINES WS-EMPLOYMENT-DATE.
            05 FILLER PIC 9(6).
            05 WS-EMPLOYMENT-DAY PIC 9(2).
       01 WS-FROM-DAY PIC 9(2).
       01 WS-TO-DAY PIC 9(2).
       01 WS-DAYS-PAID PIC 9(2).
       01 WS-FULL-SALARY PIC 9(6)V99.
       01 WS-PRORATA-REDUCTION PIC S9(8)V99 VALUE ZERO.
       01 WS-PRORATED PIC X VALUE "N". *> Y = SORT-SALARY PRO-RATED
       01 WS-CALC-TAX PIC S9(8)V99 VALUE ZERO.
       01 WS-CALC-NI PIC S9(8)V99 VALUE ZERO.
       01 WS-CALC-SCHEME PIC X(4) VALUE SPACES.
       01 WS-CALC-PENSIONABLE PIC S9(8)V99 VALUE ZERO.
       01 WS-CALC-PEN-EE PIC S9(8)V99 VALUE ZERO.
       01 WS-CALC-PEN-ER PIC S9(8)V99 VALUE ZERO.
       01 WS-PEN-EE-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-PEN-ER-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-SCHEME-STATUS PIC XX.
       01 WS-SCHEME-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SCHEME-USE PIC 9(3).
       01 WS-SCHEME-IX PIC 9(3).
       01 WS-SCHEME-TABLE.
            05 WS-SCHEME-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-SCHEME-COUNT
                 ASCENDING KEY IS WS-ST-CODE
                 INDEXED BY WS-ST-IDX.
                 10 WS-ST-CODE PIC X(4).
                 10 WS-ST-PROVIDER-REF PIC X(10).
                 10 WS-ST-EE-PCT PIC 9(2)V99.
                 10 WS-ST-ER-PCT PIC 9(2)V99.
                 10 WS-ST-THRESHOLD PIC 9(6)V99.
       01 WS-MEMBER-STATUS PIC XX.
       01 WS-MEMBER-OPEN PIC X VALUE "N".
       01 WS-REMIT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REMIT-STATUS PIC XX.
       01 WS-REMIT-OPEN PIC X.
       01 WS-REMIT-FILES PIC 9(3) VALUE ZERO.
       01 WS-REMIT-COUNT PIC 9(8).
       01 WS-REMIT-EE-TOTAL PIC S9(8)V99.
       01 WS-REMIT-ER-TOTAL PIC S9(8)V99.
       01 WS-REMIT-SUPP-FLAG PIC X.
       01 WS-INDEX-STATUS PIC XX.
       01 WS-REJECT-REASON PIC 9(2).
       01 WS-SEEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PAYMENTS-STATUS PIC XX.
       01 WS-EXCEPT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-EXCEPT-STATUS PIC XX.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-APPROVAL-OPEN PIC X VALUE "N".
       01 WS-PAY-HOLD PIC X. *> B = NO BANK DETAILS, A = BANK CHANGE
       *> AWAITING APPROVAL, SPACE = PAY
       01 WS-UNAPPROVED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-PAYMENT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-PAYMENT-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-HISTORY-STATUS PIC XX.
            05 EXC-EMPLOYEE-NAME PIC X(20).
            05 FILLER PIC X(8) VALUE " AMOUNT ".
            05 EXC-AMOUNT PIC Z(7)9.99-.
            05 EXC-REASON PIC X(25).
       01 WS-RPT-PAGE PIC 9(3) VALUE ZERO.
       01 WS-RPT-LINES PIC 9(2) VALUE ZERO.
       01 WS-RPT-IX PIC 9(3).
                     ".RPT" DELIMITED BY SIZE
                     INTO WS-EXCEPT-FILENAME
           END-IF.
           IF WS-PAY-PERIOD NOT = SPACES
                PERFORM AA-CHECK-CALENDAR THRU AA-CHECK-CALENDAR-EXIT
                PERFORM AA-SET-PERIOD-DATES
           ELSE
                PERFORM AA-CHECK-NO-CALENDAR
           END-IF.
           OPEN INPUT SALARY-FILE.
           IF WS-SALARY-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-SALARY-FILENAME
           PERFORM AA-OPEN-AUDIT-LOG.
           PERFORM ZZ-WRITE-AUDIT-START.
           PERFORM AA-LOAD-DEPARTMENTS THRU AA-LOAD-DEPT-END.
           PERFORM AA-LOAD-ALLOCATIONS THRU AA-LOAD-ALLOC-EXIT.
           PERFORM AA-LOAD-RATES THRU AA-LOAD-RATES-END.
           PERFORM AA-LOAD-SCHEMES THRU AA-LOAD-SCHEMES-EXIT.
           OPEN INPUT SALARY-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT - STATUS "
                OUTPUT PROCEDURE IS BB-ACCUMULATE
                     THRU BB-ACCUMULATE-EXIT.
           GO TO CC-END.
       AA-CHECK-CALENDAR.
           OPEN I-O PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-PAY-PERIOD TO CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "*** PERIOD " WS-PAY-PERIOD
                          " IS NOT ON THE PAYROLL CALENDAR ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           IF WS-RUN-OPTION = "SUPP"
                IF CAL-STATUS NOT = "RUN"
                     DISPLAY "*** PERIOD " WS-PAY-PERIOD " IS "
                          CAL-STATUS " - A SUPPLEMENTARY RUN NEEDS "
                          "STATUS RUN ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
           ELSE IF CAL-STATUS NOT = "EXPORTED"
                DISPLAY "*** PERIOD " WS-PAY-PERIOD " IS "
                     CAL-STATUS " - THE MAIN RUN NEEDS STATUS "
                     "EXPORTED ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       AA-CHECK-CALENDAR-EXIT.
       *> A RUN WITH NO PAY PERIOD IS ONLY ALLOWED WHERE THE SITE HAS
       *> NO PAYROLL CALENDAR
       AA-CHECK-NO-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "35"
                IF WS-CALENDAR-STATUS = "00"
                     CLOSE PAY-CALENDAR-FILE
                END-IF
                DISPLAY "*** PAYCAL.DAT IS IN USE - GIVE THE PAY "
                     "PERIOD (YYYYMM) TO BE RUN ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       *> FIRST AND LAST DAYS OF THE PAY MONTH, USED TO PRO-RATE
       *> STARTERS AND LEAVERS BY CALENDAR DAYS
       AA-SET-PERIOD-DATES.
           MOVE WS-PAY-PERIOD TO WS-PERIOD-FIRST-MONTH.
           MOVE WS-PAY-PERIOD TO WS-PERIOD-LAST-MONTH.
           MOVE WS-PAY-YEAR TO WS-PERIOD-YEAR-N.
           MOVE WS-PAY-MONTH TO WS-PERIOD-MONTH-N.
           MOVE WS-MONTH-DAYS (WS-PERIOD-MONTH-N) TO WS-PERIOD-DAYS.
           IF WS-PERIOD-MONTH-N = 2
                DIVIDE WS-PERIOD-YEAR-N BY 4 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
                IF WS-LEAP-REMAINDER = ZERO
                     MOVE 29 TO WS-PERIOD-DAYS
                     DIVIDE WS-PERIOD-YEAR-N BY 100
                          GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REMAINDER
                     IF WS-LEAP-REMAINDER = ZERO
                          DIVIDE WS-PERIOD-YEAR-N BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                          IF WS-LEAP-REMAINDER NOT = ZERO
                               MOVE 28 TO WS-PERIOD-DAYS
                          END-IF
                     END-IF
                END-IF
           END-IF.
           MOVE WS-PERIOD-DAYS TO WS-PERIOD-LAST-DAY.
       AA-OPEN-OUTPUT-FILES.
           IF WS-CHECKPOINT-APPLIED = "Y"
                OPEN EXTEND SALARY-REJECTS-FILE
                IF WS-REJ-STATUS = "35"
                     OPEN OUTPUT SALARY-REJECTS-FILE
                END-IF
           ELSE
                OPEN OUTPUT SALARY-REJECTS-FILE
           END-IF.
       *> THE GL FEED IS WRITTEN WHOLE FROM THE DEPARTMENT TABLE AT
       *> THE END OF THE RUN, SO IT IS NEVER EXTENDED ON A RESTART
           OPEN OUTPUT GL-FEED-FILE.
           IF WS-REJ-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-REJ-FILENAME
                     " - STATUS " WS-REJ-STATUS " ***"
           MOVE ZERO TO WS-DT-TOTAL (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-MIN (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-MAX (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-SALARY (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-ADJ (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-TAX (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-NI (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-PEN-EE (WS-DEPT-COUNT).
           MOVE ZERO TO WS-DT-PEN-ER (WS-DEPT-COUNT).
           MOVE DEPT-ACCOUNT-CODE TO WS-DT-ACCOUNT-CODE (WS-DEPT-COUNT).
           MOVE DEPT-ACTIVE-FLAG TO WS-DT-ACTIVE-FLAG (WS-DEPT-COUNT).
           GO TO AA-LOAD-DEPT-LOOP.
                DISPLAY "*** WARNING: NO DEPARTMENTS ON REFERENCE "
                     "FILE - ALL RECORDS WILL BE REJECTED ***"
           END-IF.
       AA-LOAD-ALLOCATIONS.
           OPEN INPUT COST-ALLOCATION-FILE.
           IF WS-ALLOC-STATUS = "35"
                GO TO AA-LOAD-ALLOC-EXIT
           END-IF.
           IF WS-ALLOC-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING COSTALLOC.DAT - STATUS "
                     WS-ALLOC-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CA-KEY.
           START COST-ALLOCATION-FILE KEY IS NOT LESS THAN CA-KEY
                INVALID KEY GO TO AA-LOAD-ALLOC-END
           END-START.
       AA-LOAD-ALLOC-LOOP.
           READ COST-ALLOCATION-FILE NEXT RECORD
                AT END GO TO AA-LOAD-ALLOC-END
           END-READ.
           IF WS-PAY-PERIOD NOT = SPACES
                AND CA-EFFECTIVE-PERIOD > WS-PAY-PERIOD
                GO TO AA-LOAD-ALLOC-LOOP
           END-IF.
           IF WS-ALLOC-COUNT = ZERO
                MOVE 1 TO WS-ALLOC-COUNT
           ELSE IF WS-AT-EMPLOYEE-ID (WS-ALLOC-COUNT)
                NOT = CA-EMPLOYEE-ID
                IF WS-ALLOC-COUNT = 2000
                     DISPLAY "*** COST ALLOCATION TABLE FULL - "
                          "INCREASE WS-ALLOC-ENTRY OCCURS ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WS-ALLOC-COUNT
           END-IF.
           MOVE CA-EMPLOYEE-ID TO WS-AT-EMPLOYEE-ID (WS-ALLOC-COUNT).
           MOVE CA-EFFECTIVE-PERIOD
                TO WS-AT-EFFECTIVE-PERIOD (WS-ALLOC-COUNT).
           MOVE CA-SPLIT-COUNT TO WS-AT-SPLIT-COUNT (WS-ALLOC-COUNT).
           MOVE CA-SPLITS TO WS-AT-SPLITS (WS-ALLOC-COUNT).
           GO TO AA-LOAD-ALLOC-LOOP.
       AA-LOAD-ALLOC-END.
           CLOSE COST-ALLOCATION-FILE.
           PERFORM AA-CHECK-ALLOCATION
                VARYING WS-ALLOC-IX FROM 1 BY 1
                UNTIL WS-ALLOC-IX > WS-ALLOC-COUNT.
           IF WS-ALLOC-ERRORS NOT = ZERO
                DISPLAY "*** " WS-ALLOC-ERRORS " COST ALLOCATIONS IN "
                     "ERROR - CORRECT THEM WITH ALCMAINT BEFORE "
                     "RUNNING ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       AA-LOAD-ALLOC-EXIT.
           EXIT.
       AA-CHECK-ALLOCATION.
           MOVE "Y" TO WS-ALLOC-VALID.
           MOVE ZERO TO WS-ALLOC-PERCENT-TOTAL.
           IF WS-AT-SPLIT-COUNT (WS-ALLOC-IX) IS NOT NUMERIC
                OR WS-AT-SPLIT-COUNT (WS-ALLOC-IX) > 5
                DISPLAY "*** COST ALLOCATION FOR EMPLOYEE "
                     WS-AT-EMPLOYEE-ID (WS-ALLOC-IX) " FROM "
                     WS-AT-EFFECTIVE-PERIOD (WS-ALLOC-IX)
                     " HAS AN INVALID NUMBER OF DEPARTMENTS ***"
                MOVE "N" TO WS-ALLOC-VALID
           ELSE IF WS-AT-SPLIT-COUNT (WS-ALLOC-IX) NOT = ZERO
                PERFORM AA-CHECK-ALLOC-SPLIT
                     VARYING WS-SPLIT-IX FROM 1 BY 1
                     UNTIL WS-SPLIT-IX > WS-AT-SPLIT-COUNT (WS-ALLOC-IX)
                IF WS-ALLOC-PERCENT-TOTAL NOT = 100
                     MOVE WS-ALLOC-PERCENT-TOTAL
                          TO WS-ALLOC-PERCENT-SHOW
                     DISPLAY "*** COST ALLOCATION FOR EMPLOYEE "
                          WS-AT-EMPLOYEE-ID (WS-ALLOC-IX) " FROM "
                          WS-AT-EFFECTIVE-PERIOD (WS-ALLOC-IX)
                          " ADDS UP TO " WS-ALLOC-PERCENT-SHOW
                          "% NOT 100% ***"
                     MOVE "N" TO WS-ALLOC-VALID
                END-IF
           END-IF.
           IF WS-ALLOC-VALID = "N"
                ADD 1 TO WS-ALLOC-ERRORS
           END-IF.
       AA-CHECK-ALLOC-SPLIT.
           IF WS-AT-PERCENT (WS-ALLOC-IX WS-SPLIT-IX) IS NOT NUMERIC
                DISPLAY "*** COST ALLOCATION FOR EMPLOYEE "
                     WS-AT-EMPLOYEE-ID (WS-ALLOC-IX) " FROM "
                     WS-AT-EFFECTIVE-PERIOD (WS-ALLOC-IX)
                     " HAS AN INVALID PERCENT ***"
                MOVE "N" TO WS-ALLOC-VALID
           ELSE
                ADD WS-AT-PERCENT (WS-ALLOC-IX WS-SPLIT-IX)
                     TO WS-ALLOC-PERCENT-TOTAL
           END-IF.
           MOVE WS-AT-DEPT-CODE (WS-ALLOC-IX WS-SPLIT-IX)
                TO WS-DEPT-LOOKUP.
           PERFORM YY-FIND-DEPT.
           IF WS-DEPT-FOUND = "N"
                DISPLAY "*** COST ALLOCATION FOR EMPLOYEE "
                     WS-AT-EMPLOYEE-ID (WS-ALLOC-IX) " FROM "
                     WS-AT-EFFECTIVE-PERIOD (WS-ALLOC-IX)
                     " - DEPARTMENT " WS-DEPT-LOOKUP
                     " NOT ON REFERENCE FILE ***"
                MOVE "N" TO WS-ALLOC-VALID
           ELSE IF WS-DT-ACTIVE-FLAG (WS-DEPT-USE) = "C"
                DISPLAY "*** COST ALLOCATION FOR EMPLOYEE "
                     WS-AT-EMPLOYEE-ID (WS-ALLOC-IX) " FROM "
                     WS-AT-EFFECTIVE-PERIOD (WS-ALLOC-IX)
                     " - DEPARTMENT " WS-DEPT-LOOKUP " IS CLOSED ***"
                MOVE "N" TO WS-ALLOC-VALID
           END-IF.
       AA-LOAD-RATES.
           OPEN INPUT DEDRATES-FILE.
           IF WS-RATE-STATUS NOT = "00"
                DISPLAY "*** WARNING: DEDUCTION RATES FILE IS EMPTY "
                     "- NO STATUTORY DEDUCTIONS WILL BE TAKEN ***"
           END-IF.
       *> PENSION SCHEMES ARE HELD IN A TABLE; MEMBERSHIP IS READ
       *> BY EMPLOYEE AS EACH SALARY RECORD IS VALIDATED.  A SITE WITH
       *> NO PENSION FILES SIMPLY TAKES NO CONTRIBUTIONS
       AA-LOAD-SCHEMES.
           OPEN INPUT PENSION-SCHEME-FILE.
           IF WS-SCHEME-STATUS = "35"
                GO TO AA-LOAD-SCHEMES-MEMBERS
           END-IF.
           IF WS-SCHEME-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PENSCHEME.DAT - STATUS "
                     WS-SCHEME-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE LOW-VALUES TO PS-SCHEME-CODE.
           START PENSION-SCHEME-FILE KEY IS NOT LESS THAN PS-SCHEME-CODE
                INVALID KEY GO TO AA-LOAD-SCHEMES-END
           END-START.
       AA-LOAD-SCHEMES-LOOP.
           READ PENSION-SCHEME-FILE NEXT RECORD
                AT END GO TO AA-LOAD-SCHEMES-END
           END-READ.
           IF WS-SCHEME-COUNT = 100
                DISPLAY "*** PENSION SCHEME TABLE FULL - INCREASE "
                     "WS-SCHEME-ENTRY OCCURS ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WS-SCHEME-COUNT.
           MOVE PS-SCHEME-CODE TO WS-ST-CODE (WS-SCHEME-COUNT).
           MOVE PS-PROVIDER-REF TO WS-ST-PROVIDER-REF (WS-SCHEME-COUNT).
           MOVE PS-EMPLOYEE-PCT TO WS-ST-EE-PCT (WS-SCHEME-COUNT).
           MOVE PS-EMPLOYER-PCT TO WS-ST-ER-PCT (WS-SCHEME-COUNT).
           MOVE PS-THRESHOLD TO WS-ST-THRESHOLD (WS-SCHEME-COUNT).
           GO TO AA-LOAD-SCHEMES-LOOP.
       AA-LOAD-SCHEMES-END.
           CLOSE PENSION-SCHEME-FILE.
       AA-LOAD-SCHEMES-MEMBERS.
           OPEN INPUT PENSION-MEMBER-FILE.
           IF WS-MEMBER-STATUS = "00"
                MOVE "Y" TO WS-MEMBER-OPEN
           ELSE IF WS-MEMBER-STATUS NOT = "35"
                DISPLAY "*** ERROR OPENING PENMEMBER.DAT - STATUS "
                     WS-MEMBER-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       AA-LOAD-SCHEMES-EXIT.
           EXIT.
       AA-PEEK-CHECKPOINT.
           MOVE "N" TO WS-CHECKPOINT-APPLIED.
           MOVE ZERO TO WS-SKIP-COUNT.
           MOVE CHECKPOINT-SALARY-TOTAL TO SALARY-TOTAL.
           MOVE CHECKPOINT-REJECT-COUNT TO WS-REJECT-COUNT.
           MOVE CHECKPOINT-DEPT-SUBTOTAL TO WS-DEPARTMENT-SUBTOTAL.
           MOVE CHECKPOINT-TAX-TOTAL TO WS-TAX-TOTAL.
           MOVE CHECKPOINT-NI-TOTAL TO WS-NI-TOTAL.
           MOVE CHECKPOINT-ADJ-COUNT TO WS-ADJUSTMENT-COUNT.
           END-IF.
       YY-VALIDATE-RECORD.
           MOVE ZERO TO WS-REJECT-REASON.
           MOVE "N" TO WS-PRORATED.
           MOVE ZERO TO WS-CALC-TAX.
           MOVE ZERO TO WS-CALC-NI.
           MOVE SPACES TO WS-CALC-SCHEME.
           MOVE ZERO TO WS-CALC-PENSIONABLE.
           MOVE ZERO TO WS-CALC-PEN-EE.
           MOVE ZERO TO WS-CALC-PEN-ER.
           IF SORT-RECORD-TYPE = "S"
                PERFORM YY-EDIT-SALARY
           ELSE IF SORT-RECORD-TYPE = "A"
           READ SALARY-INDEX-FILE
                INVALID KEY MOVE 06 TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = ZERO
                AND SORT-RECORD-TYPE = "S"
                PERFORM YY-CHECK-DATES THRU YY-CHECK-DATES-EXIT
           END-IF.
           IF WS-REJECT-REASON = ZERO
                AND SORT-RECORD-TYPE = "S"
                PERFORM YY-CHECK-PENSION THRU YY-CHECK-PENSION-EXIT
           END-IF.
           IF WS-REJECT-REASON = ZERO
                PERFORM YY-FIND-SEEN
                IF SORT-RECORD-TYPE = "S"
                               THRU YY-NOTE-SEEN-EXIT
                          MOVE "Y" TO PD-PAID-FLAG
                          ADD SORT-SALARY TO PD-SALARY
                          ADD WS-FULL-SALARY TO PD-FULL-SALARY
                          MOVE WS-DAYS-PAID TO PD-DAYS-PAID
                          MOVE WS-PERIOD-DAYS TO PD-DAYS-IN-PERIOD
                          PERFORM YY-CALC-DEDUCTIONS
                          MOVE WS-CALC-SCHEME TO PD-PENSION-SCHEME
                          ADD WS-CALC-PENSIONABLE TO PD-PENSIONABLE-PAY
                          ADD WS-CALC-PEN-EE TO PD-PENSION-EE
                          ADD WS-CALC-PEN-ER TO PD-PENSION-ER
                          PERFORM YY-SAVE-SEEN
                     END-IF
                ELSE
                     PERFORM YY-SAVE-SEEN
                END-IF
           END-IF.
       *> A LEAVER BEFORE THE PERIOD OR A STARTER AFTER IT IS NOT PAID;
       *> ANYONE STARTING OR LEAVING PART WAY THROUGH THE MONTH IS
       *> PAID FOR THE CALENDAR DAYS IN POST, INCLUSIVE
       YY-CHECK-DATES.
           MOVE SORT-SALARY TO WS-FULL-SALARY.
           MOVE WS-PERIOD-DAYS TO WS-DAYS-PAID.
           IF WS-PAY-PERIOD = SPACES
                GO TO YY-CHECK-DATES-EXIT
           END-IF.
           IF IDX-LEAVE-DATE NOT = ZERO
                AND IDX-LEAVE-DATE < WS-PERIOD-FIRST-N
                MOVE 09 TO WS-REJECT-REASON
                GO TO YY-CHECK-DATES-EXIT
           END-IF.
           IF IDX-START-DATE > WS-PERIOD-LAST-N
                MOVE 10 TO WS-REJECT-REASON
                GO TO YY-CHECK-DATES-EXIT
           END-IF.
           MOVE 1 TO WS-FROM-DAY.
           MOVE WS-PERIOD-DAYS TO WS-TO-DAY.
           IF IDX-START-DATE > WS-PERIOD-FIRST-N
                MOVE IDX-START-DATE TO WS-EMPLOYMENT-DATE
                MOVE WS-EMPLOYMENT-DAY TO WS-FROM-DAY
           END-IF.
           IF IDX-LEAVE-DATE NOT = ZERO
                AND IDX-LEAVE-DATE < WS-PERIOD-LAST-N
                MOVE IDX-LEAVE-DATE TO WS-EMPLOYMENT-DATE
                MOVE WS-EMPLOYMENT-DAY TO WS-TO-DAY
           END-IF.
           COMPUTE WS-DAYS-PAID = WS-TO-DAY - WS-FROM-DAY + 1.
           IF WS-DAYS-PAID < WS-PERIOD-DAYS
                COMPUTE SORT-SALARY ROUNDED = WS-FULL-SALARY
                     * WS-DAYS-PAID / WS-PERIOD-DAYS
                MOVE "Y" TO WS-PRORATED
           END-IF.
       YY-CHECK-DATES-EXIT.
       *> A MEMBER PAYS FROM THE JOIN PERIOD UP TO BUT NOT INCLUDING
       *> THE OPT-OUT PERIOD.  CONTRIBUTIONS ARE TAKEN ON THE PERIOD'S
       *> SALARY, AFTER PRO-RATA, ABOVE THE SCHEME THRESHOLD; LIKE TAX
       *> AND NI THEY ARE NOT TAKEN FROM ADJUSTMENTS
       YY-CHECK-PENSION.
           IF WS-MEMBER-OPEN = "N"
                GO TO YY-CHECK-PENSION-EXIT
           END-IF.
           MOVE SORT-EMPLOYEE-ID TO PM-EMPLOYEE-ID.
           READ PENSION-MEMBER-FILE
                INVALID KEY GO TO YY-CHECK-PENSION-EXIT
           END-READ.
           IF WS-PAY-PERIOD = SPACES
                IF PM-OPT-OUT-PERIOD NOT = SPACES
                     GO TO YY-CHECK-PENSION-EXIT
                END-IF
           ELSE IF PM-JOIN-PERIOD > WS-PAY-PERIOD
                GO TO YY-CHECK-PENSION-EXIT
           ELSE IF PM-OPT-OUT-PERIOD NOT = SPACES
                AND PM-OPT-OUT-PERIOD NOT > WS-PAY-PERIOD
                GO TO YY-CHECK-PENSION-EXIT
           END-IF.
           MOVE ZERO TO WS-SCHEME-USE.
           IF WS-SCHEME-COUNT NOT = ZERO
                SEARCH ALL WS-SCHEME-ENTRY
                     AT END CONTINUE
                     WHEN WS-ST-CODE (WS-ST-IDX) = PM-SCHEME-CODE
                          SET WS-SCHEME-USE TO WS-ST-IDX
                END-SEARCH
           END-IF.
           IF WS-SCHEME-USE = ZERO
                MOVE 11 TO WS-REJECT-REASON
                GO TO YY-CHECK-PENSION-EXIT
           END-IF.
           MOVE PM-SCHEME-CODE TO WS-CALC-SCHEME.
           IF SORT-SALARY > WS-ST-THRESHOLD (WS-SCHEME-USE)
                COMPUTE WS-CALC-PENSIONABLE = SORT-SALARY
                     - WS-ST-THRESHOLD (WS-SCHEME-USE)
                COMPUTE WS-CALC-PEN-EE ROUNDED = WS-CALC-PENSIONABLE
                     * WS-ST-EE-PCT (WS-SCHEME-USE) / 100
                COMPUTE WS-CALC-PEN-ER ROUNDED = WS-CALC-PENSIONABLE
                     * WS-ST-ER-PCT (WS-SCHEME-USE) / 100
           END-IF.
       YY-CHECK-PENSION-EXIT.
       YY-CALC-DEDUCTIONS.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE ZERO TO WS-RATE-USE.
           MOVE ZERO TO PD-NET.
           MOVE IDX-SORT-CODE TO PD-SORT-CODE.
           MOVE IDX-ACCOUNT-NUMBER TO PD-ACCOUNT-NUMBER.
           MOVE SPACE TO PD-BANK-STATUS.
           MOVE SPACE TO PD-YTD-ACTION.
           MOVE SPACES TO PD-YTD-PRIOR-YEAR.
           MOVE ZERO TO PD-YTD-PRIOR-AMOUNT.
           MOVE ZERO TO PD-YTD-PRIOR-PERIODS.
           MOVE SPACES TO PD-YTD-PRIOR-PERIOD.
           MOVE ZERO TO PD-YTD-PRIOR-TAX.
           MOVE ZERO TO PD-YTD-PRIOR-NI.
           MOVE ZERO TO PD-FULL-SALARY.
           MOVE ZERO TO PD-DAYS-PAID.
           MOVE ZERO TO PD-DAYS-IN-PERIOD.
           MOVE SPACES TO PD-PENSION-SCHEME.
           MOVE ZERO TO PD-PENSIONABLE-PAY.
           MOVE ZERO TO PD-PENSION-EE.
           MOVE ZERO TO PD-PENSION-ER.
           WRITE PAY-DETAIL-RECORD
                INVALID KEY
                     DISPLAY "*** PAY DETAIL WRITE FAILED FOR "
           EXIT.
       YY-SAVE-SEEN.
           COMPUTE PD-NET = PD-SALARY + PD-ADJUSTMENTS
                - PD-TAX - PD-NI - PD-PENSION-EE.
           REWRITE PAY-DETAIL-RECORD
                INVALID KEY
                     DISPLAY "*** PAY DETAIL REWRITE FAILED FOR "
           IF SORT-RECORD-TYPE = "S"
                ADD SORT-SALARY TO SALARY-TOTAL
                ADD SORT-SALARY TO WS-DEPARTMENT-SUBTOTAL
                ADD WS-CALC-TAX TO WS-TAX-TOTAL
                ADD WS-CALC-NI TO WS-NI-TOTAL
                DISPLAY SORT-EMPLOYEE-ID " " SORT-EMPLOYEE-NAME " "
           ELSE
                ADD SORT-ADJUSTMENT-AMOUNT TO SALARY-TOTAL
                ADD SORT-ADJUSTMENT-AMOUNT TO WS-DEPARTMENT-SUBTOTAL
                ADD 1 TO WS-ADJUSTMENT-COUNT
                DISPLAY "ADJUSTMENT " SORT-EMPLOYEE-ID " "
                     SORT-EMPLOYEE-NAME " " SORT-DEPARTMENT-CODE " "
       YY-RECORD-STATS.
           MOVE SORT-DEPARTMENT-CODE TO WS-DEPT-LOOKUP.
           PERFORM YY-FIND-DEPT.
           IF WS-PRORATED = "Y"
                COMPUTE WS-PRORATA-REDUCTION = WS-PRORATA-REDUCTION
                     + WS-FULL-SALARY - SORT-SALARY
           END-IF.
           IF WS-DEPT-FOUND = "Y"
                IF SORT-RECORD-TYPE = "S"
                     ADD 1 TO WS-DT-HEADCOUNT (WS-DEPT-USE)
                     IF WS-DT-HEADCOUNT (WS-DEPT-USE) = 1
                          MOVE SORT-SALARY TO WS-DT-MIN (WS-DEPT-USE)
                          MOVE SORT-SALARY TO WS-DT-MAX (WS-DEPT-USE)
                                    TO WS-DT-MAX (WS-DEPT-USE)
                          END-IF
                     END-IF
                END-IF
                PERFORM YY-ALLOCATE-RECORD
           END-IF.
       YY-ALLOCATE-RECORD.
       *> HEADCOUNT, MINIMUM AND MAXIMUM STAY WITH THE EMPLOYEE'S OWN
       *> DEPARTMENT; THE MONEY IS SPREAD BY THE COST ALLOCATION.
       *> EACH OTHER DEPARTMENT GETS ITS ROUNDED SHARE AND THE
       *> PRIMARY TAKES WHAT IS LEFT, SO THE PENNIES STILL BALANCE
           MOVE WS-DEPT-USE TO WS-ALLOC-PRIMARY.
           MOVE ZERO TO WS-ALLOC-PRIMARY-SPLIT.
           IF SORT-RECORD-TYPE = "S"
                MOVE SORT-SALARY TO WS-ALLOC-AMOUNT
           ELSE
                MOVE SORT-ADJUSTMENT-AMOUNT TO WS-ALLOC-AMOUNT
           END-IF.
           MOVE WS-ALLOC-AMOUNT TO WS-ALLOC-LEFT-AMOUNT.
           MOVE WS-CALC-TAX TO WS-ALLOC-LEFT-TAX.
           MOVE WS-CALC-NI TO WS-ALLOC-LEFT-NI.
           MOVE WS-CALC-PEN-EE TO WS-ALLOC-LEFT-PEN-EE.
           MOVE WS-CALC-PEN-ER TO WS-ALLOC-LEFT-PEN-ER.
           PERFORM YY-FIND-ALLOCATION.
           IF WS-ALLOC-FOUND = "Y"
                PERFORM YY-FIND-PRIMARY-SPLIT
                     VARYING WS-SPLIT-IX FROM 1 BY 1
                     UNTIL WS-SPLIT-IX
                          > WS-AT-SPLIT-COUNT (WS-ALLOC-USE)
                          OR WS-ALLOC-PRIMARY-SPLIT NOT = ZERO
                IF WS-ALLOC-PRIMARY-SPLIT = ZERO
                     MOVE 1 TO WS-ALLOC-PRIMARY-SPLIT
                     MOVE WS-AT-DEPT-CODE (WS-ALLOC-USE 1)
                          TO WS-DEPT-LOOKUP
                     PERFORM YY-FIND-DEPT
                     MOVE WS-DEPT-USE TO WS-ALLOC-PRIMARY
                END-IF
                PERFORM YY-ALLOCATE-SPLIT
                     VARYING WS-SPLIT-IX FROM 1 BY 1
                     UNTIL WS-SPLIT-IX
                          > WS-AT-SPLIT-COUNT (WS-ALLOC-USE)
           END-IF.
           MOVE WS-ALLOC-PRIMARY TO WS-DEPT-USE.
           MOVE WS-ALLOC-LEFT-AMOUNT TO WS-ALLOC-SHARE-AMOUNT.
           MOVE WS-ALLOC-LEFT-TAX TO WS-ALLOC-SHARE-TAX.
           MOVE WS-ALLOC-LEFT-NI TO WS-ALLOC-SHARE-NI.
           MOVE WS-ALLOC-LEFT-PEN-EE TO WS-ALLOC-SHARE-PEN-EE.
           MOVE WS-ALLOC-LEFT-PEN-ER TO WS-ALLOC-SHARE-PEN-ER.
           PERFORM YY-ADD-SHARE.
       YY-FIND-ALLOCATION.
           MOVE "N" TO WS-ALLOC-FOUND.
           MOVE ZERO TO WS-ALLOC-USE.
           IF WS-ALLOC-COUNT NOT = ZERO
                SEARCH ALL WS-ALLOC-ENTRY
                     AT END CONTINUE
                     WHEN WS-AT-EMPLOYEE-ID (WS-AT-IDX)
                          = SORT-EMPLOYEE-ID
                          SET WS-ALLOC-USE TO WS-AT-IDX
                          IF WS-AT-SPLIT-COUNT (WS-ALLOC-USE) NOT = ZERO
                               MOVE "Y" TO WS-ALLOC-FOUND
                          END-IF
                END-SEARCH
           END-IF.
       YY-FIND-PRIMARY-SPLIT.
           IF WS-AT-DEPT-CODE (WS-ALLOC-USE WS-SPLIT-IX)
                = SORT-DEPARTMENT-CODE
                MOVE WS-SPLIT-IX TO WS-ALLOC-PRIMARY-SPLIT
           END-IF.
       YY-ALLOCATE-SPLIT.
           IF WS-SPLIT-IX NOT = WS-ALLOC-PRIMARY-SPLIT
                MOVE WS-AT-DEPT-CODE (WS-ALLOC-USE WS-SPLIT-IX)
                     TO WS-DEPT-LOOKUP
                PERFORM YY-FIND-DEPT
                COMPUTE WS-ALLOC-SHARE-AMOUNT ROUNDED = WS-ALLOC-AMOUNT
                     * WS-AT-PERCENT (WS-ALLOC-USE WS-SPLIT-IX) / 100
                COMPUTE WS-ALLOC-SHARE-TAX ROUNDED = WS-CALC-TAX
                     * WS-AT-PERCENT (WS-ALLOC-USE WS-SPLIT-IX) / 100
                COMPUTE WS-ALLOC-SHARE-NI ROUNDED = WS-CALC-NI
                     * WS-AT-PERCENT (WS-ALLOC-USE WS-SPLIT-IX) / 100
                COMPUTE WS-ALLOC-SHARE-PEN-EE ROUNDED = WS-CALC-PEN-EE
                     * WS-AT-PERCENT (WS-ALLOC-USE WS-SPLIT-IX) / 100
                COMPUTE WS-ALLOC-SHARE-PEN-ER ROUNDED = WS-CALC-PEN-ER
                     * WS-AT-PERCENT (WS-ALLOC-USE WS-SPLIT-IX) / 100
                SUBTRACT WS-ALLOC-SHARE-AMOUNT FROM WS-ALLOC-LEFT-AMOUNT
                SUBTRACT WS-ALLOC-SHARE-TAX FROM WS-ALLOC-LEFT-TAX
                SUBTRACT WS-ALLOC-SHARE-NI FROM WS-ALLOC-LEFT-NI
                SUBTRACT WS-ALLOC-SHARE-PEN-EE FROM WS-ALLOC-LEFT-PEN-EE
                SUBTRACT WS-ALLOC-SHARE-PEN-ER FROM WS-ALLOC-LEFT-PEN-ER
                PERFORM YY-ADD-SHARE
           END-IF.
       YY-ADD-SHARE.
           ADD WS-ALLOC-SHARE-AMOUNT TO WS-DT-TOTAL (WS-DEPT-USE).
           IF SORT-RECORD-TYPE = "S"
                ADD WS-ALLOC-SHARE-AMOUNT TO WS-DT-SALARY (WS-DEPT-USE)
           ELSE
                ADD WS-ALLOC-SHARE-AMOUNT TO WS-DT-ADJ (WS-DEPT-USE)
           END-IF.
           ADD WS-ALLOC-SHARE-TAX TO WS-DT-TAX (WS-DEPT-USE).
           ADD WS-ALLOC-SHARE-NI TO WS-DT-NI (WS-DEPT-USE).
           ADD WS-ALLOC-SHARE-PEN-EE TO WS-DT-PEN-EE (WS-DEPT-USE).
           ADD WS-ALLOC-SHARE-PEN-ER TO WS-DT-PEN-ER (WS-DEPT-USE).
       YY-FIND-DEPT.
           MOVE "N" TO WS-DEPT-FOUND.
           MOVE ZERO TO WS-DEPT-USE.
           END-IF.
       ZZ-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE WS-SALARY-FILENAME TO CHECKPOINT-FILENAME.
           MOVE WS-RECORD-COUNT TO CHECKPOINT-COUNT.
           MOVE SALARY-TOTAL TO CHECKPOINT-SALARY-TOTAL.
           MOVE WS-REJECT-COUNT TO CHECKPOINT-REJECT-COUNT.
           MOVE WS-DEPARTMENT-SUBTOTAL TO CHECKPOINT-DEPT-SUBTOTAL.
           MOVE WS-TAX-TOTAL TO CHECKPOINT-TAX-TOTAL.
           MOVE WS-NI-TOTAL TO CHECKPOINT-NI-TOTAL.
           MOVE WS-ADJUSTMENT-COUNT TO CHECKPOINT-ADJ-COUNT.
           END-IF.
       ZZ-CLEAR-CHECKPOINT-WRITE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE SPACES TO CHECKPOINT-FILENAME.
           MOVE ZERO TO CHECKPOINT-COUNT.
           MOVE ZERO TO CHECKPOINT-SALARY-TOTAL.
           MOVE ZERO TO CHECKPOINT-REJECT-COUNT.
           MOVE ZERO TO CHECKPOINT-DEPT-SUBTOTAL.
           MOVE ZERO TO CHECKPOINT-TAX-TOTAL.
           MOVE ZERO TO CHECKPOINT-NI-TOTAL.
           MOVE ZERO TO CHECKPOINT-ADJ-COUNT.
                WS-SALARY-FILENAME DELIMITED BY SIZE
                INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
       ZZ-MARK-PERIOD-RUN.
           IF WS-RUN-OPTION NOT = "SUPP"
                MOVE "RUN" TO CAL-STATUS
                MOVE WS-AUDIT-OPERATOR TO CAL-CHANGED-BY
                ACCEPT CAL-CHANGED-DATE FROM DATE
                ACCEPT CAL-CHANGED-TIME FROM TIME
                MOVE "SALT" TO CAL-CHANGED-PROGRAM
                REWRITE CALENDAR-RECORD
                     INVALID KEY
                          DISPLAY "*** PAYROLL CALENDAR NOT UPDATED "
                               "FOR PERIOD " WS-PAY-PERIOD " ***"
                     NOT INVALID KEY
                          DISPLAY "PAYROLL CALENDAR - PERIOD "
                               WS-PAY-PERIOD " NOW RUN"
                END-REWRITE
           END-IF.
           CLOSE PAY-CALENDAR-FILE.
       ZZ-REJECT-WRITE.
           MOVE SORT-RECORD-TYPE TO REJECT-RECORD-TYPE.
           MOVE SORT-EMPLOYEE-ID TO REJECT-EMPLOYEE-ID.
           IF SORT-RECORD-TYPE = "A"
                AND SORT-ADJUSTMENT-AMOUNT IS NUMERIC
                MOVE SORT-ADJUSTMENT-AMOUNT TO REJECT-SALARY
           ELSE IF WS-PRORATED = "Y"
                MOVE WS-FULL-SALARY TO REJECT-SALARY
           ELSE
                MOVE SORT-SALARY TO REJECT-SALARY
           END-IF.
       YY-DEPARTMENT-BREAK.
           DISPLAY "DEPARTMENT " WS-PREV-DEPARTMENT
                " SUBTOTAL " WS-DEPARTMENT-SUBTOTAL.
           MOVE ZERO TO WS-DEPARTMENT-SUBTOTAL.
           MOVE SORT-DEPARTMENT-CODE TO WS-PREV-DEPARTMENT.
       ZZ-WRITE-GL-RECORD.
           IF WS-DT-HEADCOUNT (WS-GL-IX) = ZERO
                AND WS-DT-SALARY (WS-GL-IX) = ZERO
                AND WS-DT-ADJ (WS-GL-IX) = ZERO
                GO TO ZZ-WRITE-GL-RECORD-EXIT
           END-IF.
           DISPLAY "DEPARTMENT " WS-DT-CODE (WS-GL-IX)
                " ALLOCATED TOTAL " WS-DT-TOTAL (WS-GL-IX).
           MOVE "S" TO GL-TRANS-TYPE.
           MOVE WS-DT-SALARY (WS-GL-IX) TO GL-AMOUNT.
           PERFORM ZZ-FILL-GL-ACCOUNT.
           WRITE GL-FEED-RECORD.
           IF WS-DT-ADJ (WS-GL-IX) NOT = ZERO
                MOVE "A" TO GL-TRANS-TYPE
                MOVE WS-DT-ADJ (WS-GL-IX) TO GL-AMOUNT
                PERFORM ZZ-FILL-GL-ACCOUNT
                WRITE GL-FEED-RECORD
           END-IF.
           IF WS-DT-TAX (WS-GL-IX) NOT = ZERO
                MOVE "T" TO GL-TRANS-TYPE
                MOVE WS-DT-TAX (WS-GL-IX) TO GL-AMOUNT
                PERFORM ZZ-FILL-GL-ACCOUNT
                WRITE GL-FEED-RECORD
           END-IF.
           IF WS-DT-NI (WS-GL-IX) NOT = ZERO
                MOVE "N" TO GL-TRANS-TYPE
                MOVE WS-DT-NI (WS-GL-IX) TO GL-AMOUNT
                PERFORM ZZ-FILL-GL-ACCOUNT
                WRITE GL-FEED-RECORD
           END-IF.
           IF WS-DT-PEN-EE (WS-GL-IX) NOT = ZERO
                MOVE "P" TO GL-TRANS-TYPE
                MOVE WS-DT-PEN-EE (WS-GL-IX) TO GL-AMOUNT
                PERFORM ZZ-FILL-GL-ACCOUNT
                WRITE GL-FEED-RECORD
                ADD WS-DT-PEN-EE (WS-GL-IX) TO WS-PEN-EE-TOTAL
           END-IF.
           IF WS-DT-PEN-ER (WS-GL-IX) NOT = ZERO
                MOVE "Q" TO GL-TRANS-TYPE
                MOVE WS-DT-PEN-ER (WS-GL-IX) TO GL-AMOUNT
                PERFORM ZZ-FILL-GL-ACCOUNT
                WRITE GL-FEED-RECORD
                ADD WS-DT-PEN-ER (WS-GL-IX) TO WS-PEN-ER-TOTAL
           END-IF.
           COMPUTE WS-DEPT-NET-SUBTOTAL = WS-DT-TOTAL (WS-GL-IX)
                - WS-DT-TAX (WS-GL-IX) - WS-DT-NI (WS-GL-IX)
                - WS-DT-PEN-EE (WS-GL-IX).
           MOVE "E" TO GL-TRANS-TYPE.
           MOVE WS-DEPT-NET-SUBTOTAL TO GL-AMOUNT.
           PERFORM ZZ-FILL-GL-ACCOUNT.
           WRITE GL-FEED-RECORD.
       ZZ-WRITE-GL-RECORD-EXIT.
           EXIT.
       ZZ-FILL-GL-ACCOUNT.
           MOVE WS-DT-COST-CENTRE (WS-GL-IX) TO GL-COST-CENTRE.
           MOVE WS-DT-ACCOUNT-CODE (WS-GL-IX) TO GL-ACCOUNT-CODE.
           MOVE WS-PAY-PERIOD TO GL-PAY-PERIOD.
       CC-END.
           IF WS-FIRST-RECORD = "N"
                DISPLAY "DEPARTMENT " WS-PREV-DEPARTMENT
                     " SUBTOTAL " WS-DEPARTMENT-SUBTOTAL
           END-IF.
           PERFORM ZZ-WRITE-GL-RECORD THRU ZZ-WRITE-GL-RECORD-EXIT
                VARYING WS-GL-IX FROM 1 BY 1
                UNTIL WS-GL-IX > WS-DEPT-COUNT.
           DISPLAY "TOTAL SALARY: " SALARY-TOTAL. *> Added descriptive text
           DISPLAY "TOTAL TAX DEDUCTED: " WS-TAX-TOTAL.
           DISPLAY "TOTAL NATIONAL INSURANCE: " WS-NI-TOTAL.
           DISPLAY "TOTAL EMPLOYEE PENSION: " WS-PEN-EE-TOTAL.
           DISPLAY "TOTAL EMPLOYER PENSION: " WS-PEN-ER-TOTAL.
           DISPLAY "ADJUSTMENTS APPLIED: " WS-ADJUSTMENT-COUNT.
           DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT.
           IF WS-HEADER-VALID = "N"
           PERFORM DD-STATS-REPORT THRU DD-STATS-REPORT-EXIT.
           PERFORM EE-UPDATE-YTD THRU EE-UPDATE-YTD-EXIT.
           PERFORM GG-WRITE-PAYMENTS THRU GG-WRITE-PAYMENTS-EXIT.
           PERFORM JJ-WRITE-REMITTANCES THRU JJ-WRITE-REMITTANCES-EXIT.
           PERFORM HH-WRITE-HISTORY THRU HH-WRITE-HISTORY-EXIT.
           PERFORM ZZ-WRITE-AUDIT-END.
           PERFORM ZZ-CLEAR-CHECKPOINT.
           IF WS-PAY-PERIOD NOT = SPACES
                IF WS-HEADER-VALID = "Y" AND WS-RECORD-COUNT > ZERO
                     PERFORM ZZ-MARK-PERIOD-RUN
                ELSE
                     DISPLAY "*** NO SALARY RECORDS PROCESSED - PERIOD "
                          WS-PAY-PERIOD " LEFT AS " CAL-STATUS " ***"
                     CLOSE PAY-CALENDAR-FILE
                     MOVE 8 TO RETURN-CODE
                END-IF
           END-IF.
           CLOSE SALARY-FILE.
           CLOSE SALARY-INDEX-FILE.
           IF WS-MEMBER-OPEN = "Y"
                CLOSE PENSION-MEMBER-FILE
           END-IF.
           CLOSE SALARY-REJECTS-FILE.
           CLOSE GL-FEED-FILE.
           CLOSE PAY-DETAIL-FILE.
                INVALID KEY PERFORM EE-YTD-NEW
                NOT INVALID KEY PERFORM EE-YTD-EXISTING
           END-READ.
           REWRITE PAY-DETAIL-RECORD
                INVALID KEY
                     DISPLAY "*** PAY DETAIL REWRITE FAILED FOR "
                          PD-EMPLOYEE-ID " ***"
           END-REWRITE.
       EE-YTD-NEW.
           MOVE "N" TO PD-YTD-ACTION.
           MOVE SPACES TO PD-YTD-PRIOR-YEAR.
           MOVE ZERO TO PD-YTD-PRIOR-AMOUNT.
           MOVE ZERO TO PD-YTD-PRIOR-PERIODS.
           MOVE SPACES TO PD-YTD-PRIOR-PERIOD.
           MOVE ZERO TO PD-YTD-PRIOR-TAX.
           MOVE ZERO TO PD-YTD-PRIOR-NI.
           MOVE PD-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           MOVE PD-EMPLOYEE-NAME TO YTD-EMPLOYEE-NAME.
           MOVE PD-DEPARTMENT-CODE TO YTD-DEPARTMENT-CODE.
           MOVE WS-PAY-YEAR TO YTD-YEAR.
           MOVE WS-YTD-APPLY TO YTD-AMOUNT.
           MOVE PD-TAX TO YTD-TAX.
           MOVE PD-NI TO YTD-NI.
           IF PD-PAID-FLAG = "Y"
                MOVE 1 TO YTD-PERIODS
           ELSE
           END-WRITE.
       EE-YTD-EXISTING.
           MOVE "Y" TO WS-YTD-CHANGED.
           MOVE YTD-YEAR TO PD-YTD-PRIOR-YEAR.
           MOVE YTD-AMOUNT TO PD-YTD-PRIOR-AMOUNT.
           MOVE YTD-PERIODS TO PD-YTD-PRIOR-PERIODS.
           MOVE YTD-LAST-PERIOD TO PD-YTD-PRIOR-PERIOD.
           MOVE YTD-TAX TO PD-YTD-PRIOR-TAX.
           MOVE YTD-NI TO PD-YTD-PRIOR-NI.
           MOVE "X" TO PD-YTD-ACTION.
           IF YTD-YEAR > WS-PAY-YEAR
                MOVE "N" TO WS-YTD-CHANGED
                DISPLAY "*** YTD FOR " YTD-EMPLOYEE-ID
                     " ALREADY ROLLED TO " YTD-YEAR
                     " - PERIOD " WS-PAY-PERIOD " NOT APPLIED ***"
           ELSE IF YTD-YEAR NOT = WS-PAY-YEAR
                MOVE "R" TO PD-YTD-ACTION
                MOVE WS-PAY-YEAR TO YTD-YEAR
                MOVE WS-YTD-APPLY TO YTD-AMOUNT
                MOVE PD-TAX TO YTD-TAX
                MOVE PD-NI TO YTD-NI
                IF PD-PAID-FLAG = "Y"
                     MOVE 1 TO YTD-PERIODS
                ELSE
                DISPLAY "YTD ALREADY APPLIED FOR " YTD-EMPLOYEE-ID
                     " PERIOD " WS-RUN-TAG " - NOT ADDED AGAIN"
           ELSE
                MOVE "A" TO PD-YTD-ACTION
                ADD WS-YTD-APPLY TO YTD-AMOUNT
                ADD PD-TAX TO YTD-TAX
                ADD PD-NI TO YTD-NI
                IF PD-PAID-FLAG = "Y"
                     AND YTD-LAST-MONTH NOT = WS-PAY-PERIOD
                     ADD 1 TO YTD-PERIODS
                CLOSE PAYMENTS-FILE
                GO TO GG-WRITE-PAYMENTS-EXIT
           END-IF.
           MOVE "N" TO WS-APPROVAL-OPEN.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "00"
                MOVE "Y" TO WS-APPROVAL-OPEN
           ELSE IF WS-APPROVAL-STATUS NOT = "35"
                DISPLAY "*** ERROR OPENING PENDING-APPROVAL.DAT - "
                     "STATUS " WS-APPROVAL-STATUS
                     " - PAYMENTS FILE SKIPPED ***"
                CLOSE PAYMENTS-FILE
                CLOSE PAY-EXCEPT-FILE
                MOVE 8 TO RETURN-CODE
                GO TO GG-WRITE-PAYMENTS-EXIT
           END-IF.
           MOVE ZERO TO WS-PAYMENT-COUNT.
           MOVE ZERO TO WS-PAYMENT-TOTAL.
           MOVE ZERO TO WS-EXCEPT-COUNT.
           MOVE ZERO TO WS-UNAPPROVED-COUNT.
           MOVE LOW-VALUES TO PD-EMPLOYEE-ID.
           START PAY-DETAIL-FILE KEY IS NOT LESS THAN PD-EMPLOYEE-ID
                INVALID KEY GO TO GG-WRITE-HEADER
           WRITE PAYMENT-RECORD.
           CLOSE PAYMENTS-FILE.
           CLOSE PAY-EXCEPT-FILE.
           IF WS-APPROVAL-OPEN = "Y"
                CLOSE APPROVAL-FILE
           END-IF.
           DISPLAY "PAYMENTS FILE " WS-PAYMENTS-FILENAME " WRITTEN - "
                WS-PAYMENT-COUNT " PAYMENTS, TOTAL " WS-PAYMENT-TOTAL.
           IF WS-EXCEPT-COUNT NOT = ZERO
                DISPLAY "*** " WS-EXCEPT-COUNT " EMPLOYEES WITHOUT "
                     "BANK DETAILS - SEE " WS-EXCEPT-FILENAME " ***"
           END-IF.
           IF WS-UNAPPROVED-COUNT NOT = ZERO
                DISPLAY "*** " WS-UNAPPROVED-COUNT " EMPLOYEES HELD - "
                     "BANK CHANGE AWAITING APPROVAL - SEE "
                     WS-EXCEPT-FILENAME " ***"
           END-IF.
       GG-WRITE-PAYMENTS-EXIT.
           EXIT.
       GG-TALLY-PAYMENT.
           IF PD-NET NOT = ZERO
                PERFORM GG-CHECK-HOLD
                IF WS-PAY-HOLD = "B"
                     ADD 1 TO WS-EXCEPT-COUNT
                ELSE IF WS-PAY-HOLD = "A"
                     ADD 1 TO WS-UNAPPROVED-COUNT
                ELSE
                     ADD 1 TO WS-PAYMENT-COUNT
                     ADD PD-NET TO WS-PAYMENT-TOTAL
                END-IF
           END-IF.
       GG-CHECK-HOLD.
           MOVE SPACE TO WS-PAY-HOLD.
           IF PD-SORT-CODE = SPACES
                OR PD-ACCOUNT-NUMBER = SPACES
                MOVE "B" TO WS-PAY-HOLD
           ELSE IF WS-APPROVAL-OPEN = "Y"
                MOVE PD-EMPLOYEE-ID TO APV-EMPLOYEE-ID
                READ APPROVAL-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          IF APV-BANK-CHANGE = "Y"
                               MOVE "A" TO WS-PAY-HOLD
                          END-IF
                END-READ
           END-IF.
       GG-WRITE-PAYMENT.
           IF PD-NET NOT = ZERO
                PERFORM GG-CHECK-HOLD
           END-IF.
           IF PD-NET = ZERO
                CONTINUE
           ELSE IF WS-PAY-HOLD NOT = SPACE
                MOVE PD-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
                MOVE PD-EMPLOYEE-NAME TO EXC-EMPLOYEE-NAME
                MOVE PD-NET TO EXC-AMOUNT
                IF WS-PAY-HOLD = "B"
                     MOVE " - NO BANK DETAILS HELD" TO EXC-REASON
                ELSE
                     MOVE " - BANK CHANGE UNAPPROVED" TO EXC-REASON
                END-IF
                WRITE PAY-EXCEPT-RECORD FROM WS-EXCEPT-LINE
                MOVE "H" TO PD-BANK-STATUS
                REWRITE PAY-DETAIL-RECORD
                     INVALID KEY
                          DISPLAY "*** PAY DETAIL REWRITE FAILED FOR "
                               PD-EMPLOYEE-ID " ***"
                END-REWRITE
           ELSE
                MOVE PD-EMPLOYEE-ID TO PAY-EMPLOYEE-ID
                MOVE PD-EMPLOYEE-NAME TO PAY-EMPLOYEE-NAME
                MOVE WS-DT-TOTAL (WS-HISTORY-IX) TO PH-TOTAL
                WRITE PAY-HISTORY-RECORD
           END-IF.
       *> ONE REMITTANCE FILE PER SCHEME WITH CONTRIBUTIONS THIS RUN,
       *> A DETAIL RECORD PER MEMBER AND A CONTROL TRAILER FOR THE
       *> PROVIDER, NAMED PENREMIT-SCHEME-YYYYMM.DAT (-SUPP.DAT FOR A
       *> SUPPLEMENTARY RUN)
       JJ-WRITE-REMITTANCES.
           IF WS-RUN-OPTION = "SUPP"
                MOVE "S" TO WS-REMIT-SUPP-FLAG
           ELSE
                MOVE SPACE TO WS-REMIT-SUPP-FLAG
           END-IF.
           MOVE ZERO TO WS-REMIT-FILES.
           PERFORM JJ-SCHEME-REMITTANCE THRU JJ-SCHEME-REMITTANCE-EXIT
                VARYING WS-SCHEME-IX FROM 1 BY 1
                UNTIL WS-SCHEME-IX > WS-SCHEME-COUNT.
           IF WS-REMIT-FILES NOT = ZERO
                DISPLAY WS-REMIT-FILES " PENSION REMITTANCE FILES "
                     "WRITTEN"
           END-IF.
       JJ-WRITE-REMITTANCES-EXIT.
           EXIT.
       JJ-SCHEME-REMITTANCE.
           MOVE SPACES TO WS-REMIT-FILENAME.
           IF WS-PAY-PERIOD = SPACES
                STRING "PENREMIT-" DELIMITED BY SIZE
                     WS-ST-CODE (WS-SCHEME-IX) DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-REMIT-FILENAME
           ELSE IF WS-RUN-OPTION = "SUPP"
                STRING "PENREMIT-" DELIMITED BY SIZE
                     WS-ST-CODE (WS-SCHEME-IX) DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     "-SUPP.DAT" DELIMITED BY SIZE
                     INTO WS-REMIT-FILENAME
           ELSE
                STRING "PENREMIT-" DELIMITED BY SIZE
                     WS-ST-CODE (WS-SCHEME-IX) DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-REMIT-FILENAME
           END-IF.
           MOVE "N" TO WS-REMIT-OPEN.
           MOVE ZERO TO WS-REMIT-COUNT.
           MOVE ZERO TO WS-REMIT-EE-TOTAL.
           MOVE ZERO TO WS-REMIT-ER-TOTAL.
           MOVE LOW-VALUES TO PD-EMPLOYEE-ID.
           START PAY-DETAIL-FILE KEY IS NOT LESS THAN PD-EMPLOYEE-ID
                INVALID KEY GO TO JJ-SCHEME-REMITTANCE-EXIT
           END-START.
       JJ-REMIT-LOOP.
           READ PAY-DETAIL-FILE NEXT RECORD
                AT END GO TO JJ-REMIT-TRAILER
           END-READ.
           IF PD-PENSION-SCHEME NOT = WS-ST-CODE (WS-SCHEME-IX)
                OR (PD-PENSION-EE = ZERO AND PD-PENSION-ER = ZERO)
                GO TO JJ-REMIT-LOOP
           END-IF.
           IF WS-REMIT-OPEN = "N"
                OPEN OUTPUT REMITTANCE-FILE
                IF WS-REMIT-STATUS NOT = "00"
                     DISPLAY "*** ERROR OPENING " WS-REMIT-FILENAME
                          " - STATUS " WS-REMIT-STATUS
                          " - REMITTANCE SKIPPED ***"
                     MOVE 8 TO RETURN-CODE
                     GO TO JJ-SCHEME-REMITTANCE-EXIT
                END-IF
                MOVE "Y" TO WS-REMIT-OPEN
           END-IF.
           MOVE SPACES TO REMITTANCE-RECORD.
           MOVE "D" TO REM-RECORD-TYPE.
           MOVE PD-PENSION-SCHEME TO REM-SCHEME-CODE.
           MOVE WS-PAY-PERIOD TO REM-PAY-PERIOD.
           MOVE WS-REMIT-SUPP-FLAG TO REM-SUPP-FLAG.
           MOVE PD-EMPLOYEE-ID TO REM-EMPLOYEE-ID.
           MOVE PD-EMPLOYEE-NAME TO REM-EMPLOYEE-NAME.
           MOVE PD-PENSIONABLE-PAY TO REM-PENSIONABLE-PAY.
           MOVE PD-PENSION-EE TO REM-EMPLOYEE-AMOUNT.
           MOVE PD-PENSION-ER TO REM-EMPLOYER-AMOUNT.
           WRITE REMITTANCE-RECORD.
           ADD 1 TO WS-REMIT-COUNT.
           ADD PD-PENSION-EE TO WS-REMIT-EE-TOTAL.
           ADD PD-PENSION-ER TO WS-REMIT-ER-TOTAL.
           GO TO JJ-REMIT-LOOP.
       JJ-REMIT-TRAILER.
           IF WS-REMIT-OPEN = "N"
                GO TO JJ-SCHEME-REMITTANCE-EXIT
           END-IF.
           MOVE SPACES TO REMITTANCE-TRAILER.
           MOVE "T" TO REM-T-RECORD-TYPE.
           MOVE WS-ST-CODE (WS-SCHEME-IX) TO REM-T-SCHEME-CODE.
           MOVE WS-PAY-PERIOD TO REM-T-PAY-PERIOD.
           MOVE WS-REMIT-SUPP-FLAG TO REM-T-SUPP-FLAG.
           MOVE WS-ST-PROVIDER-REF (WS-SCHEME-IX) TO REM-T-PROVIDER-REF.
           MOVE WS-REMIT-COUNT TO REM-T-COUNT.
           MOVE WS-REMIT-EE-TOTAL TO REM-T-EMPLOYEE-TOTAL.
           MOVE WS-REMIT-ER-TOTAL TO REM-T-EMPLOYER-TOTAL.
           MOVE "0" TO REM-T-STATUS.
           WRITE REMITTANCE-RECORD.
           CLOSE REMITTANCE-FILE.
           ADD 1 TO WS-REMIT-FILES.
           DISPLAY "PENSION REMITTANCE " WS-REMIT-FILENAME " WRITTEN - "
                WS-REMIT-COUNT " MEMBERS, EMPLOYEE " WS-REMIT-EE-TOTAL
                " EMPLOYER " WS-REMIT-ER-TOTAL.
       JJ-SCHEME-REMITTANCE-EXIT.
           EXIT.
       CC-CHECK-COUNT.
           IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
                DISPLAY "*** CONTROL COUNT MISMATCH: EXPECTED "
           IF WS-REJECT-COUNT NOT = ZERO
                DISPLAY "CONTROL TOTAL CHECK SKIPPED - "
                     WS-REJECT-COUNT " RECORDS REJECTED"
           ELSE IF SALARY-TOTAL + WS-PRORATA-REDUCTION
                     NOT = WS-EXPECTED-TOTAL
                DISPLAY "*** CONTROL TOTAL MISMATCH: EXPECTED "
                     WS-EXPECTED-TOTAL " GOT " SALARY-TOTAL
                     " PLUS PRO-RATA " WS-PRORATA-REDUCTION " ***"
           ELSE
                DISPLAY "CONTROL TOTAL RECONCILED: " SALARY-TOTAL
                IF WS-PRORATA-REDUCTION NOT = ZERO
                     DISPLAY "  AFTER PRO-RATA REDUCTION OF "
                          WS-PRORATA-REDUCTION
                END-IF
           END-IF.
