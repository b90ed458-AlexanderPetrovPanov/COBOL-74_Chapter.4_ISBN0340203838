       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALREVRS.
       *> REVERSES A COMPLETED SALT RUN FOR A PERIOD (OR ITS SUPP RUN).
       *> EACH EMPLOYEE'S YTD-EARNINGS.DAT RECORD IS PUT BACK AS IT WAS
       *> BEFORE THE RUN FROM THE IMAGE SALT KEPT ON PAYDETAIL, OR THE
       *> RUN'S AMOUNT IS TAKEN OFF WHERE A LATER RUN HAS SINCE UPDATED
       *> IT.  THE PERIOD'S PAYHIST.DAT ROWS ARE REMOVED, A REVERSING
       *> GL FEED GLFEED-yyyymm-REV.DAT (OR -SUPP-REV) IS WRITTEN WITH
       *> EVERY AMOUNT'S SIGN FLIPPED FOR GLPOST TO REGISTER AS REV OR
       *> SUPPREV, AND THE ORIGINAL FEED IS RENAMED -REVERSED SO THAT A
       *> RERUN OF THE PERIOD CANNOT OVERWRITE IT; ITS RECORD ON
       *> GLPOST-CONTROL.DAT MOVES TO THE NEW NAME SO ITS POSTING IS
       *> KEPT.  A RUN WHOSE PERIOD ALREADY HAS A -REV OR -REVERSED FEED
       *> IS NOT REVERSED, SO THOSE FILES ARE NEVER OVERWRITTEN.  THE
       *> PAYMENTS FILE HEADER AND THE TRAILER OF EACH PENSION
       *> REMITTANCE FILE ARE MARKED CANCELLED AND THE
       *> PAY DETAIL RECORDS MARKED REVERSED.  THE REVERSAL IS RECORDED
       *> IN AUDIT.LOG AND A MAIN RUN'S PERIOD GOES BACK TO EXPORTED ON
       *> THE PAYROLL CALENDAR SO IT CAN BE RUN AGAIN.  ONCE PAYMENTS
       *> HAVE GONE TO THE BANK A SUPERVISOR OTHER THAN THE OPERATOR
       *> MUST GIVE THEIR NAME TO OVERRIDE
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYMENTS-FILE ASSIGN DYNAMIC WS-PAYMENTS-FILENAME
                 FILE STATUS IS WS-PAYMENTS-STATUS.
            SELECT PAY-DETAIL-FILE ASSIGN DYNAMIC WS-DETAIL-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PD-EMPLOYEE-ID
                 FILE STATUS IS WS-DETAIL-STATUS.
            SELECT YTD-FILE ASSIGN TO "YTD-EARNINGS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS YTD-EMPLOYEE-ID
                 FILE STATUS IS WS-YTD-STATUS.
            SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORY-STATUS.
            SELECT PAY-HIST-TEMP-FILE ASSIGN TO "PAYHIST.TMP"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-HIST-TEMP-STATUS.
            SELECT GL-FEED-FILE ASSIGN DYNAMIC WS-GL-FILENAME
                 FILE STATUS IS WS-GL-STATUS.
            SELECT GL-REVERSE-FILE ASSIGN DYNAMIC WS-REV-FILENAME
                 FILE STATUS IS WS-REV-STATUS.
            SELECT POST-CONTROL-FILE ASSIGN TO "GLPOST-CONTROL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PC-FEED-NAME
                 FILE STATUS IS WS-CONTROL-STATUS.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-LOG-STATUS.
            SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CAL-PERIOD
                 FILE STATUS IS WS-CALENDAR-STATUS.
            SELECT REVERSAL-REPORT-FILE
                 ASSIGN DYNAMIC WS-REPORT-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.
            SELECT REMITTANCE-FILE ASSIGN DYNAMIC WS-REMIT-FILENAME
                 FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTS-FILE.
       01 PAYMENT-RECORD.
            05 PAY-EMPLOYEE-ID PIC 9(5).
            05 PAY-EMPLOYEE-NAME PIC X(20).
            05 PAY-SORT-CODE PIC X(6).
            05 PAY-ACCOUNT-NUMBER PIC X(8).
            05 PAY-AMOUNT PIC S9(8)V99.
       01 PAYMENT-CONTROL-RECORD REDEFINES PAYMENT-RECORD.
            05 PAYMENT-CONTROL-COUNT PIC 9(8).
            05 PAYMENT-CONTROL-TOTAL PIC S9(8)V99.
            05 PAYMENT-CONTROL-STATUS PIC X. *> 0 = READY TO SEND,
       *> S = SENT TO THE BANK, C = CANCELLED BY SALREVRS
            05 FILLER PIC X(30).

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

       FD YTD-FILE.
       01 YTD-RECORD.
            05 YTD-EMPLOYEE-ID PIC 9(5).
            05 YTD-EMPLOYEE-NAME PIC X(20).
            05 YTD-DEPARTMENT-CODE PIC X(3).
            05 YTD-YEAR PIC X(4).
            05 YTD-AMOUNT PIC S9(8)V99.
            05 YTD-PERIODS PIC 9(2).
            05 YTD-LAST-PERIOD.
                 10 YTD-LAST-MONTH PIC X(6).
                 10 YTD-LAST-SUPP PIC X.
            05 YTD-TAX PIC S9(8)V99.
            05 YTD-NI PIC S9(8)V99.

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
            05 PH-PAY-PERIOD PIC X(6).
            05 PH-SUPP-FLAG PIC X.
            05 PH-DEPT-CODE PIC X(3).
            05 PH-HEADCOUNT PIC 9(5).
            05 PH-TOTAL PIC S9(8)V99.

       FD PAY-HIST-TEMP-FILE.
       01 PAY-HIST-TEMP-RECORD PIC X(25).

       FD GL-FEED-FILE.
       01 GL-FEED-RECORD.
            05 GL-COST-CENTRE PIC X(3).
            05 GL-ACCOUNT-CODE PIC X(6).
            05 GL-PAY-PERIOD PIC X(6).
            05 GL-AMOUNT PIC S9(8)V99.
            05 GL-TRANS-TYPE PIC X. *> S = SALARY, A = ADJUSTMENT,
       *> T = TAX, N = NATIONAL INSURANCE, E = NET PAY,
       *> P = EMPLOYEE PENSION, Q = EMPLOYER PENSION

       FD GL-REVERSE-FILE.
       01 GL-REVERSE-RECORD.
            05 REV-COST-CENTRE PIC X(3).
            05 REV-ACCOUNT-CODE PIC X(6).
            05 REV-PAY-PERIOD PIC X(6).
            05 REV-AMOUNT PIC S9(8)V99.
            05 REV-TRANS-TYPE PIC X.

       FD POST-CONTROL-FILE.
       01 POST-CONTROL-RECORD.
            05 PC-FEED-NAME PIC X(40).
            05 PC-PAY-PERIOD PIC X(6).
            05 PC-SUPP-FLAG PIC X. *> S SUPP, R RETURNS, V REVERSAL
            05 PC-FEED-TOTAL PIC S9(8)V99.
            05 PC-RUN-TOTAL PIC S9(8)V99.
            05 PC-MATCH-FLAG PIC X. *> Y = AGREES WITH AUDIT.LOG
            05 PC-POSTED-FLAG PIC X. *> Y = POSTED TO LEDGER
            05 PC-POSTED-DATE PIC 9(6).
            05 PC-POSTED-OPERATOR PIC X(20).
            05 PC-REGISTERED-DATE PIC 9(6).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

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

       FD REVERSAL-REPORT-FILE.
       01 REVERSAL-REPORT-RECORD PIC X(132).

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
       01 WS-PAYMENTS-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-YTD-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HIST-TEMP-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-REV-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-AUDIT-LOG-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-REMIT-STATUS PIC XX.
       01 WS-REMIT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REMIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REMIT-IX PIC 9(3).
       01 WS-REMIT-FOUND PIC X.
       01 WS-REMIT-TABLE.
            05 WS-REMIT-SCHEME PIC X(4) OCCURS 100 TIMES.
       01 WS-PAYMENTS-FILENAME PIC X(40) VALUE SPACES.
       01 WS-SUPP-PAYMENTS-FILENAME PIC X(40) VALUE SPACES.
       01 WS-DETAIL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-GL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REV-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REVERSED-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-HIST-TEMP-NAME PIC X(11) VALUE "PAYHIST.TMP".
       01 WS-PAY-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PAY-PERIOD-R REDEFINES WS-PAY-PERIOD.
            05 WS-PAY-YEAR PIC X(4).
            05 WS-PAY-MONTH PIC X(2).
       01 WS-RUN-OPTION PIC X(10) VALUE SPACES.
       01 WS-RUN-TAG PIC X(11) VALUE SPACES.
       01 WS-YTD-TAG.
            05 WS-YTD-TAG-MONTH PIC X(6).
            05 WS-YTD-TAG-SUPP PIC X.
       01 WS-PRIOR-PERIOD PIC X(7).
       01 WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
            05 WS-PRIOR-MONTH PIC X(6).
            05 WS-PRIOR-SUPP PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-SUPERVISOR PIC X(20) VALUE SPACES.
       01 WS-PAYMENTS-SENT PIC X VALUE "N".
       01 WS-YTD-OPEN PIC X VALUE "N".
       01 WS-RUN-GROSS PIC S9(8)V99.
       01 WS-PERIODS-ADDED PIC 9(2).
       01 WS-OUTCOME PIC X(45).
       01 WS-DETAIL-COUNT PIC 9(8) VALUE ZERO.
       01 WS-BANK-RETURN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RESTORED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REDUCED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NOT-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HIST-REMOVED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REV-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-AUDIT-DATE PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-TIME PIC 9(8) VALUE ZERO.
       01 WS-RPT-PAGE PIC 9(3) VALUE ZERO.
       01 WS-RPT-LINES PIC 9(2) VALUE ZERO.
       01 WS-RPT-HEADING.
            05 FILLER PIC X(24) VALUE "SALT RUN REVERSAL   RUN ".
            05 RPT-H-TAG PIC X(11).
            05 FILLER PIC X(10) VALUE " OPERATOR ".
            05 RPT-H-OPERATOR PIC X(20).
            05 FILLER PIC X(5) VALUE " PAGE".
            05 RPT-H-PAGE PIC ZZZ9.
       01 WS-RPT-OVERRIDE.
            05 FILLER PIC X(42)
                 VALUE "PAYMENTS ALREADY SENT - OVERRIDE GIVEN BY ".
            05 RPT-O-SUPERVISOR PIC X(20).
       01 WS-RPT-HEADING2.
            05 FILLER PIC X(27) VALUE "EMPL  NAME".
            05 FILLER PIC X(14) VALUE "   GROSS PAID ".
            05 FILLER PIC X(7) VALUE "OUTCOME".
       01 WS-RPT-DETAIL.
            05 RPT-EMPLOYEE PIC 9(5).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-NAME PIC X(20).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-GROSS PIC Z(7)9.99-.
            05 FILLER PIC X(2) VALUE SPACES.
            05 RPT-OUTCOME PIC X(45).
       01 WS-RPT-TOTALS1.
            05 FILLER PIC X(10) VALUE "EMPLOYEES ".
            05 RPT-T-DETAIL PIC Z(7)9.
            05 FILLER PIC X(15) VALUE "  YTD RESTORED ".
            05 RPT-T-RESTORED PIC Z(5)9.
            05 FILLER PIC X(10) VALUE "  DELETED ".
            05 RPT-T-DELETED PIC Z(5)9.
            05 FILLER PIC X(10) VALUE "  REDUCED ".
            05 RPT-T-REDUCED PIC Z(5)9.
            05 FILLER PIC X(14) VALUE "  NOT APPLIED ".
            05 RPT-T-NOT-APPLIED PIC Z(5)9.
            05 FILLER PIC X(13) VALUE "  EXCEPTIONS ".
            05 RPT-T-EXCEPTIONS PIC Z(5)9.
       01 WS-RPT-TOTALS2.
            05 FILLER PIC X(22) VALUE "PAYHIST ROWS REMOVED  ".
            05 RPT-T-HIST PIC Z(5)9.
            05 FILLER PIC X(22) VALUE "  GL LINES REVERSED   ".
            05 RPT-T-GL-LINES PIC Z(5)9.
            05 FILLER PIC X(16) VALUE "  GROSS REVERSED".
            05 FILLER PIC X VALUE SPACE.
            05 RPT-T-REV-TOTAL PIC Z(7)9.99-.

       PROCEDURE DIVISION.
       AA-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           DISPLAY "PAY PERIOD OF THE RUN TO REVERSE (YYYYMM): ".
           ACCEPT WS-PAY-PERIOD.
           IF WS-PAY-PERIOD IS NOT NUMERIC
                DISPLAY "*** PAY PERIOD MUST BE YYYYMM ***"
                STOP RUN
           END-IF.
           DISPLAY "SUPP FOR A SUPPLEMENTARY RUN (BLANK FOR MAIN): ".
           ACCEPT WS-RUN-OPTION.
           IF WS-RUN-OPTION NOT = SPACES AND WS-RUN-OPTION NOT = "SUPP"
                DISPLAY "*** RUN OPTION MUST BE SUPP OR BLANK ***"
                STOP RUN
           END-IF.
           MOVE WS-PAY-PERIOD TO WS-YTD-TAG-MONTH.
           IF WS-RUN-OPTION = "SUPP"
                MOVE "S" TO WS-YTD-TAG-SUPP
                STRING WS-PAY-PERIOD DELIMITED BY SIZE
                     "-SUPP" DELIMITED BY SIZE
                     INTO WS-RUN-TAG
           ELSE
                MOVE SPACE TO WS-YTD-TAG-SUPP
                MOVE WS-PAY-PERIOD TO WS-RUN-TAG
           END-IF.
           STRING "PAYMENTS-" DELIMITED BY SIZE
                WS-PAY-PERIOD DELIMITED BY SIZE
                "-SUPP.DAT" DELIMITED BY SIZE
                INTO WS-SUPP-PAYMENTS-FILENAME.
           STRING "PAYDETAIL-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-DETAIL-FILENAME.
           STRING "GLFEED-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-GL-FILENAME.
           STRING "GLFEED-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                "-REVERSED.DAT" DELIMITED BY SIZE
                INTO WS-REVERSED-FILENAME.
           MOVE WS-REVERSED-FILENAME TO WS-REV-FILENAME.
           PERFORM AA-CHECK-PRIOR-REVERSAL
                THRU AA-CHECK-PRIOR-REVERSAL-EXIT.
           MOVE SPACES TO WS-REV-FILENAME.
           STRING "GLFEED-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                "-REV.DAT" DELIMITED BY SIZE
                INTO WS-REV-FILENAME.
           PERFORM AA-CHECK-PRIOR-REVERSAL
                THRU AA-CHECK-PRIOR-REVERSAL-EXIT.
           STRING "REVERSAL-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                ".RPT" DELIMITED BY SIZE
                INTO WS-REPORT-FILENAME.
           PERFORM AA-CHECK-CALENDAR THRU AA-CHECK-CALENDAR-EXIT.
           IF WS-RUN-OPTION = SPACES
                PERFORM AA-CHECK-SUPP-RUN THRU AA-CHECK-SUPP-RUN-EXIT
           END-IF.
           MOVE SPACES TO WS-PAYMENTS-FILENAME.
           STRING "PAYMENTS-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-PAYMENTS-FILENAME.
           OPEN I-O PAYMENTS-FILE.
           IF WS-PAYMENTS-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-PAYMENTS-FILENAME
                     " - STATUS " WS-PAYMENTS-STATUS " ***"
                STOP RUN
           END-IF.
           READ PAYMENTS-FILE
                AT END
                     DISPLAY "*** " WS-PAYMENTS-FILENAME
                          " IS EMPTY ***"
                     STOP RUN
           END-READ.
           IF PAYMENT-CONTROL-STATUS = "C"
                DISPLAY "*** " WS-PAYMENTS-FILENAME " IS ALREADY "
                     "CANCELLED - RUN " WS-RUN-TAG " WAS REVERSED "
                     "BEFORE ***"
                STOP RUN
           END-IF.
           IF PAYMENT-CONTROL-STATUS = "S"
                MOVE "Y" TO WS-PAYMENTS-SENT
           END-IF.
           OPEN I-O PAY-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-DETAIL-FILENAME
                     " - STATUS " WS-DETAIL-STATUS " ***"
                STOP RUN
           END-IF.
           PERFORM AA-SCAN-DETAIL THRU AA-SCAN-DETAIL-EXIT.
           IF WS-PAYMENTS-SENT = "Y"
                PERFORM AA-GET-OVERRIDE THRU AA-GET-OVERRIDE-EXIT
           END-IF.
           DISPLAY "REVERSE RUN " WS-RUN-TAG " - " WS-DETAIL-COUNT
                " EMPLOYEES, PAYMENTS TOTAL " PAYMENT-CONTROL-TOTAL
                " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "REVERSAL CANCELLED"
                STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
                CLOSE AUDIT-LOG-FILE
                OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-LOG-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING AUDIT.LOG - STATUS "
                     WS-AUDIT-LOG-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN OUTPUT REVERSAL-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-REPORT-FILENAME
                     " - STATUS " WS-REPORT-STATUS " ***"
                STOP RUN
           END-IF.
           PERFORM ZZ-WRITE-AUDIT-START.
           PERFORM ZZ-REPORT-HEADING.
           IF WS-SUPERVISOR NOT = SPACES
                MOVE WS-SUPERVISOR TO RPT-O-SUPERVISOR
                WRITE REVERSAL-REPORT-RECORD FROM WS-RPT-OVERRIDE
                MOVE SPACES TO REVERSAL-REPORT-RECORD
                WRITE REVERSAL-REPORT-RECORD
                ADD 2 TO WS-RPT-LINES
           END-IF.
           PERFORM DD-REVERSE-GL THRU DD-REVERSE-GL-EXIT.
           PERFORM BB-REVERSE-YTD THRU BB-REVERSE-YTD-EXIT.
           PERFORM CC-STRIP-HISTORY THRU CC-STRIP-HISTORY-EXIT.
           PERFORM EE-CANCEL-PAYMENTS.
           PERFORM EE-CANCEL-REMITTANCE THRU EE-CANCEL-REMITTANCE-EXIT
                VARYING WS-REMIT-IX FROM 1 BY 1
                UNTIL WS-REMIT-IX > WS-REMIT-COUNT.
           PERFORM FF-UPDATE-CALENDAR.
           PERFORM ZZ-WRITE-AUDIT-END.
           GO TO ZZ-END.
       AA-CHECK-CALENDAR.
           OPEN I-O PAY-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYCAL.DAT - STATUS "
                     WS-CALENDAR-STATUS " ***"
                STOP RUN
           END-IF.
           MOVE WS-PAY-PERIOD TO CAL-PERIOD.
           READ PAY-CALENDAR-FILE
                INVALID KEY
                     DISPLAY "*** PERIOD " WS-PAY-PERIOD
                          " IS NOT ON THE PAYROLL CALENDAR ***"
                     STOP RUN
           END-READ.
           IF CAL-STATUS NOT = "RUN" AND CAL-STATUS NOT = "POSTED"
                DISPLAY "*** PERIOD " WS-PAY-PERIOD " IS " CAL-STATUS
                     " - ONLY A RUN OR POSTED PERIOD CAN BE "
                     "REVERSED ***"
                STOP RUN
           END-IF.
       AA-CHECK-CALENDAR-EXIT.
           EXIT.
       AA-CHECK-PRIOR-REVERSAL.
           OPEN INPUT GL-REVERSE-FILE.
           IF WS-REV-STATUS = "35"
                GO TO AA-CHECK-PRIOR-REVERSAL-EXIT
           END-IF.
           IF WS-REV-STATUS = "00"
                CLOSE GL-REVERSE-FILE
           END-IF.
           DISPLAY "*** " WS-REV-FILENAME " ALREADY EXISTS - PERIOD "
                WS-RUN-TAG " HAS BEEN REVERSED BEFORE, NOT REVERSED "
                "AGAIN ***".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       AA-CHECK-PRIOR-REVERSAL-EXIT.
           EXIT.
       AA-CHECK-SUPP-RUN.
           MOVE WS-SUPP-PAYMENTS-FILENAME TO WS-PAYMENTS-FILENAME.
           OPEN INPUT PAYMENTS-FILE.
           IF WS-PAYMENTS-STATUS NOT = "00"
                GO TO AA-CHECK-SUPP-RUN-EXIT
           END-IF.
           READ PAYMENTS-FILE
                AT END MOVE "C" TO PAYMENT-CONTROL-STATUS
           END-READ.
           CLOSE PAYMENTS-FILE.
           IF PAYMENT-CONTROL-STATUS NOT = "C"
                DISPLAY "*** A SUPPLEMENTARY RUN EXISTS FOR "
                     WS-PAY-PERIOD " - REVERSE IT FIRST ***"
                STOP RUN
           END-IF.
       AA-CHECK-SUPP-RUN-EXIT.
           EXIT.
       AA-SCAN-DETAIL.
           MOVE LOW-VALUES TO PD-EMPLOYEE-ID.
           START PAY-DETAIL-FILE KEY IS NOT LESS THAN PD-EMPLOYEE-ID
                INVALID KEY GO TO AA-SCAN-DETAIL-EXIT
           END-START.
       AA-SCAN-LOOP.
           READ PAY-DETAIL-FILE NEXT RECORD
                AT END GO TO AA-SCAN-DETAIL-EXIT
           END-READ.
           ADD 1 TO WS-DETAIL-COUNT.
           IF PD-BANK-STATUS = "R" OR PD-BANK-STATUS = "I"
                ADD 1 TO WS-BANK-RETURN-COUNT
                MOVE "Y" TO WS-PAYMENTS-SENT
           END-IF.
           GO TO AA-SCAN-LOOP.
       AA-SCAN-DETAIL-EXIT.
           EXIT.
       AA-GET-OVERRIDE.
           DISPLAY "*** PAYMENTS FOR RUN " WS-RUN-TAG
                " HAVE ALREADY GONE TO THE BANK ***".
           IF WS-BANK-RETURN-COUNT NOT = ZERO
                DISPLAY "*** " WS-BANK-RETURN-COUNT " PAYMENTS HAVE "
                     "BEEN RETURNED OR REISSUED ***"
           END-IF.
           DISPLAY "SUPERVISOR OVERRIDE - SUPERVISOR NAME (BLANK TO "
                "CANCEL): ".
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR = SPACES
                DISPLAY "REVERSAL CANCELLED"
                STOP RUN
           END-IF.
           IF WS-SUPERVISOR = WS-OPERATOR
                DISPLAY "*** THE OVERRIDE MUST BE GIVEN BY A "
                     "SUPERVISOR OTHER THAN " WS-OPERATOR " ***"
                STOP RUN
           END-IF.
       AA-GET-OVERRIDE-EXIT.
           EXIT.
       BB-REVERSE-YTD.
           OPEN I-O YTD-FILE.
           IF WS-YTD-STATUS = "00"
                MOVE "Y" TO WS-YTD-OPEN
           ELSE
                DISPLAY "*** ERROR OPENING YTD-EARNINGS.DAT - STATUS "
                     WS-YTD-STATUS " - YTD NOT REVERSED ***"
           END-IF.
           MOVE LOW-VALUES TO PD-EMPLOYEE-ID.
           START PAY-DETAIL-FILE KEY IS NOT LESS THAN PD-EMPLOYEE-ID
                INVALID KEY GO TO BB-REVERSE-YTD-END
           END-START.
       BB-REVERSE-LOOP.
           READ PAY-DETAIL-FILE NEXT RECORD
                AT END GO TO BB-REVERSE-YTD-END
           END-READ.
           PERFORM BB-REVERSE-ONE THRU BB-REVERSE-ONE-EXIT.
           IF PD-PENSION-SCHEME NOT = SPACES
                AND (PD-PENSION-EE NOT = ZERO
                     OR PD-PENSION-ER NOT = ZERO)
                PERFORM BB-NOTE-SCHEME
           END-IF.
           MOVE PD-EMPLOYEE-ID TO RPT-EMPLOYEE.
           MOVE PD-EMPLOYEE-NAME TO RPT-NAME.
           MOVE WS-RUN-GROSS TO RPT-GROSS.
           MOVE WS-OUTCOME TO RPT-OUTCOME.
           PERFORM ZZ-REPORT-DETAIL.
           MOVE "C" TO PD-BANK-STATUS.
           REWRITE PAY-DETAIL-RECORD
                INVALID KEY
                     DISPLAY "*** PAY DETAIL REWRITE FAILED FOR "
                          PD-EMPLOYEE-ID " ***"
           END-REWRITE.
           GO TO BB-REVERSE-LOOP.
       BB-REVERSE-YTD-END.
           IF WS-YTD-OPEN = "Y"
                CLOSE YTD-FILE
           END-IF.
           CLOSE PAY-DETAIL-FILE.
       BB-REVERSE-YTD-EXIT.
           EXIT.
       BB-NOTE-SCHEME.
           MOVE "N" TO WS-REMIT-FOUND.
           PERFORM BB-FIND-SCHEME
                VARYING WS-REMIT-IX FROM 1 BY 1
                UNTIL WS-REMIT-IX > WS-REMIT-COUNT
                     OR WS-REMIT-FOUND = "Y".
           IF WS-REMIT-FOUND = "N" AND WS-REMIT-COUNT < 100
                ADD 1 TO WS-REMIT-COUNT
                MOVE PD-PENSION-SCHEME
                     TO WS-REMIT-SCHEME (WS-REMIT-COUNT)
           END-IF.
       BB-FIND-SCHEME.
           IF WS-REMIT-SCHEME (WS-REMIT-IX) = PD-PENSION-SCHEME
                MOVE "Y" TO WS-REMIT-FOUND
           END-IF.
       BB-REVERSE-ONE.
           COMPUTE WS-RUN-GROSS = PD-SALARY + PD-ADJUSTMENTS.
           IF PD-YTD-ACTION NOT = "N" AND PD-YTD-ACTION NOT = "R"
                AND PD-YTD-ACTION NOT = "A"
                ADD 1 TO WS-NOT-APPLIED-COUNT
                MOVE "YTD NOT UPDATED BY THE RUN - NOTHING TO UNDO"
                     TO WS-OUTCOME
                GO TO BB-REVERSE-ONE-EXIT
           END-IF.
           IF WS-YTD-OPEN = "N"
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE "*** YTD FILE NOT AVAILABLE - NOT REVERSED"
                     TO WS-OUTCOME
                GO TO BB-REVERSE-ONE-EXIT
           END-IF.
           MOVE PD-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ YTD-FILE
                INVALID KEY
                     ADD 1 TO WS-EXCEPTION-COUNT
                     MOVE "*** NO YTD RECORD - NOT REVERSED"
                          TO WS-OUTCOME
                     GO TO BB-REVERSE-ONE-EXIT
           END-READ.
           IF YTD-LAST-PERIOD = WS-YTD-TAG
                AND YTD-YEAR = WS-PAY-YEAR
                GO TO BB-RESTORE-PRIOR
           END-IF.
           IF YTD-YEAR NOT = WS-PAY-YEAR
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE "*** YTD NOW HOLDS YEAR - NOT REVERSED"
                     TO WS-OUTCOME
                GO TO BB-REVERSE-ONE-EXIT
           END-IF.
           MOVE ZERO TO WS-PERIODS-ADDED.
           MOVE PD-YTD-PRIOR-PERIOD TO WS-PRIOR-PERIOD.
           IF PD-PAID-FLAG = "Y"
                IF PD-YTD-ACTION NOT = "A"
                     OR WS-PRIOR-MONTH NOT = WS-PAY-PERIOD
                     MOVE 1 TO WS-PERIODS-ADDED
                END-IF
           END-IF.
           SUBTRACT WS-RUN-GROSS FROM YTD-AMOUNT.
           SUBTRACT PD-TAX FROM YTD-TAX.
           SUBTRACT PD-NI FROM YTD-NI.
           IF YTD-PERIODS NOT < WS-PERIODS-ADDED
                SUBTRACT WS-PERIODS-ADDED FROM YTD-PERIODS
           END-IF.
           REWRITE YTD-RECORD
                INVALID KEY
                     ADD 1 TO WS-EXCEPTION-COUNT
                     MOVE "*** YTD REWRITE FAILED" TO WS-OUTCOME
                     GO TO BB-REVERSE-ONE-EXIT
           END-REWRITE.
           ADD 1 TO WS-REDUCED-COUNT.
           MOVE "LATER RUN ON YTD - AMOUNT TAKEN OFF, PERIOD KEPT"
                TO WS-OUTCOME.
           GO TO BB-REVERSE-ONE-EXIT.
       BB-RESTORE-PRIOR.
           IF PD-YTD-ACTION = "N"
                DELETE YTD-FILE
                     INVALID KEY
                          ADD 1 TO WS-EXCEPTION-COUNT
                          MOVE "*** YTD DELETE FAILED" TO WS-OUTCOME
                     NOT INVALID KEY
                          ADD 1 TO WS-DELETED-COUNT
                          MOVE "YTD RECORD CREATED BY THE RUN - DELETED"
                               TO WS-OUTCOME
                END-DELETE
                GO TO BB-REVERSE-ONE-EXIT
           END-IF.
           MOVE PD-YTD-PRIOR-YEAR TO YTD-YEAR.
           MOVE PD-YTD-PRIOR-AMOUNT TO YTD-AMOUNT.
           MOVE PD-YTD-PRIOR-PERIODS TO YTD-PERIODS.
           MOVE PD-YTD-PRIOR-PERIOD TO YTD-LAST-PERIOD.
           MOVE PD-YTD-PRIOR-TAX TO YTD-TAX.
           MOVE PD-YTD-PRIOR-NI TO YTD-NI.
           REWRITE YTD-RECORD
                INVALID KEY
                     ADD 1 TO WS-EXCEPTION-COUNT
                     MOVE "*** YTD REWRITE FAILED" TO WS-OUTCOME
                NOT INVALID KEY
                     ADD 1 TO WS-RESTORED-COUNT
                     MOVE "YTD RESTORED TO BEFORE THE RUN"
                          TO WS-OUTCOME
           END-REWRITE.
       BB-REVERSE-ONE-EXIT.
           EXIT.
       CC-STRIP-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
                DISPLAY "NO PAYHIST.DAT - NO HISTORY ROWS TO REMOVE"
                GO TO CC-STRIP-HISTORY-EXIT
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYHIST.DAT - STATUS "
                     WS-HISTORY-STATUS " - HISTORY NOT REVERSED ***"
                GO TO CC-STRIP-HISTORY-EXIT
           END-IF.
           OPEN OUTPUT PAY-HIST-TEMP-FILE.
           IF WS-HIST-TEMP-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYHIST.TMP - STATUS "
                     WS-HIST-TEMP-STATUS " - HISTORY NOT REVERSED ***"
                CLOSE PAY-HISTORY-FILE
                GO TO CC-STRIP-HISTORY-EXIT
           END-IF.
       CC-STRIP-LOOP.
           READ PAY-HISTORY-FILE
                AT END GO TO CC-COPY-BACK
           END-READ.
           IF PH-PAY-PERIOD = WS-PAY-PERIOD
                AND PH-SUPP-FLAG = WS-YTD-TAG-SUPP
                ADD 1 TO WS-HIST-REMOVED-COUNT
                GO TO CC-STRIP-LOOP
           END-IF.
           WRITE PAY-HIST-TEMP-RECORD FROM PAY-HISTORY-RECORD.
           GO TO CC-STRIP-LOOP.
       CC-COPY-BACK.
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAY-HIST-TEMP-FILE.
           OPEN INPUT PAY-HIST-TEMP-FILE.
           IF WS-HIST-TEMP-STATUS NOT = "00"
                DISPLAY "*** ERROR REOPENING PAYHIST.TMP - STATUS "
                     WS-HIST-TEMP-STATUS " - HISTORY NOT REVERSED ***"
                GO TO CC-STRIP-HISTORY-EXIT
           END-IF.
           OPEN OUTPUT PAY-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "*** ERROR REOPENING PAYHIST.DAT - STATUS "
                     WS-HISTORY-STATUS " - HISTORY NOT REVERSED ***"
                CLOSE PAY-HIST-TEMP-FILE
                GO TO CC-STRIP-HISTORY-EXIT
           END-IF.
       CC-COPY-LOOP.
           READ PAY-HIST-TEMP-FILE
                AT END
                     CLOSE PAY-HIST-TEMP-FILE
                     CLOSE PAY-HISTORY-FILE
                     CALL "CBL_DELETE_FILE" USING WS-HIST-TEMP-NAME
                     GO TO CC-STRIP-HISTORY-EXIT
           END-READ.
           WRITE PAY-HISTORY-RECORD FROM PAY-HIST-TEMP-RECORD.
           GO TO CC-COPY-LOOP.
       CC-STRIP-HISTORY-EXIT.
           EXIT.
       DD-REVERSE-GL.
           OPEN INPUT GL-FEED-FILE.
           IF WS-GL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-GL-FILENAME
                     " - STATUS " WS-GL-STATUS
                     " - NO REVERSING FEED WRITTEN ***"
                GO TO DD-REVERSE-GL-EXIT
           END-IF.
           CLOSE GL-FEED-FILE.
           CALL "CBL_RENAME_FILE" USING WS-GL-FILENAME
                WS-REVERSED-FILENAME.
           IF RETURN-CODE NOT = ZERO
                DISPLAY "*** " WS-GL-FILENAME " COULD NOT BE RENAMED "
                     WS-REVERSED-FILENAME " - NOTHING REVERSED ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           DISPLAY "ORIGINAL FEED KEPT AS " WS-REVERSED-FILENAME.
           PERFORM DD-REKEY-CONTROL THRU DD-REKEY-CONTROL-EXIT.
           MOVE WS-REVERSED-FILENAME TO WS-GL-FILENAME.
           OPEN INPUT GL-FEED-FILE.
           IF WS-GL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-GL-FILENAME
                     " - STATUS " WS-GL-STATUS
                     " - NO REVERSING FEED WRITTEN ***"
                GO TO DD-REVERSE-GL-EXIT
           END-IF.
           OPEN OUTPUT GL-REVERSE-FILE.
           IF WS-REV-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-REV-FILENAME
                     " - STATUS " WS-REV-STATUS
                     " - NO REVERSING FEED WRITTEN ***"
                CLOSE GL-FEED-FILE
                GO TO DD-REVERSE-GL-EXIT
           END-IF.
       DD-REVERSE-LOOP.
           READ GL-FEED-FILE
                AT END GO TO DD-REVERSE-END
           END-READ.
           MOVE GL-COST-CENTRE TO REV-COST-CENTRE.
           MOVE GL-ACCOUNT-CODE TO REV-ACCOUNT-CODE.
           MOVE GL-PAY-PERIOD TO REV-PAY-PERIOD.
           COMPUTE REV-AMOUNT = ZERO - GL-AMOUNT.
           MOVE GL-TRANS-TYPE TO REV-TRANS-TYPE.
           WRITE GL-REVERSE-RECORD.
           ADD 1 TO WS-GL-LINE-COUNT.
           IF REV-TRANS-TYPE = "S" OR REV-TRANS-TYPE = "A"
                ADD REV-AMOUNT TO WS-REV-TOTAL
           END-IF.
           GO TO DD-REVERSE-LOOP.
       DD-REVERSE-END.
           CLOSE GL-FEED-FILE.
           CLOSE GL-REVERSE-FILE.
           DISPLAY "REVERSING GL FEED " WS-REV-FILENAME " WRITTEN - "
                WS-GL-LINE-COUNT " LINES".
           IF WS-RUN-OPTION = "SUPP"
                DISPLAY "REGISTER IT IN GLPOST AS SUPPREV"
           ELSE
                DISPLAY "REGISTER IT IN GLPOST AS REV"
           END-IF.
       DD-REVERSE-GL-EXIT.
           EXIT.
       DD-REKEY-CONTROL.
           OPEN I-O POST-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
                GO TO DD-REKEY-CONTROL-EXIT
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING GLPOST-CONTROL.DAT - STATUS "
                     WS-CONTROL-STATUS " - MOVE THE RECORD FOR "
                     WS-GL-FILENAME " BY HAND ***"
                GO TO DD-REKEY-CONTROL-EXIT
           END-IF.
           MOVE WS-GL-FILENAME TO PC-FEED-NAME.
           READ POST-CONTROL-FILE
                INVALID KEY GO TO DD-REKEY-CONTROL-CLOSE
           END-READ.
           MOVE WS-REVERSED-FILENAME TO PC-FEED-NAME.
           WRITE POST-CONTROL-RECORD
                INVALID KEY
                     DISPLAY "*** GLPOST CONTROL RECORD FOR "
                          WS-REVERSED-FILENAME " ALREADY EXISTS - "
                          "RECORD FOR " WS-GL-FILENAME " NOT MOVED ***"
                     GO TO DD-REKEY-CONTROL-CLOSE
           END-WRITE.
           MOVE WS-GL-FILENAME TO PC-FEED-NAME.
           DELETE POST-CONTROL-FILE RECORD
                INVALID KEY
                     DISPLAY "*** GLPOST CONTROL RECORD FOR "
                          WS-GL-FILENAME " NOT DELETED ***"
                     GO TO DD-REKEY-CONTROL-CLOSE
           END-DELETE.
           DISPLAY "GLPOST CONTROL RECORD MOVED TO "
                WS-REVERSED-FILENAME.
       DD-REKEY-CONTROL-CLOSE.
           CLOSE POST-CONTROL-FILE.
       DD-REKEY-CONTROL-EXIT.
           EXIT.
       EE-CANCEL-PAYMENTS.
           MOVE "C" TO PAYMENT-CONTROL-STATUS.
           REWRITE PAYMENT-RECORD.
           IF WS-PAYMENTS-STATUS NOT = "00"
                DISPLAY "*** " WS-PAYMENTS-FILENAME " NOT MARKED "
                     "CANCELLED - STATUS " WS-PAYMENTS-STATUS " ***"
           ELSE
                DISPLAY WS-PAYMENTS-FILENAME " MARKED CANCELLED"
           END-IF.
           CLOSE PAYMENTS-FILE.
       EE-CANCEL-REMITTANCE.
           MOVE SPACES TO WS-REMIT-FILENAME.
           STRING "PENREMIT-" DELIMITED BY SIZE
                WS-REMIT-SCHEME (WS-REMIT-IX) DELIMITED BY SPACE
                "-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-REMIT-FILENAME.
           OPEN I-O REMITTANCE-FILE.
           IF WS-REMIT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-REMIT-FILENAME
                     " - STATUS " WS-REMIT-STATUS
                     " - TELL THE PENSION PROVIDER IT IS CANCELLED ***"
                GO TO EE-CANCEL-REMITTANCE-EXIT
           END-IF.
       EE-REMIT-LOOP.
           READ REMITTANCE-FILE
                AT END
                     DISPLAY "*** NO TRAILER ON " WS-REMIT-FILENAME
                          " - NOT MARKED CANCELLED ***"
                     GO TO EE-REMIT-CLOSE
           END-READ.
           IF REM-RECORD-TYPE NOT = "T"
                GO TO EE-REMIT-LOOP
           END-IF.
           MOVE "C" TO REM-T-STATUS.
           REWRITE REMITTANCE-RECORD.
           IF WS-REMIT-STATUS NOT = "00"
                DISPLAY "*** " WS-REMIT-FILENAME " NOT MARKED "
                     "CANCELLED - STATUS " WS-REMIT-STATUS " ***"
           ELSE
                DISPLAY WS-REMIT-FILENAME " MARKED CANCELLED"
           END-IF.
       EE-REMIT-CLOSE.
           CLOSE REMITTANCE-FILE.
       EE-CANCEL-REMITTANCE-EXIT.
           EXIT.
       FF-UPDATE-CALENDAR.
           IF WS-RUN-OPTION = SPACES
                MOVE "EXPORTED" TO CAL-STATUS
                MOVE WS-OPERATOR TO CAL-CHANGED-BY
                ACCEPT CAL-CHANGED-DATE FROM DATE
                ACCEPT CAL-CHANGED-TIME FROM TIME
                MOVE "SALREVRS" TO CAL-CHANGED-PROGRAM
                REWRITE CALENDAR-RECORD
                     INVALID KEY
                          DISPLAY "*** PAYROLL CALENDAR NOT UPDATED "
                               "FOR PERIOD " WS-PAY-PERIOD " ***"
                     NOT INVALID KEY
                          DISPLAY "PAYROLL CALENDAR - PERIOD "
                               WS-PAY-PERIOD " BACK TO EXPORTED"
                END-REWRITE
           END-IF.
           CLOSE PAY-CALENDAR-FILE.
       ZZ-WRITE-AUDIT-START.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING "REV START" DELIMITED BY SIZE
                " DATE " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " TIME " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                " OPERATOR " DELIMITED BY SIZE
                WS-OPERATOR DELIMITED BY SIZE
                " INPUT " DELIMITED BY SIZE
                WS-PAYMENTS-FILENAME DELIMITED BY SIZE
                " OVERRIDE " DELIMITED BY SIZE
                WS-SUPERVISOR DELIMITED BY SIZE
                INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
       ZZ-WRITE-AUDIT-END.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING "REV END" DELIMITED BY SIZE
                " DATE " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " TIME " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                " RECORDS " DELIMITED BY SIZE
                WS-DETAIL-COUNT DELIMITED BY SIZE
                " REJECTED " DELIMITED BY SIZE
                WS-EXCEPTION-COUNT DELIMITED BY SIZE
                " TOTAL " DELIMITED BY SIZE
                WS-REV-TOTAL DELIMITED BY SIZE
                " INPUT " DELIMITED BY SIZE
                WS-REV-FILENAME DELIMITED BY SIZE
                INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
       ZZ-REPORT-HEADING.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-RUN-TAG TO RPT-H-TAG.
           MOVE WS-OPERATOR TO RPT-H-OPERATOR.
           MOVE WS-RPT-PAGE TO RPT-H-PAGE.
           WRITE REVERSAL-REPORT-RECORD FROM WS-RPT-HEADING.
           WRITE REVERSAL-REPORT-RECORD FROM WS-RPT-HEADING2.
           MOVE SPACES TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           MOVE 3 TO WS-RPT-LINES.
       ZZ-REPORT-DETAIL.
           IF WS-RPT-LINES > 55
                PERFORM ZZ-REPORT-HEADING
           END-IF.
           WRITE REVERSAL-REPORT-RECORD FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       ZZ-END.
           MOVE WS-DETAIL-COUNT TO RPT-T-DETAIL.
           MOVE WS-RESTORED-COUNT TO RPT-T-RESTORED.
           MOVE WS-DELETED-COUNT TO RPT-T-DELETED.
           MOVE WS-REDUCED-COUNT TO RPT-T-REDUCED.
           MOVE WS-NOT-APPLIED-COUNT TO RPT-T-NOT-APPLIED.
           MOVE WS-EXCEPTION-COUNT TO RPT-T-EXCEPTIONS.
           MOVE WS-HIST-REMOVED-COUNT TO RPT-T-HIST.
           MOVE WS-GL-LINE-COUNT TO RPT-T-GL-LINES.
           MOVE WS-REV-TOTAL TO RPT-T-REV-TOTAL.
           MOVE SPACES TO REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD.
           WRITE REVERSAL-REPORT-RECORD FROM WS-RPT-TOTALS1.
           WRITE REVERSAL-REPORT-RECORD FROM WS-RPT-TOTALS2.
           CLOSE REVERSAL-REPORT-FILE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "RUN " WS-RUN-TAG " REVERSED - " WS-DETAIL-COUNT
                " EMPLOYEES, " WS-HIST-REMOVED-COUNT
                " PAYHIST ROWS REMOVED".
           IF WS-EXCEPTION-COUNT NOT = ZERO
                DISPLAY "*** " WS-EXCEPTION-COUNT " YTD EXCEPTIONS - "
                     "SEE " WS-REPORT-FILENAME " ***"
                MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
