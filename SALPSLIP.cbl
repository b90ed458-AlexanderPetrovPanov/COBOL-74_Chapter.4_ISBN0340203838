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
            05 YTD-LAST-PERIOD.
                 10 YTD-LAST-MONTH PIC X(6).
                 10 YTD-LAST-SUPP PIC X.
            05 YTD-TAX PIC S9(8)V99.
            05 YTD-NI PIC S9(8)V99.

       FD PAYSLIP-FILE.
       01 PAYSLIP-RECORD PIC X(132).
       01 WS-RUN-OPTION PIC X(10) VALUE SPACES.
       01 WS-GROSS-TOTAL PIC S9(8)V99.
       01 WS-SLIP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REVERSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RPT-PAGE PIC 9(3) VALUE ZERO.
       01 WS-RPT-LINES PIC 9(2) VALUE ZERO.
       01 WS-RPT-HEADING.
       01 WS-SLIP-LINE2.
            05 FILLER PIC X(16) VALUE "SALARY          ".
            05 SLIP-SALARY PIC Z(7)9.99-.
       01 WS-SLIP-LINE2A.
            05 FILLER PIC X(16) VALUE "  PRO-RATA OF   ".
            05 SLIP-FULL-SALARY PIC Z(7)9.99-.
            05 FILLER PIC X(5) VALUE " FOR ".
            05 SLIP-DAYS-PAID PIC Z9.
            05 FILLER PIC X(4) VALUE " OF ".
            05 SLIP-DAYS-IN-PERIOD PIC Z9.
            05 FILLER PIC X(5) VALUE " DAYS".
       01 WS-SLIP-LINE3.
            05 FILLER PIC X(16) VALUE "ADJUSTMENTS     ".
            05 SLIP-ADJUSTMENTS PIC Z(7)9.99-.
       01 WS-SLIP-LINE4C.
            05 FILLER PIC X(16) VALUE "NET PAY         ".
            05 SLIP-NET PIC Z(7)9.99-.
       01 WS-SLIP-LINE4D.
            05 FILLER PIC X(8) VALUE "PENSION ".
            05 SLIP-PENSION-SCHEME PIC X(4).
            05 FILLER PIC X(4) VALUE SPACES.
            05 SLIP-PENSION-EE PIC Z(7)9.99-.
       01 WS-SLIP-LINE4E.
            05 FILLER PIC X(16) VALUE "EMPLOYER PENSION".
            05 SLIP-PENSION-ER PIC Z(7)9.99-.
       01 WS-SLIP-LINE5.
            05 FILLER PIC X(13) VALUE "YEAR TO DATE ".
            05 SLIP-YTD-YEAR PIC X(4).
            05 SLIP-YTD-AMOUNT PIC Z(7)9.99-.
            05 FILLER PIC X(15) VALUE "  PERIODS PAID ".
            05 SLIP-YTD-PERIODS PIC Z9.
       01 WS-SLIP-LINE5A.
            05 FILLER PIC X(17) VALUE "                 ".
            05 FILLER PIC X(10) VALUE "   TAX    ".
            05 SLIP-YTD-TAX PIC Z(7)9.99-.
            05 FILLER PIC X(15) VALUE "  NI           ".
            05 SLIP-YTD-NI PIC Z(7)9.99-.
       01 WS-SLIP-NO-YTD PIC X(33)
            VALUE "YEAR TO DATE    NOT ON FILE".

           READ PAY-DETAIL-FILE NEXT RECORD
                AT END GO TO CC-END
           END-READ.
           IF PD-BANK-STATUS = "C"
                ADD 1 TO WS-REVERSED-COUNT
                GO TO BB-READ-LOOP
           END-IF.
           IF WS-RPT-LINES > 45
                PERFORM BB-HEADING
           END-IF.
           MOVE PD-NET TO SLIP-NET.
           WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE1.
           WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE2.
           IF PD-DAYS-PAID < PD-DAYS-IN-PERIOD
                MOVE PD-FULL-SALARY TO SLIP-FULL-SALARY
                MOVE PD-DAYS-PAID TO SLIP-DAYS-PAID
                MOVE PD-DAYS-IN-PERIOD TO SLIP-DAYS-IN-PERIOD
                WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE2A
                ADD 1 TO WS-RPT-LINES
           END-IF.
           WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE3.
           WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE4.
           WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE4A.
           WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE4B.
           IF PD-PENSION-SCHEME NOT = SPACES
                MOVE PD-PENSION-SCHEME TO SLIP-PENSION-SCHEME
                MOVE PD-PENSION-EE TO SLIP-PENSION-EE
                WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE4D
                ADD 1 TO WS-RPT-LINES
           END-IF.
           WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE4C.
           IF PD-PENSION-SCHEME NOT = SPACES
                MOVE PD-PENSION-ER TO SLIP-PENSION-ER
                WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE4E
                ADD 1 TO WS-RPT-LINES
           END-IF.
           PERFORM BB-YTD-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.
           ADD 10 TO WS-RPT-LINES.
           ADD 1 TO WS-SLIP-COUNT.
           GO TO BB-READ-LOOP.
       BB-YTD-LINE.
                     MOVE YTD-AMOUNT TO SLIP-YTD-AMOUNT
                     MOVE YTD-PERIODS TO SLIP-YTD-PERIODS
                     WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE5
                     MOVE YTD-TAX TO SLIP-YTD-TAX
                     MOVE YTD-NI TO SLIP-YTD-NI
                     WRITE PAYSLIP-RECORD FROM WS-SLIP-LINE5A
           END-READ.
       BB-HEADING.
           ADD 1 TO WS-RPT-PAGE.
           CLOSE PAYSLIP-FILE.
           DISPLAY "PAYSLIPS FOR " WS-SLIP-COUNT
                " EMPLOYEES WRITTEN TO " WS-SLIP-FILENAME.
           IF WS-REVERSED-COUNT NOT = ZERO
                DISPLAY "*** " WS-REVERSED-COUNT " EMPLOYEES SKIPPED - "
                     "RUN REVERSED BY SALREVRS ***"
           END-IF.
           STOP RUN.
