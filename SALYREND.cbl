            05 YTD-LAST-PERIOD.
                 10 YTD-LAST-MONTH PIC X(6).
                 10 YTD-LAST-SUPP PIC X.
            05 YTD-TAX PIC S9(8)V99.
            05 YTD-NI PIC S9(8)V99.

       FD YTD-HISTORY-FILE.
       01 YTD-HISTORY-RECORD.
            05 HIST-AMOUNT PIC S9(8)V99.
            05 HIST-PERIODS PIC 9(2).
            05 HIST-LAST-PERIOD PIC X(7).
            05 HIST-TAX PIC S9(8)V99.
            05 HIST-NI PIC S9(8)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(132).
       01 WS-REPORT-YEAR PIC X(4).
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-COMPANY-TOTAL PIC S9(10)V99 VALUE ZERO.
       01 WS-COMPANY-TAX PIC S9(10)V99 VALUE ZERO.
       01 WS-COMPANY-NI PIC S9(10)V99 VALUE ZERO.
       01 WS-RPT-PAGE PIC 9(3) VALUE ZERO.
       01 WS-RPT-LINES PIC 9(2) VALUE ZERO.
       01 WS-RPT-HEADING.
            05 STMT-PERIODS PIC Z9.
            05 FILLER PIC X(16) VALUE "   TOTAL PAY    ".
            05 STMT-AMOUNT PIC Z(7)9.99-.
       01 WS-STMT-LINE3.
            05 FILLER PIC X(15) VALUE SPACES.
            05 FILLER PIC X(16) VALUE "   TAX          ".
            05 STMT-TAX PIC Z(7)9.99-.
            05 FILLER PIC X(16) VALUE "   NI           ".
            05 STMT-NI PIC Z(7)9.99-.
       01 WS-TOTAL-LINE.
            05 FILLER PIC X(10) VALUE "EMPLOYEES ".
            05 TOTAL-EMPLOYEES PIC Z(5)9.
            05 FILLER PIC X(20) VALUE "   COMPANY YTD TOTAL".
            05 FILLER PIC X VALUE SPACE.
            05 TOTAL-AMOUNT PIC Z(9)9.99-.
       01 WS-TOTAL-LINE2.
            05 FILLER PIC X(16) VALUE SPACES.
            05 FILLER PIC X(20) VALUE "   COMPANY YTD TAX  ".
            05 FILLER PIC X VALUE SPACE.
            05 TOTAL-TAX PIC Z(9)9.99-.
            05 FILLER PIC X(20) VALUE "   COMPANY YTD NI   ".
            05 FILLER PIC X VALUE SPACE.
            05 TOTAL-NI PIC Z(9)9.99-.

       PROCEDURE DIVISION.
       AA-START.
           IF YTD-YEAR NOT = WS-REPORT-YEAR
                GO TO BB-READ-LOOP
           END-IF.
           IF WS-RPT-LINES > 53
                PERFORM BB-HEADING
           END-IF.
           MOVE YTD-EMPLOYEE-ID TO STMT-EMPLOYEE-ID.
           MOVE YTD-DEPARTMENT-CODE TO STMT-DEPARTMENT.
           MOVE YTD-PERIODS TO STMT-PERIODS.
           MOVE YTD-AMOUNT TO STMT-AMOUNT.
           MOVE YTD-TAX TO STMT-TAX.
           MOVE YTD-NI TO STMT-NI.
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE1.
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE2.
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE3.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           ADD 4 TO WS-RPT-LINES.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           ADD YTD-AMOUNT TO WS-COMPANY-TOTAL.
           ADD YTD-TAX TO WS-COMPANY-TAX.
           ADD YTD-NI TO WS-COMPANY-NI.
           GO TO BB-READ-LOOP.
       BB-HIST-LOOP.
           READ YTD-HISTORY-FILE NEXT RECORD
           IF HIST-YEAR NOT = WS-REPORT-YEAR
                GO TO BB-HIST-LOOP
           END-IF.
           IF WS-RPT-LINES > 53
                PERFORM BB-HEADING
           END-IF.
           MOVE HIST-EMPLOYEE-ID TO STMT-EMPLOYEE-ID.
           MOVE HIST-DEPARTMENT-CODE TO STMT-DEPARTMENT.
           MOVE HIST-PERIODS TO STMT-PERIODS.
           MOVE HIST-AMOUNT TO STMT-AMOUNT.
           MOVE HIST-TAX TO STMT-TAX.
           MOVE HIST-NI TO STMT-NI.
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE1.
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE2.
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE3.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           ADD 4 TO WS-RPT-LINES.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           ADD HIST-AMOUNT TO WS-COMPANY-TOTAL.
           ADD HIST-TAX TO WS-COMPANY-TAX.
           ADD HIST-NI TO WS-COMPANY-NI.
           GO TO BB-HIST-LOOP.
       BB-HEADING.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-EMPLOYEE-COUNT TO TOTAL-EMPLOYEES.
           MOVE WS-COMPANY-TOTAL TO TOTAL-AMOUNT.
           WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-COMPANY-TAX TO TOTAL-TAX.
           MOVE WS-COMPANY-NI TO TOTAL-NI.
           WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE2.
           CLOSE STATEMENT-FILE.
           IF WS-USE-HISTORY = "Y"
                CLOSE YTD-HISTORY-FILE
           DISPLAY "STATEMENTS FOR " WS-EMPLOYEE-COUNT
                " EMPLOYEES WRITTEN TO " WS-STMT-FILENAME.
           DISPLAY "COMPANY YTD TOTAL: " WS-COMPANY-TOTAL.
           DISPLAY "COMPANY YTD TAX:   " WS-COMPANY-TAX.
           DISPLAY "COMPANY YTD NI:    " WS-COMPANY-NI.
           STOP RUN.
