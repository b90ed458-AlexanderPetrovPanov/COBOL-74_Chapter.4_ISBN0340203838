       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALEOYR.
       *> PRODUCES THE ANNUAL EMPLOYER RETURN FOR THE REVENUE FROM THE
       *> YTD-HISTORY-YYYY.DAT ARCHIVE WRITTEN BY SALCLOSE - ONE RECORD
       *> PER EMPLOYEE WITH GROSS PAY, TAX AND NI FOR THE YEAR AND AN
       *> EMPLOYER TRAILER CARRYING THE TOTALS - TO EOYRETURN-YYYY.DAT.
       *> BEFORE ANYTHING IS WRITTEN THE TAX AND NI TOTALS ARE
       *> RECONCILED TO THE T AND N LINES OF EVERY GL FEED FOR THE
       *> YEAR (MAIN AND SUPP RUNS, THEIR REVERSING FEEDS AND THE
       *> ORIGINAL FEEDS OF ANY REVERSED RUNS); IF THEY DISAGREE THE
       *> RETURN IS NOT PRODUCED.  EOYRETURN-YYYY.RPT SHOWS THE
       *> RECONCILIATION FEED BY FEED
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT YTD-HISTORY-FILE ASSIGN DYNAMIC WS-HIST-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-EMPLOYEE-ID
                 FILE STATUS IS WS-HIST-STATUS.
            SELECT GL-FEED-FILE ASSIGN DYNAMIC WS-FEED-FILENAME
                 FILE STATUS IS WS-FEED-STATUS.
            SELECT EMPLOYER-RETURN-FILE
                 ASSIGN DYNAMIC WS-RETURN-FILENAME
                 FILE STATUS IS WS-RETURN-STATUS.
            SELECT RECONCILE-REPORT-FILE
                 ASSIGN DYNAMIC WS-RPT-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YTD-HISTORY-FILE.
       01 YTD-HISTORY-RECORD.
            05 HIST-EMPLOYEE-ID PIC 9(5).
            05 HIST-EMPLOYEE-NAME PIC X(20).
            05 HIST-DEPARTMENT-CODE PIC X(3).
            05 HIST-YEAR PIC X(4).
            05 HIST-AMOUNT PIC S9(8)V99.
            05 HIST-PERIODS PIC 9(2).
            05 HIST-LAST-PERIOD PIC X(7).
            05 HIST-TAX PIC S9(8)V99.
            05 HIST-NI PIC S9(8)V99.

       FD GL-FEED-FILE.
       01 GL-FEED-RECORD.
            05 GL-COST-CENTRE PIC X(3).
            05 GL-ACCOUNT-CODE PIC X(6).
            05 GL-PAY-PERIOD PIC X(6).
            05 GL-AMOUNT PIC S9(8)V99.
            05 GL-TRANS-TYPE PIC X. *> S = SALARY, A = ADJUSTMENT,
       *> T = TAX, N = NATIONAL INSURANCE, E = NET PAY,
       *> R = RETURNED NET PAY HELD AS A LIABILITY,
       *> P = EMPLOYEE PENSION, Q = EMPLOYER PENSION

       FD EMPLOYER-RETURN-FILE.
       01 RETURN-RECORD.
            05 RET-RECORD-TYPE PIC X. *> E = EMPLOYEE, T = TRAILER
            05 RET-EMPLOYER-REF PIC X(13).
            05 RET-TAX-YEAR PIC X(4).
            05 RET-EMPLOYEE-ID PIC 9(5).
            05 RET-EMPLOYEE-NAME PIC X(20).
            05 RET-PERIODS PIC 9(2).
            05 RET-GROSS PIC S9(8)V99.
            05 RET-TAX PIC S9(8)V99.
            05 RET-NI PIC S9(8)V99.
            05 FILLER PIC X(5).
       01 RETURN-TRAILER-RECORD REDEFINES RETURN-RECORD.
            05 RTT-RECORD-TYPE PIC X.
            05 RTT-EMPLOYER-REF PIC X(13).
            05 RTT-TAX-YEAR PIC X(4).
            05 RTT-EMPLOYEE-COUNT PIC 9(6).
            05 RTT-TOTAL-GROSS PIC S9(10)V99.
            05 RTT-TOTAL-TAX PIC S9(10)V99.
            05 RTT-TOTAL-NI PIC S9(10)V99.
            05 FILLER PIC X(20).

       FD RECONCILE-REPORT-FILE.
       01 RECONCILE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC XX.
       01 WS-FEED-STATUS PIC XX.
       01 WS-RETURN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-HIST-FILENAME PIC X(40) VALUE SPACES.
       01 WS-FEED-FILENAME PIC X(40) VALUE SPACES.
       01 WS-RETURN-FILENAME PIC X(40) VALUE SPACES.
       01 WS-RPT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-RETURN-YEAR PIC X(4).
       01 WS-EMPLOYER-REF PIC X(13).
       01 WS-FEED-PERIOD.
            05 WS-FEED-YEAR PIC X(4).
            05 WS-FEED-MONTH PIC 9(2).
       01 WS-FEED-SUFFIX-VALUES.
            05 FILLER PIC X(15) VALUE SPACES.
            05 FILLER PIC X(15) VALUE "-SUPP".
            05 FILLER PIC X(15) VALUE "-REV".
            05 FILLER PIC X(15) VALUE "-SUPP-REV".
            05 FILLER PIC X(15) VALUE "-REVERSED".
            05 FILLER PIC X(15) VALUE "-SUPP-REVERSED".
       01 WS-FEED-SUFFIX-TABLE REDEFINES WS-FEED-SUFFIX-VALUES.
            05 WS-FEED-SUFFIX PIC X(15) OCCURS 6 TIMES.
       01 WS-SUFFIX-IX PIC 9(2).
       01 WS-FEED-TAX PIC S9(10)V99.
       01 WS-FEED-NI PIC S9(10)V99.
       01 WS-FEED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FEED-ERROR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GL-TAX PIC S9(10)V99 VALUE ZERO.
       01 WS-GL-NI PIC S9(10)V99 VALUE ZERO.
       01 WS-EMPLOYEE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-GROSS PIC S9(10)V99 VALUE ZERO.
       01 WS-TOTAL-TAX PIC S9(10)V99 VALUE ZERO.
       01 WS-TOTAL-NI PIC S9(10)V99 VALUE ZERO.
       01 WS-DIFF-TAX PIC S9(10)V99 VALUE ZERO.
       01 WS-DIFF-NI PIC S9(10)V99 VALUE ZERO.
       01 WS-RPT-HEADING.
            05 FILLER PIC X(38)
                 VALUE "EMPLOYER ANNUAL RETURN RECONCILIATION ".
            05 FILLER PIC X(5) VALUE "YEAR ".
            05 RPT-H-YEAR PIC X(4).
            05 FILLER PIC X(11) VALUE "  EMPLOYER ".
            05 RPT-H-EMPLOYER PIC X(13).
       01 WS-RPT-HEADING2.
            05 FILLER PIC X(41) VALUE "GL FEED".
            05 FILLER PIC X(14) VALUE "      TAX (T) ".
            05 FILLER PIC X(13) VALUE "       NI (N)".
       01 WS-RPT-FEED.
            05 RPT-FEED-NAME PIC X(40).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-FEED-TAX PIC Z(9)9.99-.
            05 FILLER PIC X VALUE SPACE.
            05 RPT-FEED-NI PIC Z(9)9.99-.
            05 FILLER PIC X VALUE SPACE.
            05 RPT-FEED-NOTE PIC X(30).
       01 WS-RPT-SUMMARY.
            05 RPT-S-LABEL PIC X(40).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-S-TAX PIC Z(9)9.99-.
            05 FILLER PIC X VALUE SPACE.
            05 RPT-S-NI PIC Z(9)9.99-.
       01 WS-RPT-EMPLOYEES.
            05 FILLER PIC X(21) VALUE "EMPLOYEES ON ARCHIVE ".
            05 RPT-E-COUNT PIC Z(5)9.
            05 FILLER PIC X(14) VALUE "   TOTAL GROSS".
            05 FILLER PIC X VALUE SPACE.
            05 RPT-E-GROSS PIC Z(9)9.99-.
       01 WS-RPT-RESULT PIC X(80).

       PROCEDURE DIVISION.
       AA-START.
           DISPLAY "RETURN YEAR (YYYY): ".
           ACCEPT WS-RETURN-YEAR.
           IF WS-RETURN-YEAR IS NOT NUMERIC
                DISPLAY "*** RETURN YEAR MUST BE YYYY ***"
                STOP RUN
           END-IF.
           DISPLAY "EMPLOYER REFERENCE: ".
           ACCEPT WS-EMPLOYER-REF.
           IF WS-EMPLOYER-REF = SPACES
                DISPLAY "EMPLOYER REFERENCE IS REQUIRED"
                STOP RUN
           END-IF.
           STRING "YTD-HISTORY-" DELIMITED BY SIZE
                WS-RETURN-YEAR DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-HIST-FILENAME.
           STRING "EOYRETURN-" DELIMITED BY SIZE
                WS-RETURN-YEAR DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-RETURN-FILENAME.
           STRING "EOYRETURN-" DELIMITED BY SIZE
                WS-RETURN-YEAR DELIMITED BY SIZE
                ".RPT" DELIMITED BY SIZE
                INTO WS-RPT-FILENAME.
           OPEN INPUT YTD-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
                DISPLAY "*** " WS-HIST-FILENAME " NOT FOUND - YEAR "
                     WS-RETURN-YEAR " HAS NOT BEEN CLOSED BY SALCLOSE "
                     "- NOT RUN ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-HIST-FILENAME
                     " - STATUS " WS-HIST-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT RECONCILE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-RPT-FILENAME
                     " - STATUS " WS-REPORT-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-RETURN-YEAR TO RPT-H-YEAR.
           MOVE WS-EMPLOYER-REF TO RPT-H-EMPLOYER.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-HEADING2.
           PERFORM BB-SUM-HISTORY THRU BB-SUM-HISTORY-EXIT.
           MOVE WS-RETURN-YEAR TO WS-FEED-YEAR.
           PERFORM CC-SUM-FEED THRU CC-SUM-FEED-EXIT
                VARYING WS-FEED-MONTH FROM 1 BY 1
                     UNTIL WS-FEED-MONTH > 12
                AFTER WS-SUFFIX-IX FROM 1 BY 1
                     UNTIL WS-SUFFIX-IX > 6.
           PERFORM DD-RECONCILE THRU DD-RECONCILE-EXIT.
           PERFORM EE-WRITE-RETURN THRU EE-WRITE-RETURN-EXIT.
           GO TO ZZ-END.
       BB-SUM-HISTORY.
           MOVE LOW-VALUES TO HIST-EMPLOYEE-ID.
           START YTD-HISTORY-FILE KEY IS NOT LESS THAN HIST-EMPLOYEE-ID
                INVALID KEY GO TO BB-SUM-HISTORY-EXIT
           END-START.
       BB-SUM-LOOP.
           READ YTD-HISTORY-FILE NEXT RECORD
                AT END GO TO BB-SUM-HISTORY-EXIT
           END-READ.
           IF HIST-YEAR NOT = WS-RETURN-YEAR
                GO TO BB-SUM-LOOP
           END-IF.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           ADD HIST-AMOUNT TO WS-TOTAL-GROSS.
           ADD HIST-TAX TO WS-TOTAL-TAX.
           ADD HIST-NI TO WS-TOTAL-NI.
           GO TO BB-SUM-LOOP.
       BB-SUM-HISTORY-EXIT.
           EXIT.
       CC-SUM-FEED.
           MOVE SPACES TO WS-FEED-FILENAME.
           STRING "GLFEED-" DELIMITED BY SIZE
                WS-FEED-PERIOD DELIMITED BY SIZE
                WS-FEED-SUFFIX (WS-SUFFIX-IX) DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-FEED-FILENAME.
           OPEN INPUT GL-FEED-FILE.
           IF WS-FEED-STATUS = "35"
                GO TO CC-SUM-FEED-EXIT
           END-IF.
           MOVE ZERO TO WS-FEED-TAX.
           MOVE ZERO TO WS-FEED-NI.
           MOVE WS-FEED-FILENAME TO RPT-FEED-NAME.
           IF WS-FEED-STATUS NOT = "00"
                ADD 1 TO WS-FEED-ERROR-COUNT
                MOVE ZERO TO RPT-FEED-TAX
                MOVE ZERO TO RPT-FEED-NI
                MOVE SPACES TO RPT-FEED-NOTE
                STRING "*** NOT READABLE - STATUS " DELIMITED BY SIZE
                     WS-FEED-STATUS DELIMITED BY SIZE
                     INTO RPT-FEED-NOTE
                WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-FEED
                GO TO CC-SUM-FEED-EXIT
           END-IF.
       CC-SUM-LOOP.
           READ GL-FEED-FILE
                AT END GO TO CC-SUM-END
           END-READ.
           IF GL-TRANS-TYPE = "T"
                ADD GL-AMOUNT TO WS-FEED-TAX
           END-IF.
           IF GL-TRANS-TYPE = "N"
                ADD GL-AMOUNT TO WS-FEED-NI
           END-IF.
           GO TO CC-SUM-LOOP.
       CC-SUM-END.
           CLOSE GL-FEED-FILE.
           ADD 1 TO WS-FEED-COUNT.
           ADD WS-FEED-TAX TO WS-GL-TAX.
           ADD WS-FEED-NI TO WS-GL-NI.
           MOVE WS-FEED-TAX TO RPT-FEED-TAX.
           MOVE WS-FEED-NI TO RPT-FEED-NI.
           MOVE SPACES TO RPT-FEED-NOTE.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-FEED.
       CC-SUM-FEED-EXIT.
           EXIT.
       DD-RECONCILE.
           COMPUTE WS-DIFF-TAX = WS-TOTAL-TAX - WS-GL-TAX.
           COMPUTE WS-DIFF-NI = WS-TOTAL-NI - WS-GL-NI.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.
           MOVE "GL FEEDS FOR THE YEAR" TO RPT-S-LABEL.
           MOVE WS-GL-TAX TO RPT-S-TAX.
           MOVE WS-GL-NI TO RPT-S-NI.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-SUMMARY.
           MOVE "EMPLOYEE YTD ARCHIVE" TO RPT-S-LABEL.
           MOVE WS-TOTAL-TAX TO RPT-S-TAX.
           MOVE WS-TOTAL-NI TO RPT-S-NI.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-SUMMARY.
           MOVE "DIFFERENCE" TO RPT-S-LABEL.
           MOVE WS-DIFF-TAX TO RPT-S-TAX.
           MOVE WS-DIFF-NI TO RPT-S-NI.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-SUMMARY.
           MOVE WS-EMPLOYEE-COUNT TO RPT-E-COUNT.
           MOVE WS-TOTAL-GROSS TO RPT-E-GROSS.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-EMPLOYEES.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.
           IF WS-FEED-COUNT = ZERO
                MOVE "*** NO GL FEEDS FOR YEAR - RETURN NOT MADE ***"
                     TO WS-RPT-RESULT
                GO TO DD-RECONCILE-FAILED
           END-IF.
           IF WS-FEED-ERROR-COUNT NOT = ZERO
                MOVE "*** GL FEEDS NOT READABLE - RETURN NOT MADE ***"
                     TO WS-RPT-RESULT
                GO TO DD-RECONCILE-FAILED
           END-IF.
           IF WS-DIFF-TAX NOT = ZERO OR WS-DIFF-NI NOT = ZERO
                MOVE "*** TAX/NI DISAGREE WITH GL - NOT MADE ***"
                     TO WS-RPT-RESULT
                GO TO DD-RECONCILE-FAILED
           END-IF.
           GO TO DD-RECONCILE-EXIT.
       DD-RECONCILE-FAILED.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-RESULT.
           CLOSE RECONCILE-REPORT-FILE.
           CLOSE YTD-HISTORY-FILE.
           DISPLAY WS-RPT-RESULT.
           DISPLAY "GL TAX " WS-GL-TAX " NI " WS-GL-NI.
           DISPLAY "YTD TAX " WS-TOTAL-TAX " NI " WS-TOTAL-NI.
           DISPLAY "SEE " WS-RPT-FILENAME.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       DD-RECONCILE-EXIT.
           EXIT.
       EE-WRITE-RETURN.
           OPEN OUTPUT EMPLOYER-RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-RETURN-FILENAME
                     " - STATUS " WS-RETURN-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE LOW-VALUES TO HIST-EMPLOYEE-ID.
           START YTD-HISTORY-FILE KEY IS NOT LESS THAN HIST-EMPLOYEE-ID
                INVALID KEY GO TO EE-WRITE-TRAILER
           END-START.
       EE-RETURN-LOOP.
           READ YTD-HISTORY-FILE NEXT RECORD
                AT END GO TO EE-WRITE-TRAILER
           END-READ.
           IF HIST-YEAR NOT = WS-RETURN-YEAR
                GO TO EE-RETURN-LOOP
           END-IF.
           MOVE SPACES TO RETURN-RECORD.
           MOVE "E" TO RET-RECORD-TYPE.
           MOVE WS-EMPLOYER-REF TO RET-EMPLOYER-REF.
           MOVE WS-RETURN-YEAR TO RET-TAX-YEAR.
           MOVE HIST-EMPLOYEE-ID TO RET-EMPLOYEE-ID.
           MOVE HIST-EMPLOYEE-NAME TO RET-EMPLOYEE-NAME.
           MOVE HIST-PERIODS TO RET-PERIODS.
           MOVE HIST-AMOUNT TO RET-GROSS.
           MOVE HIST-TAX TO RET-TAX.
           MOVE HIST-NI TO RET-NI.
           WRITE RETURN-RECORD.
           GO TO EE-RETURN-LOOP.
       EE-WRITE-TRAILER.
           MOVE SPACES TO RETURN-TRAILER-RECORD.
           MOVE "T" TO RTT-RECORD-TYPE.
           MOVE WS-EMPLOYER-REF TO RTT-EMPLOYER-REF.
           MOVE WS-RETURN-YEAR TO RTT-TAX-YEAR.
           MOVE WS-EMPLOYEE-COUNT TO RTT-EMPLOYEE-COUNT.
           MOVE WS-TOTAL-GROSS TO RTT-TOTAL-GROSS.
           MOVE WS-TOTAL-TAX TO RTT-TOTAL-TAX.
           MOVE WS-TOTAL-NI TO RTT-TOTAL-NI.
           WRITE RETURN-TRAILER-RECORD.
           CLOSE EMPLOYER-RETURN-FILE.
           MOVE SPACES TO WS-RPT-RESULT.
           STRING "RECONCILED - RETURN WRITTEN TO " DELIMITED BY SIZE
                WS-RETURN-FILENAME DELIMITED BY SPACE
                INTO WS-RPT-RESULT.
           WRITE RECONCILE-REPORT-RECORD FROM WS-RPT-RESULT.
       EE-WRITE-RETURN-EXIT.
           EXIT.
       ZZ-END.
           CLOSE RECONCILE-REPORT-FILE.
           CLOSE YTD-HISTORY-FILE.
           DISPLAY "EMPLOYER RETURN FOR " WS-RETURN-YEAR " - "
                WS-EMPLOYEE-COUNT " EMPLOYEES WRITTEN TO "
                WS-RETURN-FILENAME.
           DISPLAY "TOTAL GROSS " WS-TOTAL-GROSS " TAX " WS-TOTAL-TAX
                " NI " WS-TOTAL-NI.
           DISPLAY "RECONCILED TO " WS-FEED-COUNT " GL FEEDS - SEE "
                WS-RPT-FILENAME.
           STOP RUN.
