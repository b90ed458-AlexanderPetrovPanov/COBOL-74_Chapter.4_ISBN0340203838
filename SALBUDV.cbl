       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALBUDV.
       *> COMPARES EACH DEPARTMENT'S PAYROLL AGAINST ITS BUDGET ON
       *> DEPTBUDGET.DAT, USING THE PAYHIST.DAT SUMMARY HISTORY KEPT BY
       *> SALT.  FOR THE PERIOD GIVEN IT SHOWS THE PERIOD AND YEAR TO
       *> DATE BUDGET AND ACTUAL, THE VARIANCE IN MONEY AND PERCENT, THE
       *> FULL YEAR BUDGET AND A FULL YEAR PROJECTION - THE YEAR TO DATE
       *> ACTUAL PLUS THIS PERIOD'S ACTUAL FOR EACH PERIOD LEFT.
       *> OVERSPENDS BEYOND THE TOLERANCE ARE FLAGGED, AND DEPARTMENTS
       *> ARE TOTALLED BY COST CENTRE FROM DEPARTMENTS.DAT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORY-STATUS.
            SELECT BUDGET-FILE ASSIGN TO "DEPTBUDGET.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS BUD-KEY
                 FILE STATUS IS WS-BUDGET-STATUS.
            SELECT DEPARTMENT-FILE ASSIGN TO "DEPARTMENTS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS DEPT-CODE
                 FILE STATUS IS WS-DEPT-STATUS.
            SELECT BUDGET-REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
            05 PH-PAY-PERIOD PIC X(6).
            05 PH-PAY-PERIOD-R REDEFINES PH-PAY-PERIOD.
                 10 PH-PAY-YEAR PIC X(4).
                 10 PH-PAY-MONTH PIC X(2).
            05 PH-SUPP-FLAG PIC X.
            05 PH-DEPT-CODE PIC X(3).
            05 PH-HEADCOUNT PIC 9(5).
            05 PH-TOTAL PIC S9(8)V99.

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
            05 BUD-KEY.
                 10 BUD-DEPT-CODE PIC X(3).
                 10 BUD-PERIOD PIC X(6). *> YYYYMM
                 10 BUD-PERIOD-R REDEFINES BUD-PERIOD.
                      15 BUD-YEAR PIC X(4).
                      15 BUD-MONTH PIC X(2).
            05 BUD-AMOUNT PIC 9(8)V99.
            05 BUD-CHANGED-BY PIC X(20).
            05 BUD-CHANGED-DATE PIC 9(6).

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
            05 DEPT-CODE PIC X(3).
            05 DEPT-NAME PIC X(20).
            05 DEPT-COST-CENTRE PIC X(3).
            05 DEPT-ACCOUNT-CODE PIC X(6).
            05 DEPT-ACTIVE-FLAG PIC X. *> A = ACTIVE, C = CLOSED

       FD BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-BUDGET-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RPT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-PAY-PERIOD PIC X(6).
       01 WS-PAY-PERIOD-R REDEFINES WS-PAY-PERIOD.
            05 WS-PAY-YEAR PIC X(4).
            05 WS-PAY-MONTH PIC 9(2).
       01 WS-MONTHS-LEFT PIC 9(2).
       01 WS-TOLERANCE-IN PIC X(6).
       01 WS-TOLERANCE PIC 9(3)V99 VALUE ZERO.
       01 WS-BUD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BUD-IX PIC 9(3).
       01 WS-BUD-USE PIC 9(3).
       01 WS-BUD-FOUND PIC X.
       01 WS-DEPT-LOOKUP PIC X(3).
       01 WS-BUD-TABLE.
            05 WS-BUD-ENTRY OCCURS 100 TIMES.
                 10 WS-BD-CODE PIC X(3).
                 10 WS-BD-COST-CENTRE PIC X(3).
                 10 WS-BD-PD-BUDGET PIC S9(9)V99.
                 10 WS-BD-PD-ACTUAL PIC S9(9)V99.
                 10 WS-BD-YTD-BUDGET PIC S9(9)V99.
                 10 WS-BD-YTD-ACTUAL PIC S9(9)V99.
                 10 WS-BD-YEAR-BUDGET PIC S9(9)V99.
       01 WS-CC-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CC-IX PIC 9(3).
       01 WS-CC-SHIFT PIC 9(3).
       01 WS-CC-FOUND PIC X.
       01 WS-CC-TABLE.
            05 WS-CC-CODE PIC X(3) OCCURS 100 TIMES.
       01 WS-LINE-VALUES.
            05 WS-LN-PD-BUDGET PIC S9(9)V99.
            05 WS-LN-PD-ACTUAL PIC S9(9)V99.
            05 WS-LN-YTD-BUDGET PIC S9(9)V99.
            05 WS-LN-YTD-ACTUAL PIC S9(9)V99.
            05 WS-LN-YEAR-BUDGET PIC S9(9)V99.
       01 WS-CC-VALUES.
            05 WS-CT-PD-BUDGET PIC S9(9)V99.
            05 WS-CT-PD-ACTUAL PIC S9(9)V99.
            05 WS-CT-YTD-BUDGET PIC S9(9)V99.
            05 WS-CT-YTD-ACTUAL PIC S9(9)V99.
            05 WS-CT-YEAR-BUDGET PIC S9(9)V99.
       01 WS-GRAND-VALUES.
            05 WS-GT-PD-BUDGET PIC S9(9)V99.
            05 WS-GT-PD-ACTUAL PIC S9(9)V99.
            05 WS-GT-YTD-BUDGET PIC S9(9)V99.
            05 WS-GT-YTD-ACTUAL PIC S9(9)V99.
            05 WS-GT-YEAR-BUDGET PIC S9(9)V99.
       01 WS-LINE-IS-DEPT PIC X.
       01 WS-CC-DEPT-COUNT PIC 9(3).
       01 WS-VARIANCE PIC S9(9)V99.
       01 WS-PERCENT PIC S9(4)V99.
       01 WS-PROJECTION PIC S9(9)V99.
       01 WS-PD-OVER PIC X.
       01 WS-YTD-OVER PIC X.
       01 WS-DEPT-REPORTED PIC 9(3) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RPT-HEADING1.
            05 FILLER PIC X(26)
                 VALUE "PAYROLL BUDGET V ACTUAL   ".
            05 FILLER PIC X(7) VALUE "PERIOD ".
            05 RPT-H-PERIOD PIC X(6).
            05 FILLER PIC X(7) VALUE "  YEAR ".
            05 RPT-H-YEAR PIC X(4).
            05 FILLER PIC X(12) VALUE "  TOLERANCE ".
            05 RPT-H-TOLERANCE PIC ZZ9.99.
            05 FILLER PIC X(4) VALUE " PCT".
       01 WS-RPT-HEADING2.
            05 FILLER PIC X(8) VALUE "DEPT CC ".
            05 FILLER PIC X(12) VALUE "   PD BUDGET".
            05 FILLER PIC X(12) VALUE "   PD ACTUAL".
            05 FILLER PIC X(12) VALUE " PD VARIANCE".
            05 FILLER PIC X(8) VALUE "  PD PCT".
            05 FILLER PIC X(13) VALUE "   YTD BUDGET".
            05 FILLER PIC X(13) VALUE "   YTD ACTUAL".
            05 FILLER PIC X(13) VALUE " YTD VARIANCE".
            05 FILLER PIC X(8) VALUE " YTD PCT".
            05 FILLER PIC X(13) VALUE "  YEAR BUDGET".
            05 FILLER PIC X(13) VALUE "   PROJECTION".
            05 FILLER PIC X(7) VALUE "   FLAG".
       01 WS-RPT-DETAIL.
            05 RPT-KEY.
                 10 RPT-DEPT-CODE PIC X(3).
                 10 FILLER PIC X VALUE SPACE.
                 10 RPT-COST-CENTRE PIC X(3).
                 10 FILLER PIC X VALUE SPACE.
            05 RPT-KEY-TOTAL REDEFINES RPT-KEY PIC X(8).
            05 RPT-PD-BUDGET PIC Z(7)9.99-.
            05 RPT-PD-ACTUAL PIC Z(7)9.99-.
            05 RPT-PD-VARIANCE PIC Z(7)9.99-.
            05 RPT-PD-PERCENT PIC ZZZ9.99-.
            05 RPT-YTD-BUDGET PIC Z(8)9.99-.
            05 RPT-YTD-ACTUAL PIC Z(8)9.99-.
            05 RPT-YTD-VARIANCE PIC Z(8)9.99-.
            05 RPT-YTD-PERCENT PIC ZZZ9.99-.
            05 RPT-YEAR-BUDGET PIC Z(8)9.99-.
            05 RPT-PROJECTION PIC Z(8)9.99-.
            05 FILLER PIC X VALUE SPACE.
            05 RPT-FLAG PIC X(6).
       01 WS-RPT-FOOTING.
            05 FILLER PIC X(13) VALUE "DEPARTMENTS: ".
            05 RPT-F-DEPTS PIC ZZ9.
            05 FILLER PIC X(32)
                 VALUE "  OVER BUDGET BEYOND TOLERANCE: ".
            05 RPT-F-FLAGGED PIC ZZ9.
       01 WS-RPT-KEY-NOTE PIC X(62) VALUE
            "FLAGS: *PD PERIOD OVER  *YTD YEAR TO DATE OVER  *BOTH  ".
       01 WS-RPT-KEY-NOTE2 PIC X(62) VALUE
            "       *NOBUD ACTUAL PAID WITH NO BUDGET HELD".

       PROCEDURE DIVISION.
       AA-START.
           DISPLAY "PAY PERIOD TO REPORT (YYYYMM): ".
           ACCEPT WS-PAY-PERIOD.
           IF WS-PAY-PERIOD IS NOT NUMERIC
                OR WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
                DISPLAY "PAY PERIOD MUST BE YYYYMM"
                STOP RUN
           END-IF.
           DISPLAY "TOLERANCE PERCENT (BLANK FOR 5): ".
           ACCEPT WS-TOLERANCE-IN.
           IF WS-TOLERANCE-IN = SPACES
                MOVE 5 TO WS-TOLERANCE
           ELSE
                COMPUTE WS-TOLERANCE =
                     FUNCTION NUMVAL (WS-TOLERANCE-IN)
           END-IF.
           COMPUTE WS-MONTHS-LEFT = 12 - WS-PAY-MONTH.
           STRING "SALBUDV-" DELIMITED BY SIZE
                WS-PAY-PERIOD DELIMITED BY SIZE
                ".RPT" DELIMITED BY SIZE
                INTO WS-RPT-FILENAME.
           PERFORM BB-LOAD-DEPARTMENTS THRU BB-LOAD-DEPT-END.
           PERFORM BB-LOAD-BUDGETS THRU BB-LOAD-BUDGET-END.
           PERFORM BB-LOAD-HISTORY THRU BB-LOAD-HISTORY-END.
           PERFORM BB-BUILD-CC-LIST THRU BB-BUILD-CC-LIST-EXIT
                VARYING WS-BUD-IX FROM 1 BY 1
                UNTIL WS-BUD-IX > WS-BUD-COUNT.
           IF WS-CC-COUNT = ZERO
                DISPLAY "NO BUDGET OR PAY HISTORY FOR " WS-PAY-YEAR
                     " - NO REPORT WRITTEN"
                STOP RUN
           END-IF.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-RPT-FILENAME
                     " - STATUS " WS-REPORT-STATUS " ***"
                STOP RUN
           END-IF.
           MOVE WS-PAY-PERIOD TO RPT-H-PERIOD.
           MOVE WS-PAY-YEAR TO RPT-H-YEAR.
           MOVE WS-TOLERANCE TO RPT-H-TOLERANCE.
           WRITE BUDGET-REPORT-RECORD FROM WS-RPT-HEADING1.
           WRITE BUDGET-REPORT-RECORD FROM WS-RPT-HEADING2.
           MOVE SPACES TO BUDGET-REPORT-RECORD.
           WRITE BUDGET-REPORT-RECORD.
           MOVE ZERO TO WS-GRAND-VALUES.
           PERFORM CC-REPORT-COST-CENTRE
                VARYING WS-CC-IX FROM 1 BY 1
                UNTIL WS-CC-IX > WS-CC-COUNT.
           MOVE WS-GRAND-VALUES TO WS-LINE-VALUES.
           MOVE "TOTAL" TO RPT-KEY-TOTAL.
           MOVE "N" TO WS-LINE-IS-DEPT.
           PERFORM XX-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-RECORD.
           WRITE BUDGET-REPORT-RECORD.
           MOVE WS-DEPT-REPORTED TO RPT-F-DEPTS.
           MOVE WS-FLAGGED-COUNT TO RPT-F-FLAGGED.
           WRITE BUDGET-REPORT-RECORD FROM WS-RPT-FOOTING.
           WRITE BUDGET-REPORT-RECORD FROM WS-RPT-KEY-NOTE.
           WRITE BUDGET-REPORT-RECORD FROM WS-RPT-KEY-NOTE2.
           CLOSE BUDGET-REPORT-FILE.
           DISPLAY "BUDGET REPORT WRITTEN TO " WS-RPT-FILENAME.
           DISPLAY WS-FLAGGED-COUNT " DEPARTMENTS OVER BUDGET BEYOND "
                "TOLERANCE".
           STOP RUN.
       BB-LOAD-DEPARTMENTS.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING DEPARTMENTS.DAT - STATUS "
                     WS-DEPT-STATUS " ***"
                STOP RUN
           END-IF.
       BB-LOAD-DEPT-LOOP.
           READ DEPARTMENT-FILE
                AT END GO TO BB-LOAD-DEPT-CLOSE
           END-READ.
           MOVE DEPT-CODE TO WS-DEPT-LOOKUP.
           PERFORM BB-ADD-DEPT.
           MOVE DEPT-COST-CENTRE TO WS-BD-COST-CENTRE (WS-BUD-USE).
           GO TO BB-LOAD-DEPT-LOOP.
       BB-LOAD-DEPT-CLOSE.
           CLOSE DEPARTMENT-FILE.
       BB-LOAD-DEPT-END.
           EXIT.
       BB-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING DEPTBUDGET.DAT - STATUS "
                     WS-BUDGET-STATUS " ***"
                STOP RUN
           END-IF.
       BB-LOAD-BUDGET-LOOP.
           READ BUDGET-FILE
                AT END GO TO BB-LOAD-BUDGET-CLOSE
           END-READ.
           IF BUD-YEAR NOT = WS-PAY-YEAR
                GO TO BB-LOAD-BUDGET-LOOP
           END-IF.
           MOVE BUD-DEPT-CODE TO WS-DEPT-LOOKUP.
           PERFORM BB-ADD-DEPT.
           ADD BUD-AMOUNT TO WS-BD-YEAR-BUDGET (WS-BUD-USE).
           IF BUD-PERIOD NOT > WS-PAY-PERIOD
                ADD BUD-AMOUNT TO WS-BD-YTD-BUDGET (WS-BUD-USE)
           END-IF.
           IF BUD-PERIOD = WS-PAY-PERIOD
                ADD BUD-AMOUNT TO WS-BD-PD-BUDGET (WS-BUD-USE)
           END-IF.
           GO TO BB-LOAD-BUDGET-LOOP.
       BB-LOAD-BUDGET-CLOSE.
           CLOSE BUDGET-FILE.
       BB-LOAD-BUDGET-END.
           EXIT.
       BB-LOAD-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING PAYHIST.DAT - STATUS "
                     WS-HISTORY-STATUS " ***"
                STOP RUN
           END-IF.
       BB-LOAD-HISTORY-LOOP.
           READ PAY-HISTORY-FILE
                AT END GO TO BB-LOAD-HISTORY-CLOSE
           END-READ.
           IF PH-PAY-YEAR NOT = WS-PAY-YEAR
                OR PH-PAY-PERIOD > WS-PAY-PERIOD
                GO TO BB-LOAD-HISTORY-LOOP
           END-IF.
           MOVE PH-DEPT-CODE TO WS-DEPT-LOOKUP.
           PERFORM BB-ADD-DEPT.
           ADD PH-TOTAL TO WS-BD-YTD-ACTUAL (WS-BUD-USE).
           IF PH-PAY-PERIOD = WS-PAY-PERIOD
                ADD PH-TOTAL TO WS-BD-PD-ACTUAL (WS-BUD-USE)
           END-IF.
           GO TO BB-LOAD-HISTORY-LOOP.
       BB-LOAD-HISTORY-CLOSE.
           CLOSE PAY-HISTORY-FILE.
       BB-LOAD-HISTORY-END.
           EXIT.
       *> FINDS WS-DEPT-LOOKUP IN THE TABLE, ADDING IT IF NEW.  A
       *> DEPARTMENT NOT ON DEPARTMENTS.DAT IS TOTALLED UNDER COST
       *> CENTRE ???
       BB-ADD-DEPT.
           MOVE "N" TO WS-BUD-FOUND.
           MOVE ZERO TO WS-BUD-USE.
           PERFORM BB-FIND-DEPT-SCAN
                VARYING WS-BUD-IX FROM 1 BY 1
                UNTIL WS-BUD-IX > WS-BUD-COUNT
                     OR WS-BUD-FOUND = "Y".
           IF WS-BUD-FOUND = "N"
                IF WS-BUD-COUNT = 100
                     DISPLAY "*** BUDGET TABLE FULL - INCREASE "
                          "WS-BUD-ENTRY OCCURS ***"
                     STOP RUN
                END-IF
                ADD 1 TO WS-BUD-COUNT
                MOVE WS-DEPT-LOOKUP TO WS-BD-CODE (WS-BUD-COUNT)
                MOVE "???" TO WS-BD-COST-CENTRE (WS-BUD-COUNT)
                MOVE ZERO TO WS-BD-PD-BUDGET (WS-BUD-COUNT)
                MOVE ZERO TO WS-BD-PD-ACTUAL (WS-BUD-COUNT)
                MOVE ZERO TO WS-BD-YTD-BUDGET (WS-BUD-COUNT)
                MOVE ZERO TO WS-BD-YTD-ACTUAL (WS-BUD-COUNT)
                MOVE ZERO TO WS-BD-YEAR-BUDGET (WS-BUD-COUNT)
                MOVE WS-BUD-COUNT TO WS-BUD-USE
           END-IF.
       BB-FIND-DEPT-SCAN.
           IF WS-BD-CODE (WS-BUD-IX) = WS-DEPT-LOOKUP
                MOVE "Y" TO WS-BUD-FOUND
                MOVE WS-BUD-IX TO WS-BUD-USE
           END-IF.
       *> COST CENTRES ARE KEPT IN ASCENDING ORDER SO THE REPORT GROUPS
       *> BY COST CENTRE; DEPARTMENTS WITH NO BUDGET AND NO PAY FOR THE
       *> YEAR ARE LEFT OFF
       BB-BUILD-CC-LIST.
           IF WS-BD-YEAR-BUDGET (WS-BUD-IX) = ZERO
                AND WS-BD-YTD-ACTUAL (WS-BUD-IX) = ZERO
                GO TO BB-BUILD-CC-LIST-EXIT
           END-IF.
           MOVE "N" TO WS-CC-FOUND.
           PERFORM BB-FIND-CC-SCAN
                VARYING WS-CC-IX FROM 1 BY 1
                UNTIL WS-CC-IX > WS-CC-COUNT
                     OR WS-CC-FOUND = "Y".
           IF WS-CC-FOUND = "Y"
                GO TO BB-BUILD-CC-LIST-EXIT
           END-IF.
           MOVE 1 TO WS-CC-IX.
           PERFORM BB-FIND-CC-SLOT
                UNTIL WS-CC-IX > WS-CC-COUNT
                     OR WS-CC-CODE (WS-CC-IX)
                          > WS-BD-COST-CENTRE (WS-BUD-IX).
           PERFORM BB-SHIFT-CC
                VARYING WS-CC-SHIFT FROM WS-CC-COUNT BY -1
                UNTIL WS-CC-SHIFT < WS-CC-IX.
           MOVE WS-BD-COST-CENTRE (WS-BUD-IX) TO WS-CC-CODE (WS-CC-IX).
           ADD 1 TO WS-CC-COUNT.
       BB-BUILD-CC-LIST-EXIT.
           EXIT.
       BB-FIND-CC-SCAN.
           IF WS-CC-CODE (WS-CC-IX) = WS-BD-COST-CENTRE (WS-BUD-IX)
                MOVE "Y" TO WS-CC-FOUND
           END-IF.
       BB-FIND-CC-SLOT.
           ADD 1 TO WS-CC-IX.
       BB-SHIFT-CC.
           MOVE WS-CC-CODE (WS-CC-SHIFT)
                TO WS-CC-CODE (WS-CC-SHIFT + 1).
       CC-REPORT-COST-CENTRE.
           MOVE ZERO TO WS-CC-VALUES.
           MOVE ZERO TO WS-CC-DEPT-COUNT.
           PERFORM CC-REPORT-DEPT THRU CC-REPORT-DEPT-EXIT
                VARYING WS-BUD-IX FROM 1 BY 1
                UNTIL WS-BUD-IX > WS-BUD-COUNT.
           MOVE WS-CC-VALUES TO WS-LINE-VALUES.
           MOVE SPACES TO RPT-KEY-TOTAL.
           STRING "CC " DELIMITED BY SIZE
                WS-CC-CODE (WS-CC-IX) DELIMITED BY SIZE
                INTO RPT-KEY-TOTAL.
           MOVE "N" TO WS-LINE-IS-DEPT.
           PERFORM XX-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-RECORD.
           WRITE BUDGET-REPORT-RECORD.
       CC-REPORT-DEPT.
           IF WS-BD-COST-CENTRE (WS-BUD-IX) NOT = WS-CC-CODE (WS-CC-IX)
                GO TO CC-REPORT-DEPT-EXIT
           END-IF.
           IF WS-BD-YEAR-BUDGET (WS-BUD-IX) = ZERO
                AND WS-BD-YTD-ACTUAL (WS-BUD-IX) = ZERO
                GO TO CC-REPORT-DEPT-EXIT
           END-IF.
           MOVE WS-BD-PD-BUDGET (WS-BUD-IX) TO WS-LN-PD-BUDGET.
           MOVE WS-BD-PD-ACTUAL (WS-BUD-IX) TO WS-LN-PD-ACTUAL.
           MOVE WS-BD-YTD-BUDGET (WS-BUD-IX) TO WS-LN-YTD-BUDGET.
           MOVE WS-BD-YTD-ACTUAL (WS-BUD-IX) TO WS-LN-YTD-ACTUAL.
           MOVE WS-BD-YEAR-BUDGET (WS-BUD-IX) TO WS-LN-YEAR-BUDGET.
           MOVE SPACES TO RPT-KEY-TOTAL.
           MOVE WS-BD-CODE (WS-BUD-IX) TO RPT-DEPT-CODE.
           MOVE WS-BD-COST-CENTRE (WS-BUD-IX) TO RPT-COST-CENTRE.
           MOVE "Y" TO WS-LINE-IS-DEPT.
           PERFORM XX-REPORT-LINE.
           ADD 1 TO WS-DEPT-REPORTED.
           ADD 1 TO WS-CC-DEPT-COUNT.
           ADD WS-LN-PD-BUDGET TO WS-CT-PD-BUDGET WS-GT-PD-BUDGET.
           ADD WS-LN-PD-ACTUAL TO WS-CT-PD-ACTUAL WS-GT-PD-ACTUAL.
           ADD WS-LN-YTD-BUDGET TO WS-CT-YTD-BUDGET WS-GT-YTD-BUDGET.
           ADD WS-LN-YTD-ACTUAL TO WS-CT-YTD-ACTUAL WS-GT-YTD-ACTUAL.
           ADD WS-LN-YEAR-BUDGET TO WS-CT-YEAR-BUDGET
                WS-GT-YEAR-BUDGET.
       CC-REPORT-DEPT-EXIT.
           EXIT.
       *> FORMATS AND WRITES ONE LINE FROM WS-LINE-VALUES - A
       *> DEPARTMENT, A COST CENTRE TOTAL OR THE GRAND TOTAL.  ONLY
       *> DEPARTMENT LINES COUNT TOWARDS THE FLAGGED TOTAL
       XX-REPORT-LINE.
           MOVE WS-LN-PD-BUDGET TO RPT-PD-BUDGET.
           MOVE WS-LN-PD-ACTUAL TO RPT-PD-ACTUAL.
           MOVE WS-LN-YTD-BUDGET TO RPT-YTD-BUDGET.
           MOVE WS-LN-YTD-ACTUAL TO RPT-YTD-ACTUAL.
           MOVE WS-LN-YEAR-BUDGET TO RPT-YEAR-BUDGET.
           COMPUTE WS-PROJECTION = WS-LN-YTD-ACTUAL
                + WS-LN-PD-ACTUAL * WS-MONTHS-LEFT.
           MOVE WS-PROJECTION TO RPT-PROJECTION.
           MOVE "N" TO WS-PD-OVER.
           MOVE "N" TO WS-YTD-OVER.
           COMPUTE WS-VARIANCE = WS-LN-PD-ACTUAL - WS-LN-PD-BUDGET.
           MOVE WS-VARIANCE TO RPT-PD-VARIANCE.
           IF WS-LN-PD-BUDGET = ZERO
                MOVE ZERO TO RPT-PD-PERCENT
           ELSE
                COMPUTE WS-PERCENT ROUNDED = WS-VARIANCE * 100
                     / WS-LN-PD-BUDGET
                     ON SIZE ERROR MOVE 9999 TO WS-PERCENT
                END-COMPUTE
                MOVE WS-PERCENT TO RPT-PD-PERCENT
                IF WS-PERCENT > WS-TOLERANCE
                     MOVE "Y" TO WS-PD-OVER
                END-IF
           END-IF.
           COMPUTE WS-VARIANCE = WS-LN-YTD-ACTUAL - WS-LN-YTD-BUDGET.
           MOVE WS-VARIANCE TO RPT-YTD-VARIANCE.
           IF WS-LN-YTD-BUDGET = ZERO
                MOVE ZERO TO RPT-YTD-PERCENT
           ELSE
                COMPUTE WS-PERCENT ROUNDED = WS-VARIANCE * 100
                     / WS-LN-YTD-BUDGET
                     ON SIZE ERROR MOVE 9999 TO WS-PERCENT
                END-COMPUTE
                MOVE WS-PERCENT TO RPT-YTD-PERCENT
                IF WS-PERCENT > WS-TOLERANCE
                     MOVE "Y" TO WS-YTD-OVER
                END-IF
           END-IF.
           IF WS-LN-YTD-BUDGET = ZERO
                AND WS-LN-YTD-ACTUAL > ZERO
                MOVE "*NOBUD" TO RPT-FLAG
           ELSE IF WS-PD-OVER = "Y" AND WS-YTD-OVER = "Y"
                MOVE "*BOTH" TO RPT-FLAG
           ELSE IF WS-PD-OVER = "Y"
                MOVE "*PD" TO RPT-FLAG
           ELSE IF WS-YTD-OVER = "Y"
                MOVE "*YTD" TO RPT-FLAG
           ELSE
                MOVE SPACES TO RPT-FLAG
           END-IF.
           IF WS-LINE-IS-DEPT = "Y" AND RPT-FLAG NOT = SPACES
                ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           WRITE BUDGET-REPORT-RECORD FROM WS-RPT-DETAIL.
