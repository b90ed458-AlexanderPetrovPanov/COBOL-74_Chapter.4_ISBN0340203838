            05 JRN-EMPLOYEE-ID PIC 9(5).
            05 JRN-BEFORE-IMAGE PIC X(50).
            05 JRN-AFTER-IMAGE PIC X(50).
            05 JRN-REQUESTED-BY PIC X(20). *> WHO ENTERED A HELD CHANGE
            05 JRN-BEFORE-DATES PIC X(16). *> START AND LEAVING DATES
            05 JRN-AFTER-DATES PIC X(16).

       FD JOURNAL-REPORT-FILE.
       01 JOURNAL-REPORT-RECORD PIC X(132).
       01 WS-RPT-LINE2.
            05 FILLER PIC X(8) VALUE "BEFORE  ".
            05 RPT-BEFORE PIC X(50).
            05 FILLER PIC X(7) VALUE " DATES ".
            05 RPT-BEFORE-DATES PIC X(16).
       01 WS-RPT-LINE3.
            05 FILLER PIC X(8) VALUE "AFTER   ".
            05 RPT-AFTER PIC X(50).
            05 FILLER PIC X(7) VALUE " DATES ".
            05 RPT-AFTER-DATES PIC X(16).
       01 WS-RPT-LINE4.
            05 FILLER PIC X(13) VALUE "REQUESTED BY ".
            05 RPT-REQUESTED-BY PIC X(20).

       PROCEDURE DIVISION.
       AA-START.
           MOVE JRN-EMPLOYEE-ID TO RPT-EMPLOYEE.
           MOVE JRN-BEFORE-IMAGE TO RPT-BEFORE.
           MOVE JRN-AFTER-IMAGE TO RPT-AFTER.
           MOVE JRN-BEFORE-DATES TO RPT-BEFORE-DATES.
           MOVE JRN-AFTER-DATES TO RPT-AFTER-DATES.
           WRITE JOURNAL-REPORT-RECORD FROM WS-RPT-LINE1.
           WRITE JOURNAL-REPORT-RECORD FROM WS-RPT-LINE2.
           WRITE JOURNAL-REPORT-RECORD FROM WS-RPT-LINE3.
           IF JRN-REQUESTED-BY NOT = SPACES
                MOVE JRN-REQUESTED-BY TO RPT-REQUESTED-BY
                WRITE JOURNAL-REPORT-RECORD FROM WS-RPT-LINE4
                ADD 1 TO WS-RPT-LINES
           END-IF.
           MOVE SPACES TO JOURNAL-REPORT-RECORD.
           WRITE JOURNAL-REPORT-RECORD.
           ADD 4 TO WS-RPT-LINES.
