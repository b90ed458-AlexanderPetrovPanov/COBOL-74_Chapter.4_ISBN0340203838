       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALRETN.
       *> LOADS THE BANK'S RETURNED PAYMENTS FILE FOR A SALT RUN AND
       *> MATCHES EACH RETURN TO PAYMENTS-yyyymm.DAT BY EMPLOYEE AND
       *> AMOUNT. MATCHED PAY DETAIL RECORDS ARE MARKED RETURNED
       *> (UNPAID), A RETURNED PAYMENTS REPORT IS PRINTED AND THE NET
       *> PAY IS WRITTEN TO A GL RETURNS FEED AS A LIABILITY.  ONCE
       *> SALMAINT HAS CORRECTED THE BANK DETAILS (AND THE CHANGE IS
       *> APPROVED) THE REISSUE OPTION WRITES A SEPARATELY NUMBERED
       *> REISSUE-yyyymm-nn.DAT PAYMENTS FILE WITH ITS OWN CONTROL
       *> HEADER AND TRAILER AND CLEARS THE LIABILITY.  PAYMENTS SALT
       *> HELD BACK FOR MISSING OR UNAPPROVED BANK DETAILS ARE
       *> REISSUED THE SAME WAY.  THE MARK SENT OPTION RECORDS ON THE
       *> PAYMENTS FILE HEADER THAT IT HAS GONE TO THE BANK, AFTER WHICH
       *> SALREVRS WILL NOT REVERSE THE RUN WITHOUT A SUPERVISOR.  A RUN
       *> SALREVRS HAS CANCELLED IS REFUSED
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYMENTS-FILE ASSIGN DYNAMIC WS-PAYMENTS-FILENAME
                 FILE STATUS IS WS-PAYMENTS-STATUS.
            SELECT RETURNS-FILE ASSIGN DYNAMIC WS-RETURNS-FILENAME
                 FILE STATUS IS WS-RETURNS-STATUS.
            SELECT REISSUE-FILE ASSIGN DYNAMIC WS-REISSUE-FILENAME
                 FILE STATUS IS WS-REISSUE-STATUS.
            SELECT PAY-DETAIL-FILE ASSIGN DYNAMIC WS-DETAIL-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PD-EMPLOYEE-ID
                 FILE STATUS IS WS-DETAIL-STATUS.
            SELECT GL-FEED-FILE ASSIGN DYNAMIC WS-GL-FILENAME
                 FILE STATUS IS WS-GL-STATUS.
            SELECT RETURNS-REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.
            SELECT SALARY-INDEX-FILE ASSIGN TO "SALARY-INDEX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IDX-EMPLOYEE-ID
                 FILE STATUS IS WS-INDEX-STATUS.
            SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS APV-EMPLOYEE-ID
                 FILE STATUS IS WS-APPROVAL-STATUS.
            SELECT DEPARTMENT-FILE ASSIGN TO "DEPARTMENTS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DEPT-CODE
                 FILE STATUS IS WS-DEPT-STATUS.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-LOG-STATUS.

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

       FD RETURNS-FILE.
       01 RETURN-RECORD.
            05 RTN-EMPLOYEE-ID PIC 9(5).
            05 RTN-EMPLOYEE-NAME PIC X(20).
            05 RTN-SORT-CODE PIC X(6).
            05 RTN-ACCOUNT-NUMBER PIC X(8).
            05 RTN-AMOUNT PIC S9(8)V99.
            05 RTN-REASON-CODE PIC X(2). *> AC = ACCOUNT CLOSED,
       *> SC = INVALID SORT CODE, AN = INVALID ACCOUNT NUMBER,
       *> NA = NO ACCOUNT, OT = OTHER

       FD REISSUE-FILE.
       01 REISSUE-RECORD.
            05 RSS-EMPLOYEE-ID PIC 9(5).
            05 RSS-EMPLOYEE-NAME PIC X(20).
            05 RSS-SORT-CODE PIC X(6).
            05 RSS-ACCOUNT-NUMBER PIC X(8).
            05 RSS-AMOUNT PIC S9(8)V99.
       01 REISSUE-CONTROL-RECORD REDEFINES REISSUE-RECORD.
            05 REISSUE-CONTROL-COUNT PIC 9(8).
            05 REISSUE-CONTROL-TOTAL PIC S9(8)V99.
            05 FILLER PIC X(31).

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

       FD RETURNS-REPORT-FILE.
       01 RETURNS-REPORT-RECORD PIC X(132).

       FD SALARY-INDEX-FILE.
       01 SALARY-INDEX-RECORD.
            05 IDX-EMPLOYEE-ID PIC 9(5).
            05 IDX-EMPLOYEE-NAME PIC X(20).
            05 IDX-DEPARTMENT-CODE PIC X(3).
            05 IDX-SALARY PIC 9(6)V99.
            05 IDX-SORT-CODE PIC X(6).
            05 IDX-ACCOUNT-NUMBER PIC X(8).
            05 IDX-EMPLOYMENT-DATES.
                 10 IDX-START-DATE PIC 9(8). *> YYYYMMDD, 0 = NOT KNOWN
                 10 IDX-LEAVE-DATE PIC 9(8). *> YYYYMMDD, ZERO = IN POST

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

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
            05 DEPT-CODE PIC X(3).
            05 DEPT-NAME PIC X(20).
            05 DEPT-COST-CENTRE PIC X(3).
            05 DEPT-ACCOUNT-CODE PIC X(6).
            05 DEPT-ACTIVE-FLAG PIC X. *> A = ACTIVE, C = CLOSED

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-PAYMENTS-STATUS PIC XX.
       01 WS-RETURNS-STATUS PIC XX.
       01 WS-REISSUE-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-INDEX-STATUS PIC XX.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-AUDIT-LOG-STATUS PIC XX.
       01 WS-PAYMENTS-FILENAME PIC X(40) VALUE SPACES.
       01 WS-RETURNS-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REISSUE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-DETAIL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-GL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-PAY-PERIOD PIC X(6) VALUE SPACES.
       01 WS-RUN-OPTION PIC X(10) VALUE SPACES.
       01 WS-RUN-TAG PIC X(11) VALUE SPACES.
       01 WS-FILE-NUMBER PIC 9(2) VALUE ZERO.
       01 WS-GL-NUMBER PIC 9(2) VALUE ZERO.
       01 WS-NUMBER-FOUND PIC X.
       01 WS-APPROVAL-OPEN PIC X VALUE "N".
       01 WS-GL-OPEN PIC X VALUE "N".
       01 WS-PAYMENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYMENT-TABLE.
            05 WS-PAYMENT-ENTRY OCCURS 5000 TIMES.
                 10 WS-PT-EMPLOYEE-ID PIC 9(5).
                 10 WS-PT-AMOUNT PIC S9(8)V99.
                 10 WS-PT-USED PIC X.
       01 WS-PAY-IX PIC 9(5).
       01 WS-PAY-USE PIC 9(5).
       01 WS-PAY-FOUND PIC X.
       01 WS-HEADER-COUNT PIC 9(8) VALUE ZERO.
       01 WS-RETURN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MATCHED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MATCHED-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-REISSUE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REISSUE-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-BLOCKED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-REJECTED PIC 9(6) VALUE ZERO.
       01 WS-LIABILITY-COUNT PIC 9(8) VALUE ZERO.
       01 WS-LIABILITY-TOTAL PIC S9(8)V99 VALUE ZERO.
       01 WS-REISSUE-OK PIC X.
       01 WS-WAS-RETURNED PIC X.
       01 WS-OUTCOME PIC X(40).
       01 WS-REASON-TEXT PIC X(20).
       01 WS-AUDIT-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-AUDIT-DATE PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-TIME PIC 9(8) VALUE ZERO.
       01 WS-RPT-PAGE PIC 9(3) VALUE ZERO.
       01 WS-RPT-LINES PIC 9(2) VALUE ZERO.
       01 WS-RPT-HEADING.
            05 RPT-H-TITLE PIC X(30).
            05 FILLER PIC X(5) VALUE "FILE ".
            05 RPT-H-FILENAME PIC X(40).
            05 FILLER PIC X(7) VALUE "PERIOD ".
            05 RPT-H-TAG PIC X(11).
            05 FILLER PIC X(5) VALUE " PAGE".
            05 RPT-H-PAGE PIC ZZZ9.
       01 WS-RPT-HEADING2.
            05 FILLER PIC X(27) VALUE "EMPL  NAME".
            05 FILLER PIC X(16) VALUE "SORT   ACCOUNT".
            05 FILLER PIC X(13) VALUE "       AMOUNT".
            05 FILLER PIC X(22) VALUE "  REASON".
            05 FILLER PIC X(7) VALUE "OUTCOME".
       01 WS-RPT-DETAIL.
            05 RPT-EMPLOYEE PIC 9(5).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-NAME PIC X(20).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-SORT-CODE PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-ACCOUNT PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 RPT-AMOUNT PIC Z(7)9.99-.
            05 FILLER PIC X(2) VALUE SPACES.
            05 RPT-REASON PIC X(20).
            05 FILLER PIC X(2) VALUE SPACES.
            05 RPT-OUTCOME PIC X(40).
       01 WS-RPT-RETURN-TOTALS.
            05 FILLER PIC X(13) VALUE "RETURNS READ ".
            05 RPT-T-READ PIC Z(5)9.
            05 FILLER PIC X(10) VALUE "  MATCHED ".
            05 RPT-T-MATCHED PIC Z(5)9.
            05 FILLER PIC X(12) VALUE "  UNMATCHED ".
            05 RPT-T-UNMATCHED PIC Z(5)9.
            05 FILLER PIC X(17) VALUE "  TOTAL RETURNED ".
            05 RPT-T-RETURNED PIC Z(7)9.99-.
       01 WS-RPT-REISSUE-TOTALS.
            05 FILLER PIC X(9) VALUE "REISSUED ".
            05 RPT-T-REISSUED PIC Z(7)9.
            05 FILLER PIC X(8) VALUE "  TOTAL ".
            05 RPT-T-REISSUE-TOTAL PIC Z(7)9.99-.
            05 FILLER PIC X(16) VALUE "  NOT REISSUED ".
            05 RPT-T-BLOCKED PIC Z(5)9.

       PROCEDURE DIVISION.
       AA-START.
           ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "USER".
           DISPLAY "PAY PERIOD OF THE PAYMENTS FILE (YYYYMM): ".
           ACCEPT WS-PAY-PERIOD.
           IF WS-PAY-PERIOD IS NOT NUMERIC
                DISPLAY "*** PAY PERIOD MUST BE YYYYMM ***"
                STOP RUN
           END-IF.
           DISPLAY "SUPP FOR A SUPPLEMENTARY RUN (BLANK FOR MAIN): ".
           ACCEPT WS-RUN-OPTION.
           IF WS-RUN-OPTION = "SUPP"
                STRING WS-PAY-PERIOD DELIMITED BY SIZE
                     "-SUPP" DELIMITED BY SIZE
                     INTO WS-RUN-TAG
           ELSE
                MOVE WS-PAY-PERIOD TO WS-RUN-TAG
           END-IF.
           STRING "PAYMENTS-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-PAYMENTS-FILENAME.
           STRING "PAYDETAIL-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-DETAIL-FILENAME.
           OPEN I-O PAY-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-DETAIL-FILENAME
                     " - STATUS " WS-DETAIL-STATUS " ***"
                STOP RUN
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING DEPARTMENTS.DAT - STATUS "
                     WS-DEPT-STATUS " ***"
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
           OPEN INPUT PAYMENTS-FILE.
           IF WS-PAYMENTS-STATUS = "00"
                READ PAYMENTS-FILE
                     AT END MOVE SPACE TO PAYMENT-CONTROL-STATUS
                END-READ
                CLOSE PAYMENTS-FILE
                IF PAYMENT-CONTROL-STATUS = "C"
                     DISPLAY "*** " WS-PAYMENTS-FILENAME " WAS "
                          "CANCELLED WHEN THE RUN WAS REVERSED ***"
                     STOP RUN
                END-IF
           END-IF.
       BB-MENU.
           DISPLAY "1-LOAD BANK RETURNS  2-REISSUE PAYMENTS  3-EXIT  "
                "4-MARK PAYMENTS SENT".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
                WHEN "1" PERFORM CC-LOAD-RETURNS THRU
                     CC-LOAD-RETURNS-EXIT
                WHEN "2" PERFORM DD-REISSUE THRU DD-REISSUE-EXIT
                WHEN "3" GO TO ZZ-END
                WHEN "4" PERFORM EE-MARK-SENT THRU EE-MARK-SENT-EXIT
                WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GO TO BB-MENU.
       CC-LOAD-RETURNS.
           DISPLAY "BANK RETURNS FILE NAME (BLANK FOR "
                "BANK-RETURNS.DAT): ".
           ACCEPT WS-RETURNS-FILENAME.
           IF WS-RETURNS-FILENAME = SPACES
                MOVE "BANK-RETURNS.DAT" TO WS-RETURNS-FILENAME
           END-IF.
           OPEN INPUT RETURNS-FILE.
           IF WS-RETURNS-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-RETURNS-FILENAME
                     " - STATUS " WS-RETURNS-STATUS " ***"
                GO TO CC-LOAD-RETURNS-EXIT
           END-IF.
           PERFORM CC-LOAD-PAYMENTS THRU CC-LOAD-PAYMENTS-EXIT.
           IF WS-PAYMENT-COUNT = ZERO
                CLOSE RETURNS-FILE
                GO TO CC-LOAD-RETURNS-EXIT
           END-IF.
           PERFORM XX-NEXT-GL-NUMBER THRU XX-NEXT-GL-NUMBER-EXIT.
           IF WS-NUMBER-FOUND NOT = "Y"
                CLOSE RETURNS-FILE
                GO TO CC-LOAD-RETURNS-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "RETURNS-" DELIMITED BY SIZE
                WS-PAY-PERIOD DELIMITED BY SIZE
                "-RTN" DELIMITED BY SIZE
                WS-FILE-NUMBER DELIMITED BY SIZE
                ".RPT" DELIMITED BY SIZE
                INTO WS-REPORT-FILENAME.
           OPEN OUTPUT RETURNS-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-REPORT-FILENAME
                     " - STATUS " WS-REPORT-STATUS " ***"
                CLOSE RETURNS-FILE
                GO TO CC-LOAD-RETURNS-EXIT
           END-IF.
           MOVE ZERO TO WS-RETURN-COUNT.
           MOVE ZERO TO WS-MATCHED-COUNT.
           MOVE ZERO TO WS-UNMATCHED-COUNT.
           MOVE ZERO TO WS-MATCHED-TOTAL.
           MOVE "N" TO WS-GL-OPEN.
           MOVE "BANK RETURNED PAYMENTS" TO RPT-H-TITLE.
           MOVE WS-RETURNS-FILENAME TO RPT-H-FILENAME.
           MOVE ZERO TO WS-RPT-PAGE.
           PERFORM ZZ-REPORT-HEADING.
       CC-RETURNS-LOOP.
           READ RETURNS-FILE
                AT END GO TO CC-RETURNS-END
           END-READ.
           ADD 1 TO WS-RETURN-COUNT.
           PERFORM CC-MATCH-RETURN THRU CC-MATCH-RETURN-EXIT.
           MOVE RTN-EMPLOYEE-ID TO RPT-EMPLOYEE.
           MOVE RTN-EMPLOYEE-NAME TO RPT-NAME.
           MOVE RTN-SORT-CODE TO RPT-SORT-CODE.
           MOVE RTN-ACCOUNT-NUMBER TO RPT-ACCOUNT.
           MOVE RTN-AMOUNT TO RPT-AMOUNT.
           EVALUATE RTN-REASON-CODE
                WHEN "AC" MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
                WHEN "SC" MOVE "INVALID SORT CODE" TO WS-REASON-TEXT
                WHEN "AN" MOVE "INVALID ACCOUNT NO" TO WS-REASON-TEXT
                WHEN "NA" MOVE "NO ACCOUNT" TO WS-REASON-TEXT
                WHEN OTHER MOVE "OTHER" TO WS-REASON-TEXT
           END-EVALUATE.
           MOVE WS-REASON-TEXT TO RPT-REASON.
           MOVE WS-OUTCOME TO RPT-OUTCOME.
           PERFORM ZZ-REPORT-DETAIL.
           GO TO CC-RETURNS-LOOP.
       CC-RETURNS-END.
           MOVE WS-RETURN-COUNT TO RPT-T-READ.
           MOVE WS-MATCHED-COUNT TO RPT-T-MATCHED.
           MOVE WS-UNMATCHED-COUNT TO RPT-T-UNMATCHED.
           MOVE WS-MATCHED-TOTAL TO RPT-T-RETURNED.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD FROM WS-RPT-RETURN-TOTALS.
           CLOSE RETURNS-FILE.
           CLOSE RETURNS-REPORT-FILE.
           DISPLAY WS-MATCHED-COUNT " OF " WS-RETURN-COUNT
                " RETURNS MATCHED, TOTAL " WS-MATCHED-TOTAL
                " - SEE " WS-REPORT-FILENAME.
           IF WS-UNMATCHED-COUNT NOT = ZERO
                DISPLAY "*** " WS-UNMATCHED-COUNT " RETURNS NOT "
                     "MATCHED - SEE " WS-REPORT-FILENAME " ***"
           END-IF.
           IF WS-GL-OPEN = "Y"
                CLOSE GL-FEED-FILE
                MOVE WS-MATCHED-COUNT TO WS-LIABILITY-COUNT
                MOVE WS-MATCHED-TOTAL TO WS-LIABILITY-TOTAL
                MOVE WS-UNMATCHED-COUNT TO WS-AUDIT-REJECTED
                PERFORM ZZ-WRITE-AUDIT-RTN
                DISPLAY "GL RETURNS FEED " WS-GL-FILENAME
                     " WRITTEN - REGISTER IT IN GLPOST AS RTN"
                     WS-FILE-NUMBER
           END-IF.
       CC-LOAD-RETURNS-EXIT.
           EXIT.
       CC-LOAD-PAYMENTS.
           MOVE ZERO TO WS-PAYMENT-COUNT.
           OPEN INPUT PAYMENTS-FILE.
           IF WS-PAYMENTS-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-PAYMENTS-FILENAME
                     " - STATUS " WS-PAYMENTS-STATUS " ***"
                GO TO CC-LOAD-PAYMENTS-EXIT
           END-IF.
           READ PAYMENTS-FILE
                AT END
                     DISPLAY "*** " WS-PAYMENTS-FILENAME
                          " IS EMPTY ***"
                     CLOSE PAYMENTS-FILE
                     GO TO CC-LOAD-PAYMENTS-EXIT
           END-READ.
           MOVE PAYMENT-CONTROL-COUNT TO WS-HEADER-COUNT.
       CC-PAYMENTS-LOOP.
           READ PAYMENTS-FILE
                AT END GO TO CC-PAYMENTS-END
           END-READ.
           IF WS-PAYMENT-COUNT NOT < 5000
                DISPLAY "*** MORE THAN 5000 PAYMENTS ON "
                     WS-PAYMENTS-FILENAME " ***"
                MOVE ZERO TO WS-PAYMENT-COUNT
                CLOSE PAYMENTS-FILE
                GO TO CC-LOAD-PAYMENTS-EXIT
           END-IF.
           ADD 1 TO WS-PAYMENT-COUNT.
           MOVE PAY-EMPLOYEE-ID TO WS-PT-EMPLOYEE-ID (WS-PAYMENT-COUNT).
           MOVE PAY-AMOUNT TO WS-PT-AMOUNT (WS-PAYMENT-COUNT).
           MOVE "N" TO WS-PT-USED (WS-PAYMENT-COUNT).
           GO TO CC-PAYMENTS-LOOP.
       CC-PAYMENTS-END.
           CLOSE PAYMENTS-FILE.
       *> THE LAST RECORD READ WAS THE CONTROL TRAILER
           IF WS-PAYMENT-COUNT > ZERO
                SUBTRACT 1 FROM WS-PAYMENT-COUNT
           END-IF.
           IF WS-PAYMENT-COUNT NOT = WS-HEADER-COUNT
                DISPLAY "*** WARNING: " WS-PAYMENTS-FILENAME
                     " HOLDS " WS-PAYMENT-COUNT " PAYMENTS BUT "
                     "ITS HEADER SAYS " WS-HEADER-COUNT " ***"
           END-IF.
           IF WS-PAYMENT-COUNT = ZERO
                DISPLAY "*** NO PAYMENTS ON " WS-PAYMENTS-FILENAME
                     " ***"
           END-IF.
       CC-LOAD-PAYMENTS-EXIT.
           EXIT.
       CC-MATCH-RETURN.
           MOVE "N" TO WS-PAY-FOUND.
           PERFORM CC-FIND-PAYMENT
                VARYING WS-PAY-IX FROM 1 BY 1
                UNTIL WS-PAY-IX > WS-PAYMENT-COUNT
                     OR WS-PAY-FOUND = "Y".
           IF WS-PAY-FOUND = "N"
                MOVE "NOT MATCHED - NO PAYMENT FOR THIS AMOUNT"
                     TO WS-OUTCOME
                ADD 1 TO WS-UNMATCHED-COUNT
                GO TO CC-MATCH-RETURN-EXIT
           END-IF.
           MOVE RTN-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           READ PAY-DETAIL-FILE
                INVALID KEY
                     MOVE "NOT MATCHED - NO PAY DETAIL RECORD"
                          TO WS-OUTCOME
                     ADD 1 TO WS-UNMATCHED-COUNT
                     GO TO CC-MATCH-RETURN-EXIT
           END-READ.
           IF PD-BANK-STATUS NOT = SPACE
                MOVE "NOT MATCHED - ALREADY RETURNED OR HELD"
                     TO WS-OUTCOME
                ADD 1 TO WS-UNMATCHED-COUNT
                GO TO CC-MATCH-RETURN-EXIT
           END-IF.
           MOVE "Y" TO WS-PT-USED (WS-PAY-USE).
           MOVE "R" TO PD-BANK-STATUS.
           REWRITE PAY-DETAIL-RECORD
                INVALID KEY
                     MOVE "NOT MATCHED - PAY DETAIL REWRITE FAILED"
                          TO WS-OUTCOME
                     ADD 1 TO WS-UNMATCHED-COUNT
                     GO TO CC-MATCH-RETURN-EXIT
           END-REWRITE.
           IF WS-GL-OPEN = "N"
                OPEN OUTPUT GL-FEED-FILE
                IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** ERROR OPENING " WS-GL-FILENAME
                          " - STATUS " WS-GL-STATUS " ***"
                     STOP RUN
                END-IF
                MOVE "Y" TO WS-GL-OPEN
                PERFORM ZZ-WRITE-AUDIT-START
           END-IF.
           MOVE RTN-AMOUNT TO GL-AMOUNT.
           PERFORM ZZ-WRITE-GL-RECORD.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD RTN-AMOUNT TO WS-MATCHED-TOTAL.
           MOVE "RETURNED - PAY DETAIL MARKED UNPAID" TO WS-OUTCOME.
       CC-MATCH-RETURN-EXIT.
           EXIT.
       CC-FIND-PAYMENT.
           IF WS-PT-EMPLOYEE-ID (WS-PAY-IX) = RTN-EMPLOYEE-ID
                AND WS-PT-AMOUNT (WS-PAY-IX) = RTN-AMOUNT
                AND WS-PT-USED (WS-PAY-IX) = "N"
                MOVE "Y" TO WS-PAY-FOUND
                MOVE WS-PAY-IX TO WS-PAY-USE
           END-IF.
       DD-REISSUE.
           OPEN INPUT SALARY-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT - STATUS "
                     WS-INDEX-STATUS " ***"
                GO TO DD-REISSUE-EXIT
           END-IF.
           MOVE "N" TO WS-APPROVAL-OPEN.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "00"
                MOVE "Y" TO WS-APPROVAL-OPEN
           ELSE IF WS-APPROVAL-STATUS NOT = "35"
                DISPLAY "*** ERROR OPENING PENDING-APPROVAL.DAT - "
                     "STATUS " WS-APPROVAL-STATUS " ***"
                CLOSE SALARY-INDEX-FILE
                GO TO DD-REISSUE-EXIT
           END-IF.
           MOVE ZERO TO WS-REISSUE-COUNT.
           MOVE ZERO TO WS-REISSUE-TOTAL.
           MOVE ZERO TO WS-LIABILITY-COUNT.
           MOVE ZERO TO WS-LIABILITY-TOTAL.
           MOVE ZERO TO WS-BLOCKED-COUNT.
           MOVE LOW-VALUES TO PD-EMPLOYEE-ID.
           START PAY-DETAIL-FILE KEY IS NOT LESS THAN PD-EMPLOYEE-ID
                INVALID KEY GO TO DD-TALLY-END
           END-START.
       DD-TALLY-LOOP.
           READ PAY-DETAIL-FILE NEXT RECORD
                AT END GO TO DD-TALLY-END
           END-READ.
           IF PD-BANK-STATUS = "R" OR PD-BANK-STATUS = "H"
                PERFORM DD-CHECK-REISSUE THRU DD-CHECK-REISSUE-EXIT
                IF WS-REISSUE-OK = "Y"
                     ADD 1 TO WS-REISSUE-COUNT
                     ADD PD-NET TO WS-REISSUE-TOTAL
                     IF PD-BANK-STATUS = "R"
                          ADD 1 TO WS-LIABILITY-COUNT
                     END-IF
                ELSE
                     ADD 1 TO WS-BLOCKED-COUNT
                END-IF
           END-IF.
           GO TO DD-TALLY-LOOP.
       DD-TALLY-END.
           IF WS-REISSUE-COUNT = ZERO AND WS-BLOCKED-COUNT = ZERO
                DISPLAY "NO RETURNED OR HELD PAYMENTS ON "
                     WS-DETAIL-FILENAME
                GO TO DD-REISSUE-CLOSE
           END-IF.
           IF WS-LIABILITY-COUNT NOT = ZERO
                PERFORM XX-NEXT-GL-NUMBER THRU XX-NEXT-GL-NUMBER-EXIT
                IF WS-NUMBER-FOUND NOT = "Y"
                     DISPLAY "*** NOTHING REISSUED ***"
                     MOVE 8 TO RETURN-CODE
                     GO TO DD-REISSUE-CLOSE
                END-IF
                MOVE WS-FILE-NUMBER TO WS-GL-NUMBER
           END-IF.
           PERFORM XX-NEXT-REISSUE-NUMBER
                THRU XX-NEXT-REISSUE-NUMBER-EXIT.
           IF WS-NUMBER-FOUND NOT = "Y"
                GO TO DD-REISSUE-CLOSE
           END-IF.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "REISSUE-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                "-" DELIMITED BY SIZE
                WS-FILE-NUMBER DELIMITED BY SIZE
                ".RPT" DELIMITED BY SIZE
                INTO WS-REPORT-FILENAME.
           OPEN OUTPUT RETURNS-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-REPORT-FILENAME
                     " - STATUS " WS-REPORT-STATUS " ***"
                GO TO DD-REISSUE-CLOSE
           END-IF.
           MOVE "PAYMENT REISSUE" TO RPT-H-TITLE.
           MOVE WS-REISSUE-FILENAME TO RPT-H-FILENAME.
           MOVE ZERO TO WS-RPT-PAGE.
           PERFORM ZZ-REPORT-HEADING.
           MOVE "N" TO WS-GL-OPEN.
           IF WS-LIABILITY-COUNT NOT = ZERO
                OPEN OUTPUT GL-FEED-FILE
                IF WS-GL-STATUS NOT = "00"
                     DISPLAY "*** ERROR OPENING " WS-GL-FILENAME
                          " - STATUS " WS-GL-STATUS " ***"
                     DISPLAY "*** NOTHING REISSUED ***"
                     CLOSE RETURNS-REPORT-FILE
                     CALL "CBL_DELETE_FILE" USING WS-REPORT-FILENAME
                     MOVE 8 TO RETURN-CODE
                     GO TO DD-REISSUE-CLOSE
                END-IF
                MOVE "Y" TO WS-GL-OPEN
           END-IF.
           IF WS-REISSUE-COUNT NOT = ZERO
                OPEN OUTPUT REISSUE-FILE
                IF WS-REISSUE-STATUS NOT = "00"
                     DISPLAY "*** ERROR OPENING " WS-REISSUE-FILENAME
                          " - STATUS " WS-REISSUE-STATUS " ***"
                     CLOSE RETURNS-REPORT-FILE
                     IF WS-GL-OPEN = "Y"
                          CLOSE GL-FEED-FILE
                          CALL "CBL_DELETE_FILE" USING WS-GL-FILENAME
                     END-IF
                     CALL "CBL_DELETE_FILE" USING WS-REPORT-FILENAME
                     MOVE 8 TO RETURN-CODE
                     GO TO DD-REISSUE-CLOSE
                END-IF
                MOVE ZERO TO REISSUE-RECORD
                MOVE WS-REISSUE-COUNT TO REISSUE-CONTROL-COUNT
                MOVE WS-REISSUE-TOTAL TO REISSUE-CONTROL-TOTAL
                WRITE REISSUE-RECORD
           END-IF.
           IF WS-GL-OPEN = "Y"
                PERFORM ZZ-WRITE-AUDIT-START
           END-IF.
           MOVE ZERO TO WS-LIABILITY-COUNT.
           MOVE LOW-VALUES TO PD-EMPLOYEE-ID.
           START PAY-DETAIL-FILE KEY IS NOT LESS THAN PD-EMPLOYEE-ID
                INVALID KEY GO TO DD-WRITE-END
           END-START.
       DD-WRITE-LOOP.
           READ PAY-DETAIL-FILE NEXT RECORD
                AT END GO TO DD-WRITE-END
           END-READ.
           IF PD-BANK-STATUS = "R" OR PD-BANK-STATUS = "H"
                PERFORM DD-REISSUE-ONE
           END-IF.
           GO TO DD-WRITE-LOOP.
       DD-WRITE-END.
           IF WS-REISSUE-COUNT NOT = ZERO
                MOVE ZERO TO REISSUE-RECORD
                MOVE WS-REISSUE-COUNT TO REISSUE-CONTROL-COUNT
                MOVE WS-REISSUE-TOTAL TO REISSUE-CONTROL-TOTAL
                WRITE REISSUE-RECORD
                CLOSE REISSUE-FILE
                DISPLAY "REISSUE FILE " WS-REISSUE-FILENAME
                     " WRITTEN - " WS-REISSUE-COUNT
                     " PAYMENTS, TOTAL " WS-REISSUE-TOTAL
           END-IF.
           MOVE WS-REISSUE-COUNT TO RPT-T-REISSUED.
           MOVE WS-REISSUE-TOTAL TO RPT-T-REISSUE-TOTAL.
           MOVE WS-BLOCKED-COUNT TO RPT-T-BLOCKED.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD FROM WS-RPT-REISSUE-TOTALS.
           CLOSE RETURNS-REPORT-FILE.
           IF WS-BLOCKED-COUNT NOT = ZERO
                DISPLAY "*** " WS-BLOCKED-COUNT " PAYMENTS NOT "
                     "REISSUED - SEE " WS-REPORT-FILENAME " ***"
           END-IF.
           IF WS-GL-OPEN = "Y"
                CLOSE GL-FEED-FILE
                MOVE WS-BLOCKED-COUNT TO WS-AUDIT-REJECTED
                PERFORM ZZ-WRITE-AUDIT-RTN
                DISPLAY "GL RETURNS FEED " WS-GL-FILENAME
                     " WRITTEN - REGISTER IT IN GLPOST AS RTN"
                     WS-GL-NUMBER
           END-IF.
       DD-REISSUE-CLOSE.
           CLOSE SALARY-INDEX-FILE.
           IF WS-APPROVAL-OPEN = "Y"
                CLOSE APPROVAL-FILE
           END-IF.
       DD-REISSUE-EXIT.
           EXIT.
       DD-REISSUE-ONE.
           PERFORM DD-CHECK-REISSUE THRU DD-CHECK-REISSUE-EXIT.
           MOVE PD-EMPLOYEE-ID TO RPT-EMPLOYEE.
           MOVE PD-EMPLOYEE-NAME TO RPT-NAME.
           MOVE PD-NET TO RPT-AMOUNT.
           IF PD-BANK-STATUS = "R"
                MOVE "RETURNED BY BANK" TO RPT-REASON
                MOVE "Y" TO WS-WAS-RETURNED
           ELSE
                MOVE "HELD BACK BY SALT" TO RPT-REASON
                MOVE "N" TO WS-WAS-RETURNED
           END-IF.
           IF WS-REISSUE-OK = "Y"
                MOVE IDX-SORT-CODE TO PD-SORT-CODE
                MOVE IDX-ACCOUNT-NUMBER TO PD-ACCOUNT-NUMBER
                MOVE "I" TO PD-BANK-STATUS
                REWRITE PAY-DETAIL-RECORD
                     INVALID KEY
                          DISPLAY "*** PAY DETAIL REWRITE FAILED FOR "
                               PD-EMPLOYEE-ID " ***"
                END-REWRITE
                MOVE PD-EMPLOYEE-ID TO RSS-EMPLOYEE-ID
                MOVE PD-EMPLOYEE-NAME TO RSS-EMPLOYEE-NAME
                MOVE PD-SORT-CODE TO RSS-SORT-CODE
                MOVE PD-ACCOUNT-NUMBER TO RSS-ACCOUNT-NUMBER
                MOVE PD-NET TO RSS-AMOUNT
                WRITE REISSUE-RECORD
                IF WS-WAS-RETURNED = "Y" AND WS-GL-OPEN = "Y"
                     COMPUTE GL-AMOUNT = ZERO - PD-NET
                     PERFORM ZZ-WRITE-GL-RECORD
                     ADD 1 TO WS-LIABILITY-COUNT
                     ADD GL-AMOUNT TO WS-LIABILITY-TOTAL
                END-IF
           END-IF.
           MOVE PD-SORT-CODE TO RPT-SORT-CODE.
           MOVE PD-ACCOUNT-NUMBER TO RPT-ACCOUNT.
           MOVE WS-OUTCOME TO RPT-OUTCOME.
           PERFORM ZZ-REPORT-DETAIL.
       DD-CHECK-REISSUE.
           MOVE "N" TO WS-REISSUE-OK.
           MOVE PD-EMPLOYEE-ID TO IDX-EMPLOYEE-ID.
           READ SALARY-INDEX-FILE
                INVALID KEY
                     MOVE "NOT REISSUED - NOT ON SALARY MASTER"
                          TO WS-OUTCOME
                     GO TO DD-CHECK-REISSUE-EXIT
           END-READ.
           IF IDX-SORT-CODE = SPACES OR IDX-ACCOUNT-NUMBER = SPACES
                MOVE "NOT REISSUED - NO BANK DETAILS HELD"
                     TO WS-OUTCOME
                GO TO DD-CHECK-REISSUE-EXIT
           END-IF.
           IF WS-APPROVAL-OPEN = "Y"
                MOVE PD-EMPLOYEE-ID TO APV-EMPLOYEE-ID
                READ APPROVAL-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          IF APV-BANK-CHANGE = "Y"
                               MOVE "NOT REISSUED - BANK CHANGE PENDING"
                                    TO WS-OUTCOME
                               GO TO DD-CHECK-REISSUE-EXIT
                          END-IF
                END-READ
           END-IF.
           IF PD-BANK-STATUS = "R"
                AND IDX-SORT-CODE = PD-SORT-CODE
                AND IDX-ACCOUNT-NUMBER = PD-ACCOUNT-NUMBER
                MOVE "NOT REISSUED - BANK DETAILS NOT CORRECTED"
                     TO WS-OUTCOME
                GO TO DD-CHECK-REISSUE-EXIT
           END-IF.
           MOVE "Y" TO WS-REISSUE-OK.
           MOVE "REISSUED TO CORRECTED BANK DETAILS" TO WS-OUTCOME.
       DD-CHECK-REISSUE-EXIT.
           EXIT.
       EE-MARK-SENT.
           OPEN I-O PAYMENTS-FILE.
           IF WS-PAYMENTS-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-PAYMENTS-FILENAME
                     " - STATUS " WS-PAYMENTS-STATUS " ***"
                GO TO EE-MARK-SENT-EXIT
           END-IF.
           READ PAYMENTS-FILE
                AT END
                     DISPLAY "*** " WS-PAYMENTS-FILENAME
                          " IS EMPTY ***"
                     GO TO EE-MARK-SENT-CLOSE
           END-READ.
           IF PAYMENT-CONTROL-STATUS = "S"
                DISPLAY WS-PAYMENTS-FILENAME
                     " IS ALREADY MARKED SENT TO THE BANK"
                GO TO EE-MARK-SENT-CLOSE
           END-IF.
           DISPLAY "MARK " WS-PAYMENTS-FILENAME " ("
                PAYMENT-CONTROL-COUNT " PAYMENTS, TOTAL "
                PAYMENT-CONTROL-TOTAL ") AS SENT TO THE BANK - "
                "CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "NOT MARKED"
                GO TO EE-MARK-SENT-CLOSE
           END-IF.
           MOVE "S" TO PAYMENT-CONTROL-STATUS.
           REWRITE PAYMENT-RECORD.
           IF WS-PAYMENTS-STATUS NOT = "00"
                DISPLAY "*** REWRITE OF " WS-PAYMENTS-FILENAME
                     " FAILED - STATUS " WS-PAYMENTS-STATUS " ***"
                GO TO EE-MARK-SENT-CLOSE
           END-IF.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING "PAY SENT" DELIMITED BY SIZE
                " DATE " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " TIME " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                " OPERATOR " DELIMITED BY SIZE
                WS-AUDIT-OPERATOR DELIMITED BY SIZE
                " INPUT " DELIMITED BY SIZE
                WS-PAYMENTS-FILENAME DELIMITED BY SIZE
                INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           DISPLAY WS-PAYMENTS-FILENAME " MARKED SENT TO THE BANK".
       EE-MARK-SENT-CLOSE.
           CLOSE PAYMENTS-FILE.
       EE-MARK-SENT-EXIT.
           EXIT.
       XX-NEXT-GL-NUMBER.
           MOVE "N" TO WS-NUMBER-FOUND.
           MOVE ZERO TO WS-FILE-NUMBER.
       XX-NEXT-GL-LOOP.
           IF WS-FILE-NUMBER = 99
                DISPLAY "*** NO FREE GL RETURNS FEED NUMBER FOR "
                     WS-PAY-PERIOD " ***"
                GO TO XX-NEXT-GL-NUMBER-EXIT
           END-IF.
           ADD 1 TO WS-FILE-NUMBER.
           MOVE SPACES TO WS-GL-FILENAME.
           STRING "GLFEED-" DELIMITED BY SIZE
                WS-PAY-PERIOD DELIMITED BY SIZE
                "-RTN" DELIMITED BY SIZE
                WS-FILE-NUMBER DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-GL-FILENAME.
           OPEN INPUT GL-FEED-FILE.
           IF WS-GL-STATUS = "35"
                MOVE "Y" TO WS-NUMBER-FOUND
                GO TO XX-NEXT-GL-NUMBER-EXIT
           END-IF.
           IF WS-GL-STATUS = "00"
                CLOSE GL-FEED-FILE
           END-IF.
           GO TO XX-NEXT-GL-LOOP.
       XX-NEXT-GL-NUMBER-EXIT.
           EXIT.
       XX-NEXT-REISSUE-NUMBER.
           MOVE "N" TO WS-NUMBER-FOUND.
           MOVE ZERO TO WS-FILE-NUMBER.
       XX-NEXT-REISSUE-LOOP.
           IF WS-FILE-NUMBER = 99
                DISPLAY "*** NO FREE REISSUE FILE NUMBER FOR "
                     WS-RUN-TAG " ***"
                GO TO XX-NEXT-REISSUE-NUMBER-EXIT
           END-IF.
           ADD 1 TO WS-FILE-NUMBER.
           MOVE SPACES TO WS-REISSUE-FILENAME.
           STRING "REISSUE-" DELIMITED BY SIZE
                WS-RUN-TAG DELIMITED BY SPACE
                "-" DELIMITED BY SIZE
                WS-FILE-NUMBER DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-REISSUE-FILENAME.
           OPEN INPUT REISSUE-FILE.
           IF WS-REISSUE-STATUS = "35"
                MOVE "Y" TO WS-NUMBER-FOUND
                GO TO XX-NEXT-REISSUE-NUMBER-EXIT
           END-IF.
           IF WS-REISSUE-STATUS = "00"
                CLOSE REISSUE-FILE
           END-IF.
           GO TO XX-NEXT-REISSUE-LOOP.
       XX-NEXT-REISSUE-NUMBER-EXIT.
           EXIT.
       ZZ-WRITE-GL-RECORD.
           MOVE PD-DEPARTMENT-CODE TO DEPT-CODE.
           READ DEPARTMENT-FILE
                INVALID KEY
                     MOVE PD-DEPARTMENT-CODE TO GL-COST-CENTRE
                     MOVE SPACES TO GL-ACCOUNT-CODE
                NOT INVALID KEY
                     MOVE DEPT-COST-CENTRE TO GL-COST-CENTRE
                     MOVE DEPT-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           END-READ.
           MOVE WS-PAY-PERIOD TO GL-PAY-PERIOD.
           MOVE "R" TO GL-TRANS-TYPE.
           WRITE GL-FEED-RECORD.
       ZZ-WRITE-AUDIT-START.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING "RTN START" DELIMITED BY SIZE
                " DATE " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " TIME " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                " OPERATOR " DELIMITED BY SIZE
                WS-AUDIT-OPERATOR DELIMITED BY SIZE
                " INPUT " DELIMITED BY SIZE
                WS-PAYMENTS-FILENAME DELIMITED BY SIZE
                INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
       ZZ-WRITE-AUDIT-RTN.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING "RTN END" DELIMITED BY SIZE
                " DATE " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " TIME " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                " RECORDS " DELIMITED BY SIZE
                WS-LIABILITY-COUNT DELIMITED BY SIZE
                " REJECTED " DELIMITED BY SIZE
                WS-AUDIT-REJECTED DELIMITED BY SIZE
                " TOTAL " DELIMITED BY SIZE
                WS-LIABILITY-TOTAL DELIMITED BY SIZE
                " INPUT " DELIMITED BY SIZE
                WS-GL-FILENAME DELIMITED BY SIZE
                INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
       ZZ-REPORT-HEADING.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-RUN-TAG TO RPT-H-TAG.
           MOVE WS-RPT-PAGE TO RPT-H-PAGE.
           WRITE RETURNS-REPORT-RECORD FROM WS-RPT-HEADING.
           WRITE RETURNS-REPORT-RECORD FROM WS-RPT-HEADING2.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD.
           MOVE 3 TO WS-RPT-LINES.
       ZZ-REPORT-DETAIL.
           IF WS-RPT-LINES > 55
                PERFORM ZZ-REPORT-HEADING
           END-IF.
           WRITE RETURNS-REPORT-RECORD FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       ZZ-END.
           CLOSE PAY-DETAIL-FILE.
           CLOSE DEPARTMENT-FILE.
           CLOSE AUDIT-LOG-FILE.
           STOP RUN.
