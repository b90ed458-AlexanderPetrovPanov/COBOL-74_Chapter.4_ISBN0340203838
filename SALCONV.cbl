       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALCONV.
       *> ONE-OFF CONVERSION OF THE SALARY MASTER, TRANSACTION, YTD
       *> AND PAY DETAIL FILES TO THE LAYOUTS THAT CARRY START AND
       *> LEAVING DATES, YTD TAX AND NI, THE YTD BEFORE-IMAGE, PRO-RATA
       *> PAY AND PENSION CONTRIBUTIONS.
       *> SALARY-INDEX.DAT GROWS FROM 50 TO 66 BYTES, THE HR
       *> TRANSACTION AND PENDING-TRANS.DAT RECORDS FROM 57 TO 73,
       *> YTD-EARNINGS.DAT AND YTD-HISTORY-YYYY.DAT FROM 51 TO 71 AND
       *> PAYDETAIL-YYYYMM[-SUPP].DAT FROM 100 TO 193.
       *> CONVERSION STEP - RUN ONCE, AFTER THE LAST RUN OF THE OLD
       *> PROGRAMS AND BEFORE THE FIRST RUN OF THE NEW ONES:
       *>   1. TAKE A BACKUP OF SALARY-INDEX.DAT, PENDING-TRANS.DAT,
       *>      YTD-EARNINGS.DAT, THE YTD-HISTORY-YYYY.DAT FILES AND THE
       *>      PAYDETAIL FILES STILL NEEDED.
       *>   2. RUN SALCONV.  THE MASTER IS COPIED TO SALARY-INDEX.OLD
       *>      AND RELOADED WITH START-DATE AND LEAVE-DATE ZERO (NOT
       *>      KNOWN / IN POST); SET THE REAL DATES WITH SALMAINT.
       *>      PENDING-TRANS.DAT IS RENAMED PENDING-TRANS.OLD AND
       *>      REWRITTEN WITH THE DATES BLANK, WHICH SALBATCH TAKES AS
       *>      NOT KNOWN / IN POST ON AN ADD AND AS NO CHANGE ON A
       *>      CHANGE.  ZERO WOULD CLEAR THE DATES ON A HELD CHANGE.
       *>      YTD-EARNINGS.DAT AND EVERY YTD-HISTORY-YYYY.DAT FOUND
       *>      FOR 1970 TO 2099 ARE COPIED TO .OLD IN THE SAME WAY AND
       *>      RELOADED WITH TAX AND NI TO DATE ZERO.
       *>   3. WHEN ASKED, GIVE THE NAME OF ANY HR TRANSACTION FILE OR
       *>      SALTRANS-DUE.DAT STILL TO BE APPLIED IN THE OLD LAYOUT,
       *>      AND A NAME FOR ITS CONVERTED COPY; BLANK WHEN DONE.
       *>   4. WHEN ASKED, GIVE THE PAY PERIOD (YYYYMM) AND WHETHER IT
       *>      WAS A SUPPLEMENTARY RUN FOR EACH PAYDETAIL FILE STILL TO
       *>      BE USED BY SALPSLIP, SALRETN, SALREVRS OR SALINQ; BLANK
       *>      WHEN DONE.  EACH IS COPIED TO PAYDETAIL-YYYYMM[-SUPP].OLD
       *>      AND RELOADED WITH THE BANK STATUS BLANK (SENT) AND THE
       *>      YTD BEFORE-IMAGE, PRO-RATA AND PENSION FIELDS EMPTY, SO
       *>      SALREVRS WILL NOT REVERSE THE YTD OF SUCH A RUN.
       *>   5. KEEP THE .OLD FILES UNTIL THE FIRST PAY RUN HAS BALANCED.
       *> A FILE WHOSE .OLD COPY ALREADY EXISTS HAS BEEN CONVERTED AND
       *> IS LEFT ALONE, SO A SECOND RUN DOES NO HARM.  TO BACK OUT,
       *> RESTORE THE BACKUPS TAKEN AT STEP 1
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SOURCE-COMPUTER. ICL-2972.
            OBJECT-COMPUTER. ICL-2972.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-INDEX-FILE ASSIGN TO "SALARY-INDEX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-EMPLOYEE-ID
                 FILE STATUS IS WS-OLD-INDEX-STATUS.
            SELECT INDEX-BACKUP-FILE ASSIGN TO "SALARY-INDEX.OLD"
                 FILE STATUS IS WS-BACKUP-STATUS.
            SELECT SALARY-INDEX-FILE ASSIGN TO "SALARY-INDEX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS EMPLOYEE-ID
                 FILE STATUS IS WS-INDEX-STATUS.
            SELECT OLD-TRANS-FILE ASSIGN DYNAMIC WS-OLD-TRN-FILENAME
                 FILE STATUS IS WS-OLD-TRN-STATUS.
            SELECT NEW-TRANS-FILE ASSIGN DYNAMIC WS-NEW-TRN-FILENAME
                 FILE STATUS IS WS-NEW-TRN-STATUS.
            SELECT OLD-YTD-FILE ASSIGN DYNAMIC WS-YTD-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-YTD-EMPLOYEE-ID
                 FILE STATUS IS WS-OLD-YTD-STATUS.
            SELECT YTD-BACKUP-FILE ASSIGN DYNAMIC WS-YTD-OLD-FILENAME
                 FILE STATUS IS WS-YTD-BACKUP-STATUS.
            SELECT YTD-FILE ASSIGN DYNAMIC WS-YTD-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS YTD-EMPLOYEE-ID
                 FILE STATUS IS WS-YTD-STATUS.
            SELECT OLD-DETAIL-FILE ASSIGN DYNAMIC WS-DETAIL-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-PD-EMPLOYEE-ID
                 FILE STATUS IS WS-OLD-DETAIL-STATUS.
            SELECT DETAIL-BACKUP-FILE ASSIGN DYNAMIC
                 WS-DETAIL-OLD-FILENAME
                 FILE STATUS IS WS-DETAIL-BACKUP-STATUS.
            SELECT PAY-DETAIL-FILE ASSIGN DYNAMIC WS-DETAIL-FILENAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PD-EMPLOYEE-ID
                 FILE STATUS IS WS-DETAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-INDEX-FILE.
       01 OLD-INDEX-RECORD.
            05 OLD-EMPLOYEE-ID PIC 9(5).
            05 FILLER PIC X(45).

       FD INDEX-BACKUP-FILE.
       01 INDEX-BACKUP-RECORD PIC X(50).

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

       FD OLD-TRANS-FILE.
       01 OLD-TRANS-RECORD PIC X(57).

       FD NEW-TRANS-FILE.
       01 NEW-TRANS-RECORD.
            05 NEW-TRN-OLD-PART PIC X(57).
            05 NEW-TRN-START-DATE PIC X(8).
            05 NEW-TRN-LEAVE-DATE PIC X(8).

       FD OLD-YTD-FILE.
       01 OLD-YTD-RECORD.
            05 OLD-YTD-EMPLOYEE-ID PIC 9(5).
            05 FILLER PIC X(46).

       FD YTD-BACKUP-FILE.
       01 YTD-BACKUP-RECORD PIC X(51).

       FD YTD-FILE.
       01 YTD-RECORD.
            05 YTD-OLD-PART.
                 10 YTD-EMPLOYEE-ID PIC 9(5).
                 10 FILLER PIC X(46).
            05 YTD-TAX PIC S9(8)V99.
            05 YTD-NI PIC S9(8)V99.

       FD OLD-DETAIL-FILE.
       01 OLD-DETAIL-RECORD.
            05 OLD-PD-EMPLOYEE-ID PIC 9(5).
            05 FILLER PIC X(95).

       FD DETAIL-BACKUP-FILE.
       01 DETAIL-BACKUP-RECORD PIC X(100).

       FD PAY-DETAIL-FILE.
       01 PAY-DETAIL-RECORD.
            05 PD-OLD-PART.
                 10 PD-EMPLOYEE-ID PIC 9(5).
                 10 FILLER PIC X(95).
            05 PD-BANK-STATUS PIC X.
            05 PD-YTD-ACTION PIC X.
            05 PD-YTD-PRIOR-YEAR PIC X(4).
            05 PD-YTD-PRIOR-AMOUNT PIC S9(8)V99.
            05 PD-YTD-PRIOR-PERIODS PIC 9(2).
            05 PD-YTD-PRIOR-PERIOD PIC X(7).
            05 PD-YTD-PRIOR-TAX PIC S9(8)V99.
            05 PD-YTD-PRIOR-NI PIC S9(8)V99.
            05 PD-FULL-SALARY PIC S9(8)V99.
            05 PD-DAYS-PAID PIC 9(2).
            05 PD-DAYS-IN-PERIOD PIC 9(2).
            05 PD-PENSION-SCHEME PIC X(4).
            05 PD-PENSIONABLE-PAY PIC S9(8)V99.
            05 PD-PENSION-EE PIC S9(8)V99.
            05 PD-PENSION-ER PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01 WS-OLD-INDEX-STATUS PIC XX.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-INDEX-STATUS PIC XX.
       01 WS-OLD-TRN-STATUS PIC XX.
       01 WS-NEW-TRN-STATUS PIC XX.
       01 WS-OLD-TRN-FILENAME PIC X(40) VALUE SPACES.
       01 WS-NEW-TRN-FILENAME PIC X(40) VALUE SPACES.
       01 WS-PENDING-NAME PIC X(17) VALUE "PENDING-TRANS.DAT".
       01 WS-PENDING-OLD-NAME PIC X(17) VALUE "PENDING-TRANS.OLD".
       01 WS-OLD-YTD-STATUS PIC XX.
       01 WS-YTD-BACKUP-STATUS PIC XX.
       01 WS-YTD-STATUS PIC XX.
       01 WS-OLD-DETAIL-STATUS PIC XX.
       01 WS-DETAIL-BACKUP-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-YTD-FILENAME PIC X(40) VALUE SPACES.
       01 WS-YTD-OLD-FILENAME PIC X(40) VALUE SPACES.
       01 WS-DETAIL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-DETAIL-OLD-FILENAME PIC X(40) VALUE SPACES.
       01 WS-HIST-YEAR PIC 9(4) VALUE 1970.
       01 WS-PAY-PERIOD PIC X(6).
       01 WS-SUPP-ANSWER PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-MASTER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-YTD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       AA-START.
           DISPLAY "CONVERT SALARY-INDEX.DAT, PENDING-TRANS.DAT, HR "
                "TRANSACTION, YTD AND PAYDETAIL FILES TO THE CURRENT "
                "LAYOUTS - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "CONVERSION CANCELLED"
                STOP RUN
           END-IF.
           PERFORM BB-CONVERT-MASTER THRU BB-CONVERT-MASTER-EXIT.
           PERFORM CC-CONVERT-PENDING THRU CC-CONVERT-PENDING-EXIT.
           MOVE "YTD-EARNINGS.DAT" TO WS-YTD-FILENAME.
           MOVE "YTD-EARNINGS.OLD" TO WS-YTD-OLD-FILENAME.
           PERFORM EE-CONVERT-YTD THRU EE-CONVERT-YTD-EXIT.
           PERFORM FF-CONVERT-HISTORY THRU FF-CONVERT-HISTORY-EXIT.
       AA-ASK-TRANS.
           MOVE SPACES TO WS-OLD-TRN-FILENAME.
           DISPLAY "OLD-LAYOUT TRANSACTION FILE TO CONVERT "
                "(BLANK WHEN DONE): ".
           ACCEPT WS-OLD-TRN-FILENAME.
           IF WS-OLD-TRN-FILENAME = SPACES
                GO TO AA-ASK-DETAIL
           END-IF.
           MOVE SPACES TO WS-NEW-TRN-FILENAME.
           DISPLAY "NAME FOR THE CONVERTED FILE: ".
           ACCEPT WS-NEW-TRN-FILENAME.
           IF WS-NEW-TRN-FILENAME = SPACES
                OR WS-NEW-TRN-FILENAME = WS-OLD-TRN-FILENAME
                DISPLAY "*** THE CONVERTED FILE NEEDS A NAME OF ITS "
                     "OWN ***"
                GO TO AA-ASK-TRANS
           END-IF.
           PERFORM DD-CONVERT-TRANS THRU DD-CONVERT-TRANS-EXIT.
           GO TO AA-ASK-TRANS.
       AA-ASK-DETAIL.
           MOVE SPACES TO WS-PAY-PERIOD.
           DISPLAY "PAY PERIOD (YYYYMM) OF AN OLD-LAYOUT PAYDETAIL "
                "FILE TO CONVERT (BLANK WHEN DONE): ".
           ACCEPT WS-PAY-PERIOD.
           IF WS-PAY-PERIOD = SPACES
                GO TO ZZ-END
           END-IF.
           IF WS-PAY-PERIOD IS NOT NUMERIC
                DISPLAY "*** PAY PERIOD MUST BE YYYYMM ***"
                GO TO AA-ASK-DETAIL
           END-IF.
           DISPLAY "SUPPLEMENTARY RUN (Y/N): ".
           ACCEPT WS-SUPP-ANSWER.
           MOVE SPACES TO WS-DETAIL-FILENAME.
           MOVE SPACES TO WS-DETAIL-OLD-FILENAME.
           IF WS-SUPP-ANSWER = "Y" OR WS-SUPP-ANSWER = "y"
                STRING "PAYDETAIL-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     "-SUPP.DAT" DELIMITED BY SIZE
                     INTO WS-DETAIL-FILENAME
                STRING "PAYDETAIL-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     "-SUPP.OLD" DELIMITED BY SIZE
                     INTO WS-DETAIL-OLD-FILENAME
           ELSE
                STRING "PAYDETAIL-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-DETAIL-FILENAME
                STRING "PAYDETAIL-" DELIMITED BY SIZE
                     WS-PAY-PERIOD DELIMITED BY SIZE
                     ".OLD" DELIMITED BY SIZE
                     INTO WS-DETAIL-OLD-FILENAME
           END-IF.
           PERFORM GG-CONVERT-DETAIL THRU GG-CONVERT-DETAIL-EXIT.
           GO TO AA-ASK-DETAIL.
       BB-CONVERT-MASTER.
           OPEN INPUT INDEX-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "35"
                IF WS-BACKUP-STATUS = "00"
                     CLOSE INDEX-BACKUP-FILE
                END-IF
                DISPLAY "SALARY-INDEX.OLD EXISTS - SALARY-INDEX.DAT "
                     "ALREADY CONVERTED, LEFT ALONE"
                GO TO BB-CONVERT-MASTER-EXIT
           END-IF.
           OPEN INPUT OLD-INDEX-FILE.
           IF WS-OLD-INDEX-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT IN THE OLD "
                     "LAYOUT - STATUS " WS-OLD-INDEX-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT INDEX-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.OLD - STATUS "
                     WS-BACKUP-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       BB-BACKUP-LOOP.
           READ OLD-INDEX-FILE NEXT RECORD
                AT END GO TO BB-BACKUP-END
           END-READ.
           WRITE INDEX-BACKUP-RECORD FROM OLD-INDEX-RECORD.
           GO TO BB-BACKUP-LOOP.
       BB-BACKUP-END.
           CLOSE OLD-INDEX-FILE.
           CLOSE INDEX-BACKUP-FILE.
           OPEN INPUT INDEX-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
                DISPLAY "*** ERROR REOPENING SALARY-INDEX.OLD - STATUS "
                     WS-BACKUP-STATUS " - SALARY-INDEX.DAT LEFT "
                     "UNTOUCHED ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT SALARY-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING SALARY-INDEX.DAT - STATUS "
                     WS-INDEX-STATUS " - RELOAD IT FROM THE BACKUP ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       BB-RELOAD-LOOP.
           READ INDEX-BACKUP-FILE
                AT END GO TO BB-RELOAD-END
           END-READ.
           MOVE INDEX-BACKUP-RECORD TO SALARY-INDEX-RECORD.
           MOVE ZERO TO START-DATE.
           MOVE ZERO TO LEAVE-DATE.
           WRITE SALARY-INDEX-RECORD
                INVALID KEY
                     DISPLAY "*** EMPLOYEE " EMPLOYEE-ID
                          " NOT WRITTEN - RELOAD FROM THE BACKUP ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-WRITE.
           ADD 1 TO WS-MASTER-COUNT.
           GO TO BB-RELOAD-LOOP.
       BB-RELOAD-END.
           CLOSE INDEX-BACKUP-FILE.
           CLOSE SALARY-INDEX-FILE.
           DISPLAY "SALARY-INDEX.DAT CONVERTED - " WS-MASTER-COUNT
                " EMPLOYEES, OLD RECORDS KEPT ON SALARY-INDEX.OLD".
       BB-CONVERT-MASTER-EXIT.
           EXIT.
       CC-CONVERT-PENDING.
           MOVE WS-PENDING-OLD-NAME TO WS-OLD-TRN-FILENAME.
           OPEN INPUT OLD-TRANS-FILE.
           IF WS-OLD-TRN-STATUS NOT = "35"
                IF WS-OLD-TRN-STATUS = "00"
                     CLOSE OLD-TRANS-FILE
                END-IF
                DISPLAY "PENDING-TRANS.OLD EXISTS - PENDING-TRANS.DAT "
                     "ALREADY CONVERTED, LEFT ALONE"
                GO TO CC-CONVERT-PENDING-EXIT
           END-IF.
           MOVE WS-PENDING-NAME TO WS-OLD-TRN-FILENAME.
           OPEN INPUT OLD-TRANS-FILE.
           IF WS-OLD-TRN-STATUS = "35"
                DISPLAY "NO PENDING-TRANS.DAT - NOTHING TO CONVERT"
                GO TO CC-CONVERT-PENDING-EXIT
           END-IF.
           IF WS-OLD-TRN-STATUS = "00"
                CLOSE OLD-TRANS-FILE
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-PENDING-NAME
                WS-PENDING-OLD-NAME.
           IF RETURN-CODE NOT = ZERO
                DISPLAY "*** PENDING-TRANS.DAT COULD NOT BE RENAMED "
                     "PENDING-TRANS.OLD - NOT CONVERTED ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-PENDING-OLD-NAME TO WS-OLD-TRN-FILENAME.
           MOVE WS-PENDING-NAME TO WS-NEW-TRN-FILENAME.
           PERFORM DD-CONVERT-TRANS THRU DD-CONVERT-TRANS-EXIT.
       CC-CONVERT-PENDING-EXIT.
           EXIT.
       DD-CONVERT-TRANS.
           MOVE ZERO TO WS-TRN-COUNT.
           OPEN INPUT OLD-TRANS-FILE.
           IF WS-OLD-TRN-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-OLD-TRN-FILENAME
                     " - STATUS " WS-OLD-TRN-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                GO TO DD-CONVERT-TRANS-EXIT
           END-IF.
           OPEN OUTPUT NEW-TRANS-FILE.
           IF WS-NEW-TRN-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-NEW-TRN-FILENAME
                     " - STATUS " WS-NEW-TRN-STATUS " ***"
                CLOSE OLD-TRANS-FILE
                MOVE 8 TO RETURN-CODE
                GO TO DD-CONVERT-TRANS-EXIT
           END-IF.
       DD-CONVERT-LOOP.
           READ OLD-TRANS-FILE
                AT END GO TO DD-CONVERT-END
           END-READ.
           MOVE OLD-TRANS-RECORD TO NEW-TRN-OLD-PART.
           MOVE SPACES TO NEW-TRN-START-DATE.
           MOVE SPACES TO NEW-TRN-LEAVE-DATE.
           WRITE NEW-TRANS-RECORD.
           ADD 1 TO WS-TRN-COUNT.
           GO TO DD-CONVERT-LOOP.
       DD-CONVERT-END.
           CLOSE OLD-TRANS-FILE.
           CLOSE NEW-TRANS-FILE.
           DISPLAY WS-OLD-TRN-FILENAME " CONVERTED TO "
                WS-NEW-TRN-FILENAME " - " WS-TRN-COUNT " RECORDS".
       DD-CONVERT-TRANS-EXIT.
           EXIT.
       EE-CONVERT-YTD.
           MOVE ZERO TO WS-YTD-COUNT.
           OPEN INPUT YTD-BACKUP-FILE.
           IF WS-YTD-BACKUP-STATUS NOT = "35"
                IF WS-YTD-BACKUP-STATUS = "00"
                     CLOSE YTD-BACKUP-FILE
                END-IF
                DISPLAY WS-YTD-OLD-FILENAME " EXISTS - "
                     WS-YTD-FILENAME " ALREADY CONVERTED, LEFT ALONE"
                GO TO EE-CONVERT-YTD-EXIT
           END-IF.
           OPEN INPUT OLD-YTD-FILE.
           IF WS-OLD-YTD-STATUS = "35"
                GO TO EE-CONVERT-YTD-EXIT
           END-IF.
           IF WS-OLD-YTD-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-YTD-FILENAME
                     " IN THE OLD LAYOUT - STATUS " WS-OLD-YTD-STATUS
                     " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT YTD-BACKUP-FILE.
           IF WS-YTD-BACKUP-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-YTD-OLD-FILENAME
                     " - STATUS " WS-YTD-BACKUP-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       EE-BACKUP-LOOP.
           READ OLD-YTD-FILE NEXT RECORD
                AT END GO TO EE-BACKUP-END
           END-READ.
           WRITE YTD-BACKUP-RECORD FROM OLD-YTD-RECORD.
           GO TO EE-BACKUP-LOOP.
       EE-BACKUP-END.
           CLOSE OLD-YTD-FILE.
           CLOSE YTD-BACKUP-FILE.
           OPEN INPUT YTD-BACKUP-FILE.
           IF WS-YTD-BACKUP-STATUS NOT = "00"
                DISPLAY "*** ERROR REOPENING " WS-YTD-OLD-FILENAME
                     " - STATUS " WS-YTD-BACKUP-STATUS " - "
                     WS-YTD-FILENAME " LEFT UNTOUCHED ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-YTD-FILENAME
                     " - STATUS " WS-YTD-STATUS
                     " - RELOAD IT FROM THE BACKUP ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       EE-RELOAD-LOOP.
           READ YTD-BACKUP-FILE
                AT END GO TO EE-RELOAD-END
           END-READ.
           MOVE YTD-BACKUP-RECORD TO YTD-OLD-PART.
           MOVE ZERO TO YTD-TAX.
           MOVE ZERO TO YTD-NI.
           WRITE YTD-RECORD
                INVALID KEY
                     DISPLAY "*** EMPLOYEE " YTD-EMPLOYEE-ID " NOT "
                          "WRITTEN TO " WS-YTD-FILENAME
                          " - RELOAD FROM THE BACKUP ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-WRITE.
           ADD 1 TO WS-YTD-COUNT.
           GO TO EE-RELOAD-LOOP.
       EE-RELOAD-END.
           CLOSE YTD-BACKUP-FILE.
           CLOSE YTD-FILE.
           DISPLAY WS-YTD-FILENAME " CONVERTED - " WS-YTD-COUNT
                " EMPLOYEES, OLD RECORDS KEPT ON " WS-YTD-OLD-FILENAME.
       EE-CONVERT-YTD-EXIT.
           EXIT.
       FF-CONVERT-HISTORY.
           MOVE SPACES TO WS-YTD-FILENAME.
           STRING "YTD-HISTORY-" DELIMITED BY SIZE
                WS-HIST-YEAR DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-YTD-FILENAME.
           MOVE SPACES TO WS-YTD-OLD-FILENAME.
           STRING "YTD-HISTORY-" DELIMITED BY SIZE
                WS-HIST-YEAR DELIMITED BY SIZE
                ".OLD" DELIMITED BY SIZE
                INTO WS-YTD-OLD-FILENAME.
           PERFORM EE-CONVERT-YTD THRU EE-CONVERT-YTD-EXIT.
           IF WS-HIST-YEAR < 2099
                ADD 1 TO WS-HIST-YEAR
                GO TO FF-CONVERT-HISTORY
           END-IF.
       FF-CONVERT-HISTORY-EXIT.
           EXIT.
       GG-CONVERT-DETAIL.
           MOVE ZERO TO WS-DETAIL-COUNT.
           OPEN INPUT DETAIL-BACKUP-FILE.
           IF WS-DETAIL-BACKUP-STATUS NOT = "35"
                IF WS-DETAIL-BACKUP-STATUS = "00"
                     CLOSE DETAIL-BACKUP-FILE
                END-IF
                DISPLAY WS-DETAIL-OLD-FILENAME " EXISTS - "
                     WS-DETAIL-FILENAME " ALREADY CONVERTED, LEFT ALONE"
                GO TO GG-CONVERT-DETAIL-EXIT
           END-IF.
           OPEN INPUT OLD-DETAIL-FILE.
           IF WS-OLD-DETAIL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-DETAIL-FILENAME
                     " IN THE OLD LAYOUT - STATUS "
                     WS-OLD-DETAIL-STATUS " ***"
                MOVE 8 TO RETURN-CODE
                GO TO GG-CONVERT-DETAIL-EXIT
           END-IF.
           OPEN OUTPUT DETAIL-BACKUP-FILE.
           IF WS-DETAIL-BACKUP-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-DETAIL-OLD-FILENAME
                     " - STATUS " WS-DETAIL-BACKUP-STATUS " ***"
                CLOSE OLD-DETAIL-FILE
                MOVE 8 TO RETURN-CODE
                GO TO GG-CONVERT-DETAIL-EXIT
           END-IF.
       GG-BACKUP-LOOP.
           READ OLD-DETAIL-FILE NEXT RECORD
                AT END GO TO GG-BACKUP-END
           END-READ.
           WRITE DETAIL-BACKUP-RECORD FROM OLD-DETAIL-RECORD.
           GO TO GG-BACKUP-LOOP.
       GG-BACKUP-END.
           CLOSE OLD-DETAIL-FILE.
           CLOSE DETAIL-BACKUP-FILE.
           OPEN INPUT DETAIL-BACKUP-FILE.
           IF WS-DETAIL-BACKUP-STATUS NOT = "00"
                DISPLAY "*** ERROR REOPENING " WS-DETAIL-OLD-FILENAME
                     " - STATUS " WS-DETAIL-BACKUP-STATUS " - "
                     WS-DETAIL-FILENAME " LEFT UNTOUCHED ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           OPEN OUTPUT PAY-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = "00"
                DISPLAY "*** ERROR OPENING " WS-DETAIL-FILENAME
                     " - STATUS " WS-DETAIL-STATUS
                     " - RELOAD IT FROM THE BACKUP ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       GG-RELOAD-LOOP.
           READ DETAIL-BACKUP-FILE
                AT END GO TO GG-RELOAD-END
           END-READ.
           MOVE DETAIL-BACKUP-RECORD TO PD-OLD-PART.
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
                     DISPLAY "*** EMPLOYEE " PD-EMPLOYEE-ID " NOT "
                          "WRITTEN TO " WS-DETAIL-FILENAME
                          " - RELOAD FROM THE BACKUP ***"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-WRITE.
           ADD 1 TO WS-DETAIL-COUNT.
           GO TO GG-RELOAD-LOOP.
       GG-RELOAD-END.
           CLOSE DETAIL-BACKUP-FILE.
           CLOSE PAY-DETAIL-FILE.
           DISPLAY WS-DETAIL-FILENAME " CONVERTED - " WS-DETAIL-COUNT
                " EMPLOYEES, OLD RECORDS KEPT ON "
                WS-DETAIL-OLD-FILENAME.
       GG-CONVERT-DETAIL-EXIT.
           EXIT.
       ZZ-END.
           DISPLAY "CONVERSION FINISHED".
           STOP RUN.
