      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: dunning - escalating past-due letters at 30, 60 and 90
      *         days ahead of collection agency placement
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. dunning.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEXTR-FILE ASSIGN TO 'EMPL_AGEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGEXTR-STATUS.
           SELECT DUNHIST-FILE ASSIGN TO 'EMPL_DUNHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUNHIST-STATUS.
           SELECT DUNHISTNEW-FILE ASSIGN TO 'EMPL_DUNHISTNEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO 'EMPL_DUNLTR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN TO 'EMPL_PLCPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'EMPL_DUNRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AGEXTR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AGEXTR-RECORD PIC X(80).
       FD  DUNHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DUNHIST-RECORD PIC X(80).
       FD  DUNHISTNEW-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DUNHISTNEW-RECORD PIC X(80).
       FD  LETTER-FILE
               LABEL RECORDS ARE OMITTED.
       01  LETTER-RECORD PIC X(80).
      *THE PLACEMENT PARAMETERS ARE SHARED WITH AGPLACE SO THE DATE
      *NAMED ON THE FINAL DEMAND IS THE DATE AGPLACE WILL HONOR
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
           03 PARM-DAYS-TEXT PIC X(3).
           03 FILLER PIC X(1).
           03 PARM-NOTICE-TEXT PIC X(3).
           03 FILLER PIC X(73).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
       01  AGEXTR-DATA.
           03 AX-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 AX-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 AX-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 AX-YEAR PIC X(4).
           03 FILLER PIC X(1).
           03 AX-CUR PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 AX-30 PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 AX-60 PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 AX-90 PIC ZZZZ9.99.
      *LETTER HISTORY - THE HIGHEST LETTER EACH STUDENT HAS BEEN SENT
      *AND WHEN.  A STUDENT WITH NOTHING 30 DAYS PAST DUE IS CURED
      *AND DROPS OFF, SO THE NEXT DELINQUENCY STARTS OVER WITH THE
      *REMINDER.  AGPLACE READS THE FINAL DEMAND DATE FROM HERE
       01  DUNH-DATA.
           03 DH-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DH-NAME PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DH-LEVEL PIC 9.
               88 DH-REMINDER VALUE 1.
               88 DH-NOTICE VALUE 2.
               88 DH-FINAL-DEMAND VALUE 3.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DH-LETTER1-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DH-LETTER2-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DH-LETTER3-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DH-PLACE-DATE PIC 9(8).
       01  HISTORY-TABLE.
           03 HT-COUNT PIC 9(3) VALUE 0.
           03 HT-ENTRY OCCURS 500 TIMES.
               05 HT-STUDENT-ID PIC X(9).
               05 HT-NAME PIC X(20).
               05 HT-LEVEL PIC 9.
               05 HT-LETTER1-DATE PIC 9(8).
               05 HT-LETTER2-DATE PIC 9(8).
               05 HT-LETTER3-DATE PIC 9(8).
               05 HT-PLACE-DATE PIC 9(8).
               05 HT-SEEN-SW PIC X.
      *LETTER TEXT BY LEVEL - 1 REMINDER AT 30 DAYS, 2 NOTICE AT 60,
      *3 FINAL DEMAND AT 90
       01  LETTER-TITLE-LIST.
           03 FILLER PIC X(60) VALUE
               'REMINDER - YOUR STUDENT LOAN PAYMENT IS PAST DUE'.
           03 FILLER PIC X(60) VALUE
               'NOTICE - YOUR STUDENT LOAN IS 60 DAYS PAST DUE'.
           03 FILLER PIC X(60) VALUE
               'FINAL DEMAND - YOUR STUDENT LOAN IS 90 DAYS PAST DUE'.
       01  LETTER-TITLE-TABLE REDEFINES LETTER-TITLE-LIST.
           03 LT-TITLE PIC X(60) OCCURS 3 TIMES.
       01  LETTER-CLOSE-LIST.
           03 FILLER PIC X(39) VALUE
               'IF YOU HAVE ALREADY SENT YOUR PAYMENT,'.
           03 FILLER PIC X(31) VALUE 'PLEASE DISREGARD THIS NOTICE.'.
           03 FILLER PIC X(39) VALUE
               'PAY THE PAST DUE AMOUNT NOW OR CALL US'.
           03 FILLER PIC X(31) VALUE 'TO DISCUSS A PAYMENT PLAN.'.
           03 FILLER PIC X(35) VALUE
               'UNLESS THE PAST DUE AMOUNT IS PAID'.
           03 FILLER PIC X(35) VALUE 'IN FULL, YOUR ACCOUNT WILL BE'.
       01  LETTER-CLOSE-TABLE REDEFINES LETTER-CLOSE-LIST.
           03 LT-CLOSE PIC X(70) OCCURS 3 TIMES.
       01  LETTER-HEADING.
           03 FILLER PIC X(30) VALUE 'STUDENT LOAN SERVICING'.
           03 LH-RUN-DATE PIC 9(8).
       01  LETTER-ID-LINE.
           03 FILLER PIC X(9) VALUE 'STUDENT: '.
           03 LI-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'ID: '.
           03 LI-STUDENT-ID PIC X(9).
       01  LETTER-TITLE-LINE.
           03 LL-TITLE PIC X(60).
       01  LETTER-AMOUNT-LINE.
           03 FILLER PIC X(36) VALUE
               'OUR RECORDS SHOW A PAST DUE AMOUNT O'.
           03 FILLER PIC X(2) VALUE 'F '.
           03 LA-AMOUNT PIC $$$,$$9.99.
           03 FILLER PIC X(17) VALUE ' ON YOUR ACCOUNT.'.
       01  LETTER-CLOSE-LINE.
           03 LC-CLOSE PIC X(70).
       01  LETTER-PLACE-LINE.
           03 FILLER PIC X(39) VALUE
               'PLACED WITH A COLLECTION AGENCY ON OR A'.
           03 FILLER PIC X(6) VALUE 'FTER  '.
           03 LP-PLACE-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE '.'.
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'PAST DUE LETTERS              '.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'NOTICE DAYS:  '.
           03 RH-NOTICE-DAYS PIC ZZ9.
       01  REPORT-HEADING2.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PAST DUE'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'DISPOSITION'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'PLACE DATE'.
       01  REPORT-DETAIL.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-STUDENT-ID PIC X(9).
           03 FILLER PIC X(3) VALUE SPACES.
           03 R-AMOUNT PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-DISPOSITION PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-PLACE-DATE PIC X(8).
       01  REPORT-TOTALS1.
           03 FILLER PIC X(11) VALUE 'REMINDERS: '.
           03 R-TOT-REMINDERS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'NOTICES: '.
           03 R-TOT-NOTICES PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'FINAL DEMANDS: '.
           03 R-TOT-DEMANDS PIC ZZZZ9.
       01  REPORT-TOTALS2.
           03 FILLER PIC X(14) VALUE 'ALREADY SENT: '.
           03 R-TOT-HELD PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'CURED: '.
           03 R-TOT-CURED PIC ZZZZ9.
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 SUB PIC 9(3).
           03 HT-FOUND PIC 9(3) VALUE 0.
           03 AGEXTR-STATUS PIC XX VALUE '00'.
           03 DUNHIST-STATUS PIC XX VALUE '00'.
           03 PARM-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 RUN-DATE-INT PIC S9(7) VALUE 0.
           03 NOTICE-DAYS PIC 9(3) VALUE 030.
           03 PLACE-DATE-W PIC 9(8) VALUE 0.
           03 LEVEL-DUE PIC 9 VALUE 0.
           03 PAST-DUE-AMT PIC 9(6)V9(2) VALUE 0.
           03 BUCKET-W PIC 9(5)V9(2) VALUE 0.
           03 BUCKET-30 PIC 9(5)V9(2) VALUE 0.
           03 BUCKET-60 PIC 9(5)V9(2) VALUE 0.
           03 BUCKET-90 PIC 9(5)V9(2) VALUE 0.
           03 LTR-FIRST-SW PIC X VALUE 'Y'.
           03 REMINDER-COUNT PIC 9(5) VALUE 0.
           03 NOTICE-COUNT PIC 9(5) VALUE 0.
           03 DEMAND-COUNT PIC 9(5) VALUE 0.
           03 HELD-COUNT PIC 9(5) VALUE 0.
           03 CURED-COUNT PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM 040-READ-PARAMETERS.
           COMPUTE PLACE-DATE-W = FUNCTION DATE-OF-INTEGER
               (RUN-DATE-INT + NOTICE-DAYS).
           PERFORM 100-LOAD-LETTER-HISTORY.
           OPEN OUTPUT DUNHISTNEW-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE LH-RUN-DATE.
           MOVE NOTICE-DAYS TO RH-NOTICE-DAYS.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           OPEN INPUT AGEXTR-FILE.
           IF AGEXTR-STATUS NOT = '00' THEN
               DISPLAY 'DUNNING: CANNOT OPEN EMPL_AGEXTR, STATUS '
                   AGEXTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-PROCESS-EXTRACT
               UNTIL EOF-A = 1.
           CLOSE AGEXTR-FILE.
           PERFORM 250-RESET-CURED.
           PERFORM 300-PRINT-TOTALS.
           CLOSE DUNHISTNEW-FILE
               LETTER-FILE
               REPORT-FILE.
           STOP RUN.
      *THE NOTICE PERIOD IS HOW LONG A FINAL DEMAND MUST BE OUT
      *BEFORE AGPLACE MAY PLACE THE ACCOUNT
       040-READ-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NOTICE-TEXT IS NUMERIC THEN
                           MOVE PARM-NOTICE-TEXT TO NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       100-LOAD-LETTER-HISTORY.
           OPEN INPUT DUNHIST-FILE.
           IF DUNHIST-STATUS NOT = '00' THEN
               DISPLAY 'DUNNING: NO LETTER HISTORY ON FILE - EVERY'
                   ' PAST DUE STUDENT STARTS AT THE FIRST LETTER DUE'
               MOVE 1 TO EOF-H
           END-IF.
           PERFORM 110-LOAD-ONE-HISTORY
               UNTIL EOF-H = 1.
           IF DUNHIST-STATUS = '00' OR DUNHIST-STATUS = '10' THEN
               CLOSE DUNHIST-FILE
           END-IF.
       110-LOAD-ONE-HISTORY.
           READ DUNHIST-FILE
               AT END
                   MOVE 1 TO EOF-H
               NOT AT END
                   MOVE DUNHIST-RECORD TO DUNH-DATA
                   IF HT-COUNT < 500 THEN
                       ADD 1 TO HT-COUNT
                       MOVE DH-STUDENT-ID TO HT-STUDENT-ID(HT-COUNT)
                       MOVE DH-NAME TO HT-NAME(HT-COUNT)
                       IF DH-LEVEL NUMERIC THEN
                           MOVE DH-LEVEL TO HT-LEVEL(HT-COUNT)
                       ELSE
                           MOVE 0 TO HT-LEVEL(HT-COUNT)
                       END-IF
                       MOVE 0 TO HT-LETTER1-DATE(HT-COUNT)
                           HT-LETTER2-DATE(HT-COUNT)
                           HT-LETTER3-DATE(HT-COUNT)
                           HT-PLACE-DATE(HT-COUNT)
                       IF DH-LETTER1-DATE NUMERIC THEN
                           MOVE DH-LETTER1-DATE
                               TO HT-LETTER1-DATE(HT-COUNT)
                       END-IF
                       IF DH-LETTER2-DATE NUMERIC THEN
                           MOVE DH-LETTER2-DATE
                               TO HT-LETTER2-DATE(HT-COUNT)
                       END-IF
                       IF DH-LETTER3-DATE NUMERIC THEN
                           MOVE DH-LETTER3-DATE
                               TO HT-LETTER3-DATE(HT-COUNT)
                       END-IF
                       IF DH-PLACE-DATE NUMERIC THEN
                           MOVE DH-PLACE-DATE
                               TO HT-PLACE-DATE(HT-COUNT)
                       END-IF
                       MOVE 'N' TO HT-SEEN-SW(HT-COUNT)
                   ELSE
                       DISPLAY 'DUNNING: HISTORY TABLE FULL - EXTRA'
                           ' EMPL_DUNHIST RECORDS IGNORED'
                       MOVE 1 TO EOF-H
                   END-IF
           END-READ.
       200-PROCESS-EXTRACT.
           READ AGEXTR-FILE
               AT END
                   MOVE 1 TO EOF-A
               NOT AT END
                   MOVE AGEXTR-RECORD TO AGEXTR-DATA
                   PERFORM 210-SELECT-LETTER
           END-READ.
      *THE LETTER DUE IS SET BY THE OLDEST BUCKET WITH MONEY IN IT.
      *THE CURRENT BUCKET ALONE IS UNDER 30 DAYS AND GETS NO LETTER
       210-SELECT-LETTER.
           MOVE AX-30 TO BUCKET-30.
           MOVE AX-60 TO BUCKET-60.
           MOVE AX-90 TO BUCKET-90.
           MOVE AX-CUR TO BUCKET-W.
           COMPUTE PAST-DUE-AMT =
               BUCKET-W + BUCKET-30 + BUCKET-60 + BUCKET-90.
           EVALUATE TRUE
               WHEN BUCKET-90 > 0
                   MOVE 3 TO LEVEL-DUE
               WHEN BUCKET-60 > 0
                   MOVE 2 TO LEVEL-DUE
               WHEN BUCKET-30 > 0
                   MOVE 1 TO LEVEL-DUE
               WHEN OTHER
                   MOVE 0 TO LEVEL-DUE
           END-EVALUATE.
           MOVE 0 TO HT-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > HT-COUNT
               IF HT-STUDENT-ID(SUB) = AX-STUDENT-ID
                       AND HT-FOUND = 0 THEN
                   MOVE SUB TO HT-FOUND
               END-IF
           END-PERFORM.
           IF HT-FOUND > 0 THEN
               MOVE 'Y' TO HT-SEEN-SW(HT-FOUND)
           END-IF.
           IF LEVEL-DUE = 0 THEN
               IF HT-FOUND > 0 THEN
                   PERFORM 260-REPORT-CURED
               END-IF
           ELSE
               PERFORM 220-SEND-OR-HOLD
           END-IF.
      *A LETTER GOES OUT ONLY WHEN THE STUDENT HAS ESCALATED PAST THE
      *HIGHEST LETTER ALREADY SENT - THE SAME LETTER IS NEVER REPEATED
       220-SEND-OR-HOLD.
           MOVE AX-STUDENT-ID TO DH-STUDENT-ID.
           MOVE AX-NAME TO DH-NAME.
           IF HT-FOUND = 0 THEN
               MOVE 0 TO DH-LEVEL DH-LETTER1-DATE DH-LETTER2-DATE
                   DH-LETTER3-DATE DH-PLACE-DATE
           ELSE
               MOVE HT-LEVEL(HT-FOUND) TO DH-LEVEL
               MOVE HT-LETTER1-DATE(HT-FOUND) TO DH-LETTER1-DATE
               MOVE HT-LETTER2-DATE(HT-FOUND) TO DH-LETTER2-DATE
               MOVE HT-LETTER3-DATE(HT-FOUND) TO DH-LETTER3-DATE
               MOVE HT-PLACE-DATE(HT-FOUND) TO DH-PLACE-DATE
           END-IF.
           MOVE AX-NAME TO R-NAME.
           MOVE AX-STUDENT-ID TO R-STUDENT-ID.
           MOVE PAST-DUE-AMT TO R-AMOUNT.
           MOVE SPACES TO R-PLACE-DATE.
           IF LEVEL-DUE > DH-LEVEL THEN
               MOVE LEVEL-DUE TO DH-LEVEL
               PERFORM 230-WRITE-LETTER
           ELSE
               ADD 1 TO HELD-COUNT
               MOVE 'ALREADY SENT' TO R-DISPOSITION
               IF DH-FINAL-DEMAND THEN
                   MOVE DH-PLACE-DATE TO R-PLACE-DATE
               END-IF
           END-IF.
           WRITE DUNHISTNEW-RECORD FROM DUNH-DATA.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
       230-WRITE-LETTER.
           EVALUATE TRUE
               WHEN DH-REMINDER
                   MOVE RUN-DATE TO DH-LETTER1-DATE
                   ADD 1 TO REMINDER-COUNT
                   MOVE 'REMINDER SENT' TO R-DISPOSITION
               WHEN DH-NOTICE
                   MOVE RUN-DATE TO DH-LETTER2-DATE
                   ADD 1 TO NOTICE-COUNT
                   MOVE 'NOTICE SENT' TO R-DISPOSITION
               WHEN DH-FINAL-DEMAND
                   MOVE RUN-DATE TO DH-LETTER3-DATE
                   MOVE PLACE-DATE-W TO DH-PLACE-DATE
                   MOVE PLACE-DATE-W TO R-PLACE-DATE
                   ADD 1 TO DEMAND-COUNT
                   MOVE 'FINAL DEMAND' TO R-DISPOSITION
           END-EVALUATE.
           IF LTR-FIRST-SW = 'Y' THEN
               MOVE 'N' TO LTR-FIRST-SW
               WRITE LETTER-RECORD FROM LETTER-HEADING
           ELSE
               MOVE SPACES TO LETTER-RECORD
               WRITE LETTER-RECORD
                   AFTER ADVANCING PAGE
               WRITE LETTER-RECORD FROM LETTER-HEADING
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE AX-NAME TO LI-NAME.
           MOVE AX-STUDENT-ID TO LI-STUDENT-ID.
           MOVE LT-TITLE(DH-LEVEL) TO LL-TITLE.
           MOVE PAST-DUE-AMT TO LA-AMOUNT.
           MOVE LT-CLOSE(DH-LEVEL) TO LC-CLOSE.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE LETTER-RECORD FROM LETTER-ID-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE LETTER-RECORD FROM LETTER-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE LETTER-RECORD FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LETTER-RECORD FROM LETTER-CLOSE-LINE
               AFTER ADVANCING 1 LINE.
           IF DH-FINAL-DEMAND THEN
               MOVE DH-PLACE-DATE TO LP-PLACE-DATE
               WRITE LETTER-RECORD FROM LETTER-PLACE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *A STUDENT ON THE HISTORY WHO IS NO LONGER ON THE AGING EXTRACT
      *HAS NOTHING PAST DUE AT ALL - ALSO CURED
       250-RESET-CURED.
           PERFORM VARYING HT-FOUND FROM 1 BY 1
               UNTIL HT-FOUND > HT-COUNT
               IF HT-SEEN-SW(HT-FOUND) = 'N' THEN
                   MOVE HT-NAME(HT-FOUND) TO AX-NAME
                   MOVE HT-STUDENT-ID(HT-FOUND) TO AX-STUDENT-ID
                   MOVE 0 TO PAST-DUE-AMT
                   PERFORM 260-REPORT-CURED
               END-IF
           END-PERFORM.
      *A CURED STUDENT IS LEFT OFF THE NEW HISTORY, WHICH IS WHAT
      *STARTS THE LETTER SEQUENCE OVER
       260-REPORT-CURED.
           ADD 1 TO CURED-COUNT.
           MOVE AX-NAME TO R-NAME.
           MOVE AX-STUDENT-ID TO R-STUDENT-ID.
           MOVE PAST-DUE-AMT TO R-AMOUNT.
           MOVE 'CURED - RESET' TO R-DISPOSITION.
           MOVE SPACES TO R-PLACE-DATE.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
       300-PRINT-TOTALS.
           MOVE REMINDER-COUNT TO R-TOT-REMINDERS.
           MOVE NOTICE-COUNT TO R-TOT-NOTICES.
           MOVE DEMAND-COUNT TO R-TOT-DEMANDS.
           MOVE HELD-COUNT TO R-TOT-HELD.
           MOVE CURED-COUNT TO R-TOT-CURED.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
       END PROGRAM dunning.
