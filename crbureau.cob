      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: crbureau - month-end credit bureau reporting file, one
      *         account record per student, with an edit report of
      *         the accounts that could not be reported
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. crbureau.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT AGEXTR-FILE ASSIGN TO 'EMPL_AGEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGEXTR-STATUS.
           SELECT PLCMSTR-FILE ASSIGN TO 'EMPL_PLCMSTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLCMSTR-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'EMPL_ARCHIVE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'EMPL_BURPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT BUREAU-FILE ASSIGN TO 'EMPL_BUREAU'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'EMPL_BURRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           03 M-KEY.
               05 M-STUDENT-ID PIC X(9).
               05 M-LOAN-SEQ PIC 9(2).
           03 M-STUDENT-DATA PIC X(320).
           03 M-SCHEDULE-DATA PIC X(90).
       FD  AGEXTR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AGEXTR-RECORD PIC X(80).
       FD  PLCMSTR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PLCMSTR-RECORD PIC X(60).
       FD  ARCHIVE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(339).
      *COLUMNS 1-6 ARE THE ACTIVITY MONTH (YYYYMM), DEFAULTING TO THE
      *RUN MONTH.  THE BUREAU WILL NOT ACCEPT A FILE WITHOUT OUR
      *REPORTER ID IN 8-17; THE REPORTER NAME IS IN 19-44
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
           03 PARM-MONTH-TEXT PIC X(6).
           03 FILLER PIC X(1).
           03 PARM-REPORTER-ID PIC X(10).
           03 FILLER PIC X(1).
           03 PARM-REPORTER-NAME PIC X(26).
           03 FILLER PIC X(36).
       FD  BUREAU-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BUREAU-RECORD PIC X(150).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
       01  STUDENT-DATA.
           03 S-NAME PIC X(20).
           03 S-MAJOR PIC X(4).
           03 S-YEAR PIC X(4).
           03 S-LOAN.
               05 S-LOAN-WHOLE PIC 9(5).
               05 S-LOAN-DECIMAL PIC P9(2).
           03 S-PAID OCCURS 12 TIMES.
               05 S-PAID-AMT.
                   07 S-PAID-WHOLE PIC 9(4).
                   07 S-PAID-DECIMAL PIC P9(2).
               05 S-PAID-DUE-DATE PIC 9(8).
               05 S-PAID-PAY-DATE PIC 9(8).
           03 S-DEFER-SW PIC X.
               88 S-DEFERRED VALUE 'Y'.
           03 S-DEFER-START PIC 9(8).
           03 S-DEFER-END PIC 9(8).
      *A CHARGED-OFF LOAN STAYS ON FILE ONLY TO TAKE RECOVERIES -
      *SEE CHGOFF
           03 S-CHGOFF-SW PIC X.
               88 S-CHARGED-OFF VALUE 'Y'.
           03 FILLER PIC X(3).
       01  SCHEDULE-DATA.
           03 SC-SCHED-SW PIC X.
               88 SC-SCHEDULED VALUE 'Y'.
           03 SC-RESTRUCTURE-DATE PIC 9(8).
           03 SC-RESTRUCTURE-COUNT PIC 9(2).
           03 SC-SCHED-AMT PIC 9(4)V9(2) OCCURS 12 TIMES.
           03 FILLER PIC X(7).
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
       01  PLCM-DATA.
           03 PM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 PM-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 PM-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 PM-PLACED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 PM-AMOUNT PIC 9(5)V9(2).
       01  ARCHIVE-DATA.
           03 AR-STUDENT-ID PIC X(9).
           03 AR-STUDENT-DATA PIC X(320).
           03 AR-PAYOFF-DATE PIC 9(8).
           03 AR-LOAN-SEQ PIC X(2).
      *THE AGING EXTRACT IS ALREADY ONE LINE PER STUDENT, WITH THE
      *STUDENT'S LOANS ADDED TOGETHER BY THE STATEMENT PASS
       01  AGING-TABLE.
           03 AT-COUNT PIC 9(3) VALUE 0.
           03 AT-ENTRY OCCURS 500 TIMES.
               05 AT-STUDENT-ID PIC X(9).
               05 AT-CUR PIC 9(5)V9(2).
               05 AT-30 PIC 9(5)V9(2).
               05 AT-60 PIC 9(5)V9(2).
               05 AT-90 PIC 9(5)V9(2).
       01  PLACED-TABLE.
           03 PT-COUNT PIC 9(3) VALUE 0.
           03 PT-ENTRY OCCURS 500 TIMES.
               05 PT-STUDENT-ID PIC X(9).
               05 PT-NAME PIC X(20).
               05 PT-PLACED-DATE PIC 9(8).
               05 PT-SEEN-SW PIC X.
      *LOANS PAID OFF AND ARCHIVED DURING THE ACTIVITY MONTH.  A
      *STUDENT WITH NO LOAN LEFT ON THE MASTER IS REPORTED CLOSED -
      *PAID IN FULL; ONE WITH OTHER LOANS STILL OPEN IS REPORTED FROM
      *THE MASTER AS USUAL
       01  CLOSED-TABLE.
           03 CL-COUNT PIC 9(3) VALUE 0.
           03 CL-ENTRY OCCURS 500 TIMES.
               05 CL-STUDENT-ID PIC X(9).
               05 CL-NAME PIC X(20).
               05 CL-LOAN-COUNT PIC 9(2).
               05 CL-ORIGINAL PIC 9(7)V9(2).
               05 CL-PAYOFF-DATE PIC 9(8).
               05 CL-LAST-PAY-DATE PIC 9(8).
               05 CL-SEEN-SW PIC X.
      *ONE STUDENT'S LOANS ADDED TOGETHER.  THE PAYMENT HISTORY KEEPS
      *THE WORST RATING ANY LOAN HAS IN EACH INSTALLMENT POSITION
       01  ACCOUNT-DATA.
           03 ACCT-STUDENT-ID PIC X(9).
           03 ACCT-NAME PIC X(20).
           03 ACCT-LOAN-COUNT PIC 9(2).
           03 ACCT-ORIGINAL PIC 9(7)V9(2).
           03 ACCT-BALANCE PIC 9(7)V9(2).
           03 ACCT-PAST-DUE PIC 9(7)V9(2).
           03 ACCT-LAST-PAY-DATE PIC 9(8).
           03 ACCT-DEFER-SW PIC X.
           03 ACCT-CHGOFF-SW PIC X.
           03 ACCT-REJECT-REASON PIC X(30).
           03 ACCT-HIST-RATING PIC 9 OCCURS 12 TIMES.
      *A RATING INDEXES THIS STRING FOR THE BUREAU'S HISTORY CODE -
      *B NO PAYMENT DUE YET, D DEFERRED, 0 ON TIME OR UNDER 30 DAYS,
      *1/2/3 30/60/90-PLUS DAYS LATE
       01  HISTORY-CODES PIC X(6) VALUE 'BD0123'.
       01  HISTORY-CODE-TABLE REDEFINES HISTORY-CODES.
           03 HISTORY-CODE PIC X OCCURS 6 TIMES.
       01  BUREAU-HEADER.
           03 BH-TYPE PIC X(3) VALUE 'HDR'.
           03 BH-REPORTER-ID PIC X(10).
           03 BH-REPORTER-NAME PIC X(26).
           03 BH-ACTIVITY-MONTH PIC 9(6).
           03 BH-CREATED-DATE PIC 9(8).
           03 FILLER PIC X(97) VALUE SPACES.
      *ACCOUNT STATUS 11 CURRENT, 71/78/80 30/60/90-PLUS DAYS PAST
      *DUE, 93 PLACED FOR COLLECTION, 97 CHARGED OFF, 13 PAID IN
      *FULL - CLOSED.
      *SPECIAL COMMENT DF MARKS AN ACCOUNT IN AN APPROVED DEFERMENT
       01  BUREAU-ACCOUNT.
           03 BA-TYPE PIC X(3) VALUE 'ACT'.
           03 BA-ACCOUNT PIC X(9).
           03 BA-NAME PIC X(20).
           03 BA-LOAN-COUNT PIC 9(2).
           03 BA-STATUS PIC X(2).
           03 BA-SPECIAL-COMMENT PIC X(2).
           03 BA-ORIGINAL PIC 9(7)V9(2).
           03 BA-BALANCE PIC 9(7)V9(2).
           03 BA-PAST-DUE PIC 9(7)V9(2).
           03 BA-HISTORY PIC X(12).
           03 BA-HISTORY-CODE REDEFINES BA-HISTORY
               PIC X OCCURS 12 TIMES.
           03 BA-LAST-PAY-DATE PIC 9(8).
           03 BA-CLOSED-DATE PIC 9(8).
           03 BA-PLACED-DATE PIC 9(8).
           03 BA-ACTIVITY-MONTH PIC 9(6).
           03 FILLER PIC X(43) VALUE SPACES.
       01  BUREAU-TRAILER.
           03 BT-TYPE PIC X(3) VALUE 'TRL'.
           03 BT-ACCOUNT-COUNT PIC 9(7).
           03 BT-TOTAL-BALANCE PIC 9(9)V9(2).
           03 BT-TOTAL-PAST-DUE PIC 9(9)V9(2).
           03 BT-CURRENT-COUNT PIC 9(7).
           03 BT-30-COUNT PIC 9(7).
           03 BT-60-COUNT PIC 9(7).
           03 BT-90-COUNT PIC 9(7).
           03 BT-COLLECTION-COUNT PIC 9(7).
           03 BT-CLOSED-COUNT PIC 9(7).
           03 BT-CHGOFF-COUNT PIC 9(7).
           03 FILLER PIC X(69) VALUE SPACES.
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'CREDIT BUREAU EDIT REPORT      '.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'ACTIVITY MONTH: '.
           03 RH-MONTH PIC 9(6).
       01  REPORT-HEADING2.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(19) VALUE 'NOT REPORTED REASON'.
       01  REPORT-DETAIL.
           03 R-STUDENT-ID PIC X(9).
           03 FILLER PIC X(3) VALUE SPACES.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-REASON PIC X(30).
       01  REPORT-TOTALS1.
           03 FILLER PIC X(10) VALUE 'REPORTED: '.
           03 R-TOT-REPORTED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'NOT REPORTED: '.
           03 R-TOT-REJECTED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'CLOSED: '.
           03 R-TOT-CLOSED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'COLLECTION: '.
           03 R-TOT-COLLECTION PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'CHARGED OFF: '.
           03 R-TOT-CHGOFF PIC ZZZZ9.
       01  REPORT-TOTALS2.
           03 FILLER PIC X(18) VALUE 'BALANCE REPORTED: '.
           03 R-TOT-BALANCE PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'PAST DUE: '.
           03 R-TOT-PAST-DUE PIC $$$,$$$,$$9.99.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-PM PIC 9 VALUE 0.
           03 EOF-AR PIC 9 VALUE 0.
           03 SUB PIC 9(3).
           03 SLOT PIC 99.
           03 AT-FOUND PIC 9(3) VALUE 0.
           03 PT-FOUND PIC 9(3) VALUE 0.
           03 CL-FOUND PIC 9(3) VALUE 0.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 AGEXTR-STATUS PIC XX VALUE '00'.
           03 PLCMSTR-STATUS PIC XX VALUE '00'.
           03 ARCHIVE-STATUS PIC XX VALUE '00'.
           03 PARM-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 RUN-DATE-INT PIC S9(7) VALUE 0.
           03 ACTIVITY-MONTH PIC 9(6) VALUE 0.
           03 PAYOFF-MONTH PIC 9(6) VALUE 0.
           03 REPORTER-ID PIC X(10) VALUE SPACES.
           03 REPORTER-NAME PIC X(26) VALUE SPACES.
           03 LOAN-W PIC 9(5)V9(2) VALUE 0.
           03 PAID-W PIC 9(4)V9(2) VALUE 0.
           03 TOTAL-PAID-W PIC 9(6)V9(2) VALUE 0.
           03 BUCKET-W PIC 9(5)V9(2) VALUE 0.
           03 LATE-DAYS PIC S9(7) VALUE 0.
           03 RATING-W PIC 9 VALUE 0.
           03 DEFER-COVERS-SW PIC X VALUE 'N'.
               88 DEFER-COVERS VALUE 'Y'.
           03 REPORTED-COUNT PIC 9(5) VALUE 0.
           03 REJECTED-COUNT PIC 9(5) VALUE 0.
           03 CURRENT-COUNT PIC 9(7) VALUE 0.
           03 LATE30-COUNT PIC 9(7) VALUE 0.
           03 LATE60-COUNT PIC 9(7) VALUE 0.
           03 LATE90-COUNT PIC 9(7) VALUE 0.
           03 COLLECTION-COUNT PIC 9(7) VALUE 0.
           03 CLOSED-COUNT PIC 9(7) VALUE 0.
           03 CHGOFF-COUNT PIC 9(7) VALUE 0.
           03 TOTAL-BALANCE PIC 9(9)V9(2) VALUE 0.
           03 TOTAL-PAST-DUE PIC 9(9)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM 040-READ-PARAMETERS.
           PERFORM 100-LOAD-AGING.
           PERFORM 120-LOAD-PLACEMENTS.
           PERFORM 140-LOAD-CLOSURES.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00' AND MASTER-STATUS NOT = '05'
               DISPLAY 'CRBUREAU: CANNOT OPEN EMPL_MASTER, STATUS '
                   MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE ACTIVITY-MONTH TO RH-MONTH.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE REPORTER-ID TO BH-REPORTER-ID.
           MOVE REPORTER-NAME TO BH-REPORTER-NAME.
           MOVE ACTIVITY-MONTH TO BH-ACTIVITY-MONTH.
           MOVE RUN-DATE TO BH-CREATED-DATE.
           WRITE BUREAU-RECORD FROM BUREAU-HEADER.
           PERFORM 200-PROCESS-MASTER.
           CLOSE MASTER-FILE.
           PERFORM 270-REPORT-CLOSURES.
           PERFORM 280-CHECK-PLACEMENTS.
           PERFORM 650-WRITE-TRAILER.
           PERFORM 300-PRINT-TOTALS.
           CLOSE BUREAU-FILE
               REPORT-FILE.
           STOP RUN.
       040-READ-PARAMETERS.
           COMPUTE ACTIVITY-MONTH = RUN-DATE / 100.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MONTH-TEXT IS NUMERIC THEN
                           MOVE PARM-MONTH-TEXT TO ACTIVITY-MONTH
                       END-IF
                       MOVE PARM-REPORTER-ID TO REPORTER-ID
                       MOVE PARM-REPORTER-NAME TO REPORTER-NAME
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF REPORTER-ID = SPACES THEN
               DISPLAY 'CRBUREAU: NO REPORTER ID IN EMPL_BURPARM -'
                   ' THE BUREAU WILL NOT ACCEPT THE FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       100-LOAD-AGING.
           OPEN INPUT AGEXTR-FILE.
           IF AGEXTR-STATUS NOT = '00' THEN
               DISPLAY 'CRBUREAU: NO AGING EXTRACT - EVERY ACCOUNT'
                   ' NOT WITH THE AGENCY REPORTS CURRENT'
               MOVE 1 TO EOF-A
           END-IF.
           PERFORM 110-LOAD-ONE-AGING
               UNTIL EOF-A = 1.
           IF AGEXTR-STATUS = '00' OR AGEXTR-STATUS = '10' THEN
               CLOSE AGEXTR-FILE
           END-IF.
       110-LOAD-ONE-AGING.
           READ AGEXTR-FILE
               AT END
                   MOVE 1 TO EOF-A
               NOT AT END
                   MOVE AGEXTR-RECORD TO AGEXTR-DATA
                   IF AT-COUNT < 500 THEN
                       ADD 1 TO AT-COUNT
                       MOVE AX-STUDENT-ID TO AT-STUDENT-ID(AT-COUNT)
                       MOVE AX-CUR TO BUCKET-W
                       MOVE BUCKET-W TO AT-CUR(AT-COUNT)
                       MOVE AX-30 TO BUCKET-W
                       MOVE BUCKET-W TO AT-30(AT-COUNT)
                       MOVE AX-60 TO BUCKET-W
                       MOVE BUCKET-W TO AT-60(AT-COUNT)
                       MOVE AX-90 TO BUCKET-W
                       MOVE BUCKET-W TO AT-90(AT-COUNT)
                   ELSE
                       DISPLAY 'CRBUREAU: AGING TABLE FULL -'
                           ' EXTRA EMPL_AGEXTR RECORDS IGNORED'
                       MOVE 1 TO EOF-A
                   END-IF
           END-READ.
       120-LOAD-PLACEMENTS.
           OPEN INPUT PLCMSTR-FILE.
           IF PLCMSTR-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-PM
           END-IF.
           PERFORM 130-LOAD-ONE-PLACEMENT
               UNTIL EOF-PM = 1.
           IF PLCMSTR-STATUS = '00' OR PLCMSTR-STATUS = '10' THEN
               CLOSE PLCMSTR-FILE
           END-IF.
       130-LOAD-ONE-PLACEMENT.
           READ PLCMSTR-FILE
               AT END
                   MOVE 1 TO EOF-PM
               NOT AT END
                   MOVE PLCMSTR-RECORD TO PLCM-DATA
                   IF PT-COUNT < 500 THEN
                       ADD 1 TO PT-COUNT
                       MOVE PM-STUDENT-ID TO PT-STUDENT-ID(PT-COUNT)
                       MOVE PM-NAME TO PT-NAME(PT-COUNT)
                       IF PM-PLACED-DATE NUMERIC THEN
                           MOVE PM-PLACED-DATE
                               TO PT-PLACED-DATE(PT-COUNT)
                       ELSE
                           MOVE 0 TO PT-PLACED-DATE(PT-COUNT)
                       END-IF
                       MOVE 'N' TO PT-SEEN-SW(PT-COUNT)
                   ELSE
                       DISPLAY 'CRBUREAU: PLACEMENT TABLE FULL -'
                           ' EXTRA EMPL_PLCMSTR RECORDS IGNORED'
                       MOVE 1 TO EOF-PM
                   END-IF
           END-READ.
       140-LOAD-CLOSURES.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-AR
           END-IF.
           PERFORM 150-LOAD-ONE-CLOSURE
               UNTIL EOF-AR = 1.
           IF ARCHIVE-STATUS = '00' OR ARCHIVE-STATUS = '10' THEN
               CLOSE ARCHIVE-FILE
           END-IF.
      *ONLY LOANS PAID OFF IN THE ACTIVITY MONTH ARE KEPT; EARLIER
      *CLOSURES WERE REPORTED IN THEIR OWN MONTH
       150-LOAD-ONE-CLOSURE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 1 TO EOF-AR
               NOT AT END
                   MOVE ARCHIVE-RECORD TO ARCHIVE-DATA
                   IF AR-PAYOFF-DATE NUMERIC THEN
                       COMPUTE PAYOFF-MONTH = AR-PAYOFF-DATE / 100
                       IF PAYOFF-MONTH = ACTIVITY-MONTH THEN
                           MOVE AR-STUDENT-DATA TO STUDENT-DATA
                           PERFORM 155-ADD-CLOSURE
                       END-IF
                   END-IF
           END-READ.
       155-ADD-CLOSURE.
           MOVE 0 TO CL-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > CL-COUNT
               IF CL-STUDENT-ID(SUB) = AR-STUDENT-ID
                       AND CL-FOUND = 0 THEN
                   MOVE SUB TO CL-FOUND
               END-IF
           END-PERFORM.
           IF CL-FOUND = 0 THEN
               IF CL-COUNT < 500 THEN
                   ADD 1 TO CL-COUNT
                   MOVE CL-COUNT TO CL-FOUND
                   MOVE AR-STUDENT-ID TO CL-STUDENT-ID(CL-FOUND)
                   MOVE S-NAME TO CL-NAME(CL-FOUND)
                   MOVE 0 TO CL-LOAN-COUNT(CL-FOUND)
                   MOVE 0 TO CL-ORIGINAL(CL-FOUND)
                   MOVE 0 TO CL-PAYOFF-DATE(CL-FOUND)
                   MOVE 0 TO CL-LAST-PAY-DATE(CL-FOUND)
                   MOVE 'N' TO CL-SEEN-SW(CL-FOUND)
               ELSE
                   DISPLAY 'CRBUREAU: CLOSURE TABLE FULL -'
                       ' EXTRA EMPL_ARCHIVE RECORDS IGNORED'
                   MOVE 1 TO EOF-AR
               END-IF
           END-IF.
           IF CL-FOUND > 0 THEN
               ADD 1 TO CL-LOAN-COUNT(CL-FOUND)
               IF S-LOAN-WHOLE NUMERIC AND S-LOAN-DECIMAL NUMERIC
                   MOVE S-LOAN TO LOAN-W
                   ADD LOAN-W TO CL-ORIGINAL(CL-FOUND)
               END-IF
               IF AR-PAYOFF-DATE > CL-PAYOFF-DATE(CL-FOUND) THEN
                   MOVE AR-PAYOFF-DATE TO CL-PAYOFF-DATE(CL-FOUND)
               END-IF
               PERFORM VARYING SLOT FROM 1 BY 1
                   UNTIL SLOT > 12
                   IF S-PAID-PAY-DATE(SLOT) NUMERIC
                       IF S-PAID-PAY-DATE(SLOT) >
                               CL-LAST-PAY-DATE(CL-FOUND)
                           MOVE S-PAID-PAY-DATE(SLOT)
                               TO CL-LAST-PAY-DATE(CL-FOUND)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *THE MASTER IS READ IN KEY ORDER, SO A STUDENT'S LOANS COME
      *TOGETHER AND THE ACCOUNT IS WRITTEN ON THE CHANGE OF STUDENT
       200-PROCESS-MASTER.
           MOVE SPACES TO ACCT-STUDENT-ID.
           MOVE LOW-VALUES TO M-KEY.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 210-READ-MASTER
               UNTIL EOF-M = 1.
           IF ACCT-STUDENT-ID NOT = SPACES THEN
               PERFORM 250-FINISH-ACCOUNT
           END-IF.
       210-READ-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 1 TO EOF-M
               NOT AT END
                   MOVE M-STUDENT-DATA TO STUDENT-DATA
                   MOVE M-SCHEDULE-DATA TO SCHEDULE-DATA
                   IF M-STUDENT-ID NOT = ACCT-STUDENT-ID THEN
                       IF ACCT-STUDENT-ID NOT = SPACES THEN
                           PERFORM 250-FINISH-ACCOUNT
                       END-IF
                       PERFORM 220-START-ACCOUNT
                   END-IF
                   PERFORM 230-ADD-LOAN
           END-READ.
       220-START-ACCOUNT.
           MOVE M-STUDENT-ID TO ACCT-STUDENT-ID.
           MOVE S-NAME TO ACCT-NAME.
           MOVE 0 TO ACCT-LOAN-COUNT.
           MOVE 0 TO ACCT-ORIGINAL.
           MOVE 0 TO ACCT-BALANCE.
           MOVE 0 TO ACCT-PAST-DUE.
           MOVE 0 TO ACCT-LAST-PAY-DATE.
           MOVE 'N' TO ACCT-DEFER-SW.
           MOVE 'N' TO ACCT-CHGOFF-SW.
           MOVE SPACES TO ACCT-REJECT-REASON.
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > 12
               MOVE 0 TO ACCT-HIST-RATING(SLOT)
           END-PERFORM.
           IF ACCT-STUDENT-ID NOT NUMERIC THEN
               MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO ACCT-REJECT-REASON
           END-IF.
           IF ACCT-NAME = SPACES THEN
               MOVE 'NAME MISSING' TO ACCT-REJECT-REASON
           END-IF.
      *A LOAN THAT CANNOT BE READ KEEPS THE WHOLE STUDENT OFF THE
      *FILE - REPORTING THE OTHER LOANS ALONE WOULD UNDERSTATE WHAT
      *THE STUDENT OWES
       230-ADD-LOAN.
           ADD 1 TO ACCT-LOAN-COUNT.
           IF S-LOAN-WHOLE NOT NUMERIC OR S-LOAN-DECIMAL NOT NUMERIC
               MOVE 'LOAN AMOUNT NOT NUMERIC' TO ACCT-REJECT-REASON
           END-IF.
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > 12
               IF S-PAID-WHOLE(SLOT) NOT NUMERIC
                       OR S-PAID-DECIMAL(SLOT) NOT NUMERIC
                       OR S-PAID-DUE-DATE(SLOT) NOT NUMERIC
                       OR S-PAID-PAY-DATE(SLOT) NOT NUMERIC
                   MOVE 'PAYMENT HISTORY UNREADABLE'
                       TO ACCT-REJECT-REASON
               END-IF
           END-PERFORM.
           IF ACCT-REJECT-REASON = SPACES THEN
               MOVE S-LOAN TO LOAN-W
               ADD LOAN-W TO ACCT-ORIGINAL
               MOVE 0 TO TOTAL-PAID-W
               PERFORM VARYING SLOT FROM 1 BY 1
                   UNTIL SLOT > 12
                   PERFORM 240-RATE-INSTALLMENT
               END-PERFORM
               IF LOAN-W > TOTAL-PAID-W THEN
                   COMPUTE ACCT-BALANCE =
                       ACCT-BALANCE + LOAN-W - TOTAL-PAID-W
               END-IF
               IF S-DEFERRED
                       AND S-DEFER-START NUMERIC
                       AND S-DEFER-END NUMERIC
                       AND RUN-DATE >= S-DEFER-START
                       AND RUN-DATE <= S-DEFER-END THEN
                   MOVE 'Y' TO ACCT-DEFER-SW
               END-IF
               IF S-CHARGED-OFF THEN
                   MOVE 'Y' TO ACCT-CHGOFF-SW
               END-IF
           END-IF.
      *AN INSTALLMENT IS RATED BY HOW LATE IT WAS PAID, OR IF STILL
      *OPEN BY HOW LONG IT HAS BEEN DUE.  ONE THE SCHEDULE LEAVES AT
      *ZERO HAS NOTHING DUE AND IS NOT RATED
       240-RATE-INSTALLMENT.
           MOVE S-PAID-AMT(SLOT) TO PAID-W.
           ADD PAID-W TO TOTAL-PAID-W.
           IF S-PAID-PAY-DATE(SLOT) > ACCT-LAST-PAY-DATE THEN
               MOVE S-PAID-PAY-DATE(SLOT) TO ACCT-LAST-PAY-DATE
           END-IF.
           MOVE 0 TO RATING-W.
           MOVE 'N' TO DEFER-COVERS-SW.
           IF S-DEFERRED
                   AND S-DEFER-START NUMERIC
                   AND S-DEFER-END NUMERIC
                   AND S-PAID-DUE-DATE(SLOT) >= S-DEFER-START
                   AND S-PAID-DUE-DATE(SLOT) <= S-DEFER-END THEN
               MOVE 'Y' TO DEFER-COVERS-SW
           END-IF.
           IF SC-SCHEDULED AND SC-SCHED-AMT(SLOT) NUMERIC
                   AND SC-SCHED-AMT(SLOT) = 0 THEN
               CONTINUE
           ELSE
               IF S-PAID-DUE-DATE(SLOT) > 0 THEN
                   IF DEFER-COVERS THEN
                       MOVE 1 TO RATING-W
                   ELSE
                       PERFORM 245-RATE-DAYS-LATE
                   END-IF
               END-IF
           END-IF.
           IF RATING-W > ACCT-HIST-RATING(SLOT) THEN
               MOVE RATING-W TO ACCT-HIST-RATING(SLOT)
           END-IF.
      *AN INSTALLMENT PAID AHEAD OF ITS DUE DATE WAS PAID ON TIME -
      *ONLY AN OPEN INSTALLMENT NOT YET DUE HAS NO PAYMENT DUE
       245-RATE-DAYS-LATE.
           IF S-PAID-PAY-DATE(SLOT) > 0 THEN
               COMPUTE LATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(S-PAID-PAY-DATE(SLOT)) -
                   FUNCTION INTEGER-OF-DATE(S-PAID-DUE-DATE(SLOT))
               IF LATE-DAYS < 0 THEN
                   MOVE 0 TO LATE-DAYS
               END-IF
           ELSE
               IF S-PAID-DUE-DATE(SLOT) < RUN-DATE THEN
                   COMPUTE LATE-DAYS = RUN-DATE-INT -
                       FUNCTION INTEGER-OF-DATE(S-PAID-DUE-DATE(SLOT))
               ELSE
                   MOVE -1 TO LATE-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN LATE-DAYS < 0
                   MOVE 0 TO RATING-W
               WHEN LATE-DAYS >= 90
                   MOVE 5 TO RATING-W
               WHEN LATE-DAYS >= 60
                   MOVE 4 TO RATING-W
               WHEN LATE-DAYS >= 30
                   MOVE 3 TO RATING-W
               WHEN OTHER
                   MOVE 2 TO RATING-W
           END-EVALUATE.
       250-FINISH-ACCOUNT.
           IF ACCT-REJECT-REASON NOT = SPACES THEN
               MOVE ACCT-STUDENT-ID TO R-STUDENT-ID
               MOVE ACCT-NAME TO R-NAME
               MOVE ACCT-REJECT-REASON TO R-REASON
               PERFORM 610-WRITE-REJECT
               PERFORM 255-MARK-PLACEMENT
               PERFORM 258-MARK-CLOSURE
           ELSE
               PERFORM 260-BUILD-ACCOUNT
               PERFORM 600-WRITE-ACCOUNT
           END-IF.
       255-MARK-PLACEMENT.
           MOVE 0 TO PT-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PT-COUNT
               IF PT-STUDENT-ID(SUB) = ACCT-STUDENT-ID
                       AND PT-FOUND = 0 THEN
                   MOVE SUB TO PT-FOUND
                   MOVE 'Y' TO PT-SEEN-SW(SUB)
               END-IF
           END-PERFORM.
       258-MARK-CLOSURE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > CL-COUNT
               IF CL-STUDENT-ID(SUB) = ACCT-STUDENT-ID THEN
                   MOVE 'Y' TO CL-SEEN-SW(SUB)
               END-IF
           END-PERFORM.
      *STATUS GOES BY THE WORST THAT APPLIES - A CHARGED-OFF LOAN,
      *AGENCY PLACEMENT, THEN THE OLDEST AGING BUCKET WITH MONEY IN
      *IT.  NOTHING LEFT OWING ON ANY LOAN IS PAID IN FULL EVEN
      *BEFORE PAYOFF ARCHIVES IT
       260-BUILD-ACCOUNT.
           MOVE ACCT-STUDENT-ID TO BA-ACCOUNT.
           MOVE ACCT-NAME TO BA-NAME.
           MOVE ACCT-LOAN-COUNT TO BA-LOAN-COUNT.
           MOVE ACCT-ORIGINAL TO BA-ORIGINAL.
           MOVE ACCT-BALANCE TO BA-BALANCE.
           MOVE ACCT-LAST-PAY-DATE TO BA-LAST-PAY-DATE.
           MOVE 0 TO BA-CLOSED-DATE.
           MOVE 0 TO BA-PLACED-DATE.
           MOVE ACTIVITY-MONTH TO BA-ACTIVITY-MONTH.
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > 12
               PERFORM 265-SET-HISTORY-CODE
           END-PERFORM.
           IF ACCT-DEFER-SW = 'Y' THEN
               MOVE 'DF' TO BA-SPECIAL-COMMENT
           ELSE
               MOVE SPACES TO BA-SPECIAL-COMMENT
           END-IF.
           MOVE 0 TO AT-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > AT-COUNT
               IF AT-STUDENT-ID(SUB) = ACCT-STUDENT-ID
                       AND AT-FOUND = 0 THEN
                   MOVE SUB TO AT-FOUND
               END-IF
           END-PERFORM.
           MOVE 0 TO ACCT-PAST-DUE.
           IF AT-FOUND > 0 THEN
               COMPUTE ACCT-PAST-DUE = AT-CUR(AT-FOUND) +
                   AT-30(AT-FOUND) + AT-60(AT-FOUND) + AT-90(AT-FOUND)
           END-IF.
           MOVE ACCT-PAST-DUE TO BA-PAST-DUE.
           PERFORM 255-MARK-PLACEMENT.
           PERFORM 258-MARK-CLOSURE.
           EVALUATE TRUE
               WHEN ACCT-CHGOFF-SW = 'Y'
                   MOVE '97' TO BA-STATUS
                   IF PT-FOUND > 0 THEN
                       MOVE PT-PLACED-DATE(PT-FOUND) TO BA-PLACED-DATE
                   END-IF
               WHEN PT-FOUND > 0
                   MOVE '93' TO BA-STATUS
                   MOVE PT-PLACED-DATE(PT-FOUND) TO BA-PLACED-DATE
               WHEN ACCT-BALANCE = 0
                   MOVE '13' TO BA-STATUS
                   MOVE ACCT-LAST-PAY-DATE TO BA-CLOSED-DATE
               WHEN AT-FOUND = 0
                   MOVE '11' TO BA-STATUS
               WHEN AT-90(AT-FOUND) > 0
                   MOVE '80' TO BA-STATUS
               WHEN AT-60(AT-FOUND) > 0
                   MOVE '78' TO BA-STATUS
               WHEN AT-30(AT-FOUND) > 0
                   MOVE '71' TO BA-STATUS
               WHEN OTHER
                   MOVE '11' TO BA-STATUS
           END-EVALUATE.
       265-SET-HISTORY-CODE.
           COMPUTE SUB = ACCT-HIST-RATING(SLOT) + 1.
           MOVE HISTORY-CODE(SUB) TO BA-HISTORY-CODE(SLOT).
      *A STUDENT WHOSE LAST LOAN WAS PAID OFF THIS MONTH HAS NOTHING
      *LEFT ON THE MASTER - THE CLOSURE IS REPORTED FROM THE ARCHIVE
       270-REPORT-CLOSURES.
           PERFORM VARYING CL-FOUND FROM 1 BY 1
               UNTIL CL-FOUND > CL-COUNT
               IF CL-SEEN-SW(CL-FOUND) = 'N' THEN
                   PERFORM 275-BUILD-CLOSURE
               END-IF
           END-PERFORM.
       275-BUILD-CLOSURE.
           IF CL-NAME(CL-FOUND) = SPACES THEN
               MOVE CL-STUDENT-ID(CL-FOUND) TO R-STUDENT-ID
               MOVE SPACES TO R-NAME
               MOVE 'CLOSED - NAME MISSING' TO R-REASON
               PERFORM 610-WRITE-REJECT
           ELSE
               MOVE CL-STUDENT-ID(CL-FOUND) TO BA-ACCOUNT
               MOVE CL-NAME(CL-FOUND) TO BA-NAME
               MOVE CL-LOAN-COUNT(CL-FOUND) TO BA-LOAN-COUNT
               MOVE '13' TO BA-STATUS
               MOVE SPACES TO BA-SPECIAL-COMMENT
               MOVE CL-ORIGINAL(CL-FOUND) TO BA-ORIGINAL
               MOVE 0 TO BA-BALANCE
               MOVE 0 TO BA-PAST-DUE
               MOVE SPACES TO BA-HISTORY
               MOVE CL-LAST-PAY-DATE(CL-FOUND) TO BA-LAST-PAY-DATE
               MOVE CL-PAYOFF-DATE(CL-FOUND) TO BA-CLOSED-DATE
               MOVE 0 TO BA-PLACED-DATE
               MOVE ACTIVITY-MONTH TO BA-ACTIVITY-MONTH
               PERFORM 600-WRITE-ACCOUNT
           END-IF.
      *AN ACCOUNT WITH THE AGENCY BUT NOT ON THE MASTER CANNOT BE
      *REPORTED - THERE IS NO BALANCE OR HISTORY TO SEND
       280-CHECK-PLACEMENTS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PT-COUNT
               IF PT-SEEN-SW(SUB) = 'N' THEN
                   MOVE PT-STUDENT-ID(SUB) TO R-STUDENT-ID
                   MOVE PT-NAME(SUB) TO R-NAME
                   MOVE 'PLACED - NOT ON MASTER' TO R-REASON
                   PERFORM 610-WRITE-REJECT
               END-IF
           END-PERFORM.
       300-PRINT-TOTALS.
           MOVE REPORTED-COUNT TO R-TOT-REPORTED.
           MOVE REJECTED-COUNT TO R-TOT-REJECTED.
           MOVE CLOSED-COUNT TO R-TOT-CLOSED.
           MOVE COLLECTION-COUNT TO R-TOT-COLLECTION.
           MOVE CHGOFF-COUNT TO R-TOT-CHGOFF.
           MOVE TOTAL-BALANCE TO R-TOT-BALANCE.
           MOVE TOTAL-PAST-DUE TO R-TOT-PAST-DUE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
       600-WRITE-ACCOUNT.
           WRITE BUREAU-RECORD FROM BUREAU-ACCOUNT.
           ADD 1 TO REPORTED-COUNT.
           ADD BA-BALANCE TO TOTAL-BALANCE.
           ADD BA-PAST-DUE TO TOTAL-PAST-DUE.
           EVALUATE BA-STATUS
               WHEN '11'
                   ADD 1 TO CURRENT-COUNT
               WHEN '71'
                   ADD 1 TO LATE30-COUNT
               WHEN '78'
                   ADD 1 TO LATE60-COUNT
               WHEN '80'
                   ADD 1 TO LATE90-COUNT
               WHEN '93'
                   ADD 1 TO COLLECTION-COUNT
               WHEN '97'
                   ADD 1 TO CHGOFF-COUNT
               WHEN '13'
                   ADD 1 TO CLOSED-COUNT
           END-EVALUATE.
       610-WRITE-REJECT.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO REJECTED-COUNT.
      *THE TRAILER COUNTS ARE WHAT THE BUREAU BALANCES THE FILE TO
       650-WRITE-TRAILER.
           MOVE REPORTED-COUNT TO BT-ACCOUNT-COUNT.
           MOVE TOTAL-BALANCE TO BT-TOTAL-BALANCE.
           MOVE TOTAL-PAST-DUE TO BT-TOTAL-PAST-DUE.
           MOVE CURRENT-COUNT TO BT-CURRENT-COUNT.
           MOVE LATE30-COUNT TO BT-30-COUNT.
           MOVE LATE60-COUNT TO BT-60-COUNT.
           MOVE LATE90-COUNT TO BT-90-COUNT.
           MOVE COLLECTION-COUNT TO BT-COLLECTION-COUNT.
           MOVE CLOSED-COUNT TO BT-CLOSED-COUNT.
           MOVE CHGOFF-COUNT TO BT-CHGOFF-COUNT.
           WRITE BUREAU-RECORD FROM BUREAU-TRAILER.
       END PROGRAM crbureau.
