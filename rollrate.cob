      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: rollrate - cycle-over-cycle delinquency roll rates and
      *         portfolio delinquency by major and class year
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. rollrate.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-AGING-FILE ASSIGN TO 'EMPL_AGEXTR_PRV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-AGING-STATUS.
           SELECT CURRENT-AGING-FILE ASSIGN TO 'EMPL_AGEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-AGING-STATUS.
           SELECT PRIOR-BOOK-FILE ASSIGN TO 'EMPL_EXTRACT_PRV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-BOOK-STATUS.
           SELECT CURRENT-BOOK-FILE ASSIGN TO 'EMPL_EXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-BOOK-STATUS.
           SELECT PLCMSTR-FILE ASSIGN TO 'EMPL_PLCMSTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLCMSTR-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO 'EMPL_CHGHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGHIST-STATUS.
           SELECT ROLLHIST-FILE ASSIGN TO 'EMPL_ROLLHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLHIST-STATUS.
           SELECT DELIM-FILE ASSIGN TO 'EMPL_ROLLDLM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'EMPL_ROLLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-AGING-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PRIOR-AGING-RECORD PIC X(80).
       FD  CURRENT-AGING-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CURRENT-AGING-RECORD PIC X(80).
       FD  PRIOR-BOOK-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PRIOR-BOOK-RECORD PIC X(200).
       FD  CURRENT-BOOK-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CURRENT-BOOK-RECORD PIC X(200).
       FD  PLCMSTR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PLCMSTR-RECORD PIC X(60).
       FD  CHGHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CHGHIST-RECORD PIC X(80).
       FD  ROLLHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ROLLHIST-RECORD PIC X(40).
       FD  DELIM-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DELIM-RECORD PIC X(80).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
      *THE AGING EXTRACT IS ONE LINE PER STUDENT IN STUDENT ID ORDER,
      *ONLY FOR STUDENTS WITH SOMETHING PAST DUE
       01  PRIOR-AGING.
           03 PA-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 PA-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 PA-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 PA-YEAR PIC X(4).
           03 FILLER PIC X(1).
           03 PA-CUR PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 PA-30 PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 PA-60 PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 PA-90 PIC ZZZZ9.99.
       01  CURRENT-AGING.
           03 CA-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 CA-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 CA-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 CA-YEAR PIC X(4).
           03 FILLER PIC X(1).
           03 CA-CUR PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 CA-30 PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 CA-60 PIC ZZZZ9.99.
           03 FILLER PIC X(1).
           03 CA-90 PIC ZZZZ9.99.
       01  MATCH-KEYS.
           03 PRIOR-KEY PIC X(9).
           03 CURRENT-KEY PIC X(9).
      *THE LOAN EXTRACT HAS EVERY LOAN ON THE BOOK, SO IT GIVES THE
      *BALANCE BEHIND EACH STUDENT AND THE PORTFOLIO THE DELINQUENT
      *SHARE IS TAKEN OF
       01  BOOK-DATA.
           03 BK-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 BK-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 BK-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 BK-YEAR PIC X(4).
           03 FILLER PIC X(1).
           03 BK-LOAN PIC X(8).
           03 FILLER PIC X(1).
           03 BK-PAYS OCCURS 12 TIMES.
               05 BK-PAID PIC X(7).
               05 FILLER PIC X(1).
           03 BK-TOTAL PIC X(8).
           03 FILLER PIC X(1).
           03 BK-BALANCE PIC -ZZZZ9.99.
           03 FILLER PIC X(1).
           03 BK-FEES PIC X(7).
           03 FILLER PIC X(1).
           03 BK-LOAN-SEQ PIC X(2).
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
       01  PLACED-TABLE.
           03 PT-COUNT PIC 9(3) VALUE 0.
           03 PT-ENTRY OCCURS 500 TIMES.
               05 PT-STUDENT-ID PIC X(9).
               05 PT-PLACED-DATE PIC 9(8).
       01  CHGH-DATA.
           03 CH-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 CH-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(1).
           03 CH-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 CH-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 CH-DATE PIC 9(8).
           03 FILLER PIC X(33).
      *THE LATEST CHARGE-OFF DATE FOR EACH STUDENT
       01  CHGOFF-TABLE.
           03 CO-COUNT PIC 9(3) VALUE 0.
           03 CO-ENTRY OCCURS 500 TIMES.
               05 CO-STUDENT-ID PIC X(9).
               05 CO-DATE PIC 9(8).
      *ONE LINE PER RUN.  THE LAST RUN BEFORE TODAY IS THE PRIOR
      *CYCLE, SO A PLACEMENT OR CHARGE-OFF DATED AFTER IT HAPPENED
      *BETWEEN THE TWO EXTRACTS
       01  ROLLHIST-DATA.
           03 RL-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RL-PRIOR-DATE PIC 9(8).
           03 FILLER PIC X(23) VALUE SPACES.
      *STATE 1 IS NOTHING PAST DUE, 2-5 THE OLDEST AGING BUCKET WITH
      *MONEY IN IT.  A STUDENT IS ON A BOOK IF ANY OF THEIR LOANS IS
      *ON THAT CYCLE'S LOAN OR AGING EXTRACT
       01  STUDENT-TABLE.
           03 ST-COUNT PIC 9(3) VALUE 0.
           03 ST-ENTRY OCCURS 500 TIMES.
               05 ST-STUDENT-ID PIC X(9).
               05 ST-MAJOR PIC X(4).
               05 ST-YEAR PIC X(4).
               05 ST-PRIOR-BAL PIC S9(7)V9(2).
               05 ST-CURR-BAL PIC S9(7)V9(2).
               05 ST-PRIOR-SW PIC X.
               05 ST-CURR-SW PIC X.
               05 ST-PRIOR-STATE PIC 9.
               05 ST-CURR-STATE PIC 9.
      *ONE ENTRY PER MAJOR AND CLASS YEAR, KEPT IN KEY ORDER.  THE
      *PORTFOLIO TOTAL IS THE HIGH-VALUES ENTRY, ALWAYS THE LAST.
      *MATRIX ROWS ARE THE PRIOR STATE, ROW 6 ACCOUNTS NEW TO THE
      *BOOK; COLUMNS ARE TODAY'S STATE, OR 6 PAID OFF, 7 PLACED, 8
      *CHARGED OFF FOR AN ACCOUNT THAT LEFT.  THE DELINQUENCY SIDE
      *HOLDS EACH CYCLE'S BALANCE BY STATE - 1 PRIOR, 2 CURRENT
       01  GROUP-TABLE.
           03 GT-COUNT PIC 9(3) VALUE 0.
           03 GT-ENTRY OCCURS 100 TIMES.
               05 GT-KEY.
                   07 GT-MAJOR PIC X(4).
                   07 GT-YEAR PIC X(4).
               05 GT-ROW OCCURS 6 TIMES.
                   07 GT-CELL OCCURS 8 TIMES.
                       09 GT-CELL-AMT PIC 9(9)V9(2).
                       09 GT-CELL-CNT PIC 9(7).
               05 GT-CYCLE OCCURS 2 TIMES.
                   07 GT-STATE OCCURS 5 TIMES.
                       09 GT-DQ-AMT PIC 9(9)V9(2).
                       09 GT-DQ-CNT PIC 9(7).
               05 GT-AGENCY-AMT PIC 9(9)V9(2).
               05 GT-AGENCY-CNT PIC 9(7).
       01  ROLL-LABELS.
           03 FILLER PIC X(8) VALUE 'CURRENT '.
           03 FILLER PIC X(8) VALUE '1-29    '.
           03 FILLER PIC X(8) VALUE '30-59   '.
           03 FILLER PIC X(8) VALUE '60-89   '.
           03 FILLER PIC X(8) VALUE '90+     '.
           03 FILLER PIC X(8) VALUE 'PAID OFF'.
           03 FILLER PIC X(8) VALUE 'PLACED  '.
           03 FILLER PIC X(8) VALUE 'CHG OFF '.
           03 FILLER PIC X(8) VALUE 'NEW     '.
       01  ROLL-LABEL-TABLE REDEFINES ROLL-LABELS.
           03 ROLL-LABEL PIC X(8) OCCURS 9 TIMES.
      *COMMA-DELIMITED FOR FINANCE'S TREND CHARTS.  ROLL LINES GIVE
      *ONE MATRIX CELL WITH ITS SHARE OF THE ROW'S DOLLARS; DELQ LINES
      *ONE CYCLE'S BALANCE IN ONE STATE WITH ITS SHARE OF THE BOOK;
      *AGCY THE ACCOUNTS LEFT OUT OF THE ROLL AS ALREADY PLACED
       01  DELIM-DATA.
           03 DL-TYPE PIC X(4).
           03 FILLER PIC X(1) VALUE ','.
           03 DL-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE ','.
           03 DL-PRIOR-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE ','.
           03 DL-MAJOR PIC X(4).
           03 FILLER PIC X(1) VALUE ','.
           03 DL-YEAR PIC X(4).
           03 FILLER PIC X(1) VALUE ','.
           03 DL-FROM PIC X(8).
           03 FILLER PIC X(1) VALUE ','.
           03 DL-TO PIC X(8).
           03 FILLER PIC X(1) VALUE ','.
           03 DL-COUNT PIC ZZZZZZ9.
           03 FILLER PIC X(1) VALUE ','.
           03 DL-AMOUNT PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE ','.
           03 DL-PERCENT PIC ZZ9.99.
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'DELINQUENCY ROLL-RATE REPORT   '.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'PRIOR CYCLE: '.
           03 RH-PRIOR-DATE PIC X(8).
       01  GROUP-HEADING.
           03 FILLER PIC X(7) VALUE 'MAJOR: '.
           03 GH-MAJOR PIC X(4).
           03 FILLER PIC X(14) VALUE '  CLASS YEAR: '.
           03 GH-YEAR PIC X(4).
       01  TOTAL-HEADING.
           03 FILLER PIC X(28) VALUE 'PORTFOLIO TOTAL - ALL MAJORS'.
           03 FILLER PIC X(16) VALUE ' AND CLASS YEARS'.
       01  DOLLAR-HEADING.
           03 FILLER PIC X(32) VALUE 'DOLLARS ROLLED - PRIOR CYCLE BAL'.
           03 FILLER PIC X(32) VALUE 'ANCE, NEW ACCOUNTS AT TODAY BALA'.
           03 FILLER PIC X(3) VALUE 'NCE'.
       01  COUNT-HEADING.
           03 FILLER PIC X(15) VALUE 'ACCOUNTS ROLLED'.
       01  MATRIX-HEADING.
           03 FILLER PIC X(10) VALUE 'FROM      '.
           03 FILLER PIC X(12) VALUE '     CURRENT'.
           03 FILLER PIC X(12) VALUE '        1-29'.
           03 FILLER PIC X(12) VALUE '       30-59'.
           03 FILLER PIC X(12) VALUE '       60-89'.
           03 FILLER PIC X(12) VALUE '         90+'.
           03 FILLER PIC X(12) VALUE '    PAID OFF'.
           03 FILLER PIC X(12) VALUE '      PLACED'.
           03 FILLER PIC X(12) VALUE ' CHARGED OFF'.
       01  MATRIX-LINE.
           03 ML-LABEL PIC X(10).
           03 ML-CELL OCCURS 8 TIMES.
               05 FILLER PIC X(1).
               05 ML-AMT PIC ZZZ,ZZZ,ZZ9.
       01  ROLL-HEADING.
           03 FILLER PIC X(32) VALUE 'ROLL RATES - SHARE OF EACH PRIOR'.
           03 FILLER PIC X(20) VALUE ' BALANCE BY DOLLARS '.
       01  ROLL-RATE-LINE.
           03 FILLER PIC X(5) VALUE 'FROM '.
           03 RR-LABEL PIC X(8).
           03 FILLER PIC X(9) VALUE '  WORSE '.
           03 RR-WORSE PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(7) VALUE '  SAME '.
           03 RR-SAME PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(9) VALUE '  BETTER '.
           03 RR-BETTER PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(7) VALUE '  PAID '.
           03 RR-PAID PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(9) VALUE '  PLACED '.
           03 RR-PLACED PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(10) VALUE '  CHG OFF '.
           03 RR-CHGOFF PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
       01  DELQ-HEADING.
           03 FILLER PIC X(32) VALUE 'PORTFOLIO DELINQUENCY - SHARE OF'.
           03 FILLER PIC X(28) VALUE ' BALANCE BY OLDEST BUCKET   '.
       01  DELQ-LINE.
           03 DQ-LABEL PIC X(8).
           03 FILLER PIC X(9) VALUE 'BALANCE: '.
           03 DQ-BALANCE PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(6) VALUE ' 1-29 '.
           03 DQ-1-29 PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(7) VALUE ' 30-59 '.
           03 DQ-30-59 PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(7) VALUE ' 60-89 '.
           03 DQ-60-89 PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(5) VALUE ' 90+ '.
           03 DQ-90 PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(5) VALUE ' 30+ '.
           03 DQ-30-PLUS PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(7) VALUE ' ACCTS '.
           03 DQ-ACCOUNTS PIC ZZZZ9.
       01  AGENCY-LINE.
           03 FILLER PIC X(28) VALUE 'HELD AT AGENCY, NOT ROLLED: '.
           03 AG-COUNT PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE ' ACCOUNTS  '.
           03 AG-AMOUNT PIC $$$,$$$,$$9.99.
       01  REPORT-TOTALS1.
           03 FILLER PIC X(12) VALUE 'PRIOR BOOK: '.
           03 R-TOT-PRIOR PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'CURRENT BOOK: '.
           03 R-TOT-CURRENT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'NEW: '.
           03 R-TOT-NEW PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'LEFT BOOK: '.
           03 R-TOT-LEFT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'HELD AT AGENCY: '.
           03 R-TOT-AGENCY PIC ZZZZ9.
       01  MISC.
           03 EOF-PA PIC 9 VALUE 0.
           03 EOF-CA PIC 9 VALUE 0.
           03 EOF-BK PIC 9 VALUE 0.
           03 EOF-PM PIC 9 VALUE 0.
           03 EOF-CH PIC 9 VALUE 0.
           03 EOF-RL PIC 9 VALUE 0.
           03 SUB PIC 9(3).
           03 ST-SUB PIC 9(3) VALUE 0.
           03 ST-FOUND PIC 9(3) VALUE 0.
           03 PT-FOUND PIC 9(3) VALUE 0.
           03 CO-FOUND PIC 9(3) VALUE 0.
           03 GT-FOUND PIC 9(3) VALUE 0.
           03 GT-INSERT PIC 9(3) VALUE 0.
           03 GROUP-SUB PIC 9(3) VALUE 0.
           03 ROW-W PIC 9 VALUE 0.
           03 COL-W PIC 9 VALUE 0.
           03 CYCLE-W PIC 9 VALUE 0.
           03 STATE-W PIC 9 VALUE 0.
           03 LABEL-SUB PIC 9 VALUE 0.
           03 PRIOR-AGING-STATUS PIC XX VALUE '00'.
           03 CURRENT-AGING-STATUS PIC XX VALUE '00'.
           03 PRIOR-BOOK-STATUS PIC XX VALUE '00'.
           03 CURRENT-BOOK-STATUS PIC XX VALUE '00'.
           03 PLCMSTR-STATUS PIC XX VALUE '00'.
           03 CHGHIST-STATUS PIC XX VALUE '00'.
           03 ROLLHIST-STATUS PIC XX VALUE '00'.
           03 PRIOR-OPEN-SW PIC X VALUE 'N'.
               88 PRIOR-OPENED VALUE 'Y'.
           03 BOOK-SIDE-SW PIC X VALUE SPACES.
               88 LOADING-PRIOR VALUE 'P'.
           03 STUDENT-FULL-SW PIC X VALUE 'N'.
           03 GROUP-FULL-SW PIC X VALUE 'N'.
           03 AGENCY-HELD-SW PIC X VALUE 'N'.
               88 AGENCY-HELD VALUE 'Y'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 PRIOR-DATE PIC 9(8) VALUE 0.
           03 PLACED-DATE-W PIC 9(8) VALUE 0.
           03 CHGOFF-DATE-W PIC 9(8) VALUE 0.
           03 STUDENT-KEY-W PIC X(9) VALUE SPACES.
           03 GROUP-KEY-W.
               05 GK-MAJOR PIC X(4).
               05 GK-YEAR PIC X(4).
           03 BAL-LOAN-W PIC S9(5)V9(2) VALUE 0.
           03 CUR-W PIC 9(5)V9(2) VALUE 0.
           03 B30-W PIC 9(5)V9(2) VALUE 0.
           03 B60-W PIC 9(5)V9(2) VALUE 0.
           03 B90-W PIC 9(5)V9(2) VALUE 0.
           03 ROLL-AMT-W PIC 9(7)V9(2) VALUE 0.
           03 PRIOR-AMT-W PIC 9(7)V9(2) VALUE 0.
           03 CURR-AMT-W PIC 9(7)V9(2) VALUE 0.
           03 ROW-TOTAL-W PIC 9(9)V9(2) VALUE 0.
           03 WORSE-W PIC 9(9)V9(2) VALUE 0.
           03 SAME-W PIC 9(9)V9(2) VALUE 0.
           03 BETTER-W PIC 9(9)V9(2) VALUE 0.
           03 BOOK-TOTAL-W PIC 9(9)V9(2) VALUE 0.
           03 BOOK-COUNT-W PIC 9(7) VALUE 0.
           03 PCT-PART-W PIC 9(9)V9(2) VALUE 0.
           03 PCT-BASE-W PIC 9(9)V9(2) VALUE 0.
           03 PCT-W PIC 9(3)V9(2) VALUE 0.
           03 PRIOR-BOOK-COUNT PIC 9(5) VALUE 0.
           03 CURRENT-BOOK-COUNT PIC 9(5) VALUE 0.
           03 NEW-COUNT PIC 9(5) VALUE 0.
           03 LEFT-COUNT PIC 9(5) VALUE 0.
           03 AGENCY-COUNT PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-ROLL-HISTORY.
           OPEN INPUT CURRENT-BOOK-FILE.
           IF CURRENT-BOOK-STATUS NOT = '00' THEN
               DISPLAY 'ROLLRATE: CANNOT OPEN EMPL_EXTRACT, STATUS '
                   CURRENT-BOOK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CURRENT-AGING-FILE.
           IF CURRENT-AGING-STATUS NOT = '00' THEN
               DISPLAY 'ROLLRATE: CANNOT OPEN EMPL_AGEXTR, STATUS '
                   CURRENT-AGING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRIOR-AGING-FILE.
           IF PRIOR-AGING-STATUS = '00' THEN
               MOVE 'Y' TO PRIOR-OPEN-SW
           ELSE
               DISPLAY 'ROLLRATE: NO PRIOR AGING EXTRACT - ALL'
                   ' STUDENTS WILL REPORT AS NEW'
               MOVE 1 TO EOF-PA
           END-IF.
           PERFORM 110-LOAD-PLACEMENTS.
           PERFORM 120-LOAD-CHARGE-OFFS.
           MOVE 1 TO GT-COUNT.
           MOVE ZEROS TO GT-ENTRY(1).
           MOVE HIGH-VALUES TO GT-KEY(1).
           IF PRIOR-OPENED THEN
               PERFORM 130-LOAD-PRIOR-BOOK
           END-IF.
           PERFORM 140-LOAD-CURRENT-BOOK.
           PERFORM 500-READ-PRIOR-AGING.
           PERFORM 510-READ-CURRENT-AGING.
           PERFORM 200-MATCH-AGING
               UNTIL EOF-PA = 1 AND EOF-CA = 1.
           IF PRIOR-OPENED THEN
               CLOSE PRIOR-AGING-FILE
           END-IF.
           CLOSE CURRENT-AGING-FILE.
           PERFORM VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-COUNT
               PERFORM 250-CLASSIFY-STUDENT
           END-PERFORM.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DELIM-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           IF PRIOR-DATE > 0 THEN
               MOVE PRIOR-DATE TO RH-PRIOR-DATE
           ELSE
               MOVE 'NONE' TO RH-PRIOR-DATE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           MOVE RUN-DATE TO DL-RUN-DATE.
           MOVE PRIOR-DATE TO DL-PRIOR-DATE.
           PERFORM VARYING GROUP-SUB FROM 1 BY 1
               UNTIL GROUP-SUB > GT-COUNT
               PERFORM 300-PRINT-GROUP
           END-PERFORM.
           PERFORM 390-PRINT-TOTALS.
           CLOSE REPORT-FILE
               DELIM-FILE.
           PERFORM 600-WRITE-ROLL-HISTORY.
           STOP RUN.
      *THE LATEST RUN DATED BEFORE TODAY IS THE PRIOR CYCLE - A RERUN
      *THE SAME DAY STILL MEASURES FROM THE SAME PRIOR CYCLE
       100-LOAD-ROLL-HISTORY.
           OPEN INPUT ROLLHIST-FILE.
           IF ROLLHIST-STATUS NOT = '00' THEN
               DISPLAY 'ROLLRATE: NO EMPL_ROLLHIST ON FILE - EVERY'
                   ' PLACEMENT AND CHARGE-OFF COUNTS AS THIS CYCLE'
               MOVE 1 TO EOF-RL
           END-IF.
           PERFORM 105-READ-ROLL-HISTORY
               UNTIL EOF-RL = 1.
           IF ROLLHIST-STATUS = '00' OR ROLLHIST-STATUS = '10' THEN
               CLOSE ROLLHIST-FILE
           END-IF.
       105-READ-ROLL-HISTORY.
           READ ROLLHIST-FILE
               AT END
                   MOVE 1 TO EOF-RL
               NOT AT END
                   MOVE ROLLHIST-RECORD TO ROLLHIST-DATA
                   IF RL-RUN-DATE NUMERIC
                           AND RL-RUN-DATE < RUN-DATE
                           AND RL-RUN-DATE > PRIOR-DATE THEN
                       MOVE RL-RUN-DATE TO PRIOR-DATE
                   END-IF
           END-READ.
       110-LOAD-PLACEMENTS.
           OPEN INPUT PLCMSTR-FILE.
           IF PLCMSTR-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-PM
           END-IF.
           PERFORM 115-LOAD-ONE-PLACEMENT
               UNTIL EOF-PM = 1.
           IF PLCMSTR-STATUS = '00' OR PLCMSTR-STATUS = '10' THEN
               CLOSE PLCMSTR-FILE
           END-IF.
      *A PLACEMENT WITHOUT A READABLE, VALID DATE IS TREATED AS PLACED
      *TODAY, THE SAME AS CHGOFF DOES
       115-LOAD-ONE-PLACEMENT.
           READ PLCMSTR-FILE
               AT END
                   MOVE 1 TO EOF-PM
               NOT AT END
                   MOVE PLCMSTR-RECORD TO PLCM-DATA
                   IF PT-COUNT < 500 THEN
                       ADD 1 TO PT-COUNT
                       MOVE PM-STUDENT-ID TO PT-STUDENT-ID(PT-COUNT)
                       MOVE RUN-DATE TO PT-PLACED-DATE(PT-COUNT)
                       IF PM-PLACED-DATE NUMERIC
                               AND PM-PLACED-DATE > 0 THEN
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (PM-PLACED-DATE) = 0 THEN
                               MOVE PM-PLACED-DATE
                                   TO PT-PLACED-DATE(PT-COUNT)
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY 'ROLLRATE: PLACEMENT TABLE FULL -'
                           ' EXTRA EMPL_PLCMSTR RECORDS IGNORED'
                       MOVE 1 TO EOF-PM
                   END-IF
           END-READ.
       120-LOAD-CHARGE-OFFS.
           OPEN INPUT CHGHIST-FILE.
           IF CHGHIST-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-CH
           END-IF.
           PERFORM 125-LOAD-ONE-CHARGE-OFF
               UNTIL EOF-CH = 1.
           IF CHGHIST-STATUS = '00' OR CHGHIST-STATUS = '10' THEN
               CLOSE CHGHIST-FILE
           END-IF.
       125-LOAD-ONE-CHARGE-OFF.
           READ CHGHIST-FILE
               AT END
                   MOVE 1 TO EOF-CH
               NOT AT END
                   MOVE CHGHIST-RECORD TO CHGH-DATA
                   IF CH-DATE NUMERIC THEN
                       PERFORM 127-KEEP-CHARGE-OFF
                   END-IF
           END-READ.
       127-KEEP-CHARGE-OFF.
           MOVE 0 TO CO-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > CO-COUNT
               IF CO-STUDENT-ID(SUB) = CH-STUDENT-ID
                       AND CO-FOUND = 0 THEN
                   MOVE SUB TO CO-FOUND
               END-IF
           END-PERFORM.
           IF CO-FOUND = 0 THEN
               IF CO-COUNT < 500 THEN
                   ADD 1 TO CO-COUNT
                   MOVE CO-COUNT TO CO-FOUND
                   MOVE CH-STUDENT-ID TO CO-STUDENT-ID(CO-FOUND)
                   MOVE 0 TO CO-DATE(CO-FOUND)
               ELSE
                   DISPLAY 'ROLLRATE: CHARGE-OFF TABLE FULL -'
                       ' EXTRA EMPL_CHGHIST RECORDS IGNORED'
                   MOVE 1 TO EOF-CH
               END-IF
           END-IF.
           IF CO-FOUND > 0 THEN
               IF CH-DATE > CO-DATE(CO-FOUND) THEN
                   MOVE CH-DATE TO CO-DATE(CO-FOUND)
               END-IF
           END-IF.
      *WITHOUT THE PRIOR AGING EXTRACT THE PRIOR STATES ARE UNKNOWN,
      *SO THE PRIOR LOAN EXTRACT IS NOT READ EITHER AND EVERY STUDENT
      *STARTS AS NEW
       130-LOAD-PRIOR-BOOK.
           OPEN INPUT PRIOR-BOOK-FILE.
           IF PRIOR-BOOK-STATUS NOT = '00' THEN
               DISPLAY 'ROLLRATE: NO EMPL_EXTRACT_PRV - PRIOR'
                   ' BALANCES TAKEN FROM PAST DUE STUDENTS ONLY'
           ELSE
               MOVE 'P' TO BOOK-SIDE-SW
               MOVE 0 TO EOF-BK
               PERFORM 145-LOAD-ONE-LOAN
                   UNTIL EOF-BK = 1
               CLOSE PRIOR-BOOK-FILE
           END-IF.
       140-LOAD-CURRENT-BOOK.
           MOVE 'C' TO BOOK-SIDE-SW.
           MOVE 0 TO EOF-BK.
           PERFORM 145-LOAD-ONE-LOAN
               UNTIL EOF-BK = 1.
           CLOSE CURRENT-BOOK-FILE.
      *EVERY LOAN ON THE EXTRACT PUTS ITS STUDENT ON THAT CYCLE'S
      *BOOK AND ADDS TO THE STUDENT'S BALANCE.  TODAY'S MAJOR AND
      *YEAR WIN WHEN A STUDENT IS ON BOTH
       145-LOAD-ONE-LOAN.
           IF LOADING-PRIOR THEN
               READ PRIOR-BOOK-FILE
                   AT END
                       MOVE 1 TO EOF-BK
                   NOT AT END
                       MOVE PRIOR-BOOK-RECORD TO BOOK-DATA
               END-READ
           ELSE
               READ CURRENT-BOOK-FILE
                   AT END
                       MOVE 1 TO EOF-BK
                   NOT AT END
                       MOVE CURRENT-BOOK-RECORD TO BOOK-DATA
               END-READ
           END-IF.
           IF EOF-BK = 0 THEN
               MOVE BK-STUDENT-ID TO STUDENT-KEY-W
               MOVE BK-MAJOR TO GK-MAJOR
               MOVE BK-YEAR TO GK-YEAR
               PERFORM 150-FIND-STUDENT
               IF ST-FOUND > 0 THEN
                   MOVE BK-BALANCE TO BAL-LOAN-W
                   IF LOADING-PRIOR THEN
                       MOVE 'Y' TO ST-PRIOR-SW(ST-FOUND)
                       ADD BAL-LOAN-W TO ST-PRIOR-BAL(ST-FOUND)
                   ELSE
                       MOVE 'Y' TO ST-CURR-SW(ST-FOUND)
                       ADD BAL-LOAN-W TO ST-CURR-BAL(ST-FOUND)
                       MOVE BK-MAJOR TO ST-MAJOR(ST-FOUND)
                       MOVE BK-YEAR TO ST-YEAR(ST-FOUND)
                   END-IF
               END-IF
           END-IF.
       150-FIND-STUDENT.
           MOVE 0 TO ST-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > ST-COUNT
               IF ST-STUDENT-ID(SUB) = STUDENT-KEY-W
                       AND ST-FOUND = 0 THEN
                   MOVE SUB TO ST-FOUND
               END-IF
           END-PERFORM.
           IF ST-FOUND = 0 THEN
               IF ST-COUNT < 500 THEN
                   ADD 1 TO ST-COUNT
                   MOVE ST-COUNT TO ST-FOUND
                   MOVE STUDENT-KEY-W TO ST-STUDENT-ID(ST-FOUND)
                   MOVE GK-MAJOR TO ST-MAJOR(ST-FOUND)
                   MOVE GK-YEAR TO ST-YEAR(ST-FOUND)
                   MOVE 0 TO ST-PRIOR-BAL(ST-FOUND)
                   MOVE 0 TO ST-CURR-BAL(ST-FOUND)
                   MOVE 'N' TO ST-PRIOR-SW(ST-FOUND)
                   MOVE 'N' TO ST-CURR-SW(ST-FOUND)
                   MOVE 1 TO ST-PRIOR-STATE(ST-FOUND)
                   MOVE 1 TO ST-CURR-STATE(ST-FOUND)
               ELSE
                   IF STUDENT-FULL-SW = 'N' THEN
                       DISPLAY 'ROLLRATE: STUDENT TABLE FULL -'
                           ' EXTRA STUDENTS LEFT OUT OF THE ROLL'
                       MOVE 'Y' TO STUDENT-FULL-SW
                   END-IF
               END-IF
           END-IF.
      *BALANCED-LINE MATCH OF THE TWO AGING EXTRACTS ON STUDENT ID.
      *A STUDENT PAST DUE ON ONLY ONE SIDE WAS NOT PAST DUE ON THE
      *OTHER, OR WAS NOT ON THAT BOOK AT ALL
       200-MATCH-AGING.
           IF PRIOR-KEY < CURRENT-KEY THEN
               PERFORM 220-SET-PRIOR-STATE
               PERFORM 500-READ-PRIOR-AGING
           ELSE
               IF PRIOR-KEY > CURRENT-KEY THEN
                   PERFORM 230-SET-CURRENT-STATE
                   PERFORM 510-READ-CURRENT-AGING
               ELSE
                   PERFORM 220-SET-PRIOR-STATE
                   PERFORM 230-SET-CURRENT-STATE
                   PERFORM 500-READ-PRIOR-AGING
                   PERFORM 510-READ-CURRENT-AGING
               END-IF
           END-IF.
       220-SET-PRIOR-STATE.
           MOVE PA-STUDENT-ID TO STUDENT-KEY-W.
           MOVE PA-MAJOR TO GK-MAJOR.
           MOVE PA-YEAR TO GK-YEAR.
           PERFORM 150-FIND-STUDENT.
           IF ST-FOUND > 0 THEN
               MOVE PA-CUR TO CUR-W
               MOVE PA-30 TO B30-W
               MOVE PA-60 TO B60-W
               MOVE PA-90 TO B90-W
               PERFORM 240-RATE-BUCKETS
               MOVE 'Y' TO ST-PRIOR-SW(ST-FOUND)
               MOVE STATE-W TO ST-PRIOR-STATE(ST-FOUND)
           END-IF.
       230-SET-CURRENT-STATE.
           MOVE CA-STUDENT-ID TO STUDENT-KEY-W.
           MOVE CA-MAJOR TO GK-MAJOR.
           MOVE CA-YEAR TO GK-YEAR.
           PERFORM 150-FIND-STUDENT.
           IF ST-FOUND > 0 THEN
               MOVE CA-CUR TO CUR-W
               MOVE CA-30 TO B30-W
               MOVE CA-60 TO B60-W
               MOVE CA-90 TO B90-W
               PERFORM 240-RATE-BUCKETS
               MOVE 'Y' TO ST-CURR-SW(ST-FOUND)
               MOVE STATE-W TO ST-CURR-STATE(ST-FOUND)
           END-IF.
      *THE STATE IS THE OLDEST BUCKET WITH MONEY IN IT
       240-RATE-BUCKETS.
           EVALUATE TRUE
               WHEN B90-W > 0
                   MOVE 5 TO STATE-W
               WHEN B60-W > 0
                   MOVE 4 TO STATE-W
               WHEN B30-W > 0
                   MOVE 3 TO STATE-W
               WHEN CUR-W > 0
                   MOVE 2 TO STATE-W
               WHEN OTHER
                   MOVE 1 TO STATE-W
           END-EVALUATE.
      *AN ACCOUNT ALREADY WITH THE AGENCY AT THE PRIOR CYCLE HAS LEFT
      *THE BOOK WE WORK AND IS NOT ROLLED.  OTHERWISE A CHARGE-OFF OR
      *PLACEMENT SINCE THE PRIOR CYCLE OUTRANKS THE AGING, AND A
      *STUDENT GONE FROM TODAY'S BOOK WAS PAID OFF - PAYOFF ARCHIVES
      *THE LOAN; A LOAN DELETED IN MAINTENANCE ALSO LEAVES THIS WAY.
      *ROLLED DOLLARS ARE THE PRIOR BALANCE, A NEW ACCOUNT'S TODAY'S
       250-CLASSIFY-STUDENT.
           MOVE ST-STUDENT-ID(ST-SUB) TO STUDENT-KEY-W.
           PERFORM 255-FIND-PLACEMENT.
           PERFORM 257-FIND-CHARGE-OFF.
           MOVE 0 TO PRIOR-AMT-W.
           MOVE 0 TO CURR-AMT-W.
           IF ST-PRIOR-BAL(ST-SUB) > 0 THEN
               MOVE ST-PRIOR-BAL(ST-SUB) TO PRIOR-AMT-W
           END-IF.
           IF ST-CURR-BAL(ST-SUB) > 0 THEN
               MOVE ST-CURR-BAL(ST-SUB) TO CURR-AMT-W
           END-IF.
           IF ST-PRIOR-SW(ST-SUB) = 'Y' THEN
               ADD 1 TO PRIOR-BOOK-COUNT
           END-IF.
           IF ST-CURR-SW(ST-SUB) = 'Y' THEN
               ADD 1 TO CURRENT-BOOK-COUNT
           END-IF.
           MOVE 'N' TO AGENCY-HELD-SW.
           IF PLACED-DATE-W > 0 AND PRIOR-DATE > 0
                   AND PLACED-DATE-W NOT > PRIOR-DATE
                   AND ST-PRIOR-SW(ST-SUB) = 'Y' THEN
               MOVE 'Y' TO AGENCY-HELD-SW
               ADD 1 TO AGENCY-COUNT
           ELSE
               IF ST-PRIOR-SW(ST-SUB) = 'Y' THEN
                   MOVE ST-PRIOR-STATE(ST-SUB) TO ROW-W
                   MOVE PRIOR-AMT-W TO ROLL-AMT-W
               ELSE
                   MOVE 6 TO ROW-W
                   MOVE CURR-AMT-W TO ROLL-AMT-W
                   ADD 1 TO NEW-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN CHGOFF-DATE-W > PRIOR-DATE
                       MOVE 8 TO COL-W
                   WHEN PLACED-DATE-W > PRIOR-DATE
                       MOVE 7 TO COL-W
                   WHEN ST-CURR-SW(ST-SUB) NOT = 'Y'
                       MOVE 6 TO COL-W
                   WHEN OTHER
                       MOVE ST-CURR-STATE(ST-SUB) TO COL-W
               END-EVALUATE
               IF COL-W > 5 AND ST-PRIOR-SW(ST-SUB) = 'Y' THEN
                   ADD 1 TO LEFT-COUNT
               END-IF
           END-IF.
           MOVE ST-MAJOR(ST-SUB) TO GK-MAJOR.
           MOVE ST-YEAR(ST-SUB) TO GK-YEAR.
           PERFORM 260-FIND-GROUP.
           IF GT-FOUND > 0 THEN
               MOVE GT-FOUND TO GROUP-SUB
               PERFORM 270-ADD-TO-GROUP
           END-IF.
           MOVE GT-COUNT TO GROUP-SUB.
           PERFORM 270-ADD-TO-GROUP.
       255-FIND-PLACEMENT.
           MOVE 0 TO PLACED-DATE-W.
           PERFORM VARYING PT-FOUND FROM 1 BY 1
               UNTIL PT-FOUND > PT-COUNT
               IF PT-STUDENT-ID(PT-FOUND) = STUDENT-KEY-W
                       AND PLACED-DATE-W = 0 THEN
                   MOVE PT-PLACED-DATE(PT-FOUND) TO PLACED-DATE-W
               END-IF
           END-PERFORM.
       257-FIND-CHARGE-OFF.
           MOVE 0 TO CHGOFF-DATE-W.
           PERFORM VARYING CO-FOUND FROM 1 BY 1
               UNTIL CO-FOUND > CO-COUNT
               IF CO-STUDENT-ID(CO-FOUND) = STUDENT-KEY-W THEN
                   MOVE CO-DATE(CO-FOUND) TO CHGOFF-DATE-W
               END-IF
           END-PERFORM.
      *GROUPS ARE KEPT IN MAJOR AND YEAR ORDER AS THEY ARE ADDED, SO
      *THE REPORT NEEDS NO SORT.  THE TOTAL ENTRY SORTS LAST, SO THERE
      *IS ALWAYS A PLACE TO INSERT BEFORE IT
       260-FIND-GROUP.
           MOVE 0 TO GT-FOUND.
           MOVE 0 TO GT-INSERT.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > GT-COUNT
               IF GT-KEY(SUB) = GROUP-KEY-W THEN
                   MOVE SUB TO GT-FOUND
               END-IF
               IF GT-KEY(SUB) > GROUP-KEY-W AND GT-INSERT = 0 THEN
                   MOVE SUB TO GT-INSERT
               END-IF
           END-PERFORM.
           IF GT-FOUND = 0 THEN
               IF GT-COUNT < 100 THEN
                   PERFORM VARYING SUB FROM GT-COUNT BY -1
                       UNTIL SUB < GT-INSERT
                       MOVE GT-ENTRY(SUB) TO GT-ENTRY(SUB + 1)
                   END-PERFORM
                   ADD 1 TO GT-COUNT
                   MOVE GT-INSERT TO GT-FOUND
                   MOVE ZEROS TO GT-ENTRY(GT-FOUND)
                   MOVE GROUP-KEY-W TO GT-KEY(GT-FOUND)
               ELSE
                   IF GROUP-FULL-SW = 'N' THEN
                       DISPLAY 'ROLLRATE: GROUP TABLE FULL - EXTRA'
                           ' MAJORS AND YEARS IN THE TOTAL ONLY'
                       MOVE 'Y' TO GROUP-FULL-SW
                   END-IF
               END-IF
           END-IF.
       270-ADD-TO-GROUP.
           IF AGENCY-HELD THEN
               ADD 1 TO GT-AGENCY-CNT(GROUP-SUB)
               IF ST-CURR-SW(ST-SUB) = 'Y' THEN
                   ADD CURR-AMT-W TO GT-AGENCY-AMT(GROUP-SUB)
               ELSE
                   ADD PRIOR-AMT-W TO GT-AGENCY-AMT(GROUP-SUB)
               END-IF
           ELSE
               ADD ROLL-AMT-W TO GT-CELL-AMT(GROUP-SUB ROW-W COL-W)
               ADD 1 TO GT-CELL-CNT(GROUP-SUB ROW-W COL-W)
           END-IF.
           IF ST-PRIOR-SW(ST-SUB) = 'Y' THEN
               MOVE ST-PRIOR-STATE(ST-SUB) TO STATE-W
               ADD PRIOR-AMT-W TO GT-DQ-AMT(GROUP-SUB 1 STATE-W)
               ADD 1 TO GT-DQ-CNT(GROUP-SUB 1 STATE-W)
           END-IF.
           IF ST-CURR-SW(ST-SUB) = 'Y' THEN
               MOVE ST-CURR-STATE(ST-SUB) TO STATE-W
               ADD CURR-AMT-W TO GT-DQ-AMT(GROUP-SUB 2 STATE-W)
               ADD 1 TO GT-DQ-CNT(GROUP-SUB 2 STATE-W)
           END-IF.
       300-PRINT-GROUP.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           IF GT-KEY(GROUP-SUB) = HIGH-VALUES THEN
               MOVE 'ALL ' TO DL-MAJOR
               MOVE 'ALL ' TO DL-YEAR
               WRITE REPORT-RECORD FROM TOTAL-HEADING
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE GT-MAJOR(GROUP-SUB) TO GH-MAJOR DL-MAJOR
               MOVE GT-YEAR(GROUP-SUB) TO GH-YEAR DL-YEAR
               WRITE REPORT-RECORD FROM GROUP-HEADING
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REPORT-RECORD FROM DOLLAR-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM MATRIX-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING ROW-W FROM 1 BY 1
               UNTIL ROW-W > 6
               PERFORM 310-PRINT-DOLLAR-ROW
           END-PERFORM.
           WRITE REPORT-RECORD FROM COUNT-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM MATRIX-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING ROW-W FROM 1 BY 1
               UNTIL ROW-W > 6
               PERFORM 320-PRINT-COUNT-ROW
           END-PERFORM.
           WRITE REPORT-RECORD FROM ROLL-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING ROW-W FROM 1 BY 1
               UNTIL ROW-W > 5
               PERFORM 330-PRINT-ROLL-RATE
           END-PERFORM.
           WRITE REPORT-RECORD FROM DELQ-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING CYCLE-W FROM 1 BY 1
               UNTIL CYCLE-W > 2
               PERFORM 340-PRINT-DELINQUENCY
           END-PERFORM.
           MOVE GT-AGENCY-CNT(GROUP-SUB) TO AG-COUNT.
           MOVE GT-AGENCY-AMT(GROUP-SUB) TO AG-AMOUNT.
           WRITE REPORT-RECORD FROM AGENCY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AGCY' TO DL-TYPE.
           MOVE SPACES TO DL-FROM DL-TO.
           MOVE GT-AGENCY-CNT(GROUP-SUB) TO DL-COUNT.
           MOVE GT-AGENCY-AMT(GROUP-SUB) TO DL-AMOUNT.
           MOVE 0 TO DL-PERCENT.
           PERFORM 610-WRITE-DELIMITED.
      *ROW 6 IS LABELLED NEW; THE OTHER ROWS SHARE THE COLUMN LABELS
       310-PRINT-DOLLAR-ROW.
           IF ROW-W = 6 THEN
               MOVE 9 TO LABEL-SUB
           ELSE
               MOVE ROW-W TO LABEL-SUB
           END-IF.
           MOVE 0 TO ROW-TOTAL-W.
           PERFORM VARYING COL-W FROM 1 BY 1
               UNTIL COL-W > 8
               ADD GT-CELL-AMT(GROUP-SUB ROW-W COL-W) TO ROW-TOTAL-W
           END-PERFORM.
           MOVE SPACES TO MATRIX-LINE.
           MOVE ROLL-LABEL(LABEL-SUB) TO ML-LABEL.
           MOVE 'ROLL' TO DL-TYPE.
           MOVE ROLL-LABEL(LABEL-SUB) TO DL-FROM.
           MOVE ROW-TOTAL-W TO PCT-BASE-W.
           PERFORM VARYING COL-W FROM 1 BY 1
               UNTIL COL-W > 8
               MOVE GT-CELL-AMT(GROUP-SUB ROW-W COL-W)
                   TO ML-AMT(COL-W) DL-AMOUNT PCT-PART-W
               PERFORM 350-COMPUTE-PERCENT
               MOVE ROLL-LABEL(COL-W) TO DL-TO
               MOVE GT-CELL-CNT(GROUP-SUB ROW-W COL-W) TO DL-COUNT
               MOVE PCT-W TO DL-PERCENT
               PERFORM 610-WRITE-DELIMITED
           END-PERFORM.
           WRITE REPORT-RECORD FROM MATRIX-LINE
               AFTER ADVANCING 1 LINE.
       320-PRINT-COUNT-ROW.
           IF ROW-W = 6 THEN
               MOVE 9 TO LABEL-SUB
           ELSE
               MOVE ROW-W TO LABEL-SUB
           END-IF.
           MOVE SPACES TO MATRIX-LINE.
           MOVE ROLL-LABEL(LABEL-SUB) TO ML-LABEL.
           PERFORM VARYING COL-W FROM 1 BY 1
               UNTIL COL-W > 8
               MOVE GT-CELL-CNT(GROUP-SUB ROW-W COL-W) TO ML-AMT(COL-W)
           END-PERFORM.
           WRITE REPORT-RECORD FROM MATRIX-LINE
               AFTER ADVANCING 1 LINE.
      *WORSE IS A LATER BUCKET AND BETTER AN EARLIER ONE; PAID,
      *PLACED AND CHARGED OFF ARE THE WAYS OFF THE BOOK
       330-PRINT-ROLL-RATE.
           MOVE 0 TO WORSE-W SAME-W BETTER-W ROW-TOTAL-W.
           PERFORM VARYING COL-W FROM 1 BY 1
               UNTIL COL-W > 8
               ADD GT-CELL-AMT(GROUP-SUB ROW-W COL-W) TO ROW-TOTAL-W
               IF COL-W < 6 THEN
                   EVALUATE TRUE
                       WHEN COL-W > ROW-W
                           ADD GT-CELL-AMT(GROUP-SUB ROW-W COL-W)
                               TO WORSE-W
                       WHEN COL-W = ROW-W
                           ADD GT-CELL-AMT(GROUP-SUB ROW-W COL-W)
                               TO SAME-W
                       WHEN OTHER
                           ADD GT-CELL-AMT(GROUP-SUB ROW-W COL-W)
                               TO BETTER-W
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE ROLL-LABEL(ROW-W) TO RR-LABEL.
           MOVE ROW-TOTAL-W TO PCT-BASE-W.
           MOVE WORSE-W TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO RR-WORSE.
           MOVE SAME-W TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO RR-SAME.
           MOVE BETTER-W TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO RR-BETTER.
           MOVE GT-CELL-AMT(GROUP-SUB ROW-W 6) TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO RR-PAID.
           MOVE GT-CELL-AMT(GROUP-SUB ROW-W 7) TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO RR-PLACED.
           MOVE GT-CELL-AMT(GROUP-SUB ROW-W 8) TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO RR-CHGOFF.
           WRITE REPORT-RECORD FROM ROLL-RATE-LINE
               AFTER ADVANCING 1 LINE.
      *EACH CYCLE'S BOOK BY OLDEST BUCKET - THE DELIMITED FILE GETS
      *EVERY STATE AND THE WHOLE BOOK
       340-PRINT-DELINQUENCY.
           MOVE 0 TO BOOK-TOTAL-W BOOK-COUNT-W.
           PERFORM VARYING STATE-W FROM 1 BY 1
               UNTIL STATE-W > 5
               ADD GT-DQ-AMT(GROUP-SUB CYCLE-W STATE-W) TO BOOK-TOTAL-W
               ADD GT-DQ-CNT(GROUP-SUB CYCLE-W STATE-W) TO BOOK-COUNT-W
           END-PERFORM.
           MOVE 'DELQ' TO DL-TYPE.
           IF CYCLE-W = 1 THEN
               MOVE 'PRIOR   ' TO DQ-LABEL DL-FROM
           ELSE
               MOVE 'TODAY   ' TO DQ-LABEL DL-FROM
           END-IF.
           MOVE BOOK-TOTAL-W TO DQ-BALANCE PCT-BASE-W.
           MOVE BOOK-COUNT-W TO DQ-ACCOUNTS.
           PERFORM VARYING STATE-W FROM 1 BY 1
               UNTIL STATE-W > 5
               MOVE GT-DQ-AMT(GROUP-SUB CYCLE-W STATE-W)
                   TO PCT-PART-W DL-AMOUNT
               PERFORM 350-COMPUTE-PERCENT
               MOVE ROLL-LABEL(STATE-W) TO DL-TO
               MOVE GT-DQ-CNT(GROUP-SUB CYCLE-W STATE-W) TO DL-COUNT
               MOVE PCT-W TO DL-PERCENT
               PERFORM 610-WRITE-DELIMITED
           END-PERFORM.
           MOVE GT-DQ-AMT(GROUP-SUB CYCLE-W 2) TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO DQ-1-29.
           MOVE GT-DQ-AMT(GROUP-SUB CYCLE-W 3) TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO DQ-30-59.
           MOVE GT-DQ-AMT(GROUP-SUB CYCLE-W 4) TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO DQ-60-89.
           MOVE GT-DQ-AMT(GROUP-SUB CYCLE-W 5) TO PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO DQ-90.
           COMPUTE PCT-PART-W = GT-DQ-AMT(GROUP-SUB CYCLE-W 3)
               + GT-DQ-AMT(GROUP-SUB CYCLE-W 4)
               + GT-DQ-AMT(GROUP-SUB CYCLE-W 5).
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO DQ-30-PLUS.
           WRITE REPORT-RECORD FROM DELQ-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL   ' TO DL-TO.
           MOVE BOOK-COUNT-W TO DL-COUNT.
           MOVE BOOK-TOTAL-W TO DL-AMOUNT PCT-PART-W.
           PERFORM 350-COMPUTE-PERCENT.
           MOVE PCT-W TO DL-PERCENT.
           PERFORM 610-WRITE-DELIMITED.
       350-COMPUTE-PERCENT.
           IF PCT-BASE-W > 0 THEN
               COMPUTE PCT-W ROUNDED = PCT-PART-W * 100 / PCT-BASE-W
           ELSE
               MOVE 0 TO PCT-W
           END-IF.
       390-PRINT-TOTALS.
           MOVE PRIOR-BOOK-COUNT TO R-TOT-PRIOR.
           MOVE CURRENT-BOOK-COUNT TO R-TOT-CURRENT.
           MOVE NEW-COUNT TO R-TOT-NEW.
           MOVE LEFT-COUNT TO R-TOT-LEFT.
           MOVE AGENCY-COUNT TO R-TOT-AGENCY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
       500-READ-PRIOR-AGING.
           IF EOF-PA = 1 THEN
               MOVE HIGH-VALUES TO PRIOR-KEY
           ELSE
               READ PRIOR-AGING-FILE
                   AT END
                       MOVE 1 TO EOF-PA
                       MOVE HIGH-VALUES TO PRIOR-KEY
                   NOT AT END
                       MOVE PRIOR-AGING-RECORD TO PRIOR-AGING
                       MOVE PA-STUDENT-ID TO PRIOR-KEY
               END-READ
           END-IF.
       510-READ-CURRENT-AGING.
           IF EOF-CA = 1 THEN
               MOVE HIGH-VALUES TO CURRENT-KEY
           ELSE
               READ CURRENT-AGING-FILE
                   AT END
                       MOVE 1 TO EOF-CA
                       MOVE HIGH-VALUES TO CURRENT-KEY
                   NOT AT END
                       MOVE CURRENT-AGING-RECORD TO CURRENT-AGING
                       MOVE CA-STUDENT-ID TO CURRENT-KEY
               END-READ
           END-IF.
       600-WRITE-ROLL-HISTORY.
           MOVE RUN-DATE TO RL-RUN-DATE.
           MOVE PRIOR-DATE TO RL-PRIOR-DATE.
           OPEN EXTEND ROLLHIST-FILE.
           IF ROLLHIST-STATUS NOT = '00'
                   AND ROLLHIST-STATUS NOT = '05' THEN
               OPEN OUTPUT ROLLHIST-FILE
           END-IF.
           WRITE ROLLHIST-RECORD FROM ROLLHIST-DATA.
           CLOSE ROLLHIST-FILE.
       610-WRITE-DELIMITED.
           WRITE DELIM-RECORD FROM DELIM-DATA.
       END PROGRAM rollrate.
