      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: glintf - end-of-cycle general ledger journal built
      *         from what each cycle step actually posted
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. glintf.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKRPT-FILE ASSIGN TO 'EMPL_LOCKRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKRPT-STATUS.
           SELECT ACHRPT-FILE ASSIGN TO 'EMPL_ACHRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHRPT-STATUS.
           SELECT PAYRPT-FILE ASSIGN TO 'EMPL_PAYRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYRPT-STATUS.
           SELECT PAYREV-FILE ASSIGN TO 'EMPL_PAYREV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYREV-STATUS.
           SELECT CHGRPT-FILE ASSIGN TO 'EMPL_CHGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGRPT-STATUS.
           SELECT REFREG-FILE ASSIGN TO 'EMPL_REFREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFREG-STATUS.
           SELECT FEEREG-FILE ASSIGN TO 'EMPL_FEEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEEREG-STATUS.
           SELECT MNTRPT-FILE ASSIGN TO 'EMPL_MNTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNTRPT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO 'EMPL_RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT GLHIST-FILE ASSIGN TO 'EMPL_GLHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLHIST-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO 'EMPL_GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'EMPL_GLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKRPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  LOCKRPT-RECORD PIC X(110).
       FD  ACHRPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACHRPT-RECORD PIC X(110).
       FD  PAYRPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYRPT-RECORD PIC X(110).
       FD  PAYREV-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYREV-RECORD PIC X(70).
       FD  CHGRPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CHGRPT-RECORD PIC X(110).
       FD  REFREG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REFREG-RECORD PIC X(60).
       FD  FEEREG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  FEEREG-RECORD PIC X(80).
       FD  MNTRPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  MNTRPT-RECORD PIC X(110).
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD PIC X(80).
       FD  GLHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLHIST-RECORD PIC X(60).
       FD  GLJRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLJRNL-RECORD PIC X(80).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
      *THE CHART OF ACCOUNTS FOR EACH ACTIVITY THE CYCLE POSTS - THE
      *DEBIT ACCOUNT, THE CREDIT ACCOUNT AND THE LINE DESCRIPTION.
      *A NEGATIVE MOVEMENT IN AN ACCRUAL BOOKS THE SAME PAIR REVERSED
       01  GL-ACCOUNT-LIST.
           03 FILLER PIC X(40) VALUE
               'CASH101000215000CASH RECEIVED - LOCKBOX '.
           03 FILLER PIC X(40) VALUE
               'APPL215000120000PAYMENTS APPLIED        '.
           03 FILLER PIC X(40) VALUE
               'NSF 120000101000NSF REVERSALS           '.
           03 FILLER PIC X(40) VALUE
               'FEES121000410000LATE FEES ASSESSED      '.
           03 FILLER PIC X(40) VALUE
               'INTR122000400000INTEREST ACCRUED        '.
           03 FILLER PIC X(40) VALUE
               'RFND120000210000REFUNDS PAYABLE         '.
           03 FILLER PIC X(40) VALUE
               'ACH 101000215000CASH RECEIVED - ACH     '.
           03 FILLER PIC X(40) VALUE
               'CHGO129000120000LOANS CHARGED OFF       '.
           03 FILLER PIC X(40) VALUE
               'RECV215000129000RECOVERIES - CHARGED OFF'.
       01  GL-ACCOUNT-TABLE REDEFINES GL-ACCOUNT-LIST.
           03 GL-ENTRY OCCURS 9 TIMES.
               05 GL-ACTIVITY PIC X(4).
               05 GL-DEBIT-ACCT PIC X(6).
               05 GL-CREDIT-ACCT PIC X(6).
               05 GL-DESCRIPTION PIC X(24).
       01  GL-AMOUNTS.
           03 GL-AMOUNT PIC S9(9)V9(2) OCCURS 9 TIMES VALUE 0.
      *THE LOCKBOX, PAYPOST AND FEE REGISTER TOTAL LINES ARE READ
      *BACK THROUGH THE SAME EDITED LAYOUTS THE STEPS PRINT THEM WITH.
      *LOCKBOX AND PAYPOST HEADINGS CARRY THEIR RUN DATES THE SAME WAY
      *ACHDEBIT'S AND CHGOFF'S DO
       01  LOCKRPT-HEADING-IN.
           03 LH-LABEL PIC X(31).
           03 LH-RUN-DATE PIC X(8).
           03 FILLER PIC X(71).
       01  LOCKRPT-TOTALS-IN.
           03 LT-LABEL PIC X(18).
           03 LT-DOLLARS PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(77).
      *ACHDEBIT'S HEADING CARRIES ITS RUN DATE AND ITS SETTLED LINE
      *THE DEBITS THE BANK SETTLED INTO OUR ACCOUNT TODAY
       01  ACHRPT-HEADING-IN.
           03 AH-LABEL PIC X(31).
           03 AH-RUN-DATE PIC X(8).
           03 FILLER PIC X(71).
       01  ACHRPT-TOTALS-IN.
           03 AT-LABEL PIC X(19).
           03 AT-DOLLARS PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(76).
      *CHGOFF'S REGISTER IS LAID OUT THE SAME WAY - THE HEADING
      *CARRIES ITS RUN DATE AND ONE LINE THE PRINCIPAL WRITTEN OFF
       01  CHGRPT-HEADING-IN.
           03 CH-LABEL PIC X(31).
           03 CH-RUN-DATE PIC X(8).
           03 FILLER PIC X(71).
       01  CHGRPT-TOTALS-IN.
           03 CT-LABEL PIC X(19).
           03 CT-DOLLARS PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(76).
       01  PAYRPT-HEADING-IN.
           03 PH-LABEL PIC X(31).
           03 PH-RUN-DATE PIC X(8).
           03 FILLER PIC X(71).
       01  PAYRPT-TOTALS-IN.
           03 PT-LABEL PIC X(21).
           03 PT-AMOUNT PIC $$$,$$9.99.
           03 FILLER PIC X(79).
       01  FEEREG-TOTALS-IN.
           03 FT-LABEL PIC X(21).
           03 FT-FEES PIC $$$,$$9.99.
           03 FILLER PIC X(49).
      *LOANMNT'S HEADING CARRIES ITS RUN DATE AND ONE LINE THE NET
      *CHANGE ITS ADDS, CHANGES AND DELETES MADE TO WHAT IS OWED
       01  MNTRPT-HEADING-IN.
           03 MH-LABEL PIC X(31).
           03 MH-RUN-DATE PIC X(8).
           03 FILLER PIC X(71).
       01  MNTRPT-TOTALS-IN.
           03 MT-LABEL PIC X(20).
           03 MT-AMOUNT PIC $$$,$$$,$$9.99-.
           03 FILLER PIC X(75).
       01  PAYREV-IN.
           03 RV-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RV-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 RV-AMOUNT PIC ZZZ9.99.
           03 FILLER PIC X(1).
           03 RV-PAY-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RV-SLOT PIC Z9.
           03 FILLER PIC X(1).
           03 RV-RUN-DATE PIC 9(8).
           03 FILLER PIC X(11).
       01  REFREG-IN.
           03 RG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RG-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 RG-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 RG-AMOUNT PIC 9(5)V9(2).
           03 FILLER PIC X(1).
           03 RG-RUN-DATE PIC 9(8).
           03 FILLER PIC X(8).
       01  RUNLOG-IN.
           03 RL-RUN-NUMBER PIC 9(5).
           03 FILLER PIC X(1).
           03 RL-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RL-RUN-TIME PIC 9(6).
           03 FILLER PIC X(1).
           03 RL-PAGE-SIZE PIC 9(3).
           03 FILLER PIC X(1).
           03 RL-RESTART PIC X.
           03 FILLER PIC X(1).
           03 RL-READ-COUNT PIC 9(7).
           03 FILLER PIC X(1).
           03 RL-REJECT-COUNT PIC 9(7).
           03 FILLER PIC X(1).
           03 RL-GT-LOAN PIC 9(8)V9(2).
           03 FILLER PIC X(1).
           03 RL-GT-PAID PIC 9(8)V9(2).
           03 FILLER PIC X(1).
           03 RL-GT-BALANCE PIC S9(8)V9(2) SIGN LEADING SEPARATE.
           03 FILLER PIC X(4).
      *LAB1 RECOMPUTES FEES AND INTEREST FROM SCRATCH EVERY RUN, SO
      *THE LEDGER BOOKS ONLY THE MOVEMENT SINCE THE LAST RELEASED
      *JOURNAL.  EACH RELEASE APPENDS THE ACCRUED LEVELS IT BOOKED TO
      *EMPL_GLHIST, WITH LAB1'S RECEIVABLE BALANCE AT THE TIME SO THE
      *NEXT RELEASE CAN TIE ITS MOVEMENT TO WHAT WAS BOOKED.  A RECORD
      *WRITTEN BEFORE THE RECEIVABLE WAS KEPT HAS IT BLANK
       01  GLHIST-DATA.
           03 GH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 GH-FEES PIC 9(8)V9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 GH-INTEREST PIC S9(8)V9(2) SIGN LEADING SEPARATE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GH-RECEIVABLE PIC S9(8)V9(2) SIGN LEADING SEPARATE.
       01  GLJRNL-HEADER.
           03 GJH-TYPE PIC X(3) VALUE 'HDR'.
           03 GJH-JOURNAL-DATE PIC 9(8).
           03 GJH-SOURCE PIC X(8) VALUE 'STULOAN '.
       01  GLJRNL-DETAIL.
           03 GJ-TYPE PIC X(3) VALUE 'JRN'.
           03 GJ-JOURNAL-DATE PIC 9(8).
           03 GJ-LINE-NO PIC 9(5).
           03 GJ-ACCOUNT PIC X(6).
           03 GJ-DR-CR PIC X.
           03 GJ-AMOUNT PIC 9(9)V9(2).
           03 GJ-ACTIVITY PIC X(4).
           03 GJ-DESCRIPTION PIC X(24).
       01  GLJRNL-TRAILER.
           03 GJT-TYPE PIC X(3) VALUE 'TRL'.
           03 GJT-LINE-COUNT PIC 9(7).
           03 GJT-DEBIT-TOTAL PIC 9(11)V9(2).
           03 GJT-CREDIT-TOTAL PIC 9(11)V9(2).
       01  REPORT-HEADING1.
           03 FILLER PIC X(27) VALUE 'GENERAL LEDGER JOURNAL FOR '.
           03 RH-RUN-DATE PIC 9(8).
       01  REPORT-HEADING2.
           03 FILLER PIC X(4) VALUE 'LINE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ACCOUNT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ACTIVITY'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'DESCRIPTION'.
           03 FILLER PIC X(19) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DEBIT'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'CREDIT'.
       01  REPORT-DETAIL.
           03 R-LINE-NO PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 R-ACCOUNT PIC X(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 R-ACTIVITY PIC X(4).
           03 FILLER PIC X(6) VALUE SPACES.
           03 R-DESCRIPTION PIC X(24).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-DEBIT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03 FILLER PIC X(3) VALUE SPACES.
           03 R-CREDIT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01  REPORT-TOTALS1.
           03 FILLER PIC X(15) VALUE 'JOURNAL LINES: '.
           03 R-TOT-LINES PIC ZZZZ9.
           03 FILLER PIC X(31) VALUE SPACES.
           03 R-TOT-DEBITS PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 R-TOT-CREDITS PIC $$$,$$$,$$9.99.
       01  REPORT-TOTALS2.
           03 FILLER PIC X(16) VALUE 'JOURNAL STATUS: '.
           03 R-JOURNAL-STATUS PIC X(40).
       01  REPORT-SOURCE-LINE.
           03 FILLER PIC X(8) VALUE 'SOURCE: '.
           03 R-SOURCE-NAME PIC X(30).
           03 R-SOURCE-AMOUNT PIC $$$,$$$,$$9.99-.
       01  MISC.
           03 EOF-L PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-V PIC 9 VALUE 0.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-F PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-N PIC 9 VALUE 0.
           03 GL-SUB PIC 99.
           03 LOCKRPT-STATUS PIC XX VALUE '00'.
           03 ACHRPT-STATUS PIC XX VALUE '00'.
           03 PAYRPT-STATUS PIC XX VALUE '00'.
           03 PAYREV-STATUS PIC XX VALUE '00'.
           03 REFREG-STATUS PIC XX VALUE '00'.
           03 CHGRPT-STATUS PIC XX VALUE '00'.
           03 FEEREG-STATUS PIC XX VALUE '00'.
           03 MNTRPT-STATUS PIC XX VALUE '00'.
           03 RUNLOG-STATUS PIC XX VALUE '00'.
           03 GLHIST-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 LOCK-FOUND-SW PIC X VALUE 'N'.
               88 LOCK-FOUND VALUE 'Y'.
           03 ACH-FOUND-SW PIC X VALUE 'N'.
               88 ACH-FOUND VALUE 'Y'.
           03 POST-FOUND-SW PIC X VALUE 'N'.
               88 POST-FOUND VALUE 'Y'.
           03 CHGOFF-FOUND-SW PIC X VALUE 'N'.
               88 CHGOFF-FOUND VALUE 'Y'.
           03 FEE-FOUND-SW PIC X VALUE 'N'.
               88 FEE-FOUND VALUE 'Y'.
           03 MAINT-FOUND-SW PIC X VALUE 'N'.
               88 MAINT-FOUND VALUE 'Y'.
           03 PRIOR-RCV-SW PIC X VALUE 'N'.
               88 PRIOR-RCV-FOUND VALUE 'Y'.
           03 RUNLOG-FOUND-SW PIC X VALUE 'N'.
               88 RUNLOG-FOUND VALUE 'Y'.
           03 SOURCE-BAD-SW PIC X VALUE 'N'.
               88 SOURCE-BAD VALUE 'Y'.
           03 BALANCED-SW PIC X VALUE 'Y'.
               88 JOURNAL-BALANCED VALUE 'Y'.
           03 CASH-RECEIVED PIC 9(9)V9(2) VALUE 0.
           03 ACH-RECEIVED PIC 9(9)V9(2) VALUE 0.
           03 PAYMENTS-APPLIED PIC 9(9)V9(2) VALUE 0.
           03 NSF-REVERSED PIC 9(9)V9(2) VALUE 0.
           03 REFUNDS-POSTED PIC 9(9)V9(2) VALUE 0.
           03 CHARGED-OFF PIC 9(9)V9(2) VALUE 0.
           03 RECOVERIES-POSTED PIC 9(9)V9(2) VALUE 0.
           03 CASH-SUSPENDED PIC 9(9)V9(2) VALUE 0.
           03 PAYMENTS-REJECTED PIC 9(9)V9(2) VALUE 0.
           03 MAINT-MOVEMENT PIC S9(9)V9(2) VALUE 0.
           03 PRIOR-RECEIVABLE PIC S9(8)V9(2) VALUE 0.
           03 CURRENT-RECEIVABLE PIC S9(8)V9(2) VALUE 0.
           03 CASH-IN PIC S9(10)V9(2) VALUE 0.
           03 CASH-ACCOUNTED PIC S9(10)V9(2) VALUE 0.
           03 CASH-DIFFERENCE PIC S9(10)V9(2) VALUE 0.
           03 RCV-MOVEMENT PIC S9(10)V9(2) VALUE 0.
           03 RCV-BOOKED PIC S9(10)V9(2) VALUE 0.
           03 RCV-DIFFERENCE PIC S9(10)V9(2) VALUE 0.
           03 ACCRUED-FEES PIC 9(8)V9(2) VALUE 0.
           03 ACCRUED-INTEREST PIC S9(8)V9(2) VALUE 0.
           03 PRIOR-FEES PIC 9(8)V9(2) VALUE 0.
           03 PRIOR-INTEREST PIC S9(8)V9(2) VALUE 0.
           03 ITEM-AMOUNT-W PIC 9(7)V9(2) VALUE 0.
           03 ENTRY-AMOUNT-W PIC 9(9)V9(2) VALUE 0.
           03 ENTRY-DEBIT-ACCT PIC X(6) VALUE SPACES.
           03 ENTRY-CREDIT-ACCT PIC X(6) VALUE SPACES.
           03 LINE-COUNT PIC 9(7) VALUE 0.
           03 DEBIT-TOTAL PIC 9(11)V9(2) VALUE 0.
           03 CREDIT-TOTAL PIC 9(11)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-READ-LOCKBOX-TOTALS.
           PERFORM 110-READ-POSTING-TOTALS.
           PERFORM 115-READ-ACH-TOTALS.
           PERFORM 120-READ-REVERSAL-REGISTER.
           PERFORM 130-READ-REFUND-REGISTER.
           PERFORM 135-READ-CHARGE-OFF-TOTALS.
           PERFORM 140-READ-FEE-TOTALS.
           PERFORM 145-READ-MAINTENANCE-TOTALS.
           PERFORM 150-READ-RUN-LOG.
           PERFORM 160-LOAD-GL-HISTORY.
           PERFORM 170-SET-ACTIVITY-AMOUNTS.
           OPEN OUTPUT GLJRNL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO GJH-JOURNAL-DATE RH-RUN-DATE.
           WRITE GLJRNL-RECORD FROM GLJRNL-HEADER.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB > 9
               PERFORM 200-BUILD-ENTRY
           END-PERFORM.
           MOVE LINE-COUNT TO GJT-LINE-COUNT.
           MOVE DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
           WRITE GLJRNL-RECORD FROM GLJRNL-TRAILER.
           PERFORM 270-VERIFY-BALANCE.
           PERFORM 300-PRINT-TOTALS.
           CLOSE GLJRNL-FILE
               REPORT-FILE.
           IF JOURNAL-BALANCED THEN
               PERFORM 290-WRITE-GL-HISTORY
           ELSE
               PERFORM 280-PULL-JOURNAL
           END-IF.
           STOP RUN.
      *CASH RECEIVED IS EVERYTHING THE BANK DEPOSITED, MATCHED OR
      *NOT - ITEMS LOCKBOX SUSPENDED STAY IN UNAPPLIED CASH UNTIL
      *THEY ARE WORKED AND POSTED.  A MISSING REPORT, OR ONE LEFT
      *FROM AN EARLIER DAY, MEANS LOCKBOX DID NOT RUN AND TODAY'S
      *CASH IS UNKNOWN - IT IS NEVER BOOKED AS ZERO
       100-READ-LOCKBOX-TOTALS.
           OPEN INPUT LOCKRPT-FILE.
           IF LOCKRPT-STATUS NOT = '00' THEN
               DISPLAY 'GLINTF: EMPL_LOCKRPT NOT AVAILABLE - LOCKBOX'
                   ' MUST RUN BEFORE THE JOURNAL'
               MOVE 'Y' TO SOURCE-BAD-SW
           ELSE
               READ LOCKRPT-FILE
                   AT END
                       MOVE 1 TO EOF-L
                   NOT AT END
                       MOVE LOCKRPT-RECORD TO LOCKRPT-HEADING-IN
               END-READ
               IF EOF-L = 1 OR LH-RUN-DATE NOT = RUN-DATE THEN
                   DISPLAY 'GLINTF: EMPL_LOCKRPT IS NOT FROM TODAY -'
                       ' LOCKBOX HAS NOT RUN FOR ' RUN-DATE
                   MOVE 'Y' TO SOURCE-BAD-SW
               ELSE
                   PERFORM 500-READ-LOCKRPT
                       UNTIL EOF-L = 1
                   IF NOT LOCK-FOUND THEN
                       DISPLAY 'GLINTF: EMPL_LOCKRPT HAS NO DOLLARS'
                           ' RECEIVED LINE'
                       MOVE 'Y' TO SOURCE-BAD-SW
                   END-IF
               END-IF
               CLOSE LOCKRPT-FILE
           END-IF.
       110-READ-POSTING-TOTALS.
           OPEN INPUT PAYRPT-FILE.
           IF PAYRPT-STATUS NOT = '00' THEN
               DISPLAY 'GLINTF: EMPL_PAYRPT NOT AVAILABLE - PAYPOST'
                   ' MUST RUN BEFORE THE JOURNAL'
               MOVE 'Y' TO SOURCE-BAD-SW
           ELSE
               READ PAYRPT-FILE
                   AT END
                       MOVE 1 TO EOF-P
                   NOT AT END
                       MOVE PAYRPT-RECORD TO PAYRPT-HEADING-IN
               END-READ
               IF EOF-P = 1 OR PH-RUN-DATE NOT = RUN-DATE THEN
                   DISPLAY 'GLINTF: EMPL_PAYRPT IS NOT FROM TODAY -'
                       ' PAYPOST HAS NOT RUN FOR ' RUN-DATE
                   MOVE 'Y' TO SOURCE-BAD-SW
               ELSE
                   PERFORM 510-READ-PAYRPT
                       UNTIL EOF-P = 1
                   IF NOT POST-FOUND THEN
                       DISPLAY 'GLINTF: EMPL_PAYRPT HAS NO TOTAL'
                           ' AMOUNT POSTED LINE'
                       MOVE 'Y' TO SOURCE-BAD-SW
                   END-IF
               END-IF
               CLOSE PAYRPT-FILE
           END-IF.
      *SETTLED ACH DEBITS ARE CASH THE BANK MOVED INTO OUR ACCOUNT
      *OUTSIDE THE LOCKBOX - PAYPOST APPLIES THEM WITH EVERYTHING
      *ELSE, SO THEY BOOK TO THE SAME UNAPPLIED CASH ACCOUNT.  A
      *REPORT LEFT FROM AN EARLIER DAY MEANS ACHDEBIT DID NOT RUN
       115-READ-ACH-TOTALS.
           OPEN INPUT ACHRPT-FILE.
           IF ACHRPT-STATUS NOT = '00' THEN
               DISPLAY 'GLINTF: EMPL_ACHRPT NOT AVAILABLE - ACHDEBIT'
                   ' MUST RUN BEFORE THE JOURNAL'
               MOVE 'Y' TO SOURCE-BAD-SW
           ELSE
               READ ACHRPT-FILE
                   AT END
                       MOVE 1 TO EOF-A
                   NOT AT END
                       MOVE ACHRPT-RECORD TO ACHRPT-HEADING-IN
               END-READ
               IF EOF-A = 1 OR AH-RUN-DATE NOT = RUN-DATE THEN
                   DISPLAY 'GLINTF: EMPL_ACHRPT IS NOT FROM TODAY -'
                       ' ACHDEBIT HAS NOT RUN FOR ' RUN-DATE
                   MOVE 'Y' TO SOURCE-BAD-SW
               ELSE
                   PERFORM 515-READ-ACHRPT
                       UNTIL EOF-A = 1
                   IF NOT ACH-FOUND THEN
                       DISPLAY 'GLINTF: EMPL_ACHRPT HAS NO ACH'
                           ' SETTLED LINE'
                       MOVE 'Y' TO SOURCE-BAD-SW
                   END-IF
               END-IF
               CLOSE ACHRPT-FILE
           END-IF.
      *THE NSF AND REFUND REGISTERS ONLY COUNT FOR THE LINES WRITTEN
      *ON TODAY'S RUN DATE - AN EMPTY OR ABSENT REGISTER IS NO
      *ACTIVITY, NOT AN ERROR
       120-READ-REVERSAL-REGISTER.
           OPEN INPUT PAYREV-FILE.
           IF PAYREV-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-V
           END-IF.
           PERFORM 520-READ-PAYREV
               UNTIL EOF-V = 1.
           IF PAYREV-STATUS = '00' OR PAYREV-STATUS = '10' THEN
               CLOSE PAYREV-FILE
           END-IF.
       130-READ-REFUND-REGISTER.
           OPEN INPUT REFREG-FILE.
           IF REFREG-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-G
           END-IF.
           PERFORM 530-READ-REFREG
               UNTIL EOF-G = 1.
           IF REFREG-STATUS = '00' OR REFREG-STATUS = '10' THEN
               CLOSE REFREG-FILE
           END-IF.
      *CHARGE-OFFS MOVE PRINCIPAL OUT OF THE LOAN RECEIVABLE INTO
      *THE LOSS ACCOUNT.  A REGISTER LEFT FROM AN EARLIER DAY MEANS
      *CHGOFF DID NOT RUN, AND LAB1'S TOTALS WOULD NOT TIE TO IT
       135-READ-CHARGE-OFF-TOTALS.
           OPEN INPUT CHGRPT-FILE.
           IF CHGRPT-STATUS NOT = '00' THEN
               DISPLAY 'GLINTF: EMPL_CHGRPT NOT AVAILABLE - CHGOFF'
                   ' MUST RUN BEFORE THE JOURNAL'
               MOVE 'Y' TO SOURCE-BAD-SW
           ELSE
               READ CHGRPT-FILE
                   AT END
                       MOVE 1 TO EOF-C
                   NOT AT END
                       MOVE CHGRPT-RECORD TO CHGRPT-HEADING-IN
               END-READ
               IF EOF-C = 1 OR CH-RUN-DATE NOT = RUN-DATE THEN
                   DISPLAY 'GLINTF: EMPL_CHGRPT IS NOT FROM TODAY -'
                       ' CHGOFF HAS NOT RUN FOR ' RUN-DATE
                   MOVE 'Y' TO SOURCE-BAD-SW
               ELSE
                   PERFORM 535-READ-CHGRPT
                       UNTIL EOF-C = 1
                   IF NOT CHGOFF-FOUND THEN
                       DISPLAY 'GLINTF: EMPL_CHGRPT HAS NO CHARGED'
                           ' OFF LINE'
                       MOVE 'Y' TO SOURCE-BAD-SW
                   END-IF
               END-IF
               CLOSE CHGRPT-FILE
           END-IF.
       140-READ-FEE-TOTALS.
           OPEN INPUT FEEREG-FILE.
           IF FEEREG-STATUS NOT = '00' THEN
               DISPLAY 'GLINTF: EMPL_FEEREG NOT AVAILABLE - LAB1'
                   ' MUST RUN BEFORE THE JOURNAL'
               MOVE 'Y' TO SOURCE-BAD-SW
           ELSE
               PERFORM 540-READ-FEEREG
                   UNTIL EOF-F = 1
               CLOSE FEEREG-FILE
               IF NOT FEE-FOUND THEN
                   DISPLAY 'GLINTF: EMPL_FEEREG HAS NO TOTAL FEES'
                       ' LINE'
                   MOVE 'Y' TO SOURCE-BAD-SW
               END-IF
           END-IF.
      *LOANMNT'S ADDS, CHANGES AND DELETES MOVE THE RECEIVABLE WITHOUT
      *A LEDGER LINE OF THEIR OWN, SO THE RECEIVABLE TIE-OUT NEEDS
      *TODAY'S FIGURE FROM IT.  LOANMNT UNLOADS THE MASTER FOR LAB1
      *AND RUNS EVERY CYCLE, SO A MISSING OR STALE REPORT IS AN ERROR
       145-READ-MAINTENANCE-TOTALS.
           OPEN INPUT MNTRPT-FILE.
           IF MNTRPT-STATUS NOT = '00' THEN
               DISPLAY 'GLINTF: EMPL_MNTRPT NOT AVAILABLE - LOANMNT'
                   ' MUST RUN BEFORE THE JOURNAL'
               MOVE 'Y' TO SOURCE-BAD-SW
           ELSE
               READ MNTRPT-FILE
                   AT END
                       MOVE 1 TO EOF-N
                   NOT AT END
                       MOVE MNTRPT-RECORD TO MNTRPT-HEADING-IN
               END-READ
               IF EOF-N = 1 OR MH-RUN-DATE NOT = RUN-DATE THEN
                   DISPLAY 'GLINTF: EMPL_MNTRPT IS NOT FROM TODAY -'
                       ' LOANMNT HAS NOT RUN FOR ' RUN-DATE
                   MOVE 'Y' TO SOURCE-BAD-SW
               ELSE
                   PERFORM 545-READ-MNTRPT
                       UNTIL EOF-N = 1
                   IF NOT MAINT-FOUND THEN
                       DISPLAY 'GLINTF: EMPL_MNTRPT HAS NO PRINCIPAL'
                           ' MOVEMENT LINE'
                       MOVE 'Y' TO SOURCE-BAD-SW
                   END-IF
               END-IF
               CLOSE MNTRPT-FILE
           END-IF.
      *THE LAST RUN-LOG RECORD CARRIES LAB1'S GRAND TOTALS.  THE
      *BALANCE IS PRINCIPAL PLUS INTEREST PLUS FEES, SO WHAT IS LEFT
      *AFTER TAKING OUT PRINCIPAL AND THE FEE TOTAL IS THE INTEREST
       150-READ-RUN-LOG.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-R
           END-IF.
           PERFORM 550-READ-RUNLOG
               UNTIL EOF-R = 1.
           IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '10' THEN
               CLOSE RUNLOG-FILE
           END-IF.
           IF NOT RUNLOG-FOUND THEN
               DISPLAY 'GLINTF: EMPL_RUNLOG NOT AVAILABLE - LAB1'
                   ' MUST RUN BEFORE THE JOURNAL'
               MOVE 'Y' TO SOURCE-BAD-SW
           ELSE
               IF RL-RUN-DATE NOT NUMERIC
                       OR RL-GT-LOAN NOT NUMERIC
                       OR RL-GT-PAID NOT NUMERIC
                       OR RL-GT-BALANCE NOT NUMERIC THEN
                   DISPLAY 'GLINTF: EMPL_RUNLOG LAST RECORD'
                       ' UNREADABLE'
                   MOVE 'Y' TO SOURCE-BAD-SW
               ELSE
                   IF RL-RUN-DATE NOT = RUN-DATE THEN
                       DISPLAY 'GLINTF: LAST LAB1 RUN WAS '
                           RL-RUN-DATE ' - LAB1 HAS NOT RUN FOR '
                           RUN-DATE
                       MOVE 'Y' TO SOURCE-BAD-SW
                   ELSE
                       COMPUTE ACCRUED-INTEREST =
                           RL-GT-BALANCE - RL-GT-LOAN + RL-GT-PAID
                           - ACCRUED-FEES
                       MOVE RL-GT-BALANCE TO CURRENT-RECEIVABLE
                   END-IF
               END-IF
           END-IF.
      *THE BASELINE IS THE LAST LEVEL BOOKED ON AN EARLIER DAY, SO A
      *RERUN OF TODAY'S JOURNAL BOOKS THE SAME MOVEMENT AGAIN RATHER
      *THAN NOTHING
       160-LOAD-GL-HISTORY.
           OPEN INPUT GLHIST-FILE.
           IF GLHIST-STATUS NOT = '00' THEN
               DISPLAY 'GLINTF: NO EMPL_GLHIST ON FILE - FULL'
                   ' ACCRUED FEES AND INTEREST BOOKED AS OPENING'
                   ' BALANCE'
               MOVE 1 TO EOF-H
           END-IF.
           PERFORM 560-READ-GLHIST
               UNTIL EOF-H = 1.
           IF GLHIST-STATUS = '00' OR GLHIST-STATUS = '10' THEN
               CLOSE GLHIST-FILE
           END-IF.
       170-SET-ACTIVITY-AMOUNTS.
           MOVE CASH-RECEIVED TO GL-AMOUNT(1).
           MOVE PAYMENTS-APPLIED TO GL-AMOUNT(2).
           MOVE NSF-REVERSED TO GL-AMOUNT(3).
           COMPUTE GL-AMOUNT(4) = ACCRUED-FEES - PRIOR-FEES.
           COMPUTE GL-AMOUNT(5) = ACCRUED-INTEREST - PRIOR-INTEREST.
           MOVE REFUNDS-POSTED TO GL-AMOUNT(6).
           MOVE ACH-RECEIVED TO GL-AMOUNT(7).
           MOVE CHARGED-OFF TO GL-AMOUNT(8).
           MOVE RECOVERIES-POSTED TO GL-AMOUNT(9).
      *EACH ACTIVITY WITH MOVEMENT BOOKS ONE DEBIT AND ONE CREDIT
       200-BUILD-ENTRY.
           IF GL-AMOUNT(GL-SUB) NOT = 0 THEN
               IF GL-AMOUNT(GL-SUB) > 0 THEN
                   MOVE GL-AMOUNT(GL-SUB) TO ENTRY-AMOUNT-W
                   MOVE GL-DEBIT-ACCT(GL-SUB) TO ENTRY-DEBIT-ACCT
                   MOVE GL-CREDIT-ACCT(GL-SUB) TO ENTRY-CREDIT-ACCT
               ELSE
                   COMPUTE ENTRY-AMOUNT-W = 0 - GL-AMOUNT(GL-SUB)
                   MOVE GL-CREDIT-ACCT(GL-SUB) TO ENTRY-DEBIT-ACCT
                   MOVE GL-DEBIT-ACCT(GL-SUB) TO ENTRY-CREDIT-ACCT
               END-IF
               MOVE ENTRY-DEBIT-ACCT TO GJ-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               PERFORM 600-WRITE-JOURNAL-LINE
               MOVE ENTRY-CREDIT-ACCT TO GJ-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               PERFORM 600-WRITE-JOURNAL-LINE
           END-IF.
      *THE FILE IS ONLY RELEASED TO FINANCE WHEN EVERY SOURCE WAS
      *READ, THE DEBITS ACTUALLY WRITTEN NET TO ZERO AGAINST THE
      *CREDITS ACTUALLY WRITTEN, AND BOTH TIE-OUTS AGREE
       270-VERIFY-BALANCE.
           IF SOURCE-BAD THEN
               DISPLAY 'GLINTF: CYCLE TOTALS INCOMPLETE - JOURNAL'
                   ' NOT RELEASED'
               MOVE 'N' TO BALANCED-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 272-TIE-OUT-CASH
               PERFORM 274-TIE-OUT-RECEIVABLE
           END-IF.
           IF DEBIT-TOTAL NOT = CREDIT-TOTAL THEN
               DISPLAY 'GLINTF: JOURNAL OUT OF BALANCE - DEBITS '
                   DEBIT-TOTAL ' CREDITS ' CREDIT-TOTAL
               MOVE 'N' TO BALANCED-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
      *EVERY DOLLAR THE BANK TOOK TODAY, BY LOCKBOX OR BY ACH, MUST
      *TURN UP IN PAYPOST AS POSTED, A RECOVERY OR A REJECT, OR ELSE
      *IN LOCKBOX SUSPENSE.  THE TWO SIDES COME FROM DIFFERENT STEPS,
      *SO A DIFFERENCE IS CASH THAT WAS LOST OR COUNTED TWICE
       272-TIE-OUT-CASH.
           COMPUTE CASH-IN = CASH-RECEIVED + ACH-RECEIVED.
           COMPUTE CASH-ACCOUNTED = PAYMENTS-APPLIED
               + RECOVERIES-POSTED + PAYMENTS-REJECTED
               + CASH-SUSPENDED.
           COMPUTE CASH-DIFFERENCE = CASH-IN - CASH-ACCOUNTED.
           IF CASH-DIFFERENCE NOT = 0 THEN
               DISPLAY 'GLINTF: CASH DOES NOT TIE - RECEIVED '
                   CASH-IN ' ACCOUNTED FOR ' CASH-ACCOUNTED
               MOVE 'N' TO BALANCED-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
      *THE CHANGE IN LAB1'S RECEIVABLE SINCE THE LAST RELEASE MUST
      *EQUAL THE RECEIVABLE LINES THIS JOURNAL BOOKS - PAYMENTS
      *APPLIED AND CHARGE-OFFS TAKE IT DOWN; NSF ITEMS, REFUNDS, FEES
      *AND INTEREST PUT IT UP - PLUS LOANMNT'S MAINTENANCE, WHICH THE
      *LEDGER DOES NOT BOOK.  WITH NO RECEIVABLE ON EMPL_GLHIST YET
      *THERE IS NOTHING TO TIE TO, AND THIS RELEASE SETS THE LEVEL
       274-TIE-OUT-RECEIVABLE.
           IF NOT PRIOR-RCV-FOUND THEN
               DISPLAY 'GLINTF: NO RECEIVABLE ON EMPL_GLHIST -'
                   ' RECEIVABLE TIE-OUT STARTS WITH THIS RELEASE'
           ELSE
               COMPUTE RCV-MOVEMENT =
                   CURRENT-RECEIVABLE - PRIOR-RECEIVABLE
               COMPUTE RCV-BOOKED = GL-AMOUNT(3) + GL-AMOUNT(4)
                   + GL-AMOUNT(5) + GL-AMOUNT(6) - GL-AMOUNT(2)
                   - GL-AMOUNT(8) + MAINT-MOVEMENT
               COMPUTE RCV-DIFFERENCE = RCV-MOVEMENT - RCV-BOOKED
               IF RCV-DIFFERENCE NOT = 0 THEN
                   DISPLAY 'GLINTF: RECEIVABLE DOES NOT TIE - LAB1'
                       ' MOVED ' RCV-MOVEMENT ' JOURNAL BOOKS '
                       RCV-BOOKED
                   MOVE 'N' TO BALANCED-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
      *A WITHHELD JOURNAL LEAVES EMPL_GLJRNL EMPTY SO NOTHING
      *HALF-BUILT CAN BE PICKED UP BY THE LEDGER LOAD
       280-PULL-JOURNAL.
           OPEN OUTPUT GLJRNL-FILE.
           CLOSE GLJRNL-FILE.
           DISPLAY 'GLINTF: EMPL_GLJRNL WITHHELD - CORRECT THE CYCLE'
               ' AND RERUN'.
       290-WRITE-GL-HISTORY.
           MOVE RUN-DATE TO GH-RUN-DATE.
           MOVE ACCRUED-FEES TO GH-FEES.
           MOVE ACCRUED-INTEREST TO GH-INTEREST.
           MOVE CURRENT-RECEIVABLE TO GH-RECEIVABLE.
           OPEN EXTEND GLHIST-FILE.
           IF GLHIST-STATUS NOT = '00' AND GLHIST-STATUS NOT = '05'
               OPEN OUTPUT GLHIST-FILE
           END-IF.
           WRITE GLHIST-RECORD FROM GLHIST-DATA.
           CLOSE GLHIST-FILE.
           DISPLAY 'GLINTF: EMPL_GLJRNL RELEASED - ' LINE-COUNT
               ' LINES'.
       300-PRINT-TOTALS.
           MOVE LINE-COUNT TO R-TOT-LINES.
           MOVE DEBIT-TOTAL TO R-TOT-DEBITS.
           MOVE CREDIT-TOTAL TO R-TOT-CREDITS.
           IF JOURNAL-BALANCED THEN
               MOVE 'BALANCED - RELEASED' TO R-JOURNAL-STATUS
           ELSE
               MOVE 'NOT RELEASED - SEE JOB LOG' TO R-JOURNAL-STATUS
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'LOCKBOX DOLLARS RECEIVED' TO R-SOURCE-NAME.
           MOVE CASH-RECEIVED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACH DEBITS SETTLED' TO R-SOURCE-NAME.
           MOVE ACH-RECEIVED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYPOST AMOUNT POSTED' TO R-SOURCE-NAME.
           MOVE PAYMENTS-APPLIED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYPOST RECOVERIES POSTED' TO R-SOURCE-NAME.
           MOVE RECOVERIES-POSTED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NSF REGISTER TODAY' TO R-SOURCE-NAME.
           MOVE NSF-REVERSED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REFUND REGISTER TODAY' TO R-SOURCE-NAME.
           MOVE REFUNDS-POSTED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHGOFF CHARGED OFF TODAY' TO R-SOURCE-NAME.
           MOVE CHARGED-OFF TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED FEES PER LAB1' TO R-SOURCE-NAME.
           MOVE ACCRUED-FEES TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED FEES LAST BOOKED' TO R-SOURCE-NAME.
           MOVE PRIOR-FEES TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED INTEREST PER LAB1' TO R-SOURCE-NAME.
           MOVE ACCRUED-INTEREST TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED INTEREST LAST BOOKED' TO R-SOURCE-NAME.
           MOVE PRIOR-INTEREST TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LOCKBOX SUSPENSE DOLLARS' TO R-SOURCE-NAME.
           MOVE CASH-SUSPENDED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYPOST PAYMENTS REJECTED' TO R-SOURCE-NAME.
           MOVE PAYMENTS-REJECTED TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CASH TIE-OUT DIFFERENCE' TO R-SOURCE-NAME.
           MOVE CASH-DIFFERENCE TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LOANMNT PRINCIPAL MOVEMENT' TO R-SOURCE-NAME.
           MOVE MAINT-MOVEMENT TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECEIVABLE PER LAB1' TO R-SOURCE-NAME.
           MOVE CURRENT-RECEIVABLE TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECEIVABLE LAST BOOKED' TO R-SOURCE-NAME.
           MOVE PRIOR-RECEIVABLE TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECEIVABLE TIE-OUT DIFFERENCE' TO R-SOURCE-NAME.
           MOVE RCV-DIFFERENCE TO R-SOURCE-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
       500-READ-LOCKRPT.
           READ LOCKRPT-FILE
               AT END
                   MOVE 1 TO EOF-L
               NOT AT END
                   MOVE LOCKRPT-RECORD TO LOCKRPT-TOTALS-IN
                   IF LT-LABEL = 'DOLLARS RECEIVED: ' THEN
                       MOVE LT-DOLLARS TO CASH-RECEIVED
                       MOVE 'Y' TO LOCK-FOUND-SW
                   END-IF
                   IF LT-LABEL = 'SUSPENSE DOLLARS: ' THEN
                       MOVE LT-DOLLARS TO CASH-SUSPENDED
                   END-IF
           END-READ.
       510-READ-PAYRPT.
           READ PAYRPT-FILE
               AT END
                   MOVE 1 TO EOF-P
               NOT AT END
                   MOVE PAYRPT-RECORD TO PAYRPT-TOTALS-IN
                   IF PT-LABEL = 'TOTAL AMOUNT POSTED: ' THEN
                       MOVE PT-AMOUNT TO PAYMENTS-APPLIED
                       MOVE 'Y' TO POST-FOUND-SW
                   END-IF
                   IF PT-LABEL = 'RECOVERIES POSTED:   ' THEN
                       MOVE PT-AMOUNT TO RECOVERIES-POSTED
                   END-IF
                   IF PT-LABEL = 'PAYMENTS REJECTED:   ' THEN
                       MOVE PT-AMOUNT TO PAYMENTS-REJECTED
                   END-IF
           END-READ.
       515-READ-ACHRPT.
           READ ACHRPT-FILE
               AT END
                   MOVE 1 TO EOF-A
               NOT AT END
                   MOVE ACHRPT-RECORD TO ACHRPT-TOTALS-IN
                   IF AT-LABEL = 'ACH SETTLED TODAY: ' THEN
                       MOVE AT-DOLLARS TO ACH-RECEIVED
                       MOVE 'Y' TO ACH-FOUND-SW
                   END-IF
           END-READ.
       520-READ-PAYREV.
           READ PAYREV-FILE
               AT END
                   MOVE 1 TO EOF-V
               NOT AT END
                   MOVE PAYREV-RECORD TO PAYREV-IN
                   IF RV-RUN-DATE NUMERIC
                           AND RV-RUN-DATE = RUN-DATE THEN
                       MOVE RV-AMOUNT TO ITEM-AMOUNT-W
                       ADD ITEM-AMOUNT-W TO NSF-REVERSED
                   END-IF
           END-READ.
       530-READ-REFREG.
           READ REFREG-FILE
               AT END
                   MOVE 1 TO EOF-G
               NOT AT END
                   MOVE REFREG-RECORD TO REFREG-IN
                   IF RG-RUN-DATE NUMERIC
                           AND RG-RUN-DATE = RUN-DATE
                           AND RG-AMOUNT NUMERIC THEN
                       ADD RG-AMOUNT TO REFUNDS-POSTED
                   END-IF
           END-READ.
       535-READ-CHGRPT.
           READ CHGRPT-FILE
               AT END
                   MOVE 1 TO EOF-C
               NOT AT END
                   MOVE CHGRPT-RECORD TO CHGRPT-TOTALS-IN
                   IF CT-LABEL = 'CHARGED OFF TODAY: ' THEN
                       MOVE CT-DOLLARS TO CHARGED-OFF
                       MOVE 'Y' TO CHGOFF-FOUND-SW
                   END-IF
           END-READ.
       540-READ-FEEREG.
           READ FEEREG-FILE
               AT END
                   MOVE 1 TO EOF-F
               NOT AT END
                   MOVE FEEREG-RECORD TO FEEREG-TOTALS-IN
                   IF FT-LABEL = 'TOTAL FEES ASSESSED: ' THEN
                       MOVE FT-FEES TO ACCRUED-FEES
                       MOVE 'Y' TO FEE-FOUND-SW
                   END-IF
           END-READ.
       545-READ-MNTRPT.
           READ MNTRPT-FILE
               AT END
                   MOVE 1 TO EOF-N
               NOT AT END
                   MOVE MNTRPT-RECORD TO MNTRPT-TOTALS-IN
                   IF MT-LABEL = 'PRINCIPAL MOVEMENT: ' THEN
                       MOVE MT-AMOUNT TO MAINT-MOVEMENT
                       MOVE 'Y' TO MAINT-FOUND-SW
                   END-IF
           END-READ.
       550-READ-RUNLOG.
           READ RUNLOG-FILE
               AT END
                   MOVE 1 TO EOF-R
               NOT AT END
                   MOVE RUNLOG-RECORD TO RUNLOG-IN
                   MOVE 'Y' TO RUNLOG-FOUND-SW
           END-READ.
       560-READ-GLHIST.
           READ GLHIST-FILE
               AT END
                   MOVE 1 TO EOF-H
               NOT AT END
                   MOVE GLHIST-RECORD TO GLHIST-DATA
                   IF GH-RUN-DATE NUMERIC
                           AND GH-RUN-DATE < RUN-DATE
                           AND GH-FEES NUMERIC
                           AND GH-INTEREST NUMERIC THEN
                       MOVE GH-FEES TO PRIOR-FEES
                       MOVE GH-INTEREST TO PRIOR-INTEREST
                       IF GH-RECEIVABLE NUMERIC THEN
                           MOVE GH-RECEIVABLE TO PRIOR-RECEIVABLE
                           MOVE 'Y' TO PRIOR-RCV-SW
                       ELSE
                           MOVE 0 TO PRIOR-RECEIVABLE
                           MOVE 'N' TO PRIOR-RCV-SW
                       END-IF
                   END-IF
           END-READ.
       600-WRITE-JOURNAL-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE RUN-DATE TO GJ-JOURNAL-DATE.
           MOVE LINE-COUNT TO GJ-LINE-NO R-LINE-NO.
           MOVE ENTRY-AMOUNT-W TO GJ-AMOUNT.
           MOVE GL-ACTIVITY(GL-SUB) TO GJ-ACTIVITY R-ACTIVITY.
           MOVE GL-DESCRIPTION(GL-SUB) TO GJ-DESCRIPTION R-DESCRIPTION.
           MOVE GJ-ACCOUNT TO R-ACCOUNT.
           MOVE 0 TO R-DEBIT R-CREDIT.
           IF GJ-DR-CR = 'D' THEN
               ADD ENTRY-AMOUNT-W TO DEBIT-TOTAL
               MOVE ENTRY-AMOUNT-W TO R-DEBIT
           ELSE
               ADD ENTRY-AMOUNT-W TO CREDIT-TOTAL
               MOVE ENTRY-AMOUNT-W TO R-CREDIT
           END-IF.
           WRITE GLJRNL-RECORD FROM GLJRNL-DETAIL.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
       END PROGRAM glintf.
