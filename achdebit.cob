      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: achdebit - originate ACH debits for enrolled students
      *         ahead of each installment due date, feed settled
      *         debits to paypost and reverse bank returns
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. achdebit.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT ENROLL-FILE ASSIGN TO 'EMPL_ACHENRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT ENROLLNEW-FILE ASSIGN TO 'EMPL_ACHENRLNEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE ASSIGN TO 'EMPL_ACHPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT PENDNEW-FILE ASSIGN TO 'EMPL_ACHPENDNEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO 'EMPL_ACHRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-STATUS.
           SELECT ORIG-FILE ASSIGN TO 'EMPL_ACHORIG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYTRAN-FILE ASSIGN TO 'EMPL_PAYTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYTRAN-STATUS.
           SELECT PARM-FILE ASSIGN TO 'EMPL_ACHPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO 'EMPL_ACHEXCP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'EMPL_ACHRPT'
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
       FD  ENROLL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ENROLL-RECORD PIC X(100).
       FD  ENROLLNEW-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ENROLLNEW-RECORD PIC X(100).
       FD  PENDING-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PENDING-RECORD PIC X(60).
       FD  PENDNEW-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PENDNEW-RECORD PIC X(60).
      *THE BANK'S RETURN FILE COMES BACK IN THE SAME 94-BYTE LAYOUT
      *WE ORIGINATE IN - THE BATCH HEADER CARRIES THE EFFECTIVE DATE
      *OF THE RETURN, EACH RETURNED ENTRY IS FOLLOWED BY A '99'
      *ADDENDA CARRYING THE RETURN REASON AND OUR ORIGINAL TRACE
       FD  RETURN-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RETURN-RECORD.
           03 RI-RECORD-TYPE PIC X.
           03 FILLER PIC X(93).
       01  RETURN-BATCH-IN REDEFINES RETURN-RECORD.
           03 FILLER PIC X(69).
           03 RB-EFFECTIVE-DATE PIC X(6).
           03 FILLER PIC X(19).
       01  RETURN-ADDENDA-IN REDEFINES RETURN-RECORD.
           03 FILLER PIC X(1).
           03 RA-ADDENDA-TYPE PIC X(2).
           03 RA-REASON PIC X(3).
           03 RA-ORIG-TRACE PIC X(15).
           03 FILLER PIC X(73).
       FD  ORIG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ORIG-RECORD PIC X(94).
       FD  PAYTRAN-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYTRAN-RECORD PIC X(26).
      *LEAD DAYS IN COLUMNS 1-3 ARE HOW FAR AHEAD OF THE DUE DATE A
      *DEBIT IS SENT TO THE BANK.  THE RETURN LIMIT IN COLUMN 5 IS HOW
      *MANY RETURNS SUSPEND AN ENROLLMENT.  THE NEXT FOUR FIELDS
      *IDENTIFY US AND OUR BANK ON THE ORIGINATION FILE.  THE RETURN
      *WINDOW IN COLUMNS 70-72 IS HOW MANY DAYS A SETTLED DEBIT IS KEPT
      *SO A LATE RETURN CAN STILL FIND IT
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
           03 PARM-LEAD-TEXT PIC X(3).
           03 FILLER PIC X(1).
           03 PARM-LIMIT-TEXT PIC X(1).
           03 FILLER PIC X(1).
           03 PARM-ODFI-ROUTING PIC X(9).
           03 FILLER PIC X(1).
           03 PARM-COMPANY-ID PIC X(10).
           03 FILLER PIC X(1).
           03 PARM-COMPANY-NAME PIC X(16).
           03 FILLER PIC X(1).
           03 PARM-BANK-NAME PIC X(23).
           03 FILLER PIC X(1).
           03 PARM-WINDOW-TEXT PIC X(3).
           03 FILLER PIC X(9).
       FD  EXCEPT-FILE
               LABEL RECORDS ARE OMITTED.
       01  EXCEPT-RECORD PIC X(110).
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
      *ONE ENROLLMENT PER STUDENT LOAN.  A BLANK LOAN NUMBER DEBITS
      *EVERY LOAN THE STUDENT HOLDS FROM THE SAME ACCOUNT.  ONLY AN
      *ACTIVE ('A') ENROLLMENT IS DEBITED - A SUSPENDED ONE STAYS ON
      *FILE UNTIL THE STUDENT SIGNS A NEW AUTHORIZATION AND SERVICING
      *SETS IT BACK TO 'A' WITH THE RETURN COUNT CLEARED
       01  ENROLL-DATA.
           03 EN-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-ROUTING PIC X(9).
           03 EN-ROUTING-DIGITS REDEFINES EN-ROUTING.
               05 EN-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-ACCOUNT PIC X(17).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-ACCT-TYPE PIC X.
               88 EN-CHECKING VALUE 'C'.
               88 EN-SAVINGS VALUE 'S'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-HOLDER PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-STATUS PIC X.
               88 EN-ACTIVE VALUE 'A'.
               88 EN-SUSPENDED VALUE 'S'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-RETURN-COUNT PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-LAST-RETURN-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-LAST-RETURN-CODE PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EN-SUSPEND-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE SPACES.
       01  ENROLL-TABLE.
           03 ET-COUNT PIC 9(3) VALUE 0.
           03 ET-ENTRY OCCURS 500 TIMES.
               05 ET-STUDENT-ID PIC X(9).
               05 ET-LOAN-SEQ PIC X(2).
               05 ET-ROUTING PIC X(9).
               05 ET-ACCOUNT PIC X(17).
               05 ET-ACCT-TYPE PIC X.
               05 ET-HOLDER PIC X(22).
               05 ET-STATUS PIC X.
               05 ET-RETURN-COUNT PIC 9(2).
               05 ET-LAST-RETURN-DATE PIC 9(8).
               05 ET-LAST-RETURN-CODE PIC X(3).
               05 ET-SUSPEND-DATE PIC 9(8).
               05 ET-USABLE-SW PIC X.
      *A DEBIT STAYS PENDING ('P') FROM THE DAY IT IS SENT TO THE
      *BANK UNTIL ITS SETTLEMENT DATE, WHEN IT IS FED TO PAYPOST.  IT
      *IS THEN KEPT AS SETTLED ('S') THROUGH THE RETURN WINDOW SO A
      *RETURN ARRIVING AFTER SETTLEMENT CAN BE MATCHED BACK TO THE PAY
      *DATE IT POSTED UNDER.  THE PENDING FILE IS ALSO WHAT KEEPS AN
      *INSTALLMENT FROM BEING DEBITED TWICE WHILE IT IS STILL INSIDE
      *THE LEAD WINDOW.  A RECORD WITH NO STATE IS PENDING
       01  PENDING-DATA.
           03 PD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-SLOT PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-SETTLE-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-AMOUNT PIC 9(4)V9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-TRACE PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-ORIG-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-STATE PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
       01  PENDING-TABLE.
           03 PT-COUNT PIC 9(4) VALUE 0.
           03 PT-ENTRY OCCURS 1000 TIMES.
               05 PT-STUDENT-ID PIC X(9).
               05 PT-LOAN-SEQ PIC 9(2).
               05 PT-SLOT PIC 9(2).
               05 PT-SETTLE-DATE PIC 9(8).
               05 PT-AMOUNT PIC 9(4)V9(2).
               05 PT-TRACE PIC X(15).
               05 PT-ORIG-DATE PIC 9(8).
               05 PT-STATE PIC X.
                   88 PT-OPEN VALUE 'P'.
                   88 PT-SETTLED VALUE 'S'.
                   88 PT-CANCELLED VALUE 'X'.
      *TODAY'S NEW DEBITS - WHICH ENROLLMENT THEY DRAW ON AND WHICH
      *PENDING ENTRY HOLDS THE AMOUNT, DATE AND TRACE NUMBER
       01  ORIGINATION-TABLE.
           03 OT-COUNT PIC 9(4) VALUE 0.
           03 OT-ENTRY OCCURS 1000 TIMES.
               05 OT-ET-SUB PIC 9(3).
               05 OT-PT-SUB PIC 9(4).
               05 OT-WRITTEN-SW PIC X.
      *ABA CHECK DIGIT WEIGHTS - THE WEIGHTED SUM OF ALL NINE DIGITS
      *OF A GOOD ROUTING NUMBER IS A MULTIPLE OF TEN
       01  ROUTING-WEIGHT-LIST.
           03 FILLER PIC X(9) VALUE '371371371'.
       01  ROUTING-WEIGHT-TABLE REDEFINES ROUTING-WEIGHT-LIST.
           03 RW-WEIGHT PIC 9 OCCURS 9 TIMES.
       01  RETURN-ENTRY.
           03 RE-RECORD-TYPE PIC X.
           03 RE-TRAN-CODE PIC X(2).
           03 RE-RDFI PIC X(8).
           03 RE-CHECK-DIGIT PIC X.
           03 RE-ACCOUNT PIC X(17).
           03 RE-AMOUNT PIC 9(8)V9(2).
           03 RE-STUDENT-ID PIC X(9).
           03 RE-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(4).
           03 RE-NAME PIC X(22).
           03 FILLER PIC X(2).
           03 RE-ADDENDA-SW PIC X.
           03 RE-TRACE PIC X(15).
       01  PAYMENT-DATA.
           03 P-STUDENT-ID PIC X(9).
           03 P-AMOUNT PIC 9(4)V9(2).
           03 P-PAY-DATE PIC 9(8).
           03 P-TRAN-TYPE PIC X.
           03 P-LOAN-SEQ PIC X(2).
      *ORIGINATION FILE RECORDS - STANDARD 94-BYTE PPD DEBIT LAYOUT,
      *ONE BATCH PER SETTLEMENT DATE, BLOCKED TEN RECORDS TO A BLOCK
       01  ACH-FILE-HEADER.
           03 FILLER PIC X(1) VALUE '1'.
           03 FILLER PIC X(2) VALUE '01'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FH-DESTINATION PIC X(9).
           03 FH-ORIGIN PIC X(10).
           03 FH-CREATE-DATE PIC 9(6).
           03 FH-CREATE-TIME PIC 9(4).
           03 FILLER PIC X(1) VALUE 'A'.
           03 FILLER PIC X(3) VALUE '094'.
           03 FILLER PIC X(2) VALUE '10'.
           03 FILLER PIC X(1) VALUE '1'.
           03 FH-DESTINATION-NAME PIC X(23).
           03 FH-ORIGIN-NAME PIC X(23).
           03 FILLER PIC X(8) VALUE SPACES.
       01  ACH-BATCH-HEADER.
           03 FILLER PIC X(1) VALUE '5'.
           03 FILLER PIC X(3) VALUE '225'.
           03 BH-COMPANY-NAME PIC X(16).
           03 FILLER PIC X(20) VALUE SPACES.
           03 BH-COMPANY-ID PIC X(10).
           03 FILLER PIC X(3) VALUE 'PPD'.
           03 FILLER PIC X(10) VALUE 'LOAN PMT  '.
           03 FILLER PIC X(6) VALUE SPACES.
           03 BH-EFFECTIVE-DATE PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '1'.
           03 BH-ODFI PIC X(8).
           03 BH-BATCH-NO PIC 9(7).
       01  ACH-ENTRY-DETAIL.
           03 FILLER PIC X(1) VALUE '6'.
           03 ED-TRAN-CODE PIC X(2).
           03 ED-RDFI PIC 9(8).
           03 ED-CHECK-DIGIT PIC X(1).
           03 ED-ACCOUNT PIC X(17).
           03 ED-AMOUNT PIC 9(8)V9(2).
           03 ED-STUDENT-ID PIC X(9).
           03 ED-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(4) VALUE SPACES.
           03 ED-NAME PIC X(22).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '0'.
           03 ED-TRACE PIC X(15).
       01  ACH-BATCH-CONTROL.
           03 FILLER PIC X(1) VALUE '8'.
           03 FILLER PIC X(3) VALUE '225'.
           03 BC-ENTRY-COUNT PIC 9(6).
           03 BC-ENTRY-HASH PIC 9(10).
           03 BC-DEBIT-TOTAL PIC 9(10)V9(2).
           03 BC-CREDIT-TOTAL PIC 9(10)V9(2) VALUE 0.
           03 BC-COMPANY-ID PIC X(10).
           03 FILLER PIC X(25) VALUE SPACES.
           03 BC-ODFI PIC X(8).
           03 BC-BATCH-NO PIC 9(7).
       01  ACH-FILE-CONTROL.
           03 FILLER PIC X(1) VALUE '9'.
           03 FC-BATCH-COUNT PIC 9(6).
           03 FC-BLOCK-COUNT PIC 9(6).
           03 FC-ENTRY-COUNT PIC 9(8).
           03 FC-ENTRY-HASH PIC 9(10).
           03 FC-DEBIT-TOTAL PIC 9(10)V9(2).
           03 FC-CREDIT-TOTAL PIC 9(10)V9(2) VALUE 0.
           03 FILLER PIC X(39) VALUE SPACES.
       01  TRACE-WORK.
           03 TW-ODFI PIC X(8).
           03 TW-DAY PIC 9(3).
           03 TW-SEQ PIC 9(4).
       01  DAY-WORK.
           03 DY-YEAR PIC 9(4).
           03 DY-DAY PIC 9(3).
       01  DATE-WORK.
           03 DW-DATE PIC 9(8).
           03 DW-PARTS REDEFINES DW-DATE.
               05 DW-CENTURY PIC 9(2).
               05 DW-YYMMDD PIC 9(6).
       01  TIME-WORK.
           03 TIME-HHMM PIC 9(4).
           03 FILLER PIC X(4).
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'ACH AUTO-DEBIT ACTIVITY        '.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'LEAD DAYS: '.
           03 RH-LEAD-DAYS PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'RETURN LIMIT: '.
           03 RH-RETURN-LIMIT PIC 9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'RETURN WINDOW: '.
           03 RH-RETURN-WINDOW PIC ZZ9.
       01  REPORT-HEADING2.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'ACCOUNT NAME'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'AMOUNT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'SETTLES '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ACTIVITY'.
       01  REPORT-DETAIL.
           03 R-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-NAME PIC X(22).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-AMOUNT PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-SETTLE-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-ACTIVITY PIC X(30).
       01  REPORT-TOTALS1.
           03 FILLER PIC X(19) VALUE 'RETURNS RECEIVED:  '.
           03 R-TOT-RETURNS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'REVERSED: '.
           03 R-TOT-REVERSED PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'CANCELLED: '.
           03 R-TOT-CANCELLED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'NO MATCH: '.
           03 R-TOT-UNMATCHED PIC ZZZZ9.
      *GLINTF READS THIS LINE BACK FOR THE ACH CASH RECEIVED ENTRY -
      *KEEP THE LABEL AND THE EDITED AMOUNT WHERE THEY ARE
       01  REPORT-TOTALS2.
           03 FILLER PIC X(19) VALUE 'ACH SETTLED TODAY: '.
           03 R-TOT-SETTLED-AMT PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ITEMS: '.
           03 R-TOT-SETTLED PIC ZZZZ9.
       01  REPORT-TOTALS3.
           03 FILLER PIC X(19) VALUE 'DEBITS ORIGINATED: '.
           03 R-TOT-ORIGINATED-AMT PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ITEMS: '.
           03 R-TOT-ORIGINATED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'BATCHES: '.
           03 R-TOT-BATCHES PIC ZZZZ9.
       01  REPORT-TOTALS4.
           03 FILLER PIC X(19) VALUE 'STILL PENDING:     '.
           03 R-TOT-PENDING PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'SUSPENDED: '.
           03 R-TOT-SUSPENDED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(23) VALUE 'HELD FOR LATE RETURNS: '.
           03 R-TOT-HELD PIC ZZZZ9.
       01  EXCEPT-HEADING1.
           03 FILLER PIC X(31) VALUE 'ACH EXCEPTION LIST             '.
           03 XH-RUN-DATE PIC 9(8).
       01  EXCEPT-HEADING2.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'ACCOUNT NAME'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'RETURNS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'CODE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REASON'.
       01  EXCEPT-DETAIL.
           03 X-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 X-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 X-NAME PIC X(22).
           03 FILLER PIC X(7) VALUE SPACES.
           03 X-RETURNS PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 X-CODE PIC X(3).
           03 FILLER PIC X(3) VALUE SPACES.
           03 X-REASON PIC X(30).
       01  EXCEPT-TOTALS.
           03 FILLER PIC X(12) VALUE 'EXCEPTIONS: '.
           03 X-TOT-EXCEPTIONS PIC ZZZZ9.
       01  MISC.
           03 EOF-E PIC 9 VALUE 0.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-M PIC 9 VALUE 0.
           03 SUB PIC 9(4).
           03 SLOT PIC 99.
           03 DIG-SUB PIC 99.
           03 ET-FOUND PIC 9(3) VALUE 0.
           03 PT-FOUND PIC 9(4) VALUE 0.
           03 OT-SUB PIC 9(4) VALUE 0.
           03 OT-LEFT PIC 9(4) VALUE 0.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 ENROLL-STATUS PIC XX VALUE '00'.
           03 PENDING-STATUS PIC XX VALUE '00'.
           03 RETURN-STATUS PIC XX VALUE '00'.
           03 PAYTRAN-STATUS PIC XX VALUE '00'.
           03 PARM-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 RUN-DATE-INT PIC S9(7) VALUE 0.
           03 LEAD-DAYS PIC 9(3) VALUE 005.
           03 LEAD-END-DATE PIC 9(8) VALUE 0.
           03 RETURN-LIMIT PIC 9 VALUE 2.
           03 RETURN-WINDOW PIC 9(3) VALUE 060.
           03 FIND-STUDENT-ID PIC X(9) VALUE SPACES.
           03 FIND-LOAN-SEQ PIC X(2) VALUE SPACES.
           03 ROUTING-SUM PIC 9(4) VALUE 0.
           03 ROUTING-QUOT PIC 9(4) VALUE 0.
           03 ROUTING-REM PIC 9 VALUE 0.
           03 ENROLL-REASON PIC X(30) VALUE SPACES.
           03 SUSPEND-REASON PIC X(30) VALUE SPACES.
           03 RTN-EFFECTIVE-YYMMDD PIC X(6) VALUE SPACES.
           03 RTN-EFFECTIVE-NUM REDEFINES RTN-EFFECTIVE-YYMMDD
               PIC 9(6).
           03 RTN-ENTRY-SW PIC X VALUE 'N'.
           03 RTN-RETURN-DATE PIC 9(8) VALUE 0.
           03 SETTLED-AGE PIC S9(7) VALUE 0.
           03 DEBIT-LOAN PIC 9(5)V9(2) VALUE 0.
           03 DEBIT-SCHED PIC 9(4)V9(2) VALUE 0.
           03 DEBIT-PAID PIC 9(4)V9(2) VALUE 0.
           03 DEBIT-AMOUNT PIC 9(4)V9(2) VALUE 0.
           03 BATCH-DATE PIC 9(8) VALUE 0.
           03 BATCH-ENTRIES PIC 9(6) VALUE 0.
           03 BATCH-HASH PIC 9(12) VALUE 0.
           03 BATCH-DEBITS PIC 9(10)V9(2) VALUE 0.
           03 FILE-ENTRIES PIC 9(8) VALUE 0.
           03 FILE-HASH PIC 9(12) VALUE 0.
           03 FILE-DEBITS PIC 9(10)V9(2) VALUE 0.
           03 FILE-RECORDS PIC 9(8) VALUE 0.
           03 BLOCK-COUNT PIC 9(6) VALUE 0.
           03 PAD-COUNT PIC 9(2) VALUE 0.
           03 TRACE-COUNT PIC 9(4) VALUE 0.
           03 ORIGINATE-SW PIC X VALUE 'Y'.
               88 ORIGINATE-OK VALUE 'Y'.
           03 TABLE-FULL-SW PIC X VALUE 'N'.
           03 DEFER-COVERS-SW PIC X VALUE 'N'.
               88 DEFER-COVERS VALUE 'Y'.
           03 RETURN-COUNT PIC 9(5) VALUE 0.
           03 REVERSED-AMOUNT PIC 9(9)V9(2) VALUE 0.
           03 CANCELLED-COUNT PIC 9(5) VALUE 0.
           03 SETTLED-COUNT PIC 9(5) VALUE 0.
           03 SETTLED-AMOUNT PIC 9(9)V9(2) VALUE 0.
           03 ORIGINATED-COUNT PIC 9(5) VALUE 0.
           03 ORIGINATED-AMOUNT PIC 9(9)V9(2) VALUE 0.
           03 BATCH-COUNT PIC 9(5) VALUE 0.
           03 PENDING-COUNT PIC 9(5) VALUE 0.
           03 HELD-COUNT PIC 9(5) VALUE 0.
           03 UNMATCHED-COUNT PIC 9(5) VALUE 0.
           03 SUSPENDED-COUNT PIC 9(5) VALUE 0.
           03 EXCEPTION-COUNT PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DAY-WORK FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM 040-READ-PARAMETERS.
           COMPUTE LEAD-END-DATE = FUNCTION DATE-OF-INTEGER
               (RUN-DATE-INT + LEAD-DAYS).
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE XH-RUN-DATE.
           MOVE LEAD-DAYS TO RH-LEAD-DAYS.
           MOVE RETURN-LIMIT TO RH-RETURN-LIMIT.
           MOVE RETURN-WINDOW TO RH-RETURN-WINDOW.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE EXCEPT-RECORD FROM EXCEPT-HEADING1.
           WRITE EXCEPT-RECORD FROM EXCEPT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 100-LOAD-ENROLLMENT.
           PERFORM 120-LOAD-PENDING.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00' AND MASTER-STATUS NOT = '05'
               DISPLAY 'ACHDEBIT: CANNOT OPEN EMPL_MASTER, STATUS '
                   MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *LOCKBOX HAS ALREADY BUILT TODAY'S EMPL_PAYTRAN - THE DEBIT
      *ACTIVITY GOES ON THE END OF IT FOR PAYPOST TO POST
           OPEN EXTEND PAYTRAN-FILE.
           IF PAYTRAN-STATUS NOT = '00' AND PAYTRAN-STATUS NOT = '05'
               OPEN OUTPUT PAYTRAN-FILE
           END-IF.
           IF PAYTRAN-STATUS NOT = '00' AND PAYTRAN-STATUS NOT = '05'
               DISPLAY 'ACHDEBIT: CANNOT OPEN EMPL_PAYTRAN, STATUS '
                   PAYTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-PROCESS-RETURNS.
           PERFORM 300-SETTLE-PENDING.
           IF ORIGINATE-OK THEN
               PERFORM 400-ORIGINATE-DEBITS
           END-IF.
           CLOSE MASTER-FILE
               PAYTRAN-FILE.
           PERFORM 700-WRITE-ORIGINATION-FILE.
           PERFORM 600-WRITE-NEW-ENROLLMENT.
           PERFORM 650-WRITE-NEW-PENDING.
           PERFORM 800-PRINT-TOTALS.
           CLOSE EXCEPT-FILE
               REPORT-FILE.
           STOP RUN.
      *WITHOUT OUR BANK'S ROUTING NUMBER AND COMPANY ID NO
      *ORIGINATION FILE CAN BE BUILT - RETURNS AND SETTLEMENTS STILL
      *RUN SO NOTHING ALREADY AT THE BANK IS LEFT UNPOSTED
       040-READ-PARAMETERS.
           MOVE 'N' TO ORIGINATE-SW.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-LEAD-TEXT IS NUMERIC THEN
                           MOVE PARM-LEAD-TEXT TO LEAD-DAYS
                       END-IF
                       IF PARM-LIMIT-TEXT IS NUMERIC
                               AND PARM-LIMIT-TEXT NOT = '0' THEN
                           MOVE PARM-LIMIT-TEXT TO RETURN-LIMIT
                       END-IF
                       IF PARM-WINDOW-TEXT IS NUMERIC THEN
                           MOVE PARM-WINDOW-TEXT TO RETURN-WINDOW
                       END-IF
                       IF PARM-ODFI-ROUTING IS NUMERIC
                               AND PARM-COMPANY-ID NOT = SPACES THEN
                           MOVE 'Y' TO ORIGINATE-SW
                           PERFORM 045-SET-ORIGINATOR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF NOT ORIGINATE-OK THEN
               DISPLAY 'ACHDEBIT: NO BANK ROUTING OR COMPANY ID IN'
                   ' EMPL_ACHPARM - NO DEBITS ORIGINATED'
           END-IF.
       045-SET-ORIGINATOR.
           MOVE PARM-ODFI-ROUTING TO FH-DESTINATION.
           MOVE PARM-COMPANY-ID TO FH-ORIGIN BH-COMPANY-ID
               BC-COMPANY-ID.
           MOVE PARM-BANK-NAME TO FH-DESTINATION-NAME.
           MOVE PARM-COMPANY-NAME TO FH-ORIGIN-NAME BH-COMPANY-NAME.
           MOVE PARM-ODFI-ROUTING(1:8) TO BH-ODFI BC-ODFI TW-ODFI.
       100-LOAD-ENROLLMENT.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS NOT = '00' THEN
               DISPLAY 'ACHDEBIT: NO EMPL_ACHENRL ON FILE - NO'
                   ' STUDENT IS ENROLLED FOR AUTO-DEBIT'
               MOVE 1 TO EOF-E
           END-IF.
           PERFORM 110-LOAD-ONE-ENROLLMENT
               UNTIL EOF-E = 1.
           IF ENROLL-STATUS = '00' OR ENROLL-STATUS = '10' THEN
               CLOSE ENROLL-FILE
           END-IF.
       110-LOAD-ONE-ENROLLMENT.
           READ ENROLL-FILE
               AT END
                   MOVE 1 TO EOF-E
               NOT AT END
                   MOVE ENROLL-RECORD TO ENROLL-DATA
                   IF ET-COUNT < 500 THEN
                       ADD 1 TO ET-COUNT
                       MOVE EN-STUDENT-ID TO ET-STUDENT-ID(ET-COUNT)
                       MOVE EN-LOAN-SEQ TO ET-LOAN-SEQ(ET-COUNT)
                       MOVE EN-ROUTING TO ET-ROUTING(ET-COUNT)
                       MOVE EN-ACCOUNT TO ET-ACCOUNT(ET-COUNT)
                       MOVE EN-ACCT-TYPE TO ET-ACCT-TYPE(ET-COUNT)
                       MOVE EN-HOLDER TO ET-HOLDER(ET-COUNT)
                       MOVE EN-STATUS TO ET-STATUS(ET-COUNT)
                       MOVE 0 TO ET-RETURN-COUNT(ET-COUNT)
                           ET-LAST-RETURN-DATE(ET-COUNT)
                           ET-SUSPEND-DATE(ET-COUNT)
                       MOVE SPACES TO ET-LAST-RETURN-CODE(ET-COUNT)
                       IF EN-RETURN-COUNT NUMERIC THEN
                           MOVE EN-RETURN-COUNT
                               TO ET-RETURN-COUNT(ET-COUNT)
                       END-IF
                       IF EN-LAST-RETURN-DATE NUMERIC THEN
                           MOVE EN-LAST-RETURN-DATE
                               TO ET-LAST-RETURN-DATE(ET-COUNT)
                           MOVE EN-LAST-RETURN-CODE
                               TO ET-LAST-RETURN-CODE(ET-COUNT)
                       END-IF
                       IF EN-SUSPEND-DATE NUMERIC THEN
                           MOVE EN-SUSPEND-DATE
                               TO ET-SUSPEND-DATE(ET-COUNT)
                       END-IF
                       PERFORM 115-EDIT-ENROLLMENT
                   ELSE
                       DISPLAY 'ACHDEBIT: ENROLLMENT TABLE FULL -'
                           ' EXTRA EMPL_ACHENRL RECORDS IGNORED'
                       MOVE 1 TO EOF-E
                   END-IF
           END-READ.
      *AN ACTIVE ENROLLMENT THE BANK WOULD REJECT OUTRIGHT IS NOT
      *DEBITED - IT GOES ON THE EXCEPTION LIST TO BE CORRECTED
       115-EDIT-ENROLLMENT.
           MOVE 'Y' TO ET-USABLE-SW(ET-COUNT).
           MOVE SPACES TO ENROLL-REASON.
           MOVE 0 TO ROUTING-SUM.
           IF EN-ROUTING NUMERIC THEN
               PERFORM VARYING DIG-SUB FROM 1 BY 1
                   UNTIL DIG-SUB > 9
                   COMPUTE ROUTING-SUM = ROUTING-SUM +
                       EN-ROUTING-DIGIT(DIG-SUB) * RW-WEIGHT(DIG-SUB)
               END-PERFORM
           END-IF.
           DIVIDE ROUTING-SUM BY 10 GIVING ROUTING-QUOT
               REMAINDER ROUTING-REM.
           EVALUATE TRUE
               WHEN EN-ROUTING NOT NUMERIC
                       OR ROUTING-SUM = 0
                       OR ROUTING-REM NOT = 0
                   MOVE 'INVALID ROUTING NUMBER' TO ENROLL-REASON
               WHEN EN-ACCOUNT = SPACES
                   MOVE 'NO ACCOUNT NUMBER' TO ENROLL-REASON
               WHEN NOT EN-CHECKING AND NOT EN-SAVINGS
                   MOVE 'ACCOUNT TYPE NOT C OR S' TO ENROLL-REASON
           END-EVALUATE.
           IF ENROLL-REASON NOT = SPACES THEN
               MOVE 'N' TO ET-USABLE-SW(ET-COUNT)
               IF EN-ACTIVE THEN
                   MOVE ET-COUNT TO ET-FOUND
                   MOVE EN-LOAN-SEQ TO X-LOAN-SEQ
                   MOVE ENROLL-REASON TO X-REASON
                   PERFORM 610-WRITE-EXCEPTION
               END-IF
           END-IF.
       120-LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF PENDING-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-P
           END-IF.
           PERFORM 130-LOAD-ONE-PENDING
               UNTIL EOF-P = 1.
           IF PENDING-STATUS = '00' OR PENDING-STATUS = '10' THEN
               CLOSE PENDING-FILE
           END-IF.
       130-LOAD-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 1 TO EOF-P
               NOT AT END
                   MOVE PENDING-RECORD TO PENDING-DATA
                   IF PD-LOAN-SEQ NOT NUMERIC
                           OR PD-SLOT NOT NUMERIC
                           OR PD-SETTLE-DATE NOT NUMERIC
                           OR PD-AMOUNT NOT NUMERIC THEN
                       DISPLAY 'ACHDEBIT: UNREADABLE EMPL_ACHPEND'
                           ' RECORD FOR ' PD-STUDENT-ID ' DROPPED'
                   ELSE
                       IF PT-COUNT < 1000 THEN
                           ADD 1 TO PT-COUNT
                           MOVE PD-STUDENT-ID
                               TO PT-STUDENT-ID(PT-COUNT)
                           MOVE PD-LOAN-SEQ TO PT-LOAN-SEQ(PT-COUNT)
                           MOVE PD-SLOT TO PT-SLOT(PT-COUNT)
                           MOVE PD-SETTLE-DATE
                               TO PT-SETTLE-DATE(PT-COUNT)
                           MOVE PD-AMOUNT TO PT-AMOUNT(PT-COUNT)
                           MOVE PD-TRACE TO PT-TRACE(PT-COUNT)
                           MOVE PD-ORIG-DATE TO PT-ORIG-DATE(PT-COUNT)
                           IF PD-STATE = 'S' THEN
                               MOVE 'S' TO PT-STATE(PT-COUNT)
                           ELSE
                               MOVE 'P' TO PT-STATE(PT-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'ACHDEBIT: PENDING TABLE FULL -'
                               ' EXTRA EMPL_ACHPEND RECORDS IGNORED'
                           MOVE 1 TO EOF-P
                       END-IF
                   END-IF
           END-READ.
      *AN EXACT LOAN ENROLLMENT TAKES PRECEDENCE OVER THE STUDENT'S
      *ALL-LOANS ENROLLMENT
       150-FIND-ENROLLMENT.
           MOVE 0 TO ET-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > ET-COUNT
               IF ET-STUDENT-ID(SUB) = FIND-STUDENT-ID
                       AND ET-LOAN-SEQ(SUB) = FIND-LOAN-SEQ
                       AND ET-FOUND = 0 THEN
                   MOVE SUB TO ET-FOUND
               END-IF
           END-PERFORM.
           IF ET-FOUND = 0 THEN
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > ET-COUNT
                   IF ET-STUDENT-ID(SUB) = FIND-STUDENT-ID
                           AND ET-LOAN-SEQ(SUB) = SPACES
                           AND ET-FOUND = 0 THEN
                       MOVE SUB TO ET-FOUND
                   END-IF
               END-PERFORM
           END-IF.
      *RETURNS ARE WORKED BEFORE TODAY'S SETTLEMENTS SO A DEBIT THE
      *BANK SENT BACK EARLY IS DROPPED INSTEAD OF BEING POSTED
       200-PROCESS-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF RETURN-STATUS NOT = '00' THEN
               DISPLAY 'ACHDEBIT: NO EMPL_ACHRTN TODAY - NO RETURNS'
                   ' PROCESSED'
               MOVE 1 TO EOF-R
           END-IF.
           PERFORM 210-READ-RETURN
               UNTIL EOF-R = 1.
           IF RETURN-STATUS = '00' OR RETURN-STATUS = '10' THEN
               CLOSE RETURN-FILE
           END-IF.
       210-READ-RETURN.
           READ RETURN-FILE
               AT END
                   MOVE 1 TO EOF-R
               NOT AT END
                   EVALUATE RI-RECORD-TYPE
                       WHEN '5'
                           MOVE RB-EFFECTIVE-DATE
                               TO RTN-EFFECTIVE-YYMMDD
                       WHEN '6'
                           MOVE RETURN-RECORD TO RETURN-ENTRY
                           MOVE 'Y' TO RTN-ENTRY-SW
                       WHEN '7'
                           IF RA-ADDENDA-TYPE = '99'
                                   AND RTN-ENTRY-SW = 'Y' THEN
                               PERFORM 220-APPLY-RETURN
                           END-IF
                           MOVE 'N' TO RTN-ENTRY-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *A RETURN IS MATCHED TO OUR DEBIT BY ITS ORIGINAL TRACE.  ONE
      *STILL PENDING IS CANCELLED BEFORE IT SETTLES.  ONE ALREADY FED
      *TO PAYPOST IS BACKED OUT WITH AN 'R' TRANSACTION DATED THE
      *DEBIT'S SETTLEMENT DATE, WHICH IS THE PAY DATE IT POSTED UNDER.
      *THE BATCH EFFECTIVE DATE IS ONLY THE DAY OF THE RETURN.  A
      *RETURN WITH NO DEBIT ON FILE FOR ITS TRACE CANNOT BE MATCHED TO
      *A PAYMENT AND GOES ON THE EXCEPTION LIST TO BE WORKED BY HAND
       220-APPLY-RETURN.
           ADD 1 TO RETURN-COUNT.
           MOVE RE-STUDENT-ID TO R-STUDENT-ID.
           MOVE RE-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE RE-NAME TO R-NAME.
           MOVE RTN-EFFECTIVE-YYMMDD TO R-SETTLE-DATE.
           IF RE-AMOUNT NOT NUMERIC
                   OR RTN-EFFECTIVE-YYMMDD NOT NUMERIC
                   OR RE-LOAN-SEQ NOT NUMERIC THEN
               MOVE 0 TO R-AMOUNT
               MOVE 'RETURN UNREADABLE' TO R-ACTIVITY
               MOVE RE-STUDENT-ID TO FIND-STUDENT-ID
               MOVE RE-LOAN-SEQ TO FIND-LOAN-SEQ
               PERFORM 150-FIND-ENROLLMENT
               MOVE RE-LOAN-SEQ TO X-LOAN-SEQ
               MOVE 'RETURN UNREADABLE - WORK BY HAND' TO X-REASON
               PERFORM 610-WRITE-EXCEPTION
           ELSE
               COMPUTE RTN-RETURN-DATE = 20000000 + RTN-EFFECTIVE-NUM
               MOVE RTN-RETURN-DATE TO R-SETTLE-DATE
               MOVE RE-AMOUNT TO R-AMOUNT
               MOVE 0 TO PT-FOUND
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PT-COUNT
                   IF PT-TRACE(SUB) = RA-ORIG-TRACE
                           AND (PT-OPEN(SUB) OR PT-SETTLED(SUB))
                           AND PT-FOUND = 0 THEN
                       MOVE SUB TO PT-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN PT-FOUND = 0
                       ADD 1 TO UNMATCHED-COUNT
                       STRING 'RETURNED ' RA-REASON
                           ' - NO DEBIT ON FILE' DELIMITED BY SIZE
                           INTO R-ACTIVITY
                       MOVE RE-STUDENT-ID TO FIND-STUDENT-ID
                       MOVE RE-LOAN-SEQ TO FIND-LOAN-SEQ
                       PERFORM 150-FIND-ENROLLMENT
                       MOVE RE-LOAN-SEQ TO X-LOAN-SEQ
                       MOVE 'TRACE NOT FOUND - WORK BY HAND'
                           TO X-REASON
                       PERFORM 610-WRITE-EXCEPTION
                   WHEN PT-OPEN(PT-FOUND)
                       MOVE 'X' TO PT-STATE(PT-FOUND)
                       ADD 1 TO CANCELLED-COUNT
                       STRING 'RETURNED ' RA-REASON
                           ' - NOT SETTLED' DELIMITED BY SIZE
                           INTO R-ACTIVITY
                   WHEN OTHER
                       MOVE PT-STUDENT-ID(PT-FOUND) TO P-STUDENT-ID
                       MOVE RE-AMOUNT TO P-AMOUNT
                       MOVE PT-SETTLE-DATE(PT-FOUND) TO P-PAY-DATE
                       MOVE 'R' TO P-TRAN-TYPE
                       MOVE PT-LOAN-SEQ(PT-FOUND) TO P-LOAN-SEQ
                       WRITE PAYTRAN-RECORD FROM PAYMENT-DATA
                       MOVE 'X' TO PT-STATE(PT-FOUND)
                       ADD P-AMOUNT TO REVERSED-AMOUNT
                       STRING 'RETURNED ' RA-REASON
                           ' - REVERSED' DELIMITED BY SIZE
                           INTO R-ACTIVITY
               END-EVALUATE
               PERFORM 230-COUNT-RETURN
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO R-ACTIVITY.
      *A CLOSED ACCOUNT OR A REVOKED AUTHORIZATION CAN NEVER BE
      *DEBITED AGAIN, SO THE ENROLLMENT IS SUSPENDED ON THE FIRST
      *SUCH RETURN.  ANY OTHER RETURN SUSPENDS IT ONCE THE STUDENT
      *REACHES THE RETURN LIMIT
       230-COUNT-RETURN.
           MOVE RE-STUDENT-ID TO FIND-STUDENT-ID.
           MOVE RE-LOAN-SEQ TO FIND-LOAN-SEQ.
           PERFORM 150-FIND-ENROLLMENT.
           MOVE RE-LOAN-SEQ TO X-LOAN-SEQ.
           IF ET-FOUND = 0 THEN
               MOVE 'RETURN ON UNENROLLED ACCOUNT' TO X-REASON
               PERFORM 610-WRITE-EXCEPTION
           ELSE
               IF ET-RETURN-COUNT(ET-FOUND) < 99 THEN
                   ADD 1 TO ET-RETURN-COUNT(ET-FOUND)
               END-IF
               MOVE RTN-RETURN-DATE TO ET-LAST-RETURN-DATE(ET-FOUND)
               MOVE RA-REASON TO ET-LAST-RETURN-CODE(ET-FOUND)
               MOVE SPACES TO SUSPEND-REASON
               EVALUATE RA-REASON
                   WHEN 'R02'
                   WHEN 'R03'
                   WHEN 'R04'
                       MOVE 'SUSPENDED - ACCOUNT CLOSED'
                           TO SUSPEND-REASON
                   WHEN 'R05'
                   WHEN 'R07'
                   WHEN 'R08'
                   WHEN 'R10'
                   WHEN 'R29'
                       MOVE 'SUSPENDED - AUTH REVOKED'
                           TO SUSPEND-REASON
                   WHEN OTHER
                       IF ET-RETURN-COUNT(ET-FOUND) >= RETURN-LIMIT
                           MOVE 'SUSPENDED - REPEAT RETURNS'
                               TO SUSPEND-REASON
                       END-IF
               END-EVALUATE
               IF SUSPEND-REASON NOT = SPACES
                       AND ET-STATUS(ET-FOUND) = 'A' THEN
                   PERFORM 235-SUSPEND-ENROLLMENT
               END-IF
           END-IF.
       235-SUSPEND-ENROLLMENT.
           MOVE 'S' TO ET-STATUS(ET-FOUND).
           MOVE RUN-DATE TO ET-SUSPEND-DATE(ET-FOUND).
           ADD 1 TO SUSPENDED-COUNT.
           MOVE SUSPEND-REASON TO X-REASON.
           PERFORM 610-WRITE-EXCEPTION.
      *EVERY PENDING DEBIT WHOSE SETTLEMENT DATE HAS COME IS FED TO
      *PAYPOST AS A PAYMENT DATED THE SETTLEMENT DATE, SO IT POSTS
      *AS ON TIME EVEN IF THE CYCLE DID NOT RUN THAT DAY
       300-SETTLE-PENDING.
           PERFORM VARYING PT-FOUND FROM 1 BY 1
               UNTIL PT-FOUND > PT-COUNT
               IF PT-OPEN(PT-FOUND)
                       AND PT-SETTLE-DATE(PT-FOUND) <= RUN-DATE THEN
                   PERFORM 310-SETTLE-ONE
               END-IF
           END-PERFORM.
       310-SETTLE-ONE.
           MOVE PT-STUDENT-ID(PT-FOUND) TO P-STUDENT-ID.
           MOVE PT-AMOUNT(PT-FOUND) TO P-AMOUNT.
           MOVE PT-SETTLE-DATE(PT-FOUND) TO P-PAY-DATE.
           MOVE 'P' TO P-TRAN-TYPE.
           MOVE PT-LOAN-SEQ(PT-FOUND) TO P-LOAN-SEQ.
           WRITE PAYTRAN-RECORD FROM PAYMENT-DATA.
           MOVE 'S' TO PT-STATE(PT-FOUND).
           ADD 1 TO SETTLED-COUNT.
           ADD P-AMOUNT TO SETTLED-AMOUNT.
           MOVE P-STUDENT-ID TO FIND-STUDENT-ID R-STUDENT-ID.
           MOVE P-LOAN-SEQ TO FIND-LOAN-SEQ R-LOAN-SEQ.
           PERFORM 150-FIND-ENROLLMENT.
           IF ET-FOUND > 0 THEN
               MOVE ET-HOLDER(ET-FOUND) TO R-NAME
           ELSE
               MOVE SPACES TO R-NAME
           END-IF.
           MOVE P-AMOUNT TO R-AMOUNT.
           MOVE P-PAY-DATE TO R-SETTLE-DATE.
           MOVE 'SETTLED - PAYMENT TO PAYPOST' TO R-ACTIVITY.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
       400-ORIGINATE-DEBITS.
           MOVE LOW-VALUES TO M-KEY.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 410-READ-MASTER
               UNTIL EOF-M = 1.
       410-READ-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 1 TO EOF-M
               NOT AT END
                   MOVE M-STUDENT-DATA TO STUDENT-DATA
                   MOVE M-SCHEDULE-DATA TO SCHEDULE-DATA
                   PERFORM 420-CHECK-LOAN
           END-READ.
      *A CHARGED-OFF LOAN IS NO LONGER BILLED - ANYTHING STILL
      *COLLECTED ON IT COMES IN AS A RECOVERY, NOT AN INSTALLMENT
       420-CHECK-LOAN.
           MOVE M-STUDENT-ID TO FIND-STUDENT-ID.
           MOVE M-LOAN-SEQ TO FIND-LOAN-SEQ.
           PERFORM 150-FIND-ENROLLMENT.
           IF ET-FOUND > 0 THEN
               IF ET-STATUS(ET-FOUND) = 'A'
                       AND ET-USABLE-SW(ET-FOUND) = 'Y'
                       AND NOT S-CHARGED-OFF
                       AND S-LOAN-WHOLE NUMERIC
                       AND S-LOAN-DECIMAL NUMERIC THEN
                   MOVE S-LOAN TO DEBIT-LOAN
                   PERFORM VARYING SLOT FROM 1 BY 1
                       UNTIL SLOT > 12
                       PERFORM 430-CHECK-INSTALLMENT
                   END-PERFORM
               END-IF
           END-IF.
      *AN OPEN INSTALLMENT FALLING DUE INSIDE THE LEAD WINDOW IS
      *DEBITED FOR WHAT IS STILL OWED ON IT, TO SETTLE ON ITS DUE
      *DATE.  ONE INSIDE A DEFERMENT IS NOT OWED YET AND IS SKIPPED
       430-CHECK-INSTALLMENT.
           IF S-PAID-DUE-DATE(SLOT) NUMERIC
                   AND S-PAID-PAY-DATE(SLOT) NUMERIC THEN
               IF S-PAID-PAY-DATE(SLOT) = 0
                       AND S-PAID-DUE-DATE(SLOT) > RUN-DATE
                       AND S-PAID-DUE-DATE(SLOT) <= LEAD-END-DATE THEN
                   MOVE 'N' TO DEFER-COVERS-SW
                   IF S-DEFERRED
                           AND S-DEFER-START NUMERIC
                           AND S-DEFER-END NUMERIC
                           AND S-PAID-DUE-DATE(SLOT) >= S-DEFER-START
                           AND S-PAID-DUE-DATE(SLOT) <= S-DEFER-END
                       MOVE 'Y' TO DEFER-COVERS-SW
                   END-IF
                   IF NOT DEFER-COVERS THEN
                       PERFORM 435-GET-DEBIT-AMOUNT
                       IF DEBIT-AMOUNT > 0 THEN
                           PERFORM 440-CHECK-ALREADY-SENT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *THE SAME SCHEDULED FIGURE PAYPOST ALLOCATES AGAINST, LESS ANY
      *PARTIAL ALREADY SITTING ON THE INSTALLMENT
       435-GET-DEBIT-AMOUNT.
           IF SC-SCHEDULED AND SC-SCHED-AMT(SLOT) NUMERIC THEN
               MOVE SC-SCHED-AMT(SLOT) TO DEBIT-SCHED
           ELSE
               COMPUTE DEBIT-SCHED ROUNDED = DEBIT-LOAN / 12
           END-IF.
           MOVE 0 TO DEBIT-PAID.
           IF S-PAID-AMT(SLOT) NUMERIC THEN
               MOVE S-PAID-AMT(SLOT) TO DEBIT-PAID
           END-IF.
           IF DEBIT-SCHED > DEBIT-PAID THEN
               COMPUTE DEBIT-AMOUNT = DEBIT-SCHED - DEBIT-PAID
           ELSE
               MOVE 0 TO DEBIT-AMOUNT
           END-IF.
       440-CHECK-ALREADY-SENT.
           MOVE 0 TO PT-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PT-COUNT
               IF PT-STUDENT-ID(SUB) = M-STUDENT-ID
                       AND PT-LOAN-SEQ(SUB) = M-LOAN-SEQ
                       AND PT-SLOT(SUB) = SLOT
                       AND PT-SETTLE-DATE(SUB) = S-PAID-DUE-DATE(SLOT)
                       AND PT-FOUND = 0 THEN
                   MOVE SUB TO PT-FOUND
               END-IF
           END-PERFORM.
           IF PT-FOUND = 0 THEN
               IF PT-COUNT < 1000 AND OT-COUNT < 1000 THEN
                   PERFORM 450-ADD-DEBIT
               ELSE
                   IF TABLE-FULL-SW = 'N' THEN
                       MOVE 'Y' TO TABLE-FULL-SW
                       DISPLAY 'ACHDEBIT: PENDING TABLE FULL - SOME'
                           ' DUE INSTALLMENTS NOT ORIGINATED'
                   END-IF
               END-IF
           END-IF.
      *THE TRACE NUMBER IS OUR BANK'S ROUTING PREFIX, THE DAY OF THE
      *YEAR AND A RUNNING COUNT - UNIQUE ACROSS A YEAR OF FILES
       450-ADD-DEBIT.
           ADD 1 TO TRACE-COUNT.
           MOVE DY-DAY TO TW-DAY.
           MOVE TRACE-COUNT TO TW-SEQ.
           ADD 1 TO PT-COUNT.
           MOVE M-STUDENT-ID TO PT-STUDENT-ID(PT-COUNT).
           MOVE M-LOAN-SEQ TO PT-LOAN-SEQ(PT-COUNT).
           MOVE SLOT TO PT-SLOT(PT-COUNT).
           MOVE S-PAID-DUE-DATE(SLOT) TO PT-SETTLE-DATE(PT-COUNT).
           MOVE DEBIT-AMOUNT TO PT-AMOUNT(PT-COUNT).
           MOVE TRACE-WORK TO PT-TRACE(PT-COUNT).
           MOVE RUN-DATE TO PT-ORIG-DATE(PT-COUNT).
           MOVE 'P' TO PT-STATE(PT-COUNT).
           ADD 1 TO OT-COUNT.
           MOVE ET-FOUND TO OT-ET-SUB(OT-COUNT).
           MOVE PT-COUNT TO OT-PT-SUB(OT-COUNT).
           MOVE 'N' TO OT-WRITTEN-SW(OT-COUNT).
           ADD 1 TO ORIGINATED-COUNT.
           ADD DEBIT-AMOUNT TO ORIGINATED-AMOUNT.
           MOVE M-STUDENT-ID TO R-STUDENT-ID.
           MOVE M-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE ET-HOLDER(ET-FOUND) TO R-NAME.
           MOVE DEBIT-AMOUNT TO R-AMOUNT.
           MOVE S-PAID-DUE-DATE(SLOT) TO R-SETTLE-DATE.
           MOVE 'DEBIT ORIGINATED' TO R-ACTIVITY.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
      *THE UPDATED ENROLLMENT FILE CARRIES THE RETURN COUNTS AND
      *SUSPENSIONS FORWARD TO THE NEXT RUN
       600-WRITE-NEW-ENROLLMENT.
           OPEN OUTPUT ENROLLNEW-FILE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > ET-COUNT
               MOVE ET-STUDENT-ID(SUB) TO EN-STUDENT-ID
               MOVE ET-LOAN-SEQ(SUB) TO EN-LOAN-SEQ
               MOVE ET-ROUTING(SUB) TO EN-ROUTING
               MOVE ET-ACCOUNT(SUB) TO EN-ACCOUNT
               MOVE ET-ACCT-TYPE(SUB) TO EN-ACCT-TYPE
               MOVE ET-HOLDER(SUB) TO EN-HOLDER
               MOVE ET-STATUS(SUB) TO EN-STATUS
               MOVE ET-RETURN-COUNT(SUB) TO EN-RETURN-COUNT
               MOVE ET-LAST-RETURN-DATE(SUB) TO EN-LAST-RETURN-DATE
               MOVE ET-LAST-RETURN-CODE(SUB) TO EN-LAST-RETURN-CODE
               MOVE ET-SUSPEND-DATE(SUB) TO EN-SUSPEND-DATE
               WRITE ENROLLNEW-RECORD FROM ENROLL-DATA
           END-PERFORM.
           CLOSE ENROLLNEW-FILE.
       610-WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE FIND-STUDENT-ID TO X-STUDENT-ID.
           IF ET-FOUND > 0 THEN
               MOVE ET-STUDENT-ID(ET-FOUND) TO X-STUDENT-ID
               MOVE ET-HOLDER(ET-FOUND) TO X-NAME
               MOVE ET-RETURN-COUNT(ET-FOUND) TO X-RETURNS
               MOVE ET-LAST-RETURN-CODE(ET-FOUND) TO X-CODE
           ELSE
               MOVE RE-NAME TO X-NAME
               MOVE 0 TO X-RETURNS
               MOVE RA-REASON TO X-CODE
           END-IF.
           WRITE EXCEPT-RECORD FROM EXCEPT-DETAIL
               AFTER ADVANCING 1 LINE.
      *A SETTLED DEBIT IS CARRIED FORWARD UNTIL ITS RETURN WINDOW HAS
      *PASSED.  CANCELLED AND REVERSED DEBITS ARE FINISHED AND DROP OFF
       650-WRITE-NEW-PENDING.
           OPEN OUTPUT PENDNEW-FILE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PT-COUNT
               IF PT-OPEN(SUB) THEN
                   PERFORM 655-WRITE-ONE-PENDING
                   ADD 1 TO PENDING-COUNT
               END-IF
               IF PT-SETTLED(SUB) THEN
                   COMPUTE SETTLED-AGE = RUN-DATE-INT -
                       FUNCTION INTEGER-OF-DATE(PT-SETTLE-DATE(SUB))
                   IF SETTLED-AGE <= RETURN-WINDOW THEN
                       PERFORM 655-WRITE-ONE-PENDING
                       ADD 1 TO HELD-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PENDNEW-FILE.
       655-WRITE-ONE-PENDING.
           MOVE PT-STUDENT-ID(SUB) TO PD-STUDENT-ID.
           MOVE PT-LOAN-SEQ(SUB) TO PD-LOAN-SEQ.
           MOVE PT-SLOT(SUB) TO PD-SLOT.
           MOVE PT-SETTLE-DATE(SUB) TO PD-SETTLE-DATE.
           MOVE PT-AMOUNT(SUB) TO PD-AMOUNT.
           MOVE PT-TRACE(SUB) TO PD-TRACE.
           MOVE PT-ORIG-DATE(SUB) TO PD-ORIG-DATE.
           MOVE PT-STATE(SUB) TO PD-STATE.
           WRITE PENDNEW-RECORD FROM PENDING-DATA.
      *NO NEW DEBITS LEAVES AN EMPTY FILE SO NOTHING IS SENT TO THE
      *BANK.  OTHERWISE ONE BATCH GOES OUT FOR EACH SETTLEMENT DATE,
      *EARLIEST FIRST, AND THE FILE IS PADDED OUT TO A FULL BLOCK
       700-WRITE-ORIGINATION-FILE.
           OPEN OUTPUT ORIG-FILE.
           IF OT-COUNT > 0 THEN
               MOVE RUN-DATE TO DW-DATE
               MOVE DW-YYMMDD TO FH-CREATE-DATE
               ACCEPT TIME-WORK FROM TIME
               MOVE TIME-HHMM TO FH-CREATE-TIME
               WRITE ORIG-RECORD FROM ACH-FILE-HEADER
               ADD 1 TO FILE-RECORDS
               MOVE OT-COUNT TO OT-LEFT
               PERFORM 710-WRITE-BATCH
                   UNTIL OT-LEFT = 0
               MOVE BATCH-COUNT TO FC-BATCH-COUNT
               MOVE FILE-ENTRIES TO FC-ENTRY-COUNT
               MOVE FILE-HASH TO FC-ENTRY-HASH
               MOVE FILE-DEBITS TO FC-DEBIT-TOTAL
               ADD 1 TO FILE-RECORDS
               DIVIDE FILE-RECORDS BY 10 GIVING BLOCK-COUNT
                   REMAINDER PAD-COUNT
               IF PAD-COUNT > 0 THEN
                   ADD 1 TO BLOCK-COUNT
                   COMPUTE PAD-COUNT = 10 - PAD-COUNT
               END-IF
               MOVE BLOCK-COUNT TO FC-BLOCK-COUNT
               WRITE ORIG-RECORD FROM ACH-FILE-CONTROL
               MOVE ALL '9' TO ORIG-RECORD
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PAD-COUNT
                   WRITE ORIG-RECORD
               END-PERFORM
           END-IF.
           CLOSE ORIG-FILE.
       710-WRITE-BATCH.
           MOVE 99999999 TO BATCH-DATE.
           PERFORM VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-COUNT
               IF OT-WRITTEN-SW(OT-SUB) = 'N'
                       AND PT-SETTLE-DATE(OT-PT-SUB(OT-SUB))
                           < BATCH-DATE THEN
                   MOVE PT-SETTLE-DATE(OT-PT-SUB(OT-SUB))
                       TO BATCH-DATE
               END-IF
           END-PERFORM.
           ADD 1 TO BATCH-COUNT.
           MOVE BATCH-COUNT TO BH-BATCH-NO BC-BATCH-NO.
           MOVE BATCH-DATE TO DW-DATE.
           MOVE DW-YYMMDD TO BH-EFFECTIVE-DATE.
           WRITE ORIG-RECORD FROM ACH-BATCH-HEADER.
           ADD 1 TO FILE-RECORDS.
           MOVE 0 TO BATCH-ENTRIES BATCH-HASH BATCH-DEBITS.
           PERFORM VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-COUNT
               IF OT-WRITTEN-SW(OT-SUB) = 'N'
                       AND PT-SETTLE-DATE(OT-PT-SUB(OT-SUB))
                           = BATCH-DATE THEN
                   PERFORM 720-WRITE-ENTRY
               END-IF
           END-PERFORM.
           MOVE BATCH-ENTRIES TO BC-ENTRY-COUNT.
           MOVE BATCH-HASH TO BC-ENTRY-HASH.
           MOVE BATCH-DEBITS TO BC-DEBIT-TOTAL.
           WRITE ORIG-RECORD FROM ACH-BATCH-CONTROL.
           ADD 1 TO FILE-RECORDS.
           ADD BATCH-ENTRIES TO FILE-ENTRIES.
           ADD BATCH-HASH TO FILE-HASH.
           ADD BATCH-DEBITS TO FILE-DEBITS.
      *27 DEBITS A CHECKING ACCOUNT, 37 A SAVINGS ACCOUNT.  THE
      *INDIVIDUAL ID IS THE STUDENT AND LOAN, WHICH IS HOW A RETURN
      *FINDS ITS WAY BACK TO THE LOAN IT WAS DRAWN FOR
       720-WRITE-ENTRY.
           MOVE OT-ET-SUB(OT-SUB) TO ET-FOUND.
           MOVE OT-PT-SUB(OT-SUB) TO PT-FOUND.
           IF ET-ACCT-TYPE(ET-FOUND) = 'S' THEN
               MOVE '37' TO ED-TRAN-CODE
           ELSE
               MOVE '27' TO ED-TRAN-CODE
           END-IF.
           MOVE ET-ROUTING(ET-FOUND)(1:8) TO ED-RDFI.
           MOVE ET-ROUTING(ET-FOUND)(9:1) TO ED-CHECK-DIGIT.
           MOVE ET-ACCOUNT(ET-FOUND) TO ED-ACCOUNT.
           MOVE PT-AMOUNT(PT-FOUND) TO ED-AMOUNT.
           MOVE PT-STUDENT-ID(PT-FOUND) TO ED-STUDENT-ID.
           MOVE PT-LOAN-SEQ(PT-FOUND) TO ED-LOAN-SEQ.
           MOVE ET-HOLDER(ET-FOUND) TO ED-NAME.
           MOVE PT-TRACE(PT-FOUND) TO ED-TRACE.
           WRITE ORIG-RECORD FROM ACH-ENTRY-DETAIL.
           ADD 1 TO FILE-RECORDS.
           ADD 1 TO BATCH-ENTRIES.
           ADD ED-RDFI TO BATCH-HASH.
           ADD ED-AMOUNT TO BATCH-DEBITS.
           MOVE 'Y' TO OT-WRITTEN-SW(OT-SUB).
           SUBTRACT 1 FROM OT-LEFT.
       800-PRINT-TOTALS.
           MOVE RETURN-COUNT TO R-TOT-RETURNS.
           MOVE REVERSED-AMOUNT TO R-TOT-REVERSED.
           MOVE CANCELLED-COUNT TO R-TOT-CANCELLED.
           MOVE UNMATCHED-COUNT TO R-TOT-UNMATCHED.
           MOVE SETTLED-AMOUNT TO R-TOT-SETTLED-AMT.
           MOVE SETTLED-COUNT TO R-TOT-SETTLED.
           MOVE ORIGINATED-AMOUNT TO R-TOT-ORIGINATED-AMT.
           MOVE ORIGINATED-COUNT TO R-TOT-ORIGINATED.
           MOVE BATCH-COUNT TO R-TOT-BATCHES.
           MOVE PENDING-COUNT TO R-TOT-PENDING.
           MOVE SUSPENDED-COUNT TO R-TOT-SUSPENDED.
           MOVE HELD-COUNT TO R-TOT-HELD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS3
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS4
               AFTER ADVANCING 1 LINE.
           MOVE EXCEPTION-COUNT TO X-TOT-EXCEPTIONS.
           MOVE SPACES TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE EXCEPT-RECORD FROM EXCEPT-TOTALS
               AFTER ADVANCING 1 LINE.
       END PROGRAM achdebit.
