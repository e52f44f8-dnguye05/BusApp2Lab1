               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO 'EMPL_STMT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMTWK-FILE ASSIGN TO 'EMPL_STMTWK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-SORT-WORK ASSIGN TO 'EMPL_STMTSRT'.
           SELECT RATE-FILE ASSIGN TO 'EMPL_RATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  INPUT-RECORD PIC X(421).
       01  INPUT-RECORD-TYPED.
           03 IR-RECORD-TYPE PIC X(3).
           03 FILLER PIC X(418).
       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SRT-NAME PIC X(20).
           03 SRT-MAJOR PIC X(4).
           03 FILLER PIC X(296).
           03 SRT-STUDENT-ID PIC X(9).
           03 SRT-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(90).
       FD  SORTED-FILE.
       01  SORTED-RECORD PIC X(421).
       FD  OUTPUT-FILE
               LABEL RECORDS ARE OMITTED.
       01  OUTPUT-RECORD PIC X(110).
       FD  COLLECTIONS-FILE
               LABEL RECORDS ARE OMITTED.
       01  COLLECTIONS-RECORD PIC X(80).
       FD  REJECT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REJECT-RECORD PIC X(512).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(200).
       FD  FEEREG-FILE
       FD  STATEMENT-FILE
               LABEL RECORDS ARE OMITTED.
       01  STATEMENT-RECORD PIC X(80).
       FD  STMTWK-FILE.
       01  STMTWK-RECORD PIC X(115).
       SD  STMT-SORT-WORK.
       01  STMT-SORT-RECORD.
           03 SS-STUDENT-ID PIC X(9).
           03 SS-LOAN-SEQ PIC 9(2).
           03 SS-LINE-NO PIC 9(3).
           03 FILLER PIC X(101).
       FD  RATE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       FD  RECYCLE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD PIC X(421).
       01  RECYCLE-RECORD-TYPED.
           03 RI-RECORD-TYPE PIC X(3).
           03 FILLER PIC X(418).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(200).
       FD  PARM-FILE.
               88 I-DEFERRED VALUE 'Y'.
           03 I-DEFER-START PIC 9(8).
           03 I-DEFER-END PIC 9(8).
      *A CHARGED-OFF LOAN STAYS ON FILE ONLY TO TAKE RECOVERIES -
      *SEE CHGOFF
           03 I-CHGOFF-SW PIC X.
               88 I-CHARGED-OFF VALUE 'Y'.
           03 FILLER PIC X(3).
           03 I-STUDENT-ID PIC X(9).
      *A STUDENT MAY CARRY SEVERAL LOANS, EACH ITS OWN RECORD UNDER
      *THE SAME STUDENT ID.  AN UNLOAD WRITTEN BEFORE LOAN NUMBERS
      *WERE CARRIED HAS THIS FIELD BLANK, WHICH MEANS LOAN 01
           03 I-LOAN-SEQ PIC X(2).
           03 I-LOAN-SEQ-N REDEFINES I-LOAN-SEQ PIC 9(2).
      *A RESTRUCTURED LOAN CARRIES ITS OWN AMOUNT DUE FOR EACH
      *INSTALLMENT.  WITH THE SWITCH OFF, OR ON AN UNLOAD THAT
      *PREDATES SCHEDULES, EVERY INSTALLMENT IS ONE TWELFTH OF THE LOAN
           03 I-SCHED-SW PIC X.
               88 I-SCHEDULED VALUE 'Y'.
           03 I-RESTRUCTURE-DATE PIC 9(8).
           03 I-RESTRUCTURE-COUNT PIC 9(2).
           03 I-SCHED-AMT PIC 9(4)V9(2) OCCURS 12 TIMES.
           03 FILLER PIC X(7).
       01  FORMAT-DATA.
           03 F-LOAN PIC 9(5)V9(2).
           03 F-PAID-ARRAY OCCURS 12 TIMES.
               05 F-PAID-PAY-DATE PIC 9(8).
               05 F-PAID-LATE-SW PIC X VALUE 'N'.
                   88 F-PAID-LATE VALUE 'Y'.
               05 F-SCHED PIC 9(4)V9(2).
           03 F-TOTAL-PAID PIC 9(5)V9(2).
           03 F-PRINCIPAL PIC S9(5)V9(2).
           03 F-INTEREST-RATE PIC 9V9(4).
           03 FILLER PIC X(6) VALUES 'DEGREE'.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(4) VALUES 'YEAR'.
           03 FILLER PIC X(1) VALUES SPACES.
           03 FILLER PIC X(2) VALUES 'LN'.
           03 FILLER PIC X(3) VALUES SPACES.
           03 FILLER PIC X(4) VALUES 'LOAN'.
           03 FILLER PIC X(11) VALUES SPACES.
           03 O-MAJOR PIC X(4).
           03 FILLER PIC X(6) VALUE SPACES.
           03 O-YEAR PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 O-LOAN-SEQ PIC 99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 O-LOAN PIC ZZZZ9.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(2) VALUE SPACES.
           03 O-PAID-1-LATE PIC X(4).
       01  OUTPUT-DATA2.
           03 FILLER PIC X(52) VALUE SPACES.
           03 O-PAID-OTHER PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 O-PAID-OTHER-LATE PIC X(4).
       01  OUTPUT-FOOTER1.
           03 FILLER PIC X(34) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'TOTAL PAID'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 O-TOTAL-PAID PIC $$$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 O-LATE-FEES PIC $$$9.99.
       01  OUTPUT-FOOTER2.
           03 FILLER PIC X(34) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'TOTAL PAID'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 O-TOTAL-PAID2 PIC $$$,$$9.99.
           03 RJ-YEAR-BAD-SW PIC X VALUE 'N'.
           03 RJ-DEFER-BAD-SW PIC X VALUE 'N'.
           03 RJ-ID-BAD-SW PIC X VALUE 'N'.
           03 RJ-SEQ-BAD-SW PIC X VALUE 'N'.
           03 DEFER-COVERS-SW PIC X VALUE 'N'.
               88 DEFER-COVERS VALUE 'Y'.
           03 TOTAL-READ-COUNT PIC 9(7) VALUE 0.
           03 CK-GA-60 PIC 9(8)V9(2).
           03 CK-GA-90 PIC 9(8)V9(2).
           03 CK-CT-REJECT PIC 9(7).
           03 CK-CT-CHGOFF PIC 9(7).
       01  RUNLOG-DATA.
           03 RL-RUN-NUMBER PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PRIOR-RUN-SW PIC X VALUE 'N'.
               88 PRIOR-RUN-FOUND VALUE 'Y'.
           03 CT-REJECT-COUNT PIC 9(7) VALUE 0.
           03 CT-CHGOFF-COUNT PIC 9(7) VALUE 0.
           03 RECON-MOVEMENT PIC S9(9)V9(2) VALUE 0.
           03 RECON-EXPLAINED PIC S9(9)V9(2) VALUE 0.
           03 RECON-UNEXPLAINED PIC S9(9)V9(2) VALUE 0.
       01  AGING-WORK.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 RUN-DATE-INT PIC S9(7) VALUE 0.
           03 AGE-DUE-AMT PIC S9(5)V9(2) VALUE 0.
           03 AGE-DUE-INT PIC S9(7) VALUE 0.
           03 AGE-DAYS PIC S9(7) VALUE 0.
           03 FILLER PIC X(5) VALUE 'MAJOR'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'YEAR'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'CURRENT'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(2) VALUE SPACES.
           03 A-YEAR PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 A-LOAN-SEQ PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 A-CUR PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 A-30 PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE '90+ '.
           03 AG-GRAND-90 PIC $$$,$$$,$$9.99.
      *THE AGING EXTRACT FEEDS PLACEMENT AND DUNNING, WHICH WORK A
      *STUDENT AS ONE ACCOUNT - ONE LINE PER STUDENT, THE BUCKETS
      *SUMMED ACROSS ALL OF THE STUDENT'S LOANS
       01  AGEXTR-DATA.
           03 AX-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE ','.
           03 RF-AMOUNT PIC 9(5)V9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RF-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RF-LOAN-SEQ PIC 99.
       01  STMT-HEADING1.
           03 FILLER PIC X(22) VALUE 'STUDENT LOAN STATEMENT'.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'YEAR: '.
           03 ST-YEAR PIC X(4).
       01  STMT-LOAN-LINE.
           03 FILLER PIC X(9) VALUE 'LOAN NO: '.
           03 ST-LOAN-SEQ PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'MAJOR: '.
           03 ST-LOAN-MAJOR PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'ORIGINAL LOAN: '.
           03 ST-LOAN PIC $$$,$$9.99.
       01  STMT-COL-HEADING.
       01  STMT-DEFER-LINE.
           03 FILLER PIC X(25) VALUE 'ACCOUNT DEFERRED THROUGH '.
           03 ST-DEFER-END PIC 9(8).
      *STUDENT-LEVEL ROLL-UP PRINTED UNDER THE LAST LOAN WHEN THE
      *STUDENT CARRIES MORE THAN ONE
       01  STMT-ROLLUP-LINE1.
           03 FILLER PIC X(11) VALUE 'ALL LOANS: '.
           03 SR-LOAN-COUNT-O PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'TOTAL BORROWED: '.
           03 SR-LOAN-O PIC $$,$$$,$$9.99.
       01  STMT-ROLLUP-LINE2.
           03 FILLER PIC X(12) VALUE 'TOTAL PAID: '.
           03 SR-PAID-O PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'CURRENT BALANCE: '.
           03 SR-BALANCE-O PIC $$,$$$,$$9.99-.
       01  STMT-ROLLUP-LINE3.
           03 FILLER PIC X(16) VALUE 'TOTAL NEXT DUE: '.
           03 SR-NEXT-AMT-O PIC $$,$$$,$$9.99.
           03 FILLER PIC X(4) VALUE ' BY '.
           03 SR-NEXT-DATE-O PIC X(8).
      *STATEMENT WORK RECORD - EACH LOAN'S STATEMENT LINES ARE
      *WRITTEN DURING THE MAJOR-ORDER PASS, THEN SORTED BY STUDENT
      *SO ALL OF A STUDENT'S LOANS PRINT ON ONE PAGE WITH A ROLL-UP.
      *LINE 000 OF EACH LOAN CARRIES THE LOAN'S FIGURES FOR THE
      *ROLL-UP, THE COLLECTIONS EXTRACT AND THE AGING EXTRACT
       01  STMTWK-DATA.
           03 SW-STUDENT-ID PIC X(9).
           03 SW-LOAN-SEQ PIC 9(2).
           03 SW-LINE-NO PIC 9(3).
           03 SW-TYPE PIC X.
               88 SW-SUMMARY VALUE 'S'.
               88 SW-TEXT VALUE 'L'.
           03 SW-BODY PIC X(100).
           03 SW-TEXT-VIEW REDEFINES SW-BODY.
               05 SW-STMT-LINE PIC X(80).
               05 FILLER PIC X(20).
           03 SW-SUMMARY-VIEW REDEFINES SW-BODY.
               05 SW-NAME PIC X(20).
               05 SW-MAJOR PIC X(4).
               05 SW-YEAR PIC X(4).
               05 SW-LOAN PIC 9(5)V9(2).
               05 SW-PAID PIC 9(5)V9(2).
               05 SW-BALANCE PIC S9(5)V9(2) SIGN LEADING SEPARATE.
               05 SW-NEXT-AMT PIC 9(5)V9(2).
               05 SW-NEXT-DATE PIC X(8).
               05 SW-CUR PIC 9(6)V9(2).
               05 SW-30 PIC 9(6)V9(2).
               05 SW-60 PIC 9(6)V9(2).
               05 SW-90 PIC 9(6)V9(2).
               05 FILLER PIC X(3).
       01  STMT-ROLLUP-WORK.
           03 EOF-SW PIC 9 VALUE 0.
           03 SV-STMT-ID PIC X(9) VALUE SPACES.
           03 SW-LINE-CTR PIC 9(3) VALUE 0.
           03 SR-LOAN-COUNT PIC 9(2) VALUE 0.
           03 SR-LOAN PIC 9(7)V9(2) VALUE 0.
           03 SR-PAID PIC 9(7)V9(2) VALUE 0.
           03 SR-BALANCE PIC S9(7)V9(2) VALUE 0.
           03 SR-NEXT-AMT PIC 9(7)V9(2) VALUE 0.
           03 SR-NEXT-DATE PIC X(8) VALUE SPACES.
           03 SR-COLL-COUNT PIC 9(2) VALUE 0.
           03 SR-COLL-BALANCE PIC 9(7)V9(2) VALUE 0.
           03 SR-CUR PIC 9(7)V9(2) VALUE 0.
           03 SR-30 PIC 9(7)V9(2) VALUE 0.
           03 SR-60 PIC 9(7)V9(2) VALUE 0.
           03 SR-90 PIC 9(7)V9(2) VALUE 0.
           03 SR-NAME PIC X(20) VALUE SPACES.
           03 SR-MAJOR PIC X(4) VALUE SPACES.
           03 SR-YEAR PIC X(4) VALUE SPACES.
       01  MAJOR-TOTALS.
           03 MT-LOAN PIC 9(7)V9(2) VALUE 0.
           03 MT-PAID PIC 9(7)V9(2) VALUE 0.
           03 FILLER PIC X(18) VALUE 'OVERPAID ACCOUNTS'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 O-CT-OVERPAID PIC ZZZZ9.
       01  OUTPUT-CTL-TOTALS3.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'CHARGED-OFF SKIPPED'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 O-CT-CHGOFF PIC ZZZZZZ9.
      *ONE LINE PER LOAN IN COLLECTIONS, FOLLOWED FOR A STUDENT WITH
      *MORE THAN ONE LOAN BY AN 'ALL' LINE CARRYING THE STUDENT'S
      *TOTAL BORROWED AND TOTAL BALANCE IN COLLECTIONS
       01  COLLECTIONS-DATA.
           03 CO-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CO-LOAN-NO PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CO-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CO-MAJOR PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CO-YEAR PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CO-LOAN PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CO-BALANCE PIC $$,$$$,$$9.99.
       01  REJECT-DATA.
           03 RJ-RAW PIC X(421).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RJ-REASON PIC X(90).
       01  EXTRACT-DATA.
           03 EX-BALANCE PIC -ZZZZ9.99.
           03 FILLER PIC X(1) VALUE ','.
           03 EX-FEES PIC ZZZ9.99.
           03 FILLER PIC X(1) VALUE ','.
           03 EX-LOAN-SEQ PIC 99.
       01  FEEREG-DATA.
           03 FR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FR-PAY-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FR-FEE PIC ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FR-LOAN-SEQ PIC 99.
       01  FEEREG-TOTAL-LINE.
           03 FILLER PIC X(21) VALUE 'TOTAL FEES ASSESSED: '.
           03 FR-TOT-FEES PIC $$$,$$9.99.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-MAJOR
               ON ASCENDING KEY SRT-STUDENT-ID
               ON ASCENDING KEY SRT-LOAN-SEQ
               INPUT PROCEDURE 020-SELECT-INPUT
               GIVING SORTED-FILE.
           PERFORM 030-VERIFY-BATCH.
           OPEN INPUT SORTED-FILE.
           IF RESTART-MODE THEN
               OPEN EXTEND OUTPUT-FILE
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND EXTRACT-FILE
               OPEN EXTEND FEEREG-FILE
               OPEN EXTEND AGING-FILE
               OPEN EXTEND REFEXTR-FILE
               OPEN EXTEND STMTWK-FILE
               OPEN EXTEND RATEAUD-FILE
               PERFORM 060-SKIP-FORWARD
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT FEEREG-FILE
               OPEN OUTPUT AGING-FILE
               OPEN OUTPUT REFEXTR-FILE
               OPEN OUTPUT STMTWK-FILE
               OPEN OUTPUT RATEAUD-FILE
               PERFORM 110-PRINT-AGING-HEADING
           END-IF.
           PERFORM 395-WRITE-FEE-TOTALS.
           PERFORM 398-WRITE-RATE-AUDIT.
           PERFORM 620-WRITE-RUN-LOG.
           CLOSE SORTED-FILE
               OUTPUT-FILE
               REJECT-FILE
               EXTRACT-FILE
               FEEREG-FILE
               AGING-FILE
               REFEXTR-FILE
               STMTWK-FILE
               RATEAUD-FILE.
           PERFORM 700-WRITE-STATEMENTS.
           PERFORM 610-CLEAR-CHECKPOINT.
           STOP RUN.
      *FILTER THE BATCH HEADER AND TRAILER OUT OF THE SORT WHILE
      *ACCUMULATING THE RECORD COUNT AND LOAN HASH TOTAL THAT MUST
               IF CK-CT-REJECT NUMERIC THEN
                   MOVE CK-CT-REJECT TO CT-REJECT-COUNT
               END-IF
               IF CK-CT-CHGOFF NUMERIC THEN
                   MOVE CK-CT-CHGOFF TO CT-CHGOFF-COUNT
               END-IF
               IF CK-MA-CUR NUMERIC THEN
                   MOVE CK-MA-CUR TO MA-CUR
                   MOVE CK-MA-30 TO MA-30
           MOVE GA-60 TO CK-GA-60.
           MOVE GA-90 TO CK-GA-90.
           MOVE CT-REJECT-COUNT TO CK-CT-REJECT.
           MOVE CT-CHGOFF-COUNT TO CK-CT-CHGOFF.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-DATA.
           CLOSE CHECKPOINT-FILE.
           WRITE AGING-RECORD
               AFTER ADVANCING 1 LINE.
       200-LOOP-FILE.
           IF I-CHARGED-OFF THEN
               PERFORM 305-SKIP-CHARGED-OFF
           ELSE
               PERFORM 300-PRINT-INFO
           END-IF.
           PERFORM 500-READ-INPUT.
       300-PRINT-INFO.
           IF SV-MAJOR NOT = SPACES AND SV-MAJOR NOT = I-MAJOR THEN
           MOVE I-NAME TO O-NAME.
           MOVE I-MAJOR TO O-MAJOR.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-LOAN-SEQ-N TO O-LOAN-SEQ EX-LOAN-SEQ.
           MOVE I-LOAN TO F-LOAN.
           MOVE F-LOAN TO O-LOAN.
           MOVE I-STUDENT-ID TO EX-STUDENT-ID.
           MOVE I-PAID(1) TO F-PAID(1).
           MOVE I-PAID-DUE-DATE(1) TO F-PAID-DUE-DATE(1).
           MOVE I-PAID-PAY-DATE(1) TO F-PAID-PAY-DATE(1).
           PERFORM 344-GET-SCHEDULED-AMOUNT.
           PERFORM 345-CHECK-LATE-PAYMENT.
           MOVE F-PAID(1) TO O-PAID-1.
           MOVE SPACES TO O-PAID-1-LATE.
               MOVE I-PAID(SUB) TO F-PAID(SUB)
               MOVE I-PAID-DUE-DATE(SUB) TO F-PAID-DUE-DATE(SUB)
               MOVE I-PAID-PAY-DATE(SUB) TO F-PAID-PAY-DATE(SUB)
               PERFORM 344-GET-SCHEDULED-AMOUNT
               PERFORM 345-CHECK-LATE-PAYMENT
               MOVE F-PAID(SUB) TO O-PAID-OTHER
               MOVE SPACES TO O-PAID-OTHER-LATE
           END-PERFORM.
           PERFORM 350-COMPUTE-FOOTER.
           ADD 1 TO RECORD-COUNT.
      *A CHARGED-OFF LOAN HAS LEFT THE RECEIVABLE - IT ACCRUES NO
      *INTEREST OR FEES, GETS NO STATEMENT OR AGING, AND STAYS OUT OF
      *THE REPORT AND ITS TOTALS.  IT IS ONLY COUNTED, SO THE RECORDS
      *READ STILL TIE TO THE BATCH TRAILER
       305-SKIP-CHARGED-OFF.
           ADD 1 TO CT-CHGOFF-COUNT.
           ADD 1 TO PROCESSED-COUNT.
           ADD 1 TO CHECKPOINT-DUE-CTR.
           IF CHECKPOINT-DUE-CTR >= CHECKPOINT-INTERVAL THEN
               PERFORM 600-WRITE-CHECKPOINT
               MOVE 0 TO CHECKPOINT-DUE-CTR
           END-IF.
      *THE AMOUNT DUE ON AN INSTALLMENT IS THE STORED SCHEDULE FOR A
      *RESTRUCTURED LOAN, OTHERWISE ONE TWELFTH OF THE ORIGINAL LOAN
       344-GET-SCHEDULED-AMOUNT.
           IF I-SCHEDULED AND I-SCHED-AMT(SUB) NUMERIC THEN
               MOVE I-SCHED-AMT(SUB) TO F-SCHED(SUB)
           ELSE
               COMPUTE F-SCHED(SUB) ROUNDED = F-LOAN / 12
           END-IF.
      *AN INSTALLMENT THE SCHEDULE LEAVES AT ZERO HAS NOTHING DUE, SO
      *IT CANNOT BE PAID LATE
       345-CHECK-LATE-PAYMENT.
           MOVE 'N' TO F-PAID-LATE-SW(SUB).
           IF F-PAID-PAY-DATE(SUB) > 0
                   AND F-SCHED(SUB) > 0
                   AND F-PAID-PAY-DATE(SUB) > F-PAID-DUE-DATE(SUB) THEN
               PERFORM 346-CHECK-DEFERMENT
               IF NOT DEFER-COVERS THEN
           MOVE F-PAID-DUE-DATE(SUB) TO FR-DUE-DATE.
           MOVE F-PAID-PAY-DATE(SUB) TO FR-PAY-DATE.
           MOVE LATE-FEE-CHARGE TO FR-FEE.
           MOVE I-LOAN-SEQ-N TO FR-LOAN-SEQ.
           WRITE FEEREG-RECORD FROM FEEREG-DATA.
      *THE RATE IN EFFECT FOR THE RUN DATE WINS; NO ENTRY IN EFFECT
      *FOR THE STUDENT'S MAJOR MEANS THE DEFAULT RATE APPLIES
               MOVE SPACES TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE F-TOTAL-PAID TO O-TOTAL-PAID2
               MOVE F-BALANCE TO O-BALANCE2-NUM
               MOVE 0 TO CHECKPOINT-DUE-CTR
           END-IF.
      *BUCKET EACH UNPAID OVERDUE INSTALLMENT BY DAYS PAST DUE AS OF
      *THE RUN DATE - UNDER 30 IS CURRENT, THEN 30/60/90-PLUS.  EACH
      *INSTALLMENT IS AGED AGAINST ITS OWN SCHEDULED AMOUNT.
      *THE AGING REPORT IS PER LOAN; THE BUCKETS RIDE ON THE LOAN'S
      *STATEMENT SUMMARY SO THE AGING EXTRACT CAN BE WRITTEN PER
      *STUDENT IN THE STATEMENT PASS
       353-COMPUTE-AGING.
           MOVE 0 TO AG-CUR AG-30 AG-60 AG-90.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12
               PERFORM 354-AGE-INSTALLMENT
           END-PERFORM.
           IF AG-CUR > 0 OR AG-30 > 0 OR AG-60 > 0 OR AG-90 > 0 THEN
               MOVE I-NAME TO A-NAME
               MOVE I-MAJOR TO A-MAJOR
               MOVE I-YEAR TO A-YEAR
               MOVE I-LOAN-SEQ-N TO A-LOAN-SEQ
               MOVE AG-CUR TO A-CUR
               MOVE AG-30 TO A-30
               MOVE AG-60 TO A-60
               MOVE AG-90 TO A-90
               WRITE AGING-RECORD FROM AGING-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD AG-CUR TO MA-CUR GA-CUR
               ADD AG-30 TO MA-30 GA-30
               ADD AG-60 TO MA-60 GA-60
                   AND F-PAID-PAY-DATE(SUB) = 0
                   AND F-PAID-DUE-DATE(SUB) > 0
                   AND F-PAID-DUE-DATE(SUB) < RUN-DATE THEN
               COMPUTE AGE-DUE-AMT = F-SCHED(SUB) - F-PAID(SUB)
               COMPUTE AGE-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(F-PAID-DUE-DATE(SUB))
               IF AGE-DUE-AMT > 0 AND AGE-DUE-INT > 0 THEN
                   END-EVALUATE
               END-IF
           END-IF.
      *EACH LOAN'S STATEMENT BLOCK, BUILT FROM THE SAME FORMAT-DATA
      *FIELDS THE REPORT USES, GOES TO THE STATEMENT WORK FILE; THE
      *STATEMENT PASS GATHERS A STUDENT'S LOANS ONTO ONE PAGE.
      *353-COMPUTE-AGING MUST RUN FIRST SO AG-CUR THRU AG-90 HOLD THE
      *LOAN'S BUCKETS
       356-WRITE-STATEMENT.
           MOVE 0 TO SW-LINE-CTR.
           MOVE I-LOAN-SEQ-N TO ST-LOAN-SEQ.
           MOVE I-MAJOR TO ST-LOAN-MAJOR.
           MOVE F-LOAN TO ST-LOAN.
           MOVE SPACES TO SW-BODY.
           MOVE STMT-LOAN-LINE TO SW-STMT-LINE.
           PERFORM 359-WRITE-STMT-WORK.
           MOVE SPACES TO SW-BODY.
           PERFORM 359-WRITE-STMT-WORK.
           MOVE STMT-COL-HEADING TO SW-STMT-LINE.
           PERFORM 359-WRITE-STMT-WORK.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12
               PERFORM 357-WRITE-STMT-DETAIL
           END-PERFORM.
           MOVE F-TOTAL-PAID TO ST-TOTAL-PAID.
           MOVE F-BALANCE TO ST-BALANCE.
           MOVE SPACES TO SW-BODY.
           PERFORM 359-WRITE-STMT-WORK.
           MOVE STMT-TOTAL-LINE TO SW-STMT-LINE.
           PERFORM 359-WRITE-STMT-WORK.
           IF I-DEFERRED
                   AND I-DEFER-START NUMERIC
                   AND I-DEFER-END NUMERIC
                   AND RUN-DATE >= I-DEFER-START
                   AND RUN-DATE <= I-DEFER-END THEN
               MOVE I-DEFER-END TO ST-DEFER-END
               MOVE STMT-DEFER-LINE TO SW-STMT-LINE
               MOVE 0 TO ST-NEXT-AMT-W
               MOVE SPACES TO ST-NEXT-DATE
           ELSE
               PERFORM 358-FIND-NEXT-DUE
               MOVE STMT-NEXT-LINE TO SW-STMT-LINE
           END-IF.
           PERFORM 359-WRITE-STMT-WORK.
           MOVE SPACES TO SW-BODY.
           MOVE I-NAME TO SW-NAME.
           MOVE I-MAJOR TO SW-MAJOR.
           MOVE I-YEAR TO SW-YEAR.
           MOVE F-LOAN TO SW-LOAN.
           MOVE F-TOTAL-PAID TO SW-PAID.
           MOVE F-BALANCE TO SW-BALANCE.
           MOVE ST-NEXT-AMT-W TO SW-NEXT-AMT.
           MOVE ST-NEXT-DATE TO SW-NEXT-DATE.
           MOVE AG-CUR TO SW-CUR.
           MOVE AG-30 TO SW-30.
           MOVE AG-60 TO SW-60.
           MOVE AG-90 TO SW-90.
           MOVE I-STUDENT-ID TO SW-STUDENT-ID.
           MOVE I-LOAN-SEQ-N TO SW-LOAN-SEQ.
           MOVE 0 TO SW-LINE-NO.
           MOVE 'S' TO SW-TYPE.
           WRITE STMTWK-RECORD FROM STMTWK-DATA.
       357-WRITE-STMT-DETAIL.
           MOVE SUB TO ST-NO.
           MOVE F-PAID-DUE-DATE(SUB) TO ST-DUE-DATE.
           ELSE
               MOVE SPACES TO ST-LATE
           END-IF.
           MOVE SPACES TO SW-BODY.
           MOVE STMT-DETAIL TO SW-STMT-LINE.
           PERFORM 359-WRITE-STMT-WORK.
      *AN INSTALLMENT THE SCHEDULE LEAVES AT ZERO HAS NOTHING DUE, SO
      *IT IS NEVER THE NEXT ONE BILLED
       358-FIND-NEXT-DUE.
           MOVE 0 TO ST-OPEN-SLOT.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12
               IF F-PAID-PAY-DATE(SUB) = 0
                       AND F-PAID-DUE-DATE(SUB) > 0
                       AND F-SCHED(SUB) > 0 THEN
                   IF ST-OPEN-SLOT = 0 THEN
                       MOVE SUB TO ST-OPEN-SLOT
                   ELSE
               END-IF
           END-PERFORM.
           IF ST-OPEN-SLOT = 0 OR F-BALANCE NOT > 0 THEN
               MOVE 0 TO ST-NEXT-AMT-W
               MOVE 0 TO ST-NEXT-AMT
               MOVE SPACES TO ST-NEXT-DATE
           ELSE
               COMPUTE AGE-DUE-AMT =
                   F-SCHED(ST-OPEN-SLOT) - F-PAID(ST-OPEN-SLOT)
               IF AGE-DUE-AMT < 0 THEN
                   MOVE 0 TO AGE-DUE-AMT
               END-IF
               MOVE ST-NEXT-AMT-W TO ST-NEXT-AMT
               MOVE F-PAID-DUE-DATE(ST-OPEN-SLOT) TO ST-NEXT-DATE
           END-IF.
      *EVERY TEXT LINE OF A LOAN'S BLOCK IS NUMBERED FROM 001 SO THE
      *SORT KEEPS THE LINES IN ORDER BEHIND THE LOAN'S SUMMARY
       359-WRITE-STMT-WORK.
           ADD 1 TO SW-LINE-CTR.
           MOVE I-STUDENT-ID TO SW-STUDENT-ID.
           MOVE I-LOAN-SEQ-N TO SW-LOAN-SEQ.
           MOVE SW-LINE-CTR TO SW-LINE-NO.
           MOVE 'L' TO SW-TYPE.
           WRITE STMTWK-RECORD FROM STMTWK-DATA.
      *THE REFUNDABLE AMOUNT IS THE CASH POSTED BEYOND THE ORIGINAL
      *LOAN - INTEREST AND FEE ADJUSTMENTS STAY OUT OF THE CHECK
       385-WRITE-REFUND-EXTRACT.
           MOVE I-STUDENT-ID TO RF-STUDENT-ID.
           MOVE I-NAME TO RF-NAME.
           MOVE I-MAJOR TO RF-MAJOR.
           MOVE I-LOAN-SEQ-N TO RF-LOAN-SEQ.
           COMPUTE RF-AMOUNT = F-TOTAL-PAID - F-LOAN.
           MOVE RUN-DATE TO RF-RUN-DATE.
           WRITE REFEXTR-RECORD FROM REFEXTR-DATA.
           MOVE CT-OVERPAID-COUNT TO O-CT-OVERPAID.
           WRITE OUTPUT-RECORD FROM OUTPUT-CTL-TOTALS2
               AFTER ADVANCING 1 LINE.
           MOVE CT-CHGOFF-COUNT TO O-CT-CHGOFF.
           WRITE OUTPUT-RECORD FROM OUTPUT-CTL-TOTALS3
               AFTER ADVANCING 1 LINE.
       395-WRITE-FEE-TOTALS.
           MOVE GT-FEES TO FR-TOT-FEES.
           MOVE CT-FEE-COUNT TO FR-TOT-COUNT.
           MOVE 1 TO RECORD-VALID-SW.
           MOVE 'N' TO RJ-LOAN-BAD-SW RJ-PAID-BAD-SW
               RJ-DATE-BAD-SW RJ-YEAR-BAD-SW RJ-DEFER-BAD-SW
               RJ-ID-BAD-SW RJ-SEQ-BAD-SW.
           IF I-LOAN-SEQ = SPACES THEN
               MOVE '01' TO I-LOAN-SEQ
           END-IF.
           IF I-LOAN-WHOLE NOT NUMERIC
                   OR I-LOAN-DECIMAL NOT NUMERIC THEN
               MOVE 0 TO RECORD-VALID-SW
               MOVE 0 TO RECORD-VALID-SW
               MOVE 'Y' TO RJ-ID-BAD-SW
           END-IF.
           IF I-LOAN-SEQ NOT NUMERIC OR I-LOAN-SEQ-N = 0 THEN
               MOVE 0 TO RECORD-VALID-SW
               MOVE 'Y' TO RJ-SEQ-BAD-SW
           END-IF.
           IF NOT RECORD-VALID THEN
               PERFORM 515-BUILD-REJECT-REASON
               PERFORM 520-WRITE-REJECT
                   WITH POINTER RJ-REASON-PTR
               END-STRING
           END-IF.
           IF RJ-SEQ-BAD-SW = 'Y' THEN
               STRING 'INVALID LOAN NUMBER' ' ' DELIMITED BY SIZE
                   INTO REJECT-REASON
                   WITH POINTER RJ-REASON-PTR
               END-STRING
           END-IF.
       520-WRITE-REJECT.
           MOVE INPUT-DATA TO RJ-RAW.
           MOVE REJECT-REASON TO RJ-REASON.
               PERFORM 600-WRITE-CHECKPOINT
               MOVE 0 TO CHECKPOINT-DUE-CTR
           END-IF.
      *STATEMENT PASS - THE LOAN BLOCKS ARE SORTED BY STUDENT, LOAN
      *AND LINE, AND EACH STUDENT GETS ONE PAGE CARRYING EVERY LOAN.
      *THE COLLECTIONS AND AGING EXTRACTS ARE WRITTEN HERE TOO, SINCE
      *BOTH NEED ALL OF A STUDENT'S LOANS TOGETHER
       700-WRITE-STATEMENTS.
           SORT STMT-SORT-WORK
               ON ASCENDING KEY SS-STUDENT-ID
               ON ASCENDING KEY SS-LOAN-SEQ
               ON ASCENDING KEY SS-LINE-NO
               USING STMTWK-FILE
               OUTPUT PROCEDURE 710-STATEMENT-OUTPUT.
       710-STATEMENT-OUTPUT.
           OPEN OUTPUT STATEMENT-FILE
               COLLECTIONS-FILE
               AGEXTR-FILE.
           MOVE RUN-DATE TO SH-RUN-DATE.
           MOVE 'Y' TO ST-FIRST-SW.
           MOVE SPACES TO SV-STMT-ID.
           MOVE 0 TO EOF-SW.
           PERFORM 720-RETURN-STMT-WORK.
           PERFORM 730-PROCESS-STMT-WORK
               UNTIL EOF-SW = 1.
           IF SV-STMT-ID NOT = SPACES THEN
               PERFORM 760-END-STUDENT
           END-IF.
           CLOSE STATEMENT-FILE
               COLLECTIONS-FILE
               AGEXTR-FILE.
       720-RETURN-STMT-WORK.
           RETURN STMT-SORT-WORK INTO STMTWK-DATA
               AT END
                   MOVE 1 TO EOF-SW
           END-RETURN.
       730-PROCESS-STMT-WORK.
           IF SW-STUDENT-ID NOT = SV-STMT-ID THEN
               IF SV-STMT-ID NOT = SPACES THEN
                   PERFORM 760-END-STUDENT
               END-IF
               PERFORM 740-START-STUDENT-PAGE
           END-IF.
           IF SW-SUMMARY THEN
               PERFORM 750-ADD-LOAN-SUMMARY
           ELSE
               WRITE STATEMENT-RECORD FROM SW-STMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 720-RETURN-STMT-WORK.
      *THE FIRST RECORD FOR A STUDENT IS ALWAYS THE SUMMARY OF THE
      *LOWEST-NUMBERED LOAN, WHICH SUPPLIES THE PAGE'S ID LINE
       740-START-STUDENT-PAGE.
           MOVE SW-STUDENT-ID TO SV-STMT-ID.
           MOVE 0 TO SR-LOAN-COUNT SR-LOAN SR-PAID SR-BALANCE
               SR-NEXT-AMT SR-COLL-COUNT SR-COLL-BALANCE
               SR-CUR SR-30 SR-60 SR-90.
           MOVE SPACES TO SR-NEXT-DATE.
           IF ST-FIRST-SW = 'Y' THEN
               MOVE 'N' TO ST-FIRST-SW
               WRITE STATEMENT-RECORD FROM STMT-HEADING1
           ELSE
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
                   AFTER ADVANCING PAGE
               WRITE STATEMENT-RECORD FROM STMT-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SW-NAME TO ST-NAME.
           MOVE SW-STUDENT-ID TO ST-STUDENT-ID.
           MOVE SW-MAJOR TO ST-MAJOR.
           MOVE SW-YEAR TO ST-YEAR.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-RECORD FROM STMT-ID-LINE
               AFTER ADVANCING 1 LINE.
       750-ADD-LOAN-SUMMARY.
           IF SR-LOAN-COUNT > 0 THEN
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO SR-LOAN-COUNT.
           ADD SW-LOAN TO SR-LOAN.
           ADD SW-PAID TO SR-PAID.
           ADD SW-BALANCE TO SR-BALANCE.
           IF SW-NEXT-AMT > 0 THEN
               ADD SW-NEXT-AMT TO SR-NEXT-AMT
               IF SR-NEXT-DATE = SPACES
                       OR SW-NEXT-DATE < SR-NEXT-DATE THEN
                   MOVE SW-NEXT-DATE TO SR-NEXT-DATE
               END-IF
           END-IF.
           ADD SW-CUR TO SR-CUR.
           ADD SW-30 TO SR-30.
           ADD SW-60 TO SR-60.
           ADD SW-90 TO SR-90.
           MOVE SW-NAME TO SR-NAME.
           MOVE SW-MAJOR TO SR-MAJOR.
           MOVE SW-YEAR TO SR-YEAR.
           IF SW-BALANCE > 0 THEN
               PERFORM 755-WRITE-COLLECTIONS
           END-IF.
       755-WRITE-COLLECTIONS.
           ADD 1 TO SR-COLL-COUNT.
           ADD SW-BALANCE TO SR-COLL-BALANCE.
           MOVE SW-STUDENT-ID TO CO-STUDENT-ID.
           MOVE SW-LOAN-SEQ TO CO-LOAN-NO.
           MOVE SW-NAME TO CO-NAME.
           MOVE SW-MAJOR TO CO-MAJOR.
           MOVE SW-YEAR TO CO-YEAR.
           MOVE SW-LOAN TO CO-LOAN.
           MOVE SW-BALANCE TO CO-BALANCE.
           WRITE COLLECTIONS-RECORD FROM COLLECTIONS-DATA.
       760-END-STUDENT.
           IF SR-LOAN-COUNT > 1 THEN
               PERFORM 765-WRITE-STMT-ROLLUP
               IF SR-COLL-COUNT > 0 THEN
                   MOVE SV-STMT-ID TO CO-STUDENT-ID
                   MOVE 'ALL' TO CO-LOAN-NO
                   MOVE SR-NAME TO CO-NAME
                   MOVE SR-MAJOR TO CO-MAJOR
                   MOVE SR-YEAR TO CO-YEAR
                   MOVE SR-LOAN TO CO-LOAN
                   MOVE SR-COLL-BALANCE TO CO-BALANCE
                   WRITE COLLECTIONS-RECORD FROM COLLECTIONS-DATA
               END-IF
           END-IF.
           IF SR-CUR > 0 OR SR-30 > 0 OR SR-60 > 0 OR SR-90 > 0 THEN
               MOVE SV-STMT-ID TO AX-STUDENT-ID
               MOVE SR-NAME TO AX-NAME
               MOVE SR-MAJOR TO AX-MAJOR
               MOVE SR-YEAR TO AX-YEAR
               MOVE SR-CUR TO AX-CUR
               MOVE SR-30 TO AX-30
               MOVE SR-60 TO AX-60
               MOVE SR-90 TO AX-90
               WRITE AGEXTR-RECORD FROM AGEXTR-DATA
           END-IF.
       765-WRITE-STMT-ROLLUP.
           MOVE SR-LOAN-COUNT TO SR-LOAN-COUNT-O.
           MOVE SR-LOAN TO SR-LOAN-O.
           MOVE SR-PAID TO SR-PAID-O.
           MOVE SR-BALANCE TO SR-BALANCE-O.
           MOVE SR-NEXT-AMT TO SR-NEXT-AMT-O.
           MOVE SR-NEXT-DATE TO SR-NEXT-DATE-O.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-RECORD FROM STMT-ROLLUP-LINE1
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-RECORD FROM STMT-ROLLUP-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-RECORD FROM STMT-ROLLUP-LINE3
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab1.
