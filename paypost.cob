           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'EMPL_PAYTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL_MSTJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT RECOVREG-FILE ASSIGN TO 'EMPL_RECOVREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           03 M-KEY.
               05 M-STUDENT-ID PIC X(9).
               05 M-LOAN-SEQ PIC 9(2).
           03 M-STUDENT-DATA PIC X(320).
           03 M-SCHEDULE-DATA PIC X(90).
       FD  PAYMENT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYMENT-RECORD PIC X(26).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       FD  PAYREJ-FILE
               LABEL RECORDS ARE OMITTED.
       01  PAYREJ-RECORD PIC X(63).
       FD  PAYREV-FILE
               LABEL RECORDS ARE OMITTED.
       01  PAYREV-RECORD PIC X(70).
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(866).
       FD  RECOVREG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RECOVREG-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      *AN UNKEYED TRANSACTION TYPE IS A NORMAL PAYMENT, SO THE OLD
      *23-BYTE PAYTRAN RECORDS STILL POST THE WAY THEY ALWAYS DID
           03 P-TRAN-TYPE PIC X.
               88 P-PAYMENT VALUES 'P' ' '.
               88 P-REVERSAL VALUE 'R'.
      *THE LOAN NUMBER FOLLOWS THE TRANSACTION TYPE.  A BLANK NUMBER
      *POSTS A PAYMENT TO THE STUDENT'S OLDEST OPEN LOAN AND TAKES A
      *REVERSAL FROM THE FIRST LOAN THAT HOLDS THE REVERSED PAYMENT
           03 P-LOAN-SEQ PIC X(2).
           03 P-LOAN-SEQ-N REDEFINES P-LOAN-SEQ PIC 9(2).
       01  STUDENT-DATA.
           03 S-NAME PIC X(20).
           03 S-MAJOR PIC X(4).
           03 S-DEFER-SW PIC X.
           03 S-DEFER-START PIC 9(8).
           03 S-DEFER-END PIC 9(8).
      *A CHARGED-OFF LOAN STAYS ON FILE ONLY TO TAKE RECOVERIES -
      *SEE CHGOFF
           03 S-CHGOFF-SW PIC X.
               88 S-CHARGED-OFF VALUE 'Y'.
           03 FILLER PIC X(3).
      *A RESTRUCTURED LOAN CARRIES THE AMOUNT DUE ON EACH INSTALLMENT
      *AFTER THE STUDENT DATA - SEE LOANMNT
       01  SCHEDULE-DATA.
           03 SC-SCHED-SW PIC X.
               88 SC-SCHEDULED VALUE 'Y'.
           03 SC-RESTRUCTURE-DATE PIC 9(8).
           03 SC-RESTRUCTURE-COUNT PIC 9(2).
           03 SC-SCHED-AMT PIC 9(4)V9(2) OCCURS 12 TIMES.
           03 FILLER PIC X(7).
      *GLINTF READS THE HEADING FOR THE RUN DATE
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'PAYMENT POSTING REGISTER       '.
           03 RH-RUN-DATE PIC 9(8).
       01  REPORT-HEADING2.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'DISPOSITION'.
       01  REPORT-DETAIL.
           03 R-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-AMOUNT PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'AMOUNT REVERSED: '.
           03 R-TOT-REV-AMOUNT PIC $$$,$$9.99.
      *GLINTF READS THIS LINE BACK FOR THE RECOVERIES ENTRY - KEEP THE
      *LABEL AND THE EDITED AMOUNT WHERE THEY ARE
       01  REPORT-TOTALS3.
           03 FILLER PIC X(21) VALUE 'RECOVERIES POSTED:   '.
           03 R-TOT-RECOVER-AMOUNT PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ITEMS: '.
           03 R-TOT-RECOVERED PIC ZZZZ9.
      *PAYMENTS THAT COULD NOT POST ARE STILL CASH THE BANK TOOK -
      *GLINTF READS THIS LINE BACK TO TIE CASH TO POSTINGS
       01  REPORT-TOTALS4.
           03 FILLER PIC X(21) VALUE 'PAYMENTS REJECTED:   '.
           03 R-TOT-REJECT-AMOUNT PIC $$$,$$9.99.
       01  PAYREV-DATA.
           03 RV-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RV-SLOT PIC Z9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RV-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RV-LOAN-SEQ PIC 9(2).
      *MONEY TAKEN ON A CHARGED-OFF LOAN IS NOT APPLIED TO ITS
      *INSTALLMENTS - IT IS REGISTERED HERE AS A RECOVERY AND CHGOFF
      *CARRIES THE RUNNING TOTAL AGAINST WHAT WAS WRITTEN OFF
       01  RECOVREG-DATA.
           03 RC-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RC-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RC-NAME PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RC-AMOUNT PIC 9(4)V9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RC-PAY-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RC-RUN-DATE PIC 9(8).
           03 FILLER PIC X(22) VALUE SPACES.
       01  PAYREJ-DATA.
           03 RJ-PAYMENT PIC X(26).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RJ-REASON PIC X(36).
      *EVERY POSTING AND REVERSAL LEAVES A BEFORE AND AFTER IMAGE ON
           03 JR-STUDENT-ID PIC X(9).
           03 JR-BEFORE PIC X(320).
           03 JR-AFTER PIC X(320).
           03 JR-LOAN-SEQ PIC 9(2).
           03 JR-SCHED-BEFORE PIC X(90).
           03 JR-SCHED-AFTER PIC X(90).
      *OPERATOR AND REASON ARE ONLY CARRIED FOR KEYED MAINTENANCE -
      *A POSTING RUN LEAVES THEM BLANK
           03 JR-OPERATOR-ID PIC X(8) VALUE SPACES.
           03 JR-REASON-CODE PIC X(4) VALUE SPACES.
       01  TIME-WORK.
           03 TIME-HHMMSS PIC 9(6).
           03 FILLER PIC XX.
           03 PAY-REVERSE-COUNT PIC 9(5) VALUE 0.
           03 PAY-POST-AMOUNT PIC 9(7)V9(2) VALUE 0.
           03 PAY-REVERSE-AMOUNT PIC 9(7)V9(2) VALUE 0.
           03 PAY-RECOVER-COUNT PIC 9(5) VALUE 0.
           03 PAY-RECOVER-AMOUNT PIC 9(7)V9(2) VALUE 0.
           03 PAY-REJECT-AMOUNT PIC 9(7)V9(2) VALUE 0.
           03 RECOVREG-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 PAY-LOAN PIC 9(5)V9(2) VALUE 0.
           03 PAY-TOTAL-PAID PIC 9(6)V9(2) VALUE 0.
               88 PAY-GOOD VALUE 1.
               88 PAY-BAD VALUE 0.
           03 JOURNAL-STATUS PIC XX VALUE '00'.
           03 PAY-SCHED PIC 9(4)V9(2) VALUE 0.
           03 PAY-REMAINING PIC 9(4)V9(2) VALUE 0.
           03 PAY-NEEDED PIC S9(5)V9(2) VALUE 0.
           03 PAY-APPLY-AMT PIC 9(4)V9(2) VALUE 0.
           03 PAY-AVAILABLE PIC 9(6)V9(2) VALUE 0.
           03 PAY-DISPOSITION PIC X(30) VALUE SPACES.
           03 LAST-SLOT PIC 99 VALUE 0.
           03 PARTIAL-SLOT PIC 99 VALUE 0.
           03 AL-SUB PIC 99.
           03 EOF-L PIC 9 VALUE 0.
           03 LN-SEQ PIC 9(2) VALUE 0.
           03 LN-FIRST-SEQ PIC 9(2) VALUE 0.
           03 LN-CHGOFF-SEQ PIC 9(2) VALUE 0.
      *THE SLOTS ONE PAYMENT OR REVERSAL TOUCHED AND THE SHARE EACH
      *TOOK - A PREPAYMENT CAN ADD A THIRTEENTH LINE ON A PAID SLOT
       01  ALLOCATION-TABLE.
           03 AL-COUNT PIC 99 VALUE 0.
           03 AL-ENTRY OCCURS 13 TIMES.
               05 AL-SLOT PIC 99.
               05 AL-AMOUNT PIC 9(4)V9(2).
               05 AL-DISPOSITION PIC X(30).
       01  SLOT-VISITED-TABLE.
           03 SLOT-VISITED-SW PIC X OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN I-O MASTER-FILE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RECOVREG-FILE.
           IF RECOVREG-STATUS NOT = '00' AND RECOVREG-STATUS NOT = '05'
               OPEN OUTPUT RECOVREG-FILE
           END-IF.
           IF RECOVREG-STATUS NOT = '00' AND RECOVREG-STATUS NOT = '05'
               DISPLAY 'PAYPOST: CANNOT OPEN EMPL_RECOVREG, STATUS '
                   RECOVREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT PAYREJ-FILE.
           OPEN OUTPUT PAYREV-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
               REPORT-FILE
               PAYREJ-FILE
               PAYREV-FILE
               JOURNAL-FILE
               RECOVREG-FILE.
           STOP RUN.
       200-POST-PAYMENT.
           MOVE 1 TO PAY-GOOD-SW.
           MOVE SPACES TO PAY-REASON.
           MOVE 0 TO AL-COUNT.
           MOVE P-STUDENT-ID TO R-STUDENT-ID.
           MOVE P-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE SPACES TO R-NAME R-DUE-DATE.
           MOVE 0 TO R-SLOT.
           PERFORM 210-EDIT-PAYMENT.
               PERFORM 220-FIND-STUDENT
           END-IF.
           IF PAY-GOOD THEN
               EVALUATE TRUE
                   WHEN S-CHARGED-OFF AND P-REVERSAL
                       MOVE 0 TO PAY-GOOD-SW
                       MOVE 'CHARGED-OFF LOAN NOT REVERSED'
                           TO PAY-REASON
                   WHEN S-CHARGED-OFF
                       PERFORM 280-POST-RECOVERY
                   WHEN P-REVERSAL
                       PERFORM 270-REVERSE-PAYMENT
                   WHEN OTHER
                       PERFORM 225-POST-ONE-PAYMENT
               END-EVALUATE
           END-IF.
           IF NOT PAY-GOOD THEN
               MOVE 0 TO AL-COUNT
               MOVE 0 TO R-SLOT
               MOVE SPACES TO R-DUE-DATE
               MOVE PAY-REASON TO R-DISPOSITION
               PERFORM 260-WRITE-PAYMENT-REJECT
           END-IF.
           MOVE P-PAY-DATE-X TO R-PAY-DATE.
           IF AL-COUNT > 0 THEN
               PERFORM VARYING AL-SUB FROM 1 BY 1
                   UNTIL AL-SUB > AL-COUNT
                   PERFORM 255-WRITE-SLOT-LINE
               END-PERFORM
           ELSE
               IF P-AMOUNT NUMERIC THEN
                   MOVE P-AMOUNT TO R-AMOUNT
               ELSE
                   MOVE 0 TO R-AMOUNT
               END-IF
               WRITE REPORT-RECORD FROM REPORT-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 500-READ-PAYMENT.
       210-EDIT-PAYMENT.
           IF P-AMOUNT NOT NUMERIC OR P-PAY-DATE NOT NUMERIC THEN
               MOVE 0 TO PAY-GOOD-SW
               MOVE 'INVALID TRANSACTION TYPE' TO PAY-REASON
           END-IF.
           IF PAY-GOOD AND P-LOAN-SEQ NOT = SPACES
                   AND P-LOAN-SEQ-N NOT NUMERIC THEN
               MOVE 0 TO PAY-GOOD-SW
               MOVE 'INVALID LOAN NUMBER' TO PAY-REASON
           END-IF.
      *A PAYMENT IS SPREAD OVER THE OPEN INSTALLMENTS OLDEST DUE
      *FIRST.  THE SPLIT IS BUILT IN STUDENT-DATA AND ONLY REWRITTEN
      *WHEN EVERY SLOT TAKES ITS SHARE - A REJECT PUTS THE ORIGINAL
      *MASTER IMAGE BACK SO NOTHING IS HALF POSTED
       225-POST-ONE-PAYMENT.
           MOVE ALL 'N' TO SLOT-VISITED-TABLE.
           PERFORM 230-FIND-OPEN-SLOT.
           IF OPEN-SLOT = 0 THEN
               MOVE 0 TO PAY-GOOD-SW
               MOVE 'NO OPEN INSTALLMENT' TO PAY-REASON
           END-IF.
           IF PAY-GOOD THEN
               PERFORM 240-CHECK-OVERPAYMENT
           END-IF.
           IF PAY-GOOD THEN
               PERFORM 235-ALLOCATE-PAYMENT
           END-IF.
           IF PAY-GOOD THEN
               PERFORM 250-APPLY-PAYMENT
               ADD 1 TO PAY-POST-COUNT
               ADD P-AMOUNT TO PAY-POST-AMOUNT
           ELSE
               MOVE M-STUDENT-DATA TO STUDENT-DATA
           END-IF.
      *A NAMED LOAN IS READ DIRECTLY.  OTHERWISE THE STUDENT'S LOANS
      *ARE BROWSED IN LOAN NUMBER ORDER FOR THE ONE THE TRANSACTION
      *BELONGS TO, FALLING BACK TO THE FIRST CHARGED-OFF LOAN AND THEN
      *THE FIRST LOAN, AND THAT LOAN IS READ AGAIN BY KEY SO IT IS THE
      *RECORD THE REWRITE REPLACES
       220-FIND-STUDENT.
           IF P-LOAN-SEQ = SPACES OR P-LOAN-SEQ-N = 0 THEN
               PERFORM 221-SCAN-STUDENT-LOANS
           ELSE
               MOVE P-LOAN-SEQ-N TO LN-SEQ
           END-IF.
           MOVE P-STUDENT-ID TO M-STUDENT-ID.
           MOVE LN-SEQ TO M-LOAN-SEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 0 TO PAY-GOOD-SW
                   IF P-LOAN-SEQ = SPACES OR P-LOAN-SEQ-N = 0 THEN
                       MOVE 'STUDENT NOT ON MASTER' TO PAY-REASON
                   ELSE
                       MOVE 'LOAN NOT ON MASTER' TO PAY-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE M-STUDENT-DATA TO STUDENT-DATA
                   MOVE M-SCHEDULE-DATA TO SCHEDULE-DATA
                   MOVE S-NAME TO R-NAME
                   MOVE M-LOAN-SEQ TO R-LOAN-SEQ
           END-READ.
       221-SCAN-STUDENT-LOANS.
           MOVE 0 TO LN-SEQ LN-FIRST-SEQ LN-CHGOFF-SEQ.
           MOVE 0 TO EOF-L.
           MOVE P-STUDENT-ID TO M-STUDENT-ID.
           MOVE 0 TO M-LOAN-SEQ.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-L
           END-START.
           PERFORM 222-SCAN-NEXT-LOAN
               UNTIL EOF-L = 1.
           IF LN-SEQ = 0 THEN
               MOVE LN-CHGOFF-SEQ TO LN-SEQ
           END-IF.
           IF LN-SEQ = 0 THEN
               MOVE LN-FIRST-SEQ TO LN-SEQ
           END-IF.
           IF LN-SEQ = 0 THEN
               MOVE 1 TO LN-SEQ
           END-IF.
       222-SCAN-NEXT-LOAN.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 1 TO EOF-L
               NOT AT END
                   IF M-STUDENT-ID NOT = P-STUDENT-ID THEN
                       MOVE 1 TO EOF-L
                   ELSE
                       IF LN-FIRST-SEQ = 0 THEN
                           MOVE M-LOAN-SEQ TO LN-FIRST-SEQ
                       END-IF
                       MOVE M-STUDENT-DATA TO STUDENT-DATA
                       PERFORM 223-CHECK-LOAN-FITS
                   END-IF
           END-READ.
      *A PAYMENT FITS THE OLDEST LOAN NOT YET PAID IN FULL; A
      *REVERSAL FITS THE FIRST LOAN HOLDING ENOUGH MONEY POSTED UNDER
      *THE REVERSED PAY DATE TO BACK IT OUT.  A CHARGED-OFF LOAN ONLY
      *TAKES AN UNNAMED PAYMENT WHEN THE STUDENT HAS NO LIVE LOAN OPEN
       223-CHECK-LOAN-FITS.
           IF S-CHARGED-OFF THEN
               IF LN-CHGOFF-SEQ = 0 THEN
                   MOVE M-LOAN-SEQ TO LN-CHGOFF-SEQ
               END-IF
           ELSE
               PERFORM 224-CHECK-LIVE-LOAN-FITS
           END-IF.
       224-CHECK-LIVE-LOAN-FITS.
           IF S-LOAN-WHOLE NUMERIC AND S-LOAN-DECIMAL NUMERIC THEN
               IF P-REVERSAL THEN
                   MOVE ALL 'N' TO SLOT-VISITED-TABLE
                   PERFORM 271-TOTAL-REVERSIBLE
                   IF PAY-AVAILABLE NOT < P-AMOUNT THEN
                       MOVE M-LOAN-SEQ TO LN-SEQ
                       MOVE 1 TO EOF-L
                   END-IF
               ELSE
                   PERFORM 241-TOTAL-PAID
                   IF PAY-TOTAL-PAID < PAY-LOAN THEN
                       MOVE M-LOAN-SEQ TO LN-SEQ
                       MOVE 1 TO EOF-L
                   END-IF
               END-IF
           END-IF.
      *THE OPEN INSTALLMENT WITH THE EARLIEST DUE DATE IS NEXT IN
      *LINE - AN INSTALLMENT IS OPEN UNTIL A PAY DATE IS POSTED, AND
      *ONE ALREADY LOOKED AT FOR THIS PAYMENT IS NOT LOOKED AT AGAIN
       230-FIND-OPEN-SLOT.
           MOVE 0 TO OPEN-SLOT.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12
               IF S-PAID-PAY-DATE(SUB) = 0
                       AND S-PAID-DUE-DATE(SUB) > 0
                       AND SLOT-VISITED-SW(SUB) = 'N' THEN
                   IF OPEN-SLOT = 0 THEN
                       MOVE SUB TO OPEN-SLOT
                   ELSE
                   END-IF
               END-IF
           END-PERFORM.
      *THE SCHEDULED INSTALLMENT IS THE AMOUNT STORED FOR IT WHEN THE
      *LOAN HAS BEEN RESTRUCTURED, OTHERWISE ONE TWELFTH OF THE
      *ORIGINAL LOAN - THE SAME FIGURE LAB1 AGES IT AGAINST
       232-GET-SCHEDULED-AMOUNT.
           IF SC-SCHEDULED AND SC-SCHED-AMT(OPEN-SLOT) NUMERIC THEN
               MOVE SC-SCHED-AMT(OPEN-SLOT) TO PAY-SCHED
           ELSE
               COMPUTE PAY-SCHED ROUNDED = PAY-LOAN / 12
           END-IF.
      *EACH OPEN INSTALLMENT IS TOPPED UP TO ITS SCHEDULED AMOUNT AND
      *STAMPED PAID.  WHAT IS LEFT WHEN THE MONEY RUNS SHORT SITS AS A
      *PARTIAL ON THE NEXT SLOT, WHICH STAYS OPEN; WHAT IS LEFT WHEN
      *THE OPEN INSTALLMENTS RUN OUT IS A PRINCIPAL PREPAYMENT
       235-ALLOCATE-PAYMENT.
           MOVE P-AMOUNT TO PAY-REMAINING.
           MOVE OPEN-SLOT TO LAST-SLOT.
           PERFORM 236-ALLOCATE-ONE-SLOT
               UNTIL PAY-REMAINING = 0 OR OPEN-SLOT = 0.
           IF PAY-REMAINING > 0 THEN
               PERFORM 238-APPLY-PREPAYMENT
           END-IF.
       236-ALLOCATE-ONE-SLOT.
           MOVE 'Y' TO SLOT-VISITED-SW(OPEN-SLOT).
           PERFORM 232-GET-SCHEDULED-AMOUNT.
           MOVE S-PAID-AMT(OPEN-SLOT) TO PAY-SLOT-AMT.
           COMPUTE PAY-NEEDED = PAY-SCHED - PAY-SLOT-AMT.
           IF PAY-NEEDED > 0 THEN
               IF PAY-REMAINING NOT < PAY-NEEDED THEN
                   MOVE PAY-NEEDED TO PAY-APPLY-AMT
                   MOVE P-PAY-DATE TO S-PAID-PAY-DATE(OPEN-SLOT)
                   MOVE 'INSTALLMENT PAID' TO PAY-DISPOSITION
               ELSE
                   MOVE PAY-REMAINING TO PAY-APPLY-AMT
                   MOVE 'PARTIAL INSTALLMENT' TO PAY-DISPOSITION
               END-IF
               ADD PAY-APPLY-AMT TO PAY-SLOT-AMT
               MOVE PAY-SLOT-AMT TO S-PAID-AMT(OPEN-SLOT)
               SUBTRACT PAY-APPLY-AMT FROM PAY-REMAINING
               MOVE OPEN-SLOT TO LAST-SLOT
               PERFORM 237-ADD-ALLOCATION
           END-IF.
           PERFORM 230-FIND-OPEN-SLOT.
       237-ADD-ALLOCATION.
           ADD 1 TO AL-COUNT.
           MOVE OPEN-SLOT TO AL-SLOT(AL-COUNT).
           MOVE PAY-APPLY-AMT TO AL-AMOUNT(AL-COUNT).
           MOVE PAY-DISPOSITION TO AL-DISPOSITION(AL-COUNT).
      *A PREPAYMENT RIDES ON THE LAST INSTALLMENT THE PAYMENT PAID,
      *SO AN NSF REVERSAL FINDS IT UNDER THE SAME PAY DATE
       238-APPLY-PREPAYMENT.
           MOVE LAST-SLOT TO OPEN-SLOT.
           PERFORM 245-CHECK-SLOT-CAPACITY.
           IF PAY-GOOD THEN
               MOVE S-PAID-AMT(OPEN-SLOT) TO PAY-SLOT-AMT
               ADD PAY-REMAINING TO PAY-SLOT-AMT
               MOVE PAY-SLOT-AMT TO S-PAID-AMT(OPEN-SLOT)
               MOVE PAY-REMAINING TO PAY-APPLY-AMT
               MOVE 'PRINCIPAL PREPAYMENT' TO PAY-DISPOSITION
               PERFORM 237-ADD-ALLOCATION
               MOVE 0 TO PAY-REMAINING
           END-IF.
       240-CHECK-OVERPAYMENT.
           PERFORM 241-TOTAL-PAID.
           IF PAY-TOTAL-PAID + P-AMOUNT > PAY-LOAN THEN
               MOVE 0 TO PAY-GOOD-SW
               MOVE 'PAYMENT EXCEEDS LOAN AMOUNT' TO PAY-REASON
           END-IF.
       241-TOTAL-PAID.
           MOVE S-LOAN TO PAY-LOAN.
           MOVE 0 TO PAY-TOTAL-PAID.
           PERFORM VARYING SUB FROM 1 BY 1
               MOVE S-PAID-AMT(SUB) TO PAY-SLOT-AMT
               ADD PAY-SLOT-AMT TO PAY-TOTAL-PAID
           END-PERFORM.
      *THE MASTER INSTALLMENT AMOUNT ONLY HOLDS FOUR WHOLE DIGITS -
      *A PAYMENT THAT WOULD PUSH THE SLOT PAST 9999.99 MUST REJECT
      *RATHER THAN TRUNCATE THE POSTED AMOUNT
       245-CHECK-SLOT-CAPACITY.
           MOVE S-PAID-AMT(OPEN-SLOT) TO PAY-SLOT-AMT.
           IF PAY-SLOT-AMT + PAY-REMAINING > 9999.99 THEN
               MOVE 0 TO PAY-GOOD-SW
               MOVE 'EXCEEDS INSTALLMENT CAPACITY' TO PAY-REASON
           END-IF.
       250-APPLY-PAYMENT.
           MOVE M-STUDENT-DATA TO JR-BEFORE.
           MOVE STUDENT-DATA TO M-STUDENT-DATA.
           REWRITE MASTER-RECORD.
           IF MASTER-STATUS NOT = '00' THEN
               DISPLAY 'PAYPOST: REWRITE FAILED, STATUS ' MASTER-STATUS
                   ' STUDENT ' P-STUDENT-ID ' LOAN ' M-LOAN-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'P' TO JR-ACTION.
           MOVE M-STUDENT-DATA TO JR-AFTER.
           PERFORM 600-WRITE-JOURNAL.
      *ONE REPORT LINE FOR EVERY INSTALLMENT THE TRANSACTION TOUCHED,
      *SHOWING THE SHARE OF THE PAYMENT THAT SLOT TOOK OR GAVE BACK
       255-WRITE-SLOT-LINE.
           MOVE AL-SLOT(AL-SUB) TO R-SLOT.
           MOVE S-PAID-DUE-DATE(AL-SLOT(AL-SUB)) TO R-DUE-DATE.
           MOVE AL-AMOUNT(AL-SUB) TO R-AMOUNT.
           MOVE AL-DISPOSITION(AL-SUB) TO R-DISPOSITION.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
       260-WRITE-PAYMENT-REJECT.
           MOVE PAYMENT-DATA TO RJ-PAYMENT.
           MOVE PAY-REASON TO RJ-REASON.
           WRITE PAYREJ-RECORD FROM PAYREJ-DATA.
           ADD 1 TO PAY-REJECT-COUNT.
           IF P-PAYMENT AND P-AMOUNT NUMERIC THEN
               ADD P-AMOUNT TO PAY-REJECT-AMOUNT
           END-IF.
      *AN NSF ITEM BACKS OUT THE SAME SPLIT ITS PAYMENT MADE, NEWEST
      *MONEY FIRST - THE PARTIAL SITTING ON THE EARLIEST OPEN SLOT,
      *THEN EACH SLOT STAMPED WITH THE TRANSACTION'S PAY DATE, LATEST
      *DUE FIRST.  CLEARING THE PAY DATE REOPENS THE SLOT SO A
      *REPLACEMENT PAYMENT CAN POST THE NORMAL WAY
       270-REVERSE-PAYMENT.
           MOVE ALL 'N' TO SLOT-VISITED-TABLE.
           PERFORM 271-TOTAL-REVERSIBLE.
           IF P-PAY-DATE = 0 OR PAY-AVAILABLE < P-AMOUNT THEN
               MOVE 0 TO PAY-GOOD-SW
               MOVE 'NO MATCHING PAYMENT TO REVERSE' TO PAY-REASON
           ELSE
               MOVE P-AMOUNT TO PAY-REMAINING
               IF PARTIAL-SLOT > 0 THEN
                   MOVE PARTIAL-SLOT TO OPEN-SLOT
                   PERFORM 272-BACK-OUT-SLOT
               END-IF
               PERFORM 273-FIND-REVERSAL-SLOT
               PERFORM 274-BACK-OUT-STAMPED-SLOT
                   UNTIL PAY-REMAINING = 0 OR OPEN-SLOT = 0
               PERFORM 275-APPLY-REVERSAL
               ADD 1 TO PAY-REVERSE-COUNT
               ADD P-AMOUNT TO PAY-REVERSE-AMOUNT
           END-IF.
      *THE MONEY A REVERSAL CAN TAKE BACK - THE PARTIAL ON THE
      *EARLIEST OPEN SLOT PLUS EVERY SLOT STAMPED WITH THE PAY DATE
       271-TOTAL-REVERSIBLE.
           PERFORM 230-FIND-OPEN-SLOT.
           MOVE OPEN-SLOT TO PARTIAL-SLOT.
           MOVE 0 TO PAY-AVAILABLE.
           IF PARTIAL-SLOT > 0 THEN
               MOVE S-PAID-AMT(PARTIAL-SLOT) TO PAY-SLOT-AMT
               ADD PAY-SLOT-AMT TO PAY-AVAILABLE
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12
               IF S-PAID-PAY-DATE(SUB) = P-PAY-DATE THEN
                   MOVE S-PAID-AMT(SUB) TO PAY-SLOT-AMT
                   ADD PAY-SLOT-AMT TO PAY-AVAILABLE
               END-IF
           END-PERFORM.
       272-BACK-OUT-SLOT.
           MOVE 'Y' TO SLOT-VISITED-SW(OPEN-SLOT).
           MOVE S-PAID-AMT(OPEN-SLOT) TO PAY-SLOT-AMT.
           IF PAY-SLOT-AMT > 0 THEN
               IF PAY-SLOT-AMT < PAY-REMAINING THEN
                   MOVE PAY-SLOT-AMT TO PAY-APPLY-AMT
               ELSE
                   MOVE PAY-REMAINING TO PAY-APPLY-AMT
               END-IF
               SUBTRACT PAY-APPLY-AMT FROM PAY-SLOT-AMT
               MOVE PAY-SLOT-AMT TO S-PAID-AMT(OPEN-SLOT)
               MOVE 0 TO S-PAID-PAY-DATE(OPEN-SLOT)
               SUBTRACT PAY-APPLY-AMT FROM PAY-REMAINING
               MOVE 'REVERSED' TO PAY-DISPOSITION
               PERFORM 237-ADD-ALLOCATION
           END-IF.
       273-FIND-REVERSAL-SLOT.
           MOVE 0 TO OPEN-SLOT.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12
               IF S-PAID-PAY-DATE(SUB) = P-PAY-DATE
                       AND SLOT-VISITED-SW(SUB) = 'N' THEN
                   IF OPEN-SLOT = 0 THEN
                       MOVE SUB TO OPEN-SLOT
                   ELSE
                       IF S-PAID-DUE-DATE(SUB) >
                               S-PAID-DUE-DATE(OPEN-SLOT) THEN
                           MOVE SUB TO OPEN-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       274-BACK-OUT-STAMPED-SLOT.
           PERFORM 272-BACK-OUT-SLOT.
           PERFORM 273-FIND-REVERSAL-SLOT.
       275-APPLY-REVERSAL.
           MOVE M-STUDENT-DATA TO JR-BEFORE.
           MOVE STUDENT-DATA TO M-STUDENT-DATA.
           REWRITE MASTER-RECORD.
           IF MASTER-STATUS NOT = '00' THEN
               DISPLAY 'PAYPOST: REWRITE FAILED, STATUS ' MASTER-STATUS
                   ' STUDENT ' P-STUDENT-ID ' LOAN ' M-LOAN-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'R' TO JR-ACTION.
           MOVE M-STUDENT-DATA TO JR-AFTER.
           PERFORM 600-WRITE-JOURNAL.
           PERFORM VARYING AL-SUB FROM 1 BY 1
               UNTIL AL-SUB > AL-COUNT
               PERFORM 278-WRITE-REVERSAL-REGISTER
           END-PERFORM.
      *EVERY REVERSAL LEAVES A REGISTER LINE FOR EACH INSTALLMENT IT
      *BACKED OUT SO THE BANK RECONCILIATION CAN TIE EACH NSF ITEM TO
      *THE ACCOUNT AND SLOTS IT HIT
       278-WRITE-REVERSAL-REGISTER.
           MOVE P-STUDENT-ID TO RV-STUDENT-ID.
           MOVE S-NAME TO RV-NAME.
           MOVE AL-AMOUNT(AL-SUB) TO RV-AMOUNT.
           MOVE P-PAY-DATE TO RV-PAY-DATE.
           MOVE AL-SLOT(AL-SUB) TO RV-SLOT.
           MOVE RUN-DATE TO RV-RUN-DATE.
           MOVE M-LOAN-SEQ TO RV-LOAN-SEQ.
           WRITE PAYREV-RECORD FROM PAYREV-DATA.
      *THE CHARGED-OFF LOAN ITSELF IS LEFT AS IT WAS WRITTEN OFF -
      *THE MONEY IS REGISTERED AND REPORTED APART FROM THE AMOUNT
      *POSTED SO THE LEDGER BOOKS IT AGAINST THE LOSS, NOT THE LOAN
       280-POST-RECOVERY.
           MOVE P-STUDENT-ID TO RC-STUDENT-ID.
           MOVE M-LOAN-SEQ TO RC-LOAN-SEQ.
           MOVE S-NAME TO RC-NAME.
           MOVE P-AMOUNT TO RC-AMOUNT.
           MOVE P-PAY-DATE TO RC-PAY-DATE.
           MOVE RUN-DATE TO RC-RUN-DATE.
           WRITE RECOVREG-RECORD FROM RECOVREG-DATA.
           ADD 1 TO PAY-RECOVER-COUNT.
           ADD P-AMOUNT TO PAY-RECOVER-AMOUNT.
           MOVE 'RECOVERY - CHARGED OFF' TO R-DISPOSITION.
       300-PRINT-TOTALS.
           MOVE PAY-READ-COUNT TO R-TOT-READ.
           MOVE PAY-POST-COUNT TO R-TOT-POSTED.
           MOVE PAY-POST-AMOUNT TO R-TOT-AMOUNT.
           MOVE PAY-REVERSE-COUNT TO R-TOT-REVERSED.
           MOVE PAY-REVERSE-AMOUNT TO R-TOT-REV-AMOUNT.
           MOVE PAY-RECOVER-AMOUNT TO R-TOT-RECOVER-AMOUNT.
           MOVE PAY-RECOVER-COUNT TO R-TOT-RECOVERED.
           MOVE PAY-REJECT-AMOUNT TO R-TOT-REJECT-AMOUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS3
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS4
               AFTER ADVANCING 1 LINE.
       600-WRITE-JOURNAL.
           MOVE 'PAYPOST ' TO JR-PROGRAM.
           MOVE RUN-DATE TO JR-RUN-DATE.
           ACCEPT TIME-WORK FROM TIME.
           MOVE TIME-HHMMSS TO JR-RUN-TIME.
           MOVE M-STUDENT-ID TO JR-STUDENT-ID.
           MOVE M-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE JR-SCHED-AFTER.
           WRITE JOURNAL-RECORD FROM JOURNAL-DATA.
       500-READ-PAYMENT.
           READ PAYMENT-FILE
