           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'EMPL_MSTTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL_MSTJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT RESTRUCT-FILE ASSIGN TO 'EMPL_RSTRPT'
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
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-RECORD PIC X(344).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       FD  UNLOAD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  UNLOAD-RECORD PIC X(421).
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(866).
       FD  RESTRUCT-FILE
               LABEL RECORDS ARE OMITTED.
       01  RESTRUCT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
       01  TRANS-DATA.
           03 T-ACTION PIC X.
               88 T-CHANGE VALUE 'C'.
               88 T-DELETE VALUE 'D'.
               88 T-DEFER VALUE 'F'.
               88 T-RESTRUCTURE VALUE 'R'.
           03 T-STUDENT-ID PIC X(9).
           03 T-STUDENT-DATA.
               05 T-NAME PIC X(20).
               05 TD-DEFER-START PIC 9(8).
               05 TD-DEFER-END PIC 9(8).
               05 FILLER PIC X(303).
      *AN 'R' TRANSACTION CARRIES THE AGREED PLAN - A SCHEDULED
      *AMOUNT AND DUE DATE FOR EACH OF THE TWELVE INSTALLMENTS.  ONLY
      *THE INSTALLMENTS STILL OPEN ARE TAKEN; A PAID ONE KEEPS ITS
      *HISTORY AND ITS ENTRY MAY BE LEFT BLANK
           03 T-RESTRUCTURE-VIEW REDEFINES T-STUDENT-DATA.
               05 TS-INSTALLMENT OCCURS 12 TIMES.
                   07 TS-SCHED-AMT PIC 9(4)V9(2).
                   07 TS-SCHED-DUE PIC 9(8).
               05 FILLER PIC X(152).
      *A STUDENT CAN CARRY MORE THAN ONE LOAN, EACH ITS OWN MASTER
      *RECORD UNDER THE STUDENT ID.  THE LOAN NUMBER RIDES AT THE END
      *SO A TRANSACTION KEYED BEFORE LOANS WERE NUMBERED STILL READS -
      *A BLANK NUMBER ON AN ADD OPENS THE STUDENT'S NEXT LOAN, ON A
      *DEFERMENT IT MEANS THE OLDEST OPEN LOAN, AND ON A CHANGE OR
      *DELETE IT IS ONLY ACCEPTED WHEN THE STUDENT HAS A SINGLE LOAN
           03 T-LOAN-SEQ PIC X(2).
           03 T-LOAN-SEQ-N REDEFINES T-LOAN-SEQ PIC 9(2).
      *EVERY MAINTENANCE TRANSACTION NAMES THE OPERATOR WHO KEYED IT
      *AND THE REASON FOR THE CHANGE - BOTH GO TO THE JOURNAL WITH
      *THE BEFORE AND AFTER IMAGES SO AN AUDITOR CAN TRACE A MANUAL
      *CHANGE TO A PERSON
           03 T-OPERATOR-ID PIC X(8).
           03 T-REASON-CODE PIC X(4).
      *GLINTF READS THE HEADING FOR THE RUN DATE
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'LOAN MASTER MAINTENANCE        '.
           03 RH-RUN-DATE PIC 9(8).
       01  REPORT-HEADING2.
           03 FILLER PIC X(6) VALUE 'ACTION'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'DISPOSITION'.
           03 FILLER PIC X(21) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'OPERATOR'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REASON'.
       01  REPORT-DETAIL.
           03 R-ACTION PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-DISPOSITION PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-OPERATOR-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-REASON-CODE PIC X(4).
       01  REPORT-TOTALS1.
           03 FILLER PIC X(19) VALUE 'TRANSACTIONS READ: '.
           03 R-TOT-READ PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE 'CHANGED: '.
           03 R-TOT-CHANGED PIC ZZZZ9.
       01  REPORT-TOTALS2.
           03 FILLER PIC X(15) VALUE 'RESTRUCTURED:  '.
           03 R-TOT-RESTRUCT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'DELETED: '.
           03 R-TOT-DELETED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'MASTER UNLOADED: '.
           03 R-TOT-UNLOADED PIC ZZZZ9.
      *THE NET CHANGE IN WHAT BORROWERS OWE - LOAN LESS PAID ON EVERY
      *LOAN NOT CHARGED OFF - THAT ADDS, CHANGES AND DELETES MADE.
      *GLINTF READS THIS LINE BACK WHEN IT TIES THE RECEIVABLE TO LAB1
      *- KEEP THE LABEL AND THE EDITED AMOUNT WHERE THEY ARE
       01  REPORT-TOTALS3.
           03 FILLER PIC X(20) VALUE 'PRINCIPAL MOVEMENT: '.
           03 R-TOT-MOVEMENT PIC $$$,$$$,$$9.99-.
       01  UNLOAD-HEADER.
           03 FILLER PIC X(3) VALUE 'HDR'.
           03 UH-BATCH-ID PIC X(8) VALUE 'LOANMNT '.
               05 UN-LOAN-WHOLE PIC 9(5).
               05 UN-LOAN-DECIMAL PIC P9(2).
           03 FILLER PIC X(285).
      *THE MASTER KEY RIDES IN THE LAST ELEVEN BYTES OF EVERY UNLOAD
      *RECORD SO THE WHOLE REPORTING CHAIN CAN MATCH ON STUDENT ID
      *INSTEAD OF NAME - THE STUDENT ID STAYS WHERE IT ALWAYS WAS AND
      *THE LOAN NUMBER FOLLOWS IT
       01  UNLOAD-DATA.
           03 UD-STUDENT-DATA PIC X(320).
           03 UD-STUDENT-ID PIC X(9).
           03 UD-LOAN-SEQ PIC 9(2).
           03 UD-SCHEDULE-DATA PIC X(90).
      *THE DEFERMENT WINDOW LIVES IN THE LAST 21 BYTES OF THE
      *STUDENT DATA, AFTER THE TWELVE INSTALLMENTS
       01  DEFER-WORK.
               05 DW-DEFER-SW PIC X.
               05 DW-DEFER-START PIC 9(8).
               05 DW-DEFER-END PIC 9(8).
               05 DW-CHGOFF-SW PIC X.
               05 FILLER PIC X(3).
      *A CHANGE RETYPES THE STUDENT DATA BUT THE CHARGE-OFF SWITCH IS
      *SET ONLY BY CHGOFF, SO THE MASTER'S SETTING IS CARRIED ACROSS
       01  CHGOFF-HOLD PIC X.
      *A LOAN IS OPEN UNTIL ITS INSTALLMENTS ADD UP TO THE LOAN AMOUNT
      *OR IT IS CHARGED OFF
       01  LOAN-STATUS-VIEW.
           03 FILLER PIC X(28).
           03 LS-LOAN.
               05 LS-LOAN-WHOLE PIC 9(5).
               05 LS-LOAN-DECIMAL PIC P9(2).
           03 LS-INSTALLMENT OCCURS 12 TIMES.
               05 LS-PAID.
                   07 LS-PAID-WHOLE PIC 9(4).
                   07 LS-PAID-DECIMAL PIC P9(2).
               05 FILLER PIC X(16).
           03 FILLER PIC X(17).
           03 LS-CHGOFF-SW PIC X.
               88 LS-CHARGED-OFF VALUE 'Y'.
           03 FILLER PIC X(3).
      *EVERY MASTER UPDATE LEAVES A BEFORE AND AFTER IMAGE ON THE
      *JOURNAL SO A QUESTIONED BALANCE CAN BE TRACED TO THE RUN THAT
      *CHANGED IT AND THE MASTER REBUILT TO ANY PRIOR DAY
           03 JR-STUDENT-ID PIC X(9).
           03 JR-BEFORE PIC X(320).
           03 JR-AFTER PIC X(320).
           03 JR-LOAN-SEQ PIC 9(2).
           03 JR-SCHED-BEFORE PIC X(90).
           03 JR-SCHED-AFTER PIC X(90).
           03 JR-OPERATOR-ID PIC X(8).
           03 JR-REASON-CODE PIC X(4).
      *A RESTRUCTURED LOAN CARRIES ITS OWN INSTALLMENT SCHEDULE AFTER
      *THE STUDENT DATA.  WHILE THE SWITCH IS OFF EVERY INSTALLMENT IS
      *ONE TWELFTH OF THE LOAN; ONCE A PLAN IS AGREED THE AMOUNT DUE
      *ON EACH INSTALLMENT IS THE ONE STORED HERE AND ITS DUE DATE IS
      *THE ONE IN THE INSTALLMENT ITSELF
       01  SCHEDULE-DATA.
           03 SC-SCHED-SW PIC X.
               88 SC-SCHEDULED VALUE 'Y'.
           03 SC-RESTRUCTURE-DATE PIC 9(8).
           03 SC-RESTRUCTURE-COUNT PIC 9(2).
           03 SC-SCHED-AMT PIC 9(4)V9(2) OCCURS 12 TIMES.
           03 FILLER PIC X(7).
       01  RESTRUCTURE-WORK.
           03 RS-NAME PIC X(20).
           03 FILLER PIC X(8).
           03 RS-LOAN.
               05 RS-LOAN-WHOLE PIC 9(5).
               05 RS-LOAN-DECIMAL PIC P9(2).
           03 RS-INSTALLMENT OCCURS 12 TIMES.
               05 RS-PAID.
                   07 RS-PAID-WHOLE PIC 9(4).
                   07 RS-PAID-DECIMAL PIC P9(2).
               05 RS-DUE-DATE PIC 9(8).
               05 RS-PAY-DATE PIC 9(8).
           03 FILLER PIC X(17).
           03 RS-CHGOFF-SW PIC X.
               88 RS-CHARGED-OFF VALUE 'Y'.
           03 FILLER PIC X(3).
      *THE RESTRUCTURE REGISTER GOES TO MANAGEMENT - EACH PLAN SHOWS
      *THE OUTSTANDING PRINCIPAL AGAINST WHAT THE OLD AND NEW
      *SCHEDULES STILL EXPECT, AND EVERY OPEN INSTALLMENT BEFORE AND
      *AFTER
       01  RESTRUCT-HEADING1.
           03 FILLER PIC X(31) VALUE 'LOAN RESTRUCTURE REGISTER      '.
           03 RRH-RUN-DATE PIC 9(8).
       01  RESTRUCT-HEADING2.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'PRINCIPAL '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'OLD SCHED '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'NEW SCHED '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'OPEN'.
       01  RESTRUCT-DETAIL.
           03 RR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-PRINCIPAL PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-OLD-TOTAL PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-NEW-TOTAL PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-OPEN-COUNT PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-NOTE PIC X(18).
       01  RESTRUCT-SLOT-LINE.
           03 FILLER PIC X(15) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'INSTALLMENT '.
           03 RS-SLOT-NO PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'WAS  '.
           03 RS-OLD-DUE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RS-OLD-AMT PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'NOW  '.
           03 RS-NEW-DUE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RS-NEW-AMT PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RS-SLOT-NOTE PIC X(6).
       01  RESTRUCT-TOTALS.
           03 FILLER PIC X(14) VALUE 'RESTRUCTURES: '.
           03 RRT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'OLD SCHEDULED: '.
           03 RRT-OLD-TOTAL PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'NEW SCHEDULED: '.
           03 RRT-NEW-TOTAL PIC $$,$$$,$$9.99.
      *ONE ENTRY PER OPEN INSTALLMENT OF THE PLAN BEING APPLIED, KEPT
      *FOR THE REGISTER ONCE THE REWRITE HAS GONE THROUGH
       01  RESTRUCT-SLOT-TABLE.
           03 RT-COUNT PIC 99 VALUE 0.
           03 RT-ENTRY OCCURS 12 TIMES.
               05 RT-SLOT PIC 99.
               05 RT-OLD-DUE PIC 9(8).
               05 RT-OLD-AMT PIC 9(4)V9(2).
               05 RT-NEW-DUE PIC 9(8).
               05 RT-NEW-AMT PIC 9(4)V9(2).
               05 RT-CLOSE-SW PIC X.
                   88 RT-CLOSES VALUE 'Y'.
       01  TIME-WORK.
           03 TIME-HHMMSS PIC 9(6).
           03 FILLER PIC XX.
           03 TR-ADD-COUNT PIC 9(5) VALUE 0.
           03 TR-CHANGE-COUNT PIC 9(5) VALUE 0.
           03 TR-DELETE-COUNT PIC 9(5) VALUE 0.
           03 TR-RESTRUCT-COUNT PIC 9(5) VALUE 0.
           03 TR-ERROR-COUNT PIC 9(5) VALUE 0.
           03 UNLOAD-COUNT PIC 9(5) VALUE 0.
           03 UNLOAD-HASH PIC 9(12)V9(2) VALUE 0.
           03 UNLOAD-LOAN-W PIC 9(5)V9(2) VALUE 0.
           03 EOF-L PIC 9 VALUE 0.
           03 SUB PIC 99.
           03 LN-COUNT PIC 9(3) VALUE 0.
           03 LN-FIRST-SEQ PIC 9(2) VALUE 0.
           03 LN-HIGH-SEQ PIC 9(2) VALUE 0.
           03 LN-OPEN-SEQ PIC 9(2) VALUE 0.
           03 LN-SEQ PIC 9(2) VALUE 0.
           03 LN-LOAN-W PIC 9(5)V9(2) VALUE 0.
           03 LN-PAID-W PIC 9(4)V9(2) VALUE 0.
           03 LN-TOTAL-PAID PIC 9(6)V9(2) VALUE 0.
           03 LN-OWED-W PIC S9(6)V9(2) VALUE 0.
           03 LN-MOVEMENT PIC S9(8)V9(2) VALUE 0.
           03 LN-RESOLVED-SW PIC X VALUE 'Y'.
               88 LN-RESOLVED VALUE 'Y'.
           03 RS-SUB PIC 99.
           03 RS-LOAN-W PIC 9(5)V9(2) VALUE 0.
           03 RS-PAID-W PIC 9(4)V9(2) VALUE 0.
           03 RS-TOTAL-PAID PIC 9(6)V9(2) VALUE 0.
           03 RS-PRINCIPAL PIC S9(6)V9(2) VALUE 0.
           03 RS-STD-AMT PIC 9(4)V9(2) VALUE 0.
           03 RS-OLD-TOTAL PIC 9(6)V9(2) VALUE 0.
           03 RS-NEW-TOTAL PIC 9(6)V9(2) VALUE 0.
           03 RS-LAST-DUE PIC 9(8) VALUE 0.
           03 RS-REASON PIC X(30) VALUE SPACES.
           03 RS-GOOD-SW PIC X VALUE 'Y'.
               88 RS-GOOD VALUE 'Y'.
           03 RS-GRAND-OLD PIC 9(8)V9(2) VALUE 0.
           03 RS-GRAND-NEW PIC 9(8)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN I-O MASTER-FILE.
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           OPEN OUTPUT RESTRUCT-FILE.
           MOVE RUN-DATE TO RRH-RUN-DATE.
           WRITE RESTRUCT-RECORD FROM RESTRUCT-HEADING1.
           WRITE RESTRUCT-RECORD FROM RESTRUCT-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RESTRUCT-RECORD.
           WRITE RESTRUCT-RECORD
               AFTER ADVANCING 1 LINE.
           IF TRANS-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-T
           ELSE
           PERFORM 200-APPLY-TRANS
               UNTIL EOF-T = 1.
           PERFORM 300-PRINT-TOTALS.
           PERFORM 320-PRINT-RESTRUCT-TOTALS.
           CLOSE MASTER-FILE
               TRANS-FILE
               JOURNAL-FILE
               RESTRUCT-FILE.
           PERFORM 700-UNLOAD-MASTER.
           PERFORM 310-PRINT-UNLOAD-TOTAL.
           CLOSE REPORT-FILE.
       200-APPLY-TRANS.
           MOVE T-ACTION TO R-ACTION.
           MOVE T-STUDENT-ID TO R-STUDENT-ID.
           MOVE T-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE T-NAME TO R-NAME.
           MOVE T-OPERATOR-ID TO R-OPERATOR-ID.
           MOVE T-REASON-CODE TO R-REASON-CODE.
           EVALUATE TRUE
               WHEN T-OPERATOR-ID = SPACES
                   MOVE 'REJECTED - NO OPERATOR ID' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
               WHEN T-REASON-CODE = SPACES
                   MOVE 'REJECTED - NO REASON CODE' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
               WHEN T-ADD
                   PERFORM 210-ADD-MASTER
               WHEN T-CHANGE
                   PERFORM 205-RESOLVE-LOAN
                   IF LN-RESOLVED THEN
                       PERFORM 220-CHANGE-MASTER
                   END-IF
               WHEN T-DELETE
                   PERFORM 205-RESOLVE-LOAN
                   IF LN-RESOLVED THEN
                       PERFORM 230-DELETE-MASTER
                   END-IF
               WHEN T-DEFER
                   PERFORM 240-DEFER-MASTER
               WHEN T-RESTRUCTURE
                   MOVE SPACES TO R-NAME
                   PERFORM 205-RESOLVE-LOAN
                   IF LN-RESOLVED THEN
                       PERFORM 260-RESTRUCTURE-MASTER
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
           PERFORM 500-READ-TRANS.
      *WORK OUT WHICH OF THE STUDENT'S LOANS THE TRANSACTION IS FOR.
      *A NAMED LOAN IS TAKEN AS GIVEN; AN UNNAMED ONE IS THE OLDEST
      *OPEN LOAN FOR A DEFERMENT, AND THE ONLY LOAN FOR A CHANGE OR
      *DELETE.  A STUDENT WITH NO LOANS FALLS THROUGH TO THE KEYED
      *READ, WHICH REPORTS IT NOT ON MASTER
       205-RESOLVE-LOAN.
           MOVE 'Y' TO LN-RESOLVED-SW.
           EVALUATE TRUE
               WHEN T-LOAN-SEQ = SPACES OR T-LOAN-SEQ = '00'
                   PERFORM 250-SCAN-STUDENT-LOANS
                   EVALUATE TRUE
                       WHEN LN-COUNT = 0
                           MOVE 1 TO LN-SEQ
                       WHEN T-DEFER AND LN-OPEN-SEQ > 0
                           MOVE LN-OPEN-SEQ TO LN-SEQ
                       WHEN T-DEFER OR LN-COUNT = 1
                           MOVE LN-FIRST-SEQ TO LN-SEQ
                       WHEN OTHER
                           MOVE 'N' TO LN-RESOLVED-SW
                           MOVE 'REJECTED - LOAN NUMBER REQUIRED'
                               TO R-DISPOSITION
                           ADD 1 TO TR-ERROR-COUNT
                   END-EVALUATE
               WHEN T-LOAN-SEQ-N NUMERIC
                   MOVE T-LOAN-SEQ-N TO LN-SEQ
               WHEN OTHER
                   MOVE 'N' TO LN-RESOLVED-SW
                   MOVE 'REJECTED - BAD LOAN NUMBER' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
           END-EVALUATE.
           IF LN-RESOLVED THEN
               MOVE LN-SEQ TO R-LOAN-SEQ
           END-IF.
      *AN ADD WITHOUT A LOAN NUMBER OPENS THE NEXT LOAN FOR THE
      *STUDENT - LOAN 01 FOR A NEW BORROWER, ONE PAST THE HIGHEST
      *LOAN ON FILE FOR A STUDENT WHO BORROWS AGAIN
       210-ADD-MASTER.
           MOVE 'Y' TO LN-RESOLVED-SW.
           EVALUATE TRUE
               WHEN T-LOAN-SEQ = SPACES OR T-LOAN-SEQ = '00'
                   PERFORM 250-SCAN-STUDENT-LOANS
                   IF LN-HIGH-SEQ = 99 THEN
                       MOVE 'N' TO LN-RESOLVED-SW
                       MOVE 'REJECTED - NO LOAN NUMBER LEFT'
                           TO R-DISPOSITION
                       ADD 1 TO TR-ERROR-COUNT
                   ELSE
                       COMPUTE LN-SEQ = LN-HIGH-SEQ + 1
                   END-IF
               WHEN T-LOAN-SEQ-N NUMERIC
                   MOVE T-LOAN-SEQ-N TO LN-SEQ
               WHEN OTHER
                   MOVE 'N' TO LN-RESOLVED-SW
                   MOVE 'REJECTED - BAD LOAN NUMBER' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
           END-EVALUATE.
           IF LN-RESOLVED THEN
               MOVE LN-SEQ TO R-LOAN-SEQ
               PERFORM 215-WRITE-NEW-LOAN
           END-IF.
       215-WRITE-NEW-LOAN.
           MOVE T-STUDENT-ID TO M-STUDENT-ID.
           MOVE LN-SEQ TO M-LOAN-SEQ.
           MOVE T-STUDENT-DATA TO M-STUDENT-DATA.
           MOVE SPACES TO M-SCHEDULE-DATA.
           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE 'REJECTED - ALREADY ON MASTER' TO R-DISPOSITION
               NOT INVALID KEY
                   MOVE 'ADDED' TO R-DISPOSITION
                   ADD 1 TO TR-ADD-COUNT
                   MOVE M-STUDENT-DATA TO LOAN-STATUS-VIEW
                   PERFORM 258-COMPUTE-OWED
                   ADD LN-OWED-W TO LN-MOVEMENT
                   MOVE 'A' TO JR-ACTION
                   MOVE SPACES TO JR-BEFORE JR-SCHED-BEFORE
                   MOVE M-STUDENT-DATA TO JR-AFTER
                   MOVE M-SCHEDULE-DATA TO JR-SCHED-AFTER
                   PERFORM 600-WRITE-JOURNAL
           END-WRITE.
       220-CHANGE-MASTER.
           MOVE T-STUDENT-ID TO M-STUDENT-ID.
           MOVE LN-SEQ TO M-LOAN-SEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON MASTER' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
               NOT INVALID KEY
                   MOVE M-STUDENT-DATA TO JR-BEFORE
                   MOVE M-STUDENT-DATA TO DW-STUDENT-DATA
                   MOVE DW-CHGOFF-SW TO CHGOFF-HOLD
                   MOVE T-STUDENT-DATA TO DW-STUDENT-DATA
                   MOVE CHGOFF-HOLD TO DW-CHGOFF-SW
                   MOVE DW-STUDENT-DATA TO M-STUDENT-DATA
                   REWRITE MASTER-RECORD
                   MOVE 'CHANGED' TO R-DISPOSITION
                   ADD 1 TO TR-CHANGE-COUNT
                   MOVE JR-BEFORE TO LOAN-STATUS-VIEW
                   PERFORM 258-COMPUTE-OWED
                   SUBTRACT LN-OWED-W FROM LN-MOVEMENT
                   MOVE M-STUDENT-DATA TO LOAN-STATUS-VIEW
                   PERFORM 258-COMPUTE-OWED
                   ADD LN-OWED-W TO LN-MOVEMENT
                   MOVE 'C' TO JR-ACTION
                   MOVE M-STUDENT-DATA TO JR-AFTER
                   MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE
                       JR-SCHED-AFTER
                   PERFORM 600-WRITE-JOURNAL
           END-READ.
      *THE RECORD IS READ BEFORE THE DELETE SO THE JOURNAL KEEPS THE
      *IMAGE THAT WAS DESTROYED
       230-DELETE-MASTER.
           MOVE T-STUDENT-ID TO M-STUDENT-ID.
           MOVE LN-SEQ TO M-LOAN-SEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON MASTER' TO R-DISPOSITION
                   DELETE MASTER-FILE RECORD
                   MOVE 'DELETED' TO R-DISPOSITION
                   ADD 1 TO TR-DELETE-COUNT
                   MOVE JR-BEFORE TO LOAN-STATUS-VIEW
                   PERFORM 258-COMPUTE-OWED
                   SUBTRACT LN-OWED-W FROM LN-MOVEMENT
                   MOVE 'D' TO JR-ACTION
                   MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE
                   MOVE SPACES TO JR-AFTER JR-SCHED-AFTER
                   PERFORM 600-WRITE-JOURNAL
           END-READ.
      *PLACE OR LIFT A DEFERMENT WITHOUT RETYPING THE WHOLE STUDENT
                   MOVE 'REJECTED - BAD DEFER DATES' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
               ELSE
                   PERFORM 205-RESOLVE-LOAN
                   IF LN-RESOLVED THEN
                       PERFORM 245-APPLY-DEFERMENT
                   END-IF
               END-IF
           END-IF.
       245-APPLY-DEFERMENT.
           MOVE T-STUDENT-ID TO M-STUDENT-ID.
           MOVE LN-SEQ TO M-LOAN-SEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON MASTER' TO R-DISPOSITION
                   ADD 1 TO TR-CHANGE-COUNT
                   MOVE 'F' TO JR-ACTION
                   MOVE M-STUDENT-DATA TO JR-AFTER
                   MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE
                       JR-SCHED-AFTER
                   PERFORM 600-WRITE-JOURNAL
           END-READ.
      *BROWSE EVERY LOAN ON FILE FOR THE STUDENT, IN LOAN NUMBER
      *ORDER, NOTING THE FIRST AND HIGHEST LOAN NUMBERS AND THE
      *OLDEST LOAN STILL OPEN
       250-SCAN-STUDENT-LOANS.
           MOVE 0 TO LN-COUNT LN-FIRST-SEQ LN-HIGH-SEQ LN-OPEN-SEQ.
           MOVE 0 TO EOF-L.
           MOVE T-STUDENT-ID TO M-STUDENT-ID.
           MOVE 0 TO M-LOAN-SEQ.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-L
           END-START.
           PERFORM 255-SCAN-NEXT-LOAN
               UNTIL EOF-L = 1.
       255-SCAN-NEXT-LOAN.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 1 TO EOF-L
               NOT AT END
                   IF M-STUDENT-ID NOT = T-STUDENT-ID THEN
                       MOVE 1 TO EOF-L
                   ELSE
                       ADD 1 TO LN-COUNT
                       IF LN-COUNT = 1 THEN
                           MOVE M-LOAN-SEQ TO LN-FIRST-SEQ
                       END-IF
                       MOVE M-LOAN-SEQ TO LN-HIGH-SEQ
                       IF LN-OPEN-SEQ = 0 THEN
                           PERFORM 257-CHECK-LOAN-OPEN
                       END-IF
                   END-IF
           END-READ.
       257-CHECK-LOAN-OPEN.
           MOVE M-STUDENT-DATA TO LOAN-STATUS-VIEW.
           MOVE 0 TO LN-TOTAL-PAID.
           IF NOT LS-CHARGED-OFF AND LS-LOAN-WHOLE NUMERIC
                   AND LS-LOAN-DECIMAL NUMERIC THEN
               MOVE LS-LOAN TO LN-LOAN-W
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 12
                   IF LS-PAID-WHOLE(SUB) NUMERIC
                           AND LS-PAID-DECIMAL(SUB) NUMERIC THEN
                       MOVE LS-PAID(SUB) TO LN-PAID-W
                       ADD LN-PAID-W TO LN-TOTAL-PAID
                   END-IF
               END-PERFORM
               IF LN-TOTAL-PAID < LN-LOAN-W THEN
                   MOVE M-LOAN-SEQ TO LN-OPEN-SEQ
               END-IF
           END-IF.
      *WHAT ONE LOAN IMAGE CARRIES IN THE RECEIVABLE LAB1 TOTALS - A
      *CHARGED-OFF LOAN IS OUT OF IT, AS IS ONE WITH NO LOAN AMOUNT
       258-COMPUTE-OWED.
           MOVE 0 TO LN-OWED-W.
           IF NOT LS-CHARGED-OFF AND LS-LOAN-WHOLE NUMERIC
                   AND LS-LOAN-DECIMAL NUMERIC THEN
               MOVE LS-LOAN TO LN-OWED-W
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 12
                   IF LS-PAID-WHOLE(SUB) NUMERIC
                           AND LS-PAID-DECIMAL(SUB) NUMERIC THEN
                       MOVE LS-PAID(SUB) TO LN-PAID-W
                       SUBTRACT LN-PAID-W FROM LN-OWED-W
                   END-IF
               END-PERFORM
           END-IF.
      *A RESTRUCTURE REPLACES THE AMOUNT AND DUE DATE OF EVERY
      *INSTALLMENT STILL OPEN WITH THE AGREED PLAN.  THE WHOLE PLAN IS
      *EDITED BEFORE ANYTHING IS TOUCHED, SO A BAD ENTRY LEAVES THE
      *LOAN ON ITS OLD SCHEDULE
       260-RESTRUCTURE-MASTER.
           MOVE T-STUDENT-ID TO M-STUDENT-ID.
           MOVE LN-SEQ TO M-LOAN-SEQ.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON MASTER' TO R-DISPOSITION
                   ADD 1 TO TR-ERROR-COUNT
               NOT INVALID KEY
                   MOVE M-STUDENT-DATA TO RESTRUCTURE-WORK
                   MOVE M-SCHEDULE-DATA TO SCHEDULE-DATA
                   MOVE RS-NAME TO R-NAME
                   PERFORM 262-EDIT-RESTRUCTURE
                   IF RS-GOOD THEN
                       PERFORM 266-APPLY-RESTRUCTURE
                   ELSE
                       MOVE RS-REASON TO R-DISPOSITION
                       ADD 1 TO TR-ERROR-COUNT
                   END-IF
           END-READ.
      *THE LOAN MUST STILL BE OPEN AND NOT CHARGED OFF, AND EVERY
      *OPEN INSTALLMENT MUST CARRY AN AMOUNT NO LESS THAN WHAT IS
      *ALREADY PAID TOWARD IT AND A DUE DATE, WITH THE DUE DATES IN
      *INSTALLMENT ORDER
       262-EDIT-RESTRUCTURE.
           MOVE 'Y' TO RS-GOOD-SW.
           MOVE 0 TO RT-COUNT RS-TOTAL-PAID RS-LAST-DUE.
           MOVE 0 TO RS-OLD-TOTAL RS-NEW-TOTAL.
           IF RS-LOAN-WHOLE NUMERIC AND RS-LOAN-DECIMAL NUMERIC THEN
               MOVE RS-LOAN TO RS-LOAN-W
           ELSE
               MOVE 0 TO RS-LOAN-W
           END-IF.
           COMPUTE RS-STD-AMT ROUNDED = RS-LOAN-W / 12.
           PERFORM VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > 12
               PERFORM 263-EDIT-INSTALLMENT
           END-PERFORM.
           COMPUTE RS-PRINCIPAL = RS-LOAN-W - RS-TOTAL-PAID.
           IF RS-CHARGED-OFF THEN
               MOVE 'N' TO RS-GOOD-SW
               MOVE 'REJECTED - LOAN CHARGED OFF' TO RS-REASON
           END-IF.
           IF RS-GOOD AND RS-PRINCIPAL NOT > 0 THEN
               MOVE 'N' TO RS-GOOD-SW
               MOVE 'REJECTED - LOAN PAID OFF' TO RS-REASON
           END-IF.
           IF RS-GOOD AND RT-COUNT = 0 THEN
               MOVE 'N' TO RS-GOOD-SW
               MOVE 'REJECTED - NO OPEN INSTALLMENT' TO RS-REASON
           END-IF.
       263-EDIT-INSTALLMENT.
           MOVE 0 TO RS-PAID-W.
           IF RS-PAID-WHOLE(RS-SUB) NUMERIC
                   AND RS-PAID-DECIMAL(RS-SUB) NUMERIC THEN
               MOVE RS-PAID(RS-SUB) TO RS-PAID-W
           END-IF.
           ADD RS-PAID-W TO RS-TOTAL-PAID.
           IF RS-PAY-DATE(RS-SUB) NOT NUMERIC
                   OR RS-PAY-DATE(RS-SUB) = 0 THEN
               PERFORM 264-EDIT-OPEN-INSTALLMENT
           END-IF.
       264-EDIT-OPEN-INSTALLMENT.
           EVALUATE TRUE
               WHEN NOT RS-GOOD
                   CONTINUE
               WHEN TS-SCHED-AMT(RS-SUB) NOT NUMERIC
                   MOVE 'N' TO RS-GOOD-SW
                   MOVE 'REJECTED - BAD SCHEDULE AMOUNT' TO RS-REASON
               WHEN TS-SCHED-DUE(RS-SUB) NOT NUMERIC
                       OR TS-SCHED-DUE(RS-SUB) = 0
                   MOVE 'N' TO RS-GOOD-SW
                   MOVE 'REJECTED - BAD SCHEDULE DATE' TO RS-REASON
               WHEN TS-SCHED-DUE(RS-SUB) < RS-LAST-DUE
                   MOVE 'N' TO RS-GOOD-SW
                   MOVE 'REJECTED - DATES OUT OF ORDER' TO RS-REASON
               WHEN TS-SCHED-AMT(RS-SUB) < RS-PAID-W
                   MOVE 'N' TO RS-GOOD-SW
                   MOVE 'REJECTED - BELOW AMOUNT PAID' TO RS-REASON
               WHEN OTHER
                   MOVE TS-SCHED-DUE(RS-SUB) TO RS-LAST-DUE
                   ADD 1 TO RT-COUNT
                   MOVE RS-SUB TO RT-SLOT(RT-COUNT)
                   IF RS-DUE-DATE(RS-SUB) NUMERIC THEN
                       MOVE RS-DUE-DATE(RS-SUB) TO RT-OLD-DUE(RT-COUNT)
                   ELSE
                       MOVE 0 TO RT-OLD-DUE(RT-COUNT)
                   END-IF
                   IF SC-SCHEDULED
                           AND SC-SCHED-AMT(RS-SUB) NUMERIC THEN
                       MOVE SC-SCHED-AMT(RS-SUB)
                           TO RT-OLD-AMT(RT-COUNT)
                   ELSE
                       MOVE RS-STD-AMT TO RT-OLD-AMT(RT-COUNT)
                   END-IF
                   MOVE TS-SCHED-DUE(RS-SUB) TO RT-NEW-DUE(RT-COUNT)
                   MOVE TS-SCHED-AMT(RS-SUB) TO RT-NEW-AMT(RT-COUNT)
                   IF TS-SCHED-AMT(RS-SUB) NOT > RS-PAID-W THEN
                       MOVE 'Y' TO RT-CLOSE-SW(RT-COUNT)
                   ELSE
                       MOVE 'N' TO RT-CLOSE-SW(RT-COUNT)
                   END-IF
                   COMPUTE RS-OLD-TOTAL = RS-OLD-TOTAL
                       + RT-OLD-AMT(RT-COUNT) - RS-PAID-W
                   COMPUTE RS-NEW-TOTAL = RS-NEW-TOTAL
                       + RT-NEW-AMT(RT-COUNT) - RS-PAID-W
           END-EVALUATE.
      *A LOAN RESTRUCTURED FOR THE FIRST TIME HAS ITS PAID
      *INSTALLMENTS RECORDED AT THE ONE-TWELFTH FIGURE THEY WERE
      *BILLED AT, SO THE STORED SCHEDULE IS COMPLETE FROM THEN ON.
      *AN OPEN INSTALLMENT RESCHEDULED TO NO MORE THAN WHAT IS PAID
      *ON IT - A DELIBERATE ZERO INCLUDED - IS CLOSED HERE, SINCE NO
      *PAYMENT WILL EVER COME IN TO CLOSE IT
       266-APPLY-RESTRUCTURE.
           MOVE M-STUDENT-DATA TO JR-BEFORE.
           MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE.
           IF NOT SC-SCHEDULED THEN
               MOVE SPACES TO SCHEDULE-DATA
               MOVE 0 TO SC-RESTRUCTURE-COUNT
               PERFORM VARYING RS-SUB FROM 1 BY 1
                   UNTIL RS-SUB > 12
                   MOVE RS-STD-AMT TO SC-SCHED-AMT(RS-SUB)
               END-PERFORM
           END-IF.
           IF SC-RESTRUCTURE-COUNT NOT NUMERIC THEN
               MOVE 0 TO SC-RESTRUCTURE-COUNT
           END-IF.
           PERFORM VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > RT-COUNT
               MOVE RT-NEW-AMT(RS-SUB) TO SC-SCHED-AMT(RT-SLOT(RS-SUB))
               MOVE RT-NEW-DUE(RS-SUB) TO RS-DUE-DATE(RT-SLOT(RS-SUB))
               IF RT-CLOSES(RS-SUB) THEN
                   PERFORM 267-CLOSE-INSTALLMENT
               END-IF
           END-PERFORM.
           MOVE 'Y' TO SC-SCHED-SW.
           MOVE RUN-DATE TO SC-RESTRUCTURE-DATE.
           IF SC-RESTRUCTURE-COUNT < 99 THEN
               ADD 1 TO SC-RESTRUCTURE-COUNT
           END-IF.
           MOVE RESTRUCTURE-WORK TO M-STUDENT-DATA.
           MOVE SCHEDULE-DATA TO M-SCHEDULE-DATA.
           REWRITE MASTER-RECORD.
           MOVE 'RESTRUCTURED' TO R-DISPOSITION.
           ADD 1 TO TR-RESTRUCT-COUNT.
           MOVE 'R' TO JR-ACTION.
           MOVE M-STUDENT-DATA TO JR-AFTER.
           MOVE M-SCHEDULE-DATA TO JR-SCHED-AFTER.
           PERFORM 600-WRITE-JOURNAL.
           PERFORM 268-WRITE-RESTRUCT-REGISTER.
      *THE CLOSING DATE IS NEVER LATER THAN THE NEW DUE DATE, SO
      *CLOSING AN INSTALLMENT BY RESTRUCTURE DOES NOT MAKE IT LATE
       267-CLOSE-INSTALLMENT.
           IF RT-NEW-DUE(RS-SUB) < RUN-DATE THEN
               MOVE RT-NEW-DUE(RS-SUB) TO RS-PAY-DATE(RT-SLOT(RS-SUB))
           ELSE
               MOVE RUN-DATE TO RS-PAY-DATE(RT-SLOT(RS-SUB))
           END-IF.
       268-WRITE-RESTRUCT-REGISTER.
           MOVE M-STUDENT-ID TO RR-STUDENT-ID.
           MOVE M-LOAN-SEQ TO RR-LOAN-SEQ.
           MOVE RS-NAME TO RR-NAME.
           MOVE RS-PRINCIPAL TO RR-PRINCIPAL.
           MOVE RS-OLD-TOTAL TO RR-OLD-TOTAL.
           MOVE RS-NEW-TOTAL TO RR-NEW-TOTAL.
           MOVE RT-COUNT TO RR-OPEN-COUNT.
           IF RS-NEW-TOTAL < RS-PRINCIPAL THEN
               MOVE 'SHORT OF PRINCIPAL' TO RR-NOTE
           ELSE
               MOVE SPACES TO RR-NOTE
           END-IF.
           WRITE RESTRUCT-RECORD FROM RESTRUCT-DETAIL
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > RT-COUNT
               MOVE RT-SLOT(RS-SUB) TO RS-SLOT-NO
               MOVE RT-OLD-DUE(RS-SUB) TO RS-OLD-DUE
               MOVE RT-OLD-AMT(RS-SUB) TO RS-OLD-AMT
               MOVE RT-NEW-DUE(RS-SUB) TO RS-NEW-DUE
               MOVE RT-NEW-AMT(RS-SUB) TO RS-NEW-AMT
               IF RT-CLOSES(RS-SUB) THEN
                   MOVE 'CLOSED' TO RS-SLOT-NOTE
               ELSE
                   MOVE SPACES TO RS-SLOT-NOTE
               END-IF
               WRITE RESTRUCT-RECORD FROM RESTRUCT-SLOT-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           ADD RS-OLD-TOTAL TO RS-GRAND-OLD.
           ADD RS-NEW-TOTAL TO RS-GRAND-NEW.
       300-PRINT-TOTALS.
           MOVE TR-READ-COUNT TO R-TOT-READ.
           MOVE TR-ADD-COUNT TO R-TOT-ADDED.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
       310-PRINT-UNLOAD-TOTAL.
           MOVE TR-RESTRUCT-COUNT TO R-TOT-RESTRUCT.
           MOVE TR-DELETE-COUNT TO R-TOT-DELETED.
           MOVE TR-ERROR-COUNT TO R-TOT-ERRORS.
           MOVE UNLOAD-COUNT TO R-TOT-UNLOADED.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
           MOVE LN-MOVEMENT TO R-TOT-MOVEMENT.
           WRITE REPORT-RECORD FROM REPORT-TOTALS3
               AFTER ADVANCING 1 LINE.
       320-PRINT-RESTRUCT-TOTALS.
           MOVE TR-RESTRUCT-COUNT TO RRT-COUNT.
           MOVE RS-GRAND-OLD TO RRT-OLD-TOTAL.
           MOVE RS-GRAND-NEW TO RRT-NEW-TOTAL.
           MOVE SPACES TO RESTRUCT-RECORD.
           WRITE RESTRUCT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE RESTRUCT-RECORD FROM RESTRUCT-TOTALS
               AFTER ADVANCING 1 LINE.
       500-READ-TRANS.
           READ TRANS-FILE
               AT END
           ACCEPT TIME-WORK FROM TIME.
           MOVE TIME-HHMMSS TO JR-RUN-TIME.
           MOVE M-STUDENT-ID TO JR-STUDENT-ID.
           MOVE M-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE T-OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE T-REASON-CODE TO JR-REASON-CODE.
           WRITE JOURNAL-RECORD FROM JOURNAL-DATA.
      *UNLOAD THE MAINTAINED MASTER IN KEY ORDER SO THE REPORT RUN
      *ALWAYS READS CURRENT DATA INSTEAD OF A HAND-BUILT INPUT FILE.
           OPEN OUTPUT UNLOAD-FILE.
           ACCEPT UH-DATE FROM DATE YYYYMMDD.
           WRITE UNLOAD-RECORD FROM UNLOAD-HEADER.
           MOVE LOW-VALUES TO M-KEY.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
                   END-IF
                   MOVE M-STUDENT-DATA TO UD-STUDENT-DATA
                   MOVE M-STUDENT-ID TO UD-STUDENT-ID
                   MOVE M-LOAN-SEQ TO UD-LOAN-SEQ
                   MOVE M-SCHEDULE-DATA TO UD-SCHEDULE-DATA
                   WRITE UNLOAD-RECORD FROM UNLOAD-DATA
                   ADD 1 TO UNLOAD-COUNT
           END-READ.
