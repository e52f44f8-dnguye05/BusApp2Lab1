           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO 'EMPL_LOCKBOX'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           03 M-KEY.
               05 M-STUDENT-ID PIC X(9).
               05 M-LOAN-SEQ PIC 9(2).
           03 M-STUDENT-DATA PIC X(320).
           03 M-SCHEDULE-DATA PIC X(90).
       FD  LOCKBOX-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       FD  PAYTRAN-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYTRAN-RECORD PIC X(26).
       FD  SUSPENSE-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSPENSE-RECORD PIC X(80).
           03 P-AMOUNT PIC 9(4)V9(2).
           03 P-PAY-DATE PIC 9(8).
           03 P-TRAN-TYPE PIC X VALUE 'P'.
           03 P-LOAN-SEQ PIC X(2).
      *GLINTF READS THE HEADING FOR THE RUN DATE
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'LOCKBOX REMITTANCE TRANSLATION '.
           03 RH-RUN-DATE PIC 9(8).
       01  REPORT-HEADING2.
           03 FILLER PIC X(7) VALUE 'ACCOUNT'.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'DEPOSIT TOTAL: '.
           03 R-TOT-DEPOSIT PIC $$$$,$$$,$$9.99.
      *THE SHARE OF DOLLARS RECEIVED THAT WENT TO SUSPENSE INSTEAD OF
      *EMPL_PAYTRAN - GLINTF READS IT BACK TO TIE CASH TO POSTINGS
       01  REPORT-TOTALS3.
           03 FILLER PIC X(18) VALUE 'SUSPENSE DOLLARS: '.
           03 R-TOT-SUSP-DOLLARS PIC $$$$,$$$,$$9.99.
       01  SUSPENSE-DATA.
           03 SP-ITEM PIC X(36).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ITEM-TRANS-COUNT PIC 9(7) VALUE 0.
           03 ITEM-SUSP-COUNT PIC 9(7) VALUE 0.
           03 ITEM-DOLLAR-TOTAL PIC 9(10)V9(2) VALUE 0.
           03 ITEM-SUSP-DOLLARS PIC 9(10)V9(2) VALUE 0.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 ITEM-GOOD-SW PIC 9 VALUE 1.
               88 ITEM-GOOD VALUE 1.
               88 ITEM-BAD VALUE 0.
           03 ITEM-REASON PIC X(36) VALUE SPACES.
           03 BALANCED-SW PIC X VALUE 'Y'.
               88 DEPOSIT-BALANCED VALUE 'Y'.
           03 LI-LOAN-SEQ PIC X(2) VALUE SPACES.
           03 LI-LOAN-SEQ-N REDEFINES LI-LOAN-SEQ PIC 9(2).
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT MASTER-FILE.
           OPEN OUTPUT PAYTRAN-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RH-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
               PERFORM 240-WRITE-PAYTRAN
           ELSE
               PERFORM 260-WRITE-SUSPENSE
               IF LI-AMOUNT NUMERIC AND LI-PAY-DATE NUMERIC THEN
                   ADD LI-AMOUNT TO ITEM-SUSP-DOLLARS
               END-IF
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.
      *THE DEPOSIT TOTAL COVERS EVERY ITEM THE BANK TOOK, MATCHED OR
           END-IF.
      *THE BANK CARRIES OUR NINE-CHARACTER STUDENT ID IN THE FIRST
      *NINE POSITIONS OF THE REMITTANCE ACCOUNT FIELD - AN ID THAT IS
      *NOT ON THE MASTER CANNOT POST AND BELONGS IN SUSPENSE.  A
      *BORROWER WITH MORE THAN ONE LOAN CAN WRITE THE LOAN NUMBER IN
      *THE NEXT TWO POSITIONS; WITHOUT ONE PAYPOST APPLIES THE MONEY
      *TO THE OLDEST OPEN LOAN
       230-FIND-STUDENT.
           MOVE SPACES TO LI-LOAN-SEQ.
           IF LI-ACCOUNT(10:2) NUMERIC
                   AND LI-ACCOUNT(10:2) NOT = '00' THEN
               MOVE LI-ACCOUNT(10:2) TO LI-LOAN-SEQ
           END-IF.
           MOVE LI-ACCOUNT(1:9) TO M-STUDENT-ID.
           IF LI-LOAN-SEQ NOT = SPACES THEN
               MOVE LI-LOAN-SEQ-N TO M-LOAN-SEQ
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO ITEM-GOOD-SW
                       MOVE 'LOAN NOT ON MASTER' TO ITEM-REASON
               END-READ
           ELSE
               MOVE 0 TO M-LOAN-SEQ
               START MASTER-FILE KEY NOT < M-KEY
                   INVALID KEY
                       MOVE 0 TO ITEM-GOOD-SW
               END-START
               IF ITEM-GOOD THEN
                   READ MASTER-FILE NEXT
                       AT END
                           MOVE 0 TO ITEM-GOOD-SW
                   END-READ
               END-IF
               IF ITEM-GOOD AND M-STUDENT-ID NOT = LI-ACCOUNT(1:9) THEN
                   MOVE 0 TO ITEM-GOOD-SW
               END-IF
               IF ITEM-BAD THEN
                   MOVE 'STUDENT NOT ON MASTER' TO ITEM-REASON
               END-IF
           END-IF.
       240-WRITE-PAYTRAN.
           MOVE LI-ACCOUNT(1:9) TO P-STUDENT-ID.
           MOVE LI-AMOUNT TO P-AMOUNT.
           MOVE LI-PAY-DATE TO P-PAY-DATE.
           MOVE LI-LOAN-SEQ TO P-LOAN-SEQ.
           WRITE PAYTRAN-RECORD FROM PAYTRAN-DATA.
           ADD 1 TO ITEM-TRANS-COUNT.
           MOVE 'TRANSLATED' TO ITEM-REASON.
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
           MOVE ITEM-SUSP-DOLLARS TO R-TOT-SUSP-DOLLARS.
           WRITE REPORT-RECORD FROM REPORT-TOTALS3
               AFTER ADVANCING 1 LINE.
       END PROGRAM lockbox.
