      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: jrnlaud - decode the master journal's before and after
      *         images into named field changes for a date range
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. jrnlaud.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL_MSTJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT PARM-FILE ASSIGN TO 'EMPL_AUDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'EMPL_AUDRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(866).
      *THE RANGE IS FROM DATE IN COLUMNS 1-8 THROUGH TO DATE IN
      *10-17, BOTH DEFAULTING TO TODAY.  A STUDENT ID IN 19-27 LIMITS
      *THE REPORT TO THAT ONE STUDENT
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
           03 PARM-FROM-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 PARM-TO-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 PARM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(53).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
       01  JOURNAL-DATA.
           03 JR-PROGRAM PIC X(8).
           03 JR-RUN-DATE PIC 9(8).
           03 JR-RUN-TIME PIC 9(6).
           03 JR-ACTION PIC X.
           03 JR-STUDENT-ID PIC X(9).
           03 JR-BEFORE PIC X(320).
           03 JR-AFTER PIC X(320).
           03 JR-LOAN-SEQ PIC X(2).
           03 JR-SCHED-BEFORE PIC X(90).
           03 JR-SCHED-AFTER PIC X(90).
           03 JR-OPERATOR-ID PIC X(8).
           03 JR-REASON-CODE PIC X(4).
      *THE STUDENT DATA AND SCHEDULE LAID OUT FIELD BY FIELD.  THE
      *FIELDS ARE LEFT AS CHARACTERS SO A BLANK IMAGE - THE BEFORE
      *SIDE OF AN ADD, THE AFTER SIDE OF A DELETE - DECODES AS BLANK
       01  BEFORE-DATA.
           03 B-NAME PIC X(20).
           03 B-MAJOR PIC X(4).
           03 B-YEAR PIC X(4).
           03 B-LOAN PIC X(7).
           03 B-INSTALLMENT OCCURS 12 TIMES.
               05 B-PAID-AMT PIC X(6).
               05 B-DUE-DATE PIC X(8).
               05 B-PAY-DATE PIC X(8).
           03 B-DEFER-SW PIC X.
           03 B-DEFER-START PIC X(8).
           03 B-DEFER-END PIC X(8).
           03 B-CHGOFF-SW PIC X.
           03 FILLER PIC X(3).
       01  AFTER-DATA.
           03 A-NAME PIC X(20).
           03 A-MAJOR PIC X(4).
           03 A-YEAR PIC X(4).
           03 A-LOAN PIC X(7).
           03 A-INSTALLMENT OCCURS 12 TIMES.
               05 A-PAID-AMT PIC X(6).
               05 A-DUE-DATE PIC X(8).
               05 A-PAY-DATE PIC X(8).
           03 A-DEFER-SW PIC X.
           03 A-DEFER-START PIC X(8).
           03 A-DEFER-END PIC X(8).
           03 A-CHGOFF-SW PIC X.
           03 FILLER PIC X(3).
       01  SCHED-BEFORE-DATA.
           03 SB-SCHED-SW PIC X.
           03 SB-RESTRUCTURE-DATE PIC X(8).
           03 SB-RESTRUCTURE-COUNT PIC X(2).
           03 SB-SCHED-AMT PIC X(6) OCCURS 12 TIMES.
           03 FILLER PIC X(7).
       01  SCHED-AFTER-DATA.
           03 SA-SCHED-SW PIC X.
           03 SA-RESTRUCTURE-DATE PIC X(8).
           03 SA-RESTRUCTURE-COUNT PIC X(2).
           03 SA-SCHED-AMT PIC X(6) OCCURS 12 TIMES.
           03 FILLER PIC X(7).
       01  AMOUNT-WORK.
           03 AW-RAW PIC X(7).
           03 AW-NUM REDEFINES AW-RAW PIC 9(5)V9(2).
           03 AW-EDIT PIC ZZ,ZZ9.99.
           03 INSTALLMENT-RAW PIC X(6).
       01  SLOT-FIELD-NAME.
           03 FILLER PIC X(5) VALUE 'INST '.
           03 SF-SLOT PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SF-WHAT PIC X(9).
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'MASTER JOURNAL FIELD AUDIT     '.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE '  FROM  '.
           03 RH-FROM-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE '  TO  '.
           03 RH-TO-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RH-STUDENT-TEXT PIC X(9) VALUE SPACES.
           03 RH-STUDENT-ID PIC X(9) VALUE SPACES.
       01  REPORT-HEADING2.
           03 FILLER PIC X(8) VALUE 'RUN DATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'TIME  '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PROGRAM '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'ACTION        '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'OPERATOR'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REASON'.
       01  REPORT-HEADING3.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'FIELD'.
           03 FILLER PIC X(15) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'BEFORE'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'AFTER'.
       01  REPORT-ENTRY-LINE.
           03 R-RUN-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-RUN-TIME PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-PROGRAM PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-ACTION PIC X.
           03 FILLER PIC X(1) VALUE SPACES.
           03 R-ACTION-DESC PIC X(12).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-OPERATOR-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-REASON-CODE PIC X(4).
       01  REPORT-CHANGE-LINE.
           03 FILLER PIC X(10) VALUE SPACES.
           03 RC-FIELD PIC X(18).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RC-BEFORE PIC X(20).
           03 FILLER PIC X(4) VALUE ' -> '.
           03 RC-AFTER PIC X(20).
       01  REPORT-TOTALS1.
           03 FILLER PIC X(14) VALUE 'JOURNAL READ: '.
           03 R-TOT-READ PIC ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'REPORTED: '.
           03 R-TOT-REPORTED PIC ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'FIELD CHANGES: '.
           03 R-TOT-CHANGES PIC ZZZZZZ9.
       01  REPORT-TOTALS2.
           03 FILLER PIC X(14) VALUE 'KEYED BY AN   '.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 R-TOT-KEYED PIC ZZZZZZ9.
       01  MISC.
           03 EOF-J PIC 9 VALUE 0.
           03 SLOT PIC 99.
           03 JOURNAL-STATUS PIC XX VALUE '00'.
           03 PARM-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 FROM-DATE PIC 9(8) VALUE 0.
           03 TO-DATE PIC 9(8) VALUE 0.
           03 SELECT-STUDENT-ID PIC X(9) VALUE SPACES.
           03 FIELD-NAME PIC X(18) VALUE SPACES.
           03 BEFORE-TEXT PIC X(20) VALUE SPACES.
           03 AFTER-TEXT PIC X(20) VALUE SPACES.
           03 FMT-TEXT PIC X(20) VALUE SPACES.
           03 ENTRY-CHANGES PIC 9(5) VALUE 0.
           03 READ-COUNT PIC 9(7) VALUE 0.
           03 REPORTED-COUNT PIC 9(7) VALUE 0.
           03 CHANGE-COUNT PIC 9(7) VALUE 0.
           03 KEYED-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 040-READ-PARAMETERS.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' THEN
               DISPLAY 'JRNLAUD: CANNOT OPEN EMPL_MSTJRNL, STATUS '
                   JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE FROM-DATE TO RH-FROM-DATE.
           MOVE TO-DATE TO RH-TO-DATE.
           IF SELECT-STUDENT-ID NOT = SPACES THEN
               MOVE 'STUDENT: ' TO RH-STUDENT-TEXT
               MOVE SELECT-STUDENT-ID TO RH-STUDENT-ID
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADING3
               AFTER ADVANCING 1 LINE.
           PERFORM 200-PROCESS-JOURNAL
               UNTIL EOF-J = 1.
           CLOSE JOURNAL-FILE.
           PERFORM 300-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           STOP RUN.
       040-READ-PARAMETERS.
           MOVE RUN-DATE TO FROM-DATE TO-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FROM-DATE IS NUMERIC THEN
                           MOVE PARM-FROM-DATE TO FROM-DATE
                       END-IF
                       IF PARM-TO-DATE IS NUMERIC THEN
                           MOVE PARM-TO-DATE TO TO-DATE
                       END-IF
                       MOVE PARM-STUDENT-ID TO SELECT-STUDENT-ID
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF FROM-DATE > TO-DATE THEN
               DISPLAY 'JRNLAUD: FROM DATE ' FROM-DATE
                   ' IS AFTER TO DATE ' TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       200-PROCESS-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 1 TO EOF-J
               NOT AT END
                   ADD 1 TO READ-COUNT
                   MOVE JOURNAL-RECORD TO JOURNAL-DATA
                   IF JR-RUN-DATE NUMERIC
                           AND JR-RUN-DATE >= FROM-DATE
                           AND JR-RUN-DATE <= TO-DATE THEN
                       IF SELECT-STUDENT-ID = SPACES
                               OR SELECT-STUDENT-ID = JR-STUDENT-ID
                           PERFORM 210-REPORT-ENTRY
                       END-IF
                   END-IF
           END-READ.
      *ONE LINE NAMING THE RUN THAT MADE THE CHANGE, THEN ONE LINE
      *PER FIELD THAT DIFFERS BETWEEN THE BEFORE AND AFTER IMAGES
       210-REPORT-ENTRY.
           ADD 1 TO REPORTED-COUNT.
           IF JR-OPERATOR-ID NOT = SPACES THEN
               ADD 1 TO KEYED-COUNT
           END-IF.
           MOVE JR-RUN-DATE TO R-RUN-DATE.
           MOVE JR-RUN-TIME TO R-RUN-TIME.
           MOVE JR-PROGRAM TO R-PROGRAM.
           MOVE JR-ACTION TO R-ACTION.
           MOVE JR-STUDENT-ID TO R-STUDENT-ID.
           MOVE JR-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE JR-OPERATOR-ID TO R-OPERATOR-ID.
           MOVE JR-REASON-CODE TO R-REASON-CODE.
           PERFORM 215-DESCRIBE-ACTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-ENTRY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE JR-BEFORE TO BEFORE-DATA.
           MOVE JR-AFTER TO AFTER-DATA.
           MOVE JR-SCHED-BEFORE TO SCHED-BEFORE-DATA.
           MOVE JR-SCHED-AFTER TO SCHED-AFTER-DATA.
           MOVE 0 TO ENTRY-CHANGES.
           PERFORM 220-DECODE-STUDENT-FIELDS.
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > 12
               PERFORM 230-DECODE-INSTALLMENT
           END-PERFORM.
           PERFORM 240-DECODE-DEFERMENT.
           PERFORM 250-DECODE-SCHEDULE.
           IF ENTRY-CHANGES = 0 THEN
               MOVE 'NO FIELD CHANGES' TO RC-FIELD
               MOVE SPACES TO RC-BEFORE RC-AFTER
               WRITE REPORT-RECORD FROM REPORT-CHANGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *THE SAME ACTION LETTER MEANS DIFFERENT THINGS IN DIFFERENT
      *PROGRAMS, SO THE DESCRIPTION GOES BY BOTH
       215-DESCRIBE-ACTION.
           EVALUATE JR-PROGRAM ALSO JR-ACTION
               WHEN 'LOANMNT ' ALSO 'A'
                   MOVE 'ADD LOAN' TO R-ACTION-DESC
               WHEN 'LOANMNT ' ALSO 'C'
                   MOVE 'CHANGE' TO R-ACTION-DESC
               WHEN 'LOANMNT ' ALSO 'D'
                   MOVE 'DELETE' TO R-ACTION-DESC
               WHEN 'LOANMNT ' ALSO 'F'
                   MOVE 'DEFERMENT' TO R-ACTION-DESC
               WHEN 'LOANMNT ' ALSO 'R'
                   MOVE 'RESTRUCTURE' TO R-ACTION-DESC
               WHEN 'PAYPOST ' ALSO 'P'
                   MOVE 'PAYMENT' TO R-ACTION-DESC
               WHEN 'PAYPOST ' ALSO 'R'
                   MOVE 'NSF REVERSAL' TO R-ACTION-DESC
               WHEN 'REFPOST ' ALSO 'B'
                   MOVE 'REFUND' TO R-ACTION-DESC
               WHEN 'PAYOFF  ' ALSO 'D'
                   MOVE 'PAYOFF' TO R-ACTION-DESC
               WHEN 'CHGOFF  ' ALSO 'O'
                   MOVE 'CHARGE-OFF' TO R-ACTION-DESC
               WHEN OTHER
                   MOVE SPACES TO R-ACTION-DESC
           END-EVALUATE.
       220-DECODE-STUDENT-FIELDS.
           IF B-NAME NOT = A-NAME THEN
               MOVE 'NAME' TO FIELD-NAME
               MOVE B-NAME TO BEFORE-TEXT
               MOVE A-NAME TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-MAJOR NOT = A-MAJOR THEN
               MOVE 'MAJOR' TO FIELD-NAME
               MOVE B-MAJOR TO BEFORE-TEXT
               MOVE A-MAJOR TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-YEAR NOT = A-YEAR THEN
               MOVE 'YEAR' TO FIELD-NAME
               MOVE B-YEAR TO BEFORE-TEXT
               MOVE A-YEAR TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-LOAN NOT = A-LOAN THEN
               MOVE 'LOAN AMOUNT' TO FIELD-NAME
               MOVE B-LOAN TO AW-RAW
               PERFORM 610-FORMAT-AMOUNT
               MOVE FMT-TEXT TO BEFORE-TEXT
               MOVE A-LOAN TO AW-RAW
               PERFORM 610-FORMAT-AMOUNT
               MOVE FMT-TEXT TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
       230-DECODE-INSTALLMENT.
           MOVE SLOT TO SF-SLOT.
           IF B-PAID-AMT(SLOT) NOT = A-PAID-AMT(SLOT) THEN
               MOVE 'PAID AMT' TO SF-WHAT
               MOVE SLOT-FIELD-NAME TO FIELD-NAME
               MOVE B-PAID-AMT(SLOT) TO INSTALLMENT-RAW
               PERFORM 620-SHIFT-INSTALLMENT-AMOUNT
               PERFORM 610-FORMAT-AMOUNT
               MOVE FMT-TEXT TO BEFORE-TEXT
               MOVE A-PAID-AMT(SLOT) TO INSTALLMENT-RAW
               PERFORM 620-SHIFT-INSTALLMENT-AMOUNT
               PERFORM 610-FORMAT-AMOUNT
               MOVE FMT-TEXT TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-DUE-DATE(SLOT) NOT = A-DUE-DATE(SLOT) THEN
               MOVE 'DUE DATE' TO SF-WHAT
               MOVE SLOT-FIELD-NAME TO FIELD-NAME
               MOVE B-DUE-DATE(SLOT) TO BEFORE-TEXT
               MOVE A-DUE-DATE(SLOT) TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-PAY-DATE(SLOT) NOT = A-PAY-DATE(SLOT) THEN
               MOVE 'PAY DATE' TO SF-WHAT
               MOVE SLOT-FIELD-NAME TO FIELD-NAME
               MOVE B-PAY-DATE(SLOT) TO BEFORE-TEXT
               MOVE A-PAY-DATE(SLOT) TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF SB-SCHED-AMT(SLOT) NOT = SA-SCHED-AMT(SLOT) THEN
               MOVE 'SCHED AMT' TO SF-WHAT
               MOVE SLOT-FIELD-NAME TO FIELD-NAME
               MOVE SB-SCHED-AMT(SLOT) TO INSTALLMENT-RAW
               PERFORM 620-SHIFT-INSTALLMENT-AMOUNT
               PERFORM 610-FORMAT-AMOUNT
               MOVE FMT-TEXT TO BEFORE-TEXT
               MOVE SA-SCHED-AMT(SLOT) TO INSTALLMENT-RAW
               PERFORM 620-SHIFT-INSTALLMENT-AMOUNT
               PERFORM 610-FORMAT-AMOUNT
               MOVE FMT-TEXT TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
       240-DECODE-DEFERMENT.
           IF B-DEFER-SW NOT = A-DEFER-SW THEN
               MOVE 'DEFERMENT' TO FIELD-NAME
               MOVE B-DEFER-SW TO BEFORE-TEXT
               MOVE A-DEFER-SW TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-DEFER-START NOT = A-DEFER-START THEN
               MOVE 'DEFER START' TO FIELD-NAME
               MOVE B-DEFER-START TO BEFORE-TEXT
               MOVE A-DEFER-START TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-DEFER-END NOT = A-DEFER-END THEN
               MOVE 'DEFER END' TO FIELD-NAME
               MOVE B-DEFER-END TO BEFORE-TEXT
               MOVE A-DEFER-END TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF B-CHGOFF-SW NOT = A-CHGOFF-SW THEN
               MOVE 'CHARGED OFF' TO FIELD-NAME
               MOVE B-CHGOFF-SW TO BEFORE-TEXT
               MOVE A-CHGOFF-SW TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
       250-DECODE-SCHEDULE.
           IF SB-SCHED-SW NOT = SA-SCHED-SW THEN
               MOVE 'SCHEDULED PLAN' TO FIELD-NAME
               MOVE SB-SCHED-SW TO BEFORE-TEXT
               MOVE SA-SCHED-SW TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF SB-RESTRUCTURE-DATE NOT = SA-RESTRUCTURE-DATE THEN
               MOVE 'RESTRUCTURE DATE' TO FIELD-NAME
               MOVE SB-RESTRUCTURE-DATE TO BEFORE-TEXT
               MOVE SA-RESTRUCTURE-DATE TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
           IF SB-RESTRUCTURE-COUNT NOT = SA-RESTRUCTURE-COUNT THEN
               MOVE 'RESTRUCTURES' TO FIELD-NAME
               MOVE SB-RESTRUCTURE-COUNT TO BEFORE-TEXT
               MOVE SA-RESTRUCTURE-COUNT TO AFTER-TEXT
               PERFORM 630-WRITE-CHANGE
           END-IF.
       300-PRINT-TOTALS.
           MOVE READ-COUNT TO R-TOT-READ.
           MOVE REPORTED-COUNT TO R-TOT-REPORTED.
           MOVE CHANGE-COUNT TO R-TOT-CHANGES.
           MOVE KEYED-COUNT TO R-TOT-KEYED.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
      *A BLANK AMOUNT PRINTS BLANK, ONE THAT IS NOT A NUMBER PRINTS
      *EXACTLY AS IT SITS IN THE IMAGE
       610-FORMAT-AMOUNT.
           IF AW-RAW = SPACES THEN
               MOVE SPACES TO FMT-TEXT
           ELSE
               IF AW-NUM NUMERIC THEN
                   MOVE AW-NUM TO AW-EDIT
                   MOVE AW-EDIT TO FMT-TEXT
               ELSE
                   MOVE AW-RAW TO FMT-TEXT
               END-IF
           END-IF.
      *AN INSTALLMENT AMOUNT IS ONE DIGIT SHORTER THAN THE LOAN, SO
      *IT IS RIGHT-ALIGNED BEHIND A LEADING ZERO
       620-SHIFT-INSTALLMENT-AMOUNT.
           IF INSTALLMENT-RAW = SPACES THEN
               MOVE SPACES TO AW-RAW
           ELSE
               MOVE '0' TO AW-RAW(1:1)
               MOVE INSTALLMENT-RAW TO AW-RAW(2:6)
           END-IF.
       630-WRITE-CHANGE.
           IF BEFORE-TEXT = SPACES AND AFTER-TEXT = SPACES THEN
               CONTINUE
           ELSE
               ADD 1 TO ENTRY-CHANGES
               ADD 1 TO CHANGE-COUNT
               MOVE FIELD-NAME TO RC-FIELD
               MOVE BEFORE-TEXT TO RC-BEFORE
               MOVE AFTER-TEXT TO RC-AFTER
               WRITE REPORT-RECORD FROM REPORT-CHANGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       END PROGRAM jrnlaud.
