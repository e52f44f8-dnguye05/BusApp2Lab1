      *Author: David Nguyen
      *Date: September 2, 2026
      *Purpose: cyclectl - enforce the nightly cycle job order through
      *         a cycle status file and handle the extract and ACH
      *         file swaps
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. cyclectl.
               FILE STATUS IS EXTRACT-STATUS.
           SELECT EXTPRV-FILE ASSIGN TO 'EMPL_EXTRACT_PRV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGEXTR-FILE ASSIGN TO 'EMPL_AGEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGEXTR-STATUS.
           SELECT AGXPRV-FILE ASSIGN TO 'EMPL_AGEXTR_PRV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACHPNW-FILE ASSIGN TO 'EMPL_ACHPENDNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHPNW-STATUS.
           SELECT ACHPND-FILE ASSIGN TO 'EMPL_ACHPEND'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACHENW-FILE ASSIGN TO 'EMPL_ACHENRLNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHENW-STATUS.
           SELECT ACHENR-FILE ASSIGN TO 'EMPL_ACHENRL'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  EXTPRV-RECORD PIC X(200).
       FD  AGEXTR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AGEXTR-RECORD PIC X(80).
       FD  AGXPRV-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AGXPRV-RECORD PIC X(80).
       FD  ACHPNW-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACHPNW-RECORD PIC X(60).
       FD  ACHPND-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACHPND-RECORD PIC X(60).
       FD  ACHENW-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACHENW-RECORD PIC X(100).
       FD  ACHENR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACHENR-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01  STATUS-DATA.
           03 CS-CYCLE-DATE PIC 9(8).
           03 CS-STATE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CS-TIME PIC 9(6).
      *THE TEN CYCLE STEPS IN THE ONLY ORDER THEY MAY RUN.  A STEP
      *MAY NOT START UNTIL EVERY EARLIER STEP HAS ENDED FOR TODAY'S
      *CYCLE DATE, AND MAY NOT START A SECOND TIME AFTER IT ENDS
       01  STEP-LIST.
           03 FILLER PIC X(8) VALUE 'LOCKBOX '.
           03 FILLER PIC X(8) VALUE 'ACHDEBIT'.
           03 FILLER PIC X(8) VALUE 'PAYPOST '.
           03 FILLER PIC X(8) VALUE 'CHGOFF  '.
           03 FILLER PIC X(8) VALUE 'LOANMNT '.
           03 FILLER PIC X(8) VALUE 'LAB1    '.
           03 FILLER PIC X(8) VALUE 'REJRECYC'.
           03 FILLER PIC X(8) VALUE 'ROLLRATE'.
           03 FILLER PIC X(8) VALUE 'EXTDELTA'.
           03 FILLER PIC X(8) VALUE 'GLINTF  '.
       01  STEP-TABLE REDEFINES STEP-LIST.
           03 STP-NAME PIC X(8) OCCURS 10 TIMES.
       01  STEP-STATES.
           03 STP-STATE PIC X OCCURS 10 TIMES VALUE SPACES.
       01  TIME-WORK.
           03 TIME-HHMMSS PIC 9(6).
           03 FILLER PIC XX.
           03 STATUS-STATUS PIC XX VALUE '00'.
           03 PARM-STATUS PIC XX VALUE '00'.
           03 EXTRACT-STATUS PIC XX VALUE '00'.
           03 AGEXTR-STATUS PIC XX VALUE '00'.
           03 ACHPNW-STATUS PIC XX VALUE '00'.
           03 ACHENW-STATUS PIC XX VALUE '00'.
           03 CYCLE-DATE PIC 9(8) VALUE 0.
           03 REQ-ACTION PIC X(5) VALUE SPACES.
           03 REQ-STEP PIC X(8) VALUE SPACES.
                   IF CS-CYCLE-DATE NUMERIC
                           AND CS-CYCLE-DATE = CYCLE-DATE THEN
                       PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > 10
                           IF STP-NAME(SUB) = CS-STEP THEN
                               MOVE CS-STATE TO STP-STATE(SUB)
                           END-IF
       150-FIND-STEP.
           MOVE 0 TO STEP-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               IF STP-NAME(SUB) = REQ-STEP THEN
                   MOVE SUB TO STEP-SUB
               END-IF
                   IF REQ-STEP = 'EXTDELTA' THEN
                       PERFORM 260-SWAP-EXTRACT
                   END-IF
                   IF REQ-STEP = 'ROLLRATE' THEN
                       PERFORM 280-SWAP-AGING-EXTRACT
                   END-IF
                   IF REQ-STEP = 'ACHDEBIT' THEN
                       PERFORM 290-SWAP-ACH-FILES
                   END-IF
               END-IF
           END-IF.
      *A STEP THAT STARTED AND THEN FAILED IS STUCK AT 'S' AND WOULD
                   WRITE EXTPRV-RECORD FROM EXTRACT-RECORD
                   ADD 1 TO SWAP-COUNT
           END-READ.
      *THE AGING EXTRACT IS CARRIED FORWARD THE SAME WAY ONCE
      *ROLLRATE HAS MEASURED TODAY AGAINST THE PRIOR CYCLE
       280-SWAP-AGING-EXTRACT.
           OPEN INPUT AGEXTR-FILE.
           IF AGEXTR-STATUS NOT = '00' THEN
               DISPLAY 'CYCLECTL: EMPL_AGEXTR NOT AVAILABLE -'
                   ' PRIOR AGING EXTRACT LEFT AS IS'
           ELSE
               OPEN OUTPUT AGXPRV-FILE
               MOVE 0 TO EOF-X
               PERFORM 285-COPY-AGING-RECORD
                   UNTIL EOF-X = 1
               CLOSE AGEXTR-FILE
                   AGXPRV-FILE
               DISPLAY 'CYCLECTL: ' SWAP-COUNT ' AGING EXTRACT'
                   ' RECORDS SWAPPED TO EMPL_AGEXTR_PRV'
           END-IF.
       285-COPY-AGING-RECORD.
           READ AGEXTR-FILE
               AT END
                   MOVE 1 TO EOF-X
               NOT AT END
                   WRITE AGXPRV-RECORD FROM AGEXTR-RECORD
                   ADD 1 TO SWAP-COUNT
           END-READ.
      *ACHDEBIT WRITES ITS UPDATED PENDING DEBITS AND ENROLLMENTS TO
      *NEW FILES - THEY BECOME THE LIVE FILES FOR TOMORROW'S RUN SO A
      *DEBIT STILL IN ITS LEAD WINDOW IS NOT SENT TO THE BANK AGAIN
      *AND RETURN COUNTS AND SUSPENSIONS ARE KEPT
       290-SWAP-ACH-FILES.
           OPEN INPUT ACHPNW-FILE.
           IF ACHPNW-STATUS NOT = '00' THEN
               DISPLAY 'CYCLECTL: EMPL_ACHPENDNEW NOT AVAILABLE -'
                   ' EMPL_ACHPEND LEFT AS IS'
           ELSE
               OPEN OUTPUT ACHPND-FILE
               MOVE 0 TO EOF-X SWAP-COUNT
               PERFORM 292-COPY-PENDING-RECORD
                   UNTIL EOF-X = 1
               CLOSE ACHPNW-FILE
                   ACHPND-FILE
               DISPLAY 'CYCLECTL: ' SWAP-COUNT ' ACH PENDING RECORDS'
                   ' SWAPPED TO EMPL_ACHPEND'
           END-IF.
           OPEN INPUT ACHENW-FILE.
           IF ACHENW-STATUS NOT = '00' THEN
               DISPLAY 'CYCLECTL: EMPL_ACHENRLNEW NOT AVAILABLE -'
                   ' EMPL_ACHENRL LEFT AS IS'
           ELSE
               OPEN OUTPUT ACHENR-FILE
               MOVE 0 TO EOF-X SWAP-COUNT
               PERFORM 294-COPY-ENROLLMENT-RECORD
                   UNTIL EOF-X = 1
               CLOSE ACHENW-FILE
                   ACHENR-FILE
               DISPLAY 'CYCLECTL: ' SWAP-COUNT ' ACH ENROLLMENT'
                   ' RECORDS SWAPPED TO EMPL_ACHENRL'
           END-IF.
       292-COPY-PENDING-RECORD.
           READ ACHPNW-FILE
               AT END
                   MOVE 1 TO EOF-X
               NOT AT END
                   WRITE ACHPND-RECORD FROM ACHPNW-RECORD
                   ADD 1 TO SWAP-COUNT
           END-READ.
       294-COPY-ENROLLMENT-RECORD.
           READ ACHENW-FILE
               AT END
                   MOVE 1 TO EOF-X
               NOT AT END
                   WRITE ACHENR-RECORD FROM ACHENW-RECORD
                   ADD 1 TO SWAP-COUNT
           END-READ.
      *THE OPERATOR'S RESTART POINT AFTER A FAILURE IS ALWAYS THE
      *FIRST STEP THAT HAS NOT COMPLETED FOR TODAY'S CYCLE
       300-SHOW-CYCLE-STATUS.
           MOVE 0 TO RESTART-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               EVALUATE STP-STATE(SUB)
                   WHEN 'C'
                       DISPLAY 'CYCLECTL: ' STP-NAME(SUB)
           OPEN OUTPUT STATUS-FILE.
           ACCEPT TIME-WORK FROM TIME.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 10
               IF STP-STATE(SUB) NOT = SPACES THEN
                   MOVE CYCLE-DATE TO CS-CYCLE-DATE
                   MOVE STP-NAME(SUB) TO CS-STEP
