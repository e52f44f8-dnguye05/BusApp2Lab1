       FD  ARCHIVE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(339).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
               05 AR-DEFER-END PIC 9(8).
               05 FILLER PIC X(4).
           03 AR-PAYOFF-DATE PIC 9(8).
           03 AR-LOAN-SEQ PIC X(2).
      *IDS THE CLERK WANTS PULLED - ONE NINE-CHARACTER STUDENT ID PER
      *REQUEST RECORD, MATCHED IN A SINGLE PASS OF THE ARCHIVE.  EVERY
      *ARCHIVED LOAN FOR THE STUDENT PRINTS ON ITS OWN PAGE
       01  REQUEST-TABLE.
           03 RQ-COUNT PIC 9(3) VALUE 0.
           03 RQ-ENTRY OCCURS 100 TIMES.
       01  INQ-HEADING.
           03 FILLER PIC X(26) VALUE 'ARCHIVED ACCOUNT          '.
           03 IQ-STUDENT-ID PIC X(9).
           03 FILLER PIC X(7) VALUE '  LOAN '.
           03 IQ-LOAN-SEQ PIC X(2).
       01  INQ-ID-LINE.
           03 FILLER PIC X(9) VALUE 'STUDENT: '.
           03 IQ-NAME PIC X(20).
           END-READ.
       210-PRINT-ACCOUNT.
           MOVE AR-STUDENT-ID TO IQ-STUDENT-ID.
           IF AR-LOAN-SEQ = SPACES THEN
               MOVE '01' TO IQ-LOAN-SEQ
           ELSE
               MOVE AR-LOAN-SEQ TO IQ-LOAN-SEQ
           END-IF.
           IF IQ-FIRST-SW = 'Y' THEN
               MOVE 'N' TO IQ-FIRST-SW
               WRITE REPORT-RECORD FROM INQ-HEADING
