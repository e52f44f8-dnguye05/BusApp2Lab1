           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'EMPL_ARCHIVE'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           03 M-KEY.
               05 M-STUDENT-ID PIC X(9).
               05 M-LOAN-SEQ PIC 9(2).
           03 M-STUDENT-DATA PIC X(320).
           03 M-SCHEDULE-DATA PIC X(90).
       FD  ARCHIVE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(339).
       FD  LETTER-FILE
               LABEL RECORDS ARE OMITTED.
       01  LETTER-RECORD PIC X(80).
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(866).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
           03 AR-STUDENT-ID PIC X(9).
           03 AR-STUDENT-DATA PIC X(320).
           03 AR-PAYOFF-DATE PIC 9(8).
      *EACH LOAN ARCHIVES ON ITS OWN WHEN IT IS PAID OFF, SO THE LOAN
      *NUMBER FOLLOWS THE PAYOFF DATE
           03 AR-LOAN-SEQ PIC 9(2).
       01  JOURNAL-DATA.
           03 JR-PROGRAM PIC X(8).
           03 JR-RUN-DATE PIC 9(8).
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
           03 FILLER PIC X(7) VALUE 'MAJOR: '.
           03 LT-MAJOR PIC X(4).
       01  LETTER-AMT-LINE.
           03 FILLER PIC X(9) VALUE 'LOAN NO: '.
           03 LT-LOAN-SEQ PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'ORIGINAL LOAN: '.
           03 LT-LOAN PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(19) VALUE 'PROOF OF PAYMENT.  '.
       01  REPORT-HEADING.
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
           03 R-LOAN-SEQ PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-LOAN PIC ZZZZ9.99.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE LOW-VALUES TO M-KEY.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           MOVE M-STUDENT-ID TO AR-STUDENT-ID.
           MOVE M-STUDENT-DATA TO AR-STUDENT-DATA.
           MOVE RUN-DATE TO AR-PAYOFF-DATE.
           MOVE M-LOAN-SEQ TO AR-LOAN-SEQ.
           WRITE ARCHIVE-RECORD FROM ARCHIVE-DATA.
           PERFORM 230-WRITE-LETTER.
           MOVE M-STUDENT-DATA TO JR-BEFORE.
           MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE.
           MOVE M-STUDENT-ID TO JR-STUDENT-ID.
           MOVE M-LOAN-SEQ TO JR-LOAN-SEQ.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'PAYOFF: DELETE FAILED FOR '
                       M-STUDENT-ID ' LOAN ' M-LOAN-SEQ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.
           MOVE 'D' TO JR-ACTION.
           MOVE SPACES TO JR-AFTER JR-SCHED-AFTER.
           PERFORM 600-WRITE-JOURNAL.
           ADD 1 TO PAIDOFF-COUNT.
           MOVE M-STUDENT-ID TO R-STUDENT-ID.
           MOVE M-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE S-NAME TO R-NAME.
           MOVE POF-LOAN TO R-LOAN.
           MOVE 'ARCHIVED - PAID IN FULL' TO R-DISPOSITION.
           MOVE S-NAME TO LT-NAME.
           MOVE M-STUDENT-ID TO LT-STUDENT-ID.
           MOVE S-MAJOR TO LT-MAJOR.
           MOVE M-LOAN-SEQ TO LT-LOAN-SEQ.
           MOVE POF-LOAN TO LT-LOAN.
           MOVE POF-TOTAL-PAID TO LT-PAID.
           MOVE SPACES TO LETTER-RECORD.
