           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT APPROVE-FILE ASSIGN TO 'EMPL_REFAPPR'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           03 M-KEY.
               05 M-STUDENT-ID PIC X(9).
               05 M-LOAN-SEQ PIC 9(2).
           03 M-STUDENT-DATA PIC X(320).
           03 M-SCHEDULE-DATA PIC X(90).
       FD  APPROVE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(866).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
           03 RA-STATUS PIC X.
               88 RA-APPROVED VALUE 'A'.
               88 RA-HELD VALUE 'H'.
           03 FILLER PIC X(1).
           03 RA-LOAN-SEQ PIC X(2).
           03 RA-LOAN-SEQ-N REDEFINES RA-LOAN-SEQ PIC 9(2).
       01  STUDENT-DATA.
           03 S-NAME PIC X(20).
           03 S-MAJOR PIC X(4).
           03 S-DEFER-END PIC 9(8).
           03 FILLER PIC X(4).
      *APPROVED AND HELD DECISIONS FROM OPERATIONS.  EACH APPROVED
      *REQUEST IS POSTED WITH A KEYED READ ON THE STUDENT ID AND LOAN
      *NUMBER IT CARRIES - THE NAME IS ONLY A LABEL ON THE REPORT.  A
      *REQUEST WITH NO LOAN NUMBER PREDATES NUMBERED LOANS AND IS FOR
      *THE STUDENT'S FIRST LOAN
       01  APPROVAL-TABLE.
           03 AP-COUNT PIC 9(3) VALUE 0.
           03 AP-ENTRY OCCURS 500 TIMES.
               05 AP-STUDENT-ID PIC X(9).
               05 AP-LOAN-SEQ PIC 9(2).
               05 AP-NAME PIC X(20).
               05 AP-MAJOR PIC X(4).
               05 AP-AMOUNT PIC 9(5)V9(2).
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
           03 RG-AMOUNT PIC 9(5)V9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RG-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RG-LOAN-SEQ PIC 9(2).
       01  REPORT-HEADING.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
                   IF AP-COUNT < 500 THEN
                       ADD 1 TO AP-COUNT
                       MOVE RA-STUDENT-ID TO AP-STUDENT-ID(AP-COUNT)
                       IF RA-LOAN-SEQ-N NUMERIC AND RA-LOAN-SEQ-N > 0
                           MOVE RA-LOAN-SEQ-N TO AP-LOAN-SEQ(AP-COUNT)
                       ELSE
                           MOVE 1 TO AP-LOAN-SEQ(AP-COUNT)
                       END-IF
                       MOVE RA-NAME TO AP-NAME(AP-COUNT)
                       MOVE RA-MAJOR TO AP-MAJOR(AP-COUNT)
                       IF RA-AMOUNT NUMERIC THEN
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE AP-STUDENT-ID(AP-SUB) TO M-STUDENT-ID
               MOVE AP-LOAN-SEQ(AP-SUB) TO M-LOAN-SEQ
               READ MASTER-FILE
                   INVALID KEY
                       MOVE AP-NAME(AP-SUB) TO R-NAME
           IF MASTER-STATUS NOT = '00' THEN
               DISPLAY 'REFPOST: REWRITE FAILED, STATUS '
                   MASTER-STATUS ' STUDENT ' M-STUDENT-ID
                   ' LOAN ' M-LOAN-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'B' TO JR-ACTION.
           MOVE M-STUDENT-ID TO JR-STUDENT-ID.
           MOVE M-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE M-STUDENT-DATA TO JR-AFTER.
           MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE JR-SCHED-AFTER.
           PERFORM 600-WRITE-JOURNAL.
           COMPUTE REF-OVERPAY = REF-TOTAL-PAID - REF-LOAN.
           PERFORM 240-WRITE-REFUND-REGISTER.
           MOVE S-MAJOR TO RG-MAJOR.
           MOVE REF-OVERPAY TO RG-AMOUNT.
           MOVE RUN-DATE TO RG-RUN-DATE.
           MOVE M-LOAN-SEQ TO RG-LOAN-SEQ.
           WRITE REFREG-RECORD FROM REFREG-DATA.
       300-PRINT-TOTALS.
           MOVE READ-COUNT TO R-TOT-READ.
