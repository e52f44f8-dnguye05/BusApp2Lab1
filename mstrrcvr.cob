           SELECT RECOVER-FILE ASSIGN TO 'EMPL_MSTRCV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RECOVER-STATUS.
           SELECT PARM-FILE ASSIGN TO 'EMPL_RCVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BACKUP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD PIC X(421).
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(866).
       FD  RECOVER-FILE.
       01  RECOVER-RECORD.
           03 RC-KEY.
               05 RC-STUDENT-ID PIC X(9).
               05 RC-LOAN-SEQ PIC 9(2).
           03 RC-STUDENT-DATA PIC X(320).
           03 RC-SCHEDULE-DATA PIC X(90).
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
      *A HEADER WRITTEN BEFORE THE RECORD LENGTH WAS STAMPED HAS IT
      *BLANK - THE RECORDS THEMSELVES ARE CHECKED FOR THE LAYOUT
       01  BACKUP-HEADER-DATA.
           03 BH-TYPE PIC X(3).
           03 BH-BATCH-ID PIC X(8).
           03 BH-DATE PIC 9(8).
           03 BH-RECORD-LENGTH PIC X(3).
           03 BH-RECORD-LENGTH-N REDEFINES BH-RECORD-LENGTH PIC 9(3).
      *IN THE OLD LAYOUT THE STUDENT DATA FOLLOWS THE ID DIRECTLY, SO
      *WHERE THE LOAN NUMBER BELONGS SITS THE START OF THE NAME
       01  BACKUP-KEY-VIEW.
           03 BK-STUDENT-ID PIC X(9).
           03 BK-LOAN-SEQ PIC X(2).
       01  JOURNAL-DATA.
           03 JR-PROGRAM PIC X(8).
           03 JR-RUN-DATE PIC 9(8).
           03 JR-STUDENT-ID PIC X(9).
           03 JR-BEFORE PIC X(320).
           03 JR-AFTER PIC X(320).
      *JOURNAL ENTRIES WRITTEN BEFORE STUDENTS COULD CARRY MORE THAN
      *ONE LOAN HAVE NO LOAN NUMBER - THEY BELONG TO LOAN 01
           03 JR-LOAN-SEQ PIC X(2).
           03 JR-LOAN-SEQ-N REDEFINES JR-LOAN-SEQ PIC 9(2).
      *A RESTRUCTURED LOAN'S INSTALLMENT SCHEDULE IS IMAGED TOO; AN
      *ENTRY WRITTEN BEFORE SCHEDULES WERE KEPT HAS IT BLANK, WHICH IS
      *A LOAN ON THE ONE-TWELFTH SCHEDULE
           03 JR-SCHED-BEFORE PIC X(90).
           03 JR-SCHED-AFTER PIC X(90).
      *WHO KEYED A MAINTENANCE CHANGE AND WHY - NOT NEEDED TO REPLAY
           03 JR-OPERATOR-ID PIC X(8).
           03 JR-REASON-CODE PIC X(4).
       01  REPORT-HEADING1.
           03 FILLER PIC X(26) VALUE 'MASTER REBUILD THROUGH    '.
           03 RH-TARGET-DATE PIC 9(8).
       105-CHECK-BACKUP-DATE.
           IF BACKUP-RECORD(1:3) = 'HDR' THEN
               MOVE BACKUP-RECORD TO BACKUP-HEADER-DATA
               IF BH-RECORD-LENGTH-N NUMERIC
                       AND BH-RECORD-LENGTH-N NOT = 421 THEN
                   DISPLAY 'MSTRRCVR: EMPL_MSTBKP HOLDS '
                       BH-RECORD-LENGTH '-BYTE RECORDS, NOT 421'
                   PERFORM 107-REFUSE-OLD-LAYOUT
               END-IF
               IF BH-DATE NUMERIC AND BH-DATE > TARGET-DATE THEN
                   DISPLAY 'MSTRRCVR: BACKUP TAKEN ' BH-DATE
                       ' IS LATER THAN TARGET DATE ' TARGET-DATE
                   ' TARGET DATE'
               PERFORM 108-LOAD-ONE-BACKUP
           END-IF.
      *A BACKUP IN THE LAYOUT BEFORE LOAN NUMBERS WOULD LOAD EVERY
      *FIELD TWO BYTES OUT OF PLACE - IT MUST GO THROUGH MSTRCNV FIRST
       107-REFUSE-OLD-LAYOUT.
           DISPLAY 'MSTRRCVR: EMPL_MSTBKP PREDATES LOAN NUMBERS -'
               ' CONVERT IT WITH MSTRCNV AND RERUN'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       108-LOAD-ONE-BACKUP.
           MOVE BACKUP-RECORD TO BACKUP-KEY-VIEW.
           IF BK-LOAN-SEQ NOT NUMERIC THEN
               DISPLAY 'MSTRRCVR: BACKUP RECORD ' BK-STUDENT-ID
                   ' HAS NO LOAN NUMBER'
               PERFORM 107-REFUSE-OLD-LAYOUT
           END-IF.
           MOVE BACKUP-RECORD TO RECOVER-RECORD.
           WRITE RECOVER-RECORD
               INVALID KEY
                   DISPLAY 'MSTRRCVR: DUPLICATE BACKUP KEY '
                       RC-STUDENT-ID ' LOAN ' RC-LOAN-SEQ ' SKIPPED'
               NOT INVALID KEY
                   ADD 1 TO LOAD-COUNT
           END-WRITE.
                       ADD 1 TO SKIP-COUNT
                   END-IF
           END-READ.
      *THE AFTER IMAGE IS THE WHOLE TRUTH FOR AN ADD, CHANGE, PAYMENT,
      *REVERSAL OR CHARGE-OFF, SO REPLAY IS WRITE-OR-REWRITE; ONLY A
      *DELETE REMOVES THE RECORD
       210-APPLY-JOURNAL-ENTRY.
           MOVE JR-STUDENT-ID TO RC-STUDENT-ID.
           IF JR-LOAN-SEQ IS NUMERIC AND JR-LOAN-SEQ-N > 0 THEN
               MOVE JR-LOAN-SEQ-N TO RC-LOAN-SEQ
           ELSE
               MOVE 1 TO RC-LOAN-SEQ
           END-IF.
           IF JR-DELETE THEN
               DELETE RECOVER-FILE RECORD
                   INVALID KEY
                       DISPLAY 'MSTRRCVR: DELETE FOR ABSENT KEY '
                           JR-STUDENT-ID ' LOAN ' RC-LOAN-SEQ
                           ' SKIPPED'
                   NOT INVALID KEY
                       ADD 1 TO APPLY-COUNT
               END-DELETE
           ELSE
               MOVE JR-AFTER TO RC-STUDENT-DATA
               MOVE JR-SCHED-AFTER TO RC-SCHEDULE-DATA
               WRITE RECOVER-RECORD
                   INVALID KEY
                       REWRITE RECOVER-RECORD
