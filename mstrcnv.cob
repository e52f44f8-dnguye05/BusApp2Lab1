      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: mstrcnv - convert a master backup taken before loan
      *         numbers and schedules to the current backup layout
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. mstrcnv.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDBKP-FILE ASSIGN TO 'EMPL_OLDBKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDBKP-STATUS.
           SELECT BACKUP-FILE ASSIGN TO 'EMPL_MSTBKP'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *THE OLD BACKUP - A 329-BYTE RECORD, THE STUDENT ID FOLLOWED
      *DIRECTLY BY THE STUDENT DATA.  AN OLD MASTER IS CONVERTED BY
      *BACKING IT UP WITH THE MSTRBKP THAT MATCHES IT FIRST
       FD  OLDBKP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  OLDBKP-RECORD.
           03 OB-STUDENT-ID PIC X(9).
           03 OB-STUDENT-DATA PIC X(320).
       FD  BACKUP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD PIC X(421).
       WORKING-STORAGE SECTION.
      *EVERY STUDENT ON THE OLD BACKUP HAD ONE LOAN, WHICH BECOMES LOAN
      *01 ON THE ONE-TWELFTH SCHEDULE - THE SAME READING MSTRRCVR GIVES
      *A JOURNAL ENTRY WRITTEN BEFORE LOAN NUMBERS
       01  MASTER-DATA.
           03 MD-STUDENT-ID PIC X(9).
           03 MD-LOAN-SEQ PIC 9(2) VALUE 1.
           03 MD-STUDENT-DATA PIC X(320).
           03 MD-SCHEDULE-DATA PIC X(90) VALUE SPACES.
      *THE OLD HEADER'S DATE IS CARRIED OVER SO MSTRRCVR STILL CHECKS
      *THE TARGET DATE AGAINST THE DAY THE MASTER WAS COPIED
       01  OLD-HEADER-DATA.
           03 OH-TYPE PIC X(3).
           03 OH-BATCH-ID PIC X(8).
           03 OH-DATE PIC 9(8).
           03 OH-RECORD-LENGTH PIC X(3).
           03 FILLER PIC X(307).
       01  BACKUP-HEADER.
           03 FILLER PIC X(3) VALUE 'HDR'.
           03 BH-BATCH-ID PIC X(8) VALUE 'MSTRBKP '.
           03 BH-DATE PIC 9(8).
           03 BH-RECORD-LENGTH PIC 9(3) VALUE 421.
       01  MISC.
           03 EOF-O PIC 9 VALUE 0.
           03 OLDBKP-STATUS PIC XX VALUE '00'.
           03 OLD-HEADER-SW PIC X VALUE 'N'.
               88 OLD-HEADER-FOUND VALUE 'Y'.
           03 CONVERT-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT OLDBKP-FILE.
           IF OLDBKP-STATUS NOT = '00' THEN
               DISPLAY 'MSTRCNV: CANNOT OPEN EMPL_OLDBKP, STATUS '
                   OLDBKP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 500-READ-OLDBKP.
           PERFORM 100-CHECK-OLD-HEADER.
           OPEN OUTPUT BACKUP-FILE.
           IF OLD-HEADER-FOUND THEN
               WRITE BACKUP-RECORD FROM BACKUP-HEADER
               PERFORM 500-READ-OLDBKP
           END-IF.
           PERFORM 200-CONVERT-ONE
               UNTIL EOF-O = 1.
           CLOSE OLDBKP-FILE
               BACKUP-FILE.
           DISPLAY 'MSTRCNV: ' CONVERT-COUNT ' STUDENTS CONVERTED TO'
               ' LOAN 01 ON EMPL_MSTBKP'.
           STOP RUN.
      *A BACKUP ALREADY STAMPED WITH THE CURRENT RECORD LENGTH MUST
      *NOT BE CONVERTED A SECOND TIME, AND THE REFUSAL COMES BEFORE
      *EMPL_MSTBKP IS OPENED SO NOTHING ON IT IS LOST.  AN UNSTAMPED
      *OLD BACKUP GETS NO HEADER, AND MSTRRCVR WARNS ABOUT IT AS IT
      *ALWAYS HAS
       100-CHECK-OLD-HEADER.
           IF EOF-O = 0 AND OB-STUDENT-ID(1:3) = 'HDR' THEN
               MOVE 'Y' TO OLD-HEADER-SW
               MOVE OLDBKP-RECORD TO OLD-HEADER-DATA
               IF OH-RECORD-LENGTH = '421' THEN
                   DISPLAY 'MSTRCNV: EMPL_OLDBKP IS ALREADY IN THE'
                       ' CURRENT LAYOUT - NOTHING CONVERTED'
                   CLOSE OLDBKP-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF OH-DATE NUMERIC THEN
                   MOVE OH-DATE TO BH-DATE
               ELSE
                   MOVE 0 TO BH-DATE
               END-IF
           END-IF.
       200-CONVERT-ONE.
           MOVE OB-STUDENT-ID TO MD-STUDENT-ID.
           MOVE OB-STUDENT-DATA TO MD-STUDENT-DATA.
           WRITE BACKUP-RECORD FROM MASTER-DATA.
           ADD 1 TO CONVERT-COUNT.
           PERFORM 500-READ-OLDBKP.
       500-READ-OLDBKP.
           READ OLDBKP-FILE
               AT END
                   MOVE 1 TO EOF-O
           END-READ.
       END PROGRAM mstrcnv.
