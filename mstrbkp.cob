           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO 'EMPL_MSTBKP'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           03 M-KEY.
               05 M-STUDENT-ID PIC X(9).
               05 M-LOAN-SEQ PIC 9(2).
           03 M-STUDENT-DATA PIC X(320).
           03 M-SCHEDULE-DATA PIC X(90).
       FD  BACKUP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD PIC X(421).
       WORKING-STORAGE SECTION.
      *THE HEADER STAMPS THE BACKUP WITH THE DATE IT WAS TAKEN SO A
      *REBUILD CAN REFUSE A TARGET DATE THE BACKUP ALREADY PASSED, AND
      *WITH THE MASTER RECORD LENGTH SO IT CAN REFUSE A BACKUP TAKEN
      *IN THE LAYOUT BEFORE LOAN NUMBERS AND SCHEDULES
       01  BACKUP-HEADER.
           03 FILLER PIC X(3) VALUE 'HDR'.
           03 BH-BATCH-ID PIC X(8) VALUE 'MSTRBKP '.
           03 BH-DATE PIC 9(8).
           03 BH-RECORD-LENGTH PIC 9(3) VALUE 421.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 MASTER-STATUS PIC XX VALUE '00'.
           OPEN OUTPUT BACKUP-FILE.
           ACCEPT BH-DATE FROM DATE YYYYMMDD.
           WRITE BACKUP-RECORD FROM BACKUP-HEADER.
           MOVE LOW-VALUES TO M-KEY.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
