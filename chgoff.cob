      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: chgoff - charge off loans the agency has held past
      *         policy or an operator has flagged, and carry the
      *         recoveries collected on them afterwards
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. chgoff.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'EMPL_MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT PLCMSTR-FILE ASSIGN TO 'EMPL_PLCMSTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLCMSTR-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'EMPL_CHGREQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO 'EMPL_CHGHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGHIST-STATUS.
           SELECT RECOVREG-FILE ASSIGN TO 'EMPL_RECOVREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVREG-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL_MSTJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT PARM-FILE ASSIGN TO 'EMPL_CHGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'EMPL_CHGRPT'
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
       FD  PLCMSTR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PLCMSTR-RECORD PIC X(60).
       FD  REQUEST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REQUEST-RECORD PIC X(80).
       FD  CHGHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CHGHIST-RECORD PIC X(80).
       FD  RECOVREG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RECOVREG-RECORD PIC X(80).
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(866).
      *COLUMNS 1-3 ARE THE NUMBER OF DAYS AN ACCOUNT MUST HAVE BEEN
      *WITH THE AGENCY BEFORE ITS LOANS ARE CHARGED OFF BY POLICY
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
           03 PARM-DAYS-TEXT PIC X(3).
           03 FILLER PIC X(77).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
       01  STUDENT-DATA.
           03 S-NAME PIC X(20).
           03 S-MAJOR PIC X(4).
           03 S-YEAR PIC X(4).
           03 S-LOAN.
               05 S-LOAN-WHOLE PIC 9(5).
               05 S-LOAN-DECIMAL PIC P9(2).
           03 S-PAID OCCURS 12 TIMES.
               05 S-PAID-AMT.
                   07 S-PAID-WHOLE PIC 9(4).
                   07 S-PAID-DECIMAL PIC P9(2).
               05 S-PAID-DUE-DATE PIC 9(8).
               05 S-PAID-PAY-DATE PIC 9(8).
           03 S-DEFER-SW PIC X.
               88 S-DEFERRED VALUE 'Y'.
           03 S-DEFER-START PIC 9(8).
           03 S-DEFER-END PIC 9(8).
      *A CHARGED-OFF LOAN STAYS ON FILE ONLY TO TAKE RECOVERIES -
      *THIS PROGRAM IS THE ONLY ONE THAT SETS THE SWITCH
           03 S-CHGOFF-SW PIC X.
               88 S-CHARGED-OFF VALUE 'Y'.
           03 FILLER PIC X(3).
       01  PLCM-DATA.
           03 PM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 PM-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 PM-MAJOR PIC X(4).
           03 FILLER PIC X(1).
           03 PM-PLACED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 PM-AMOUNT PIC 9(5)V9(2).
       01  PLACED-TABLE.
           03 PT-COUNT PIC 9(3) VALUE 0.
           03 PT-ENTRY OCCURS 500 TIMES.
               05 PT-STUDENT-ID PIC X(9).
               05 PT-PLACED-DATE PIC 9(8).
      *AN OPERATOR CHARGE-OFF NAMES THE STUDENT AND, OPTIONALLY, ONE
      *LOAN - A BLANK LOAN NUMBER CHARGES OFF EVERY LOAN THE STUDENT
      *STILL OWES ON.  WHO ASKED AND WHY ARE REQUIRED AND GO ON THE
      *JOURNAL WITH THE CHANGE
       01  REQUEST-DATA.
           03 CR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 CR-LOAN-SEQ PIC X(2).
           03 CR-LOAN-SEQ-N REDEFINES CR-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(1).
           03 CR-OPERATOR-ID PIC X(8).
           03 FILLER PIC X(1).
           03 CR-REASON-CODE PIC X(4).
           03 FILLER PIC X(54).
       01  REQUEST-TABLE.
           03 RQ-COUNT PIC 9(3) VALUE 0.
           03 RQ-ENTRY OCCURS 500 TIMES.
               05 RQ-STUDENT-ID PIC X(9).
               05 RQ-LOAN-SEQ PIC 9(2).
               05 RQ-OPERATOR-ID PIC X(8).
               05 RQ-REASON-CODE PIC X(4).
               05 RQ-STATE PIC X.
                   88 RQ-UNMATCHED VALUE ' '.
                   88 RQ-CHARGED VALUE 'C'.
                   88 RQ-ALREADY-OFF VALUE 'A'.
                   88 RQ-NOTHING-OWED VALUE 'Z'.
      *ONE LINE PER LOAN CHARGED OFF, KEPT FOR GOOD.  AGPLACE READS
      *IT TO KEEP THESE ACCOUNTS WITH THE AGENCY, AND THE RECOVERY
      *SECTION OF THE REGISTER IS BUILT FROM IT
       01  CHGH-DATA.
           03 CH-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-NAME PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-MAJOR PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-AMOUNT PIC 9(5)V9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-BASIS PIC X.
               88 CH-BY-POLICY VALUE 'P'.
               88 CH-BY-OPERATOR VALUE 'O'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-OPERATOR-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CH-REASON-CODE PIC X(4).
           03 FILLER PIC X(9) VALUE SPACES.
       01  CHARGED-TABLE.
           03 CO-COUNT PIC 9(3) VALUE 0.
           03 CO-ENTRY OCCURS 500 TIMES.
               05 CO-STUDENT-ID PIC X(9).
               05 CO-LOAN-SEQ PIC 9(2).
               05 CO-NAME PIC X(20).
               05 CO-DATE PIC 9(8).
               05 CO-AMOUNT PIC 9(5)V9(2).
               05 CO-RECOVERED PIC 9(6)V9(2).
      *RECOVERIES AS PAYPOST REGISTERS THEM
       01  RECOVREG-DATA.
           03 RC-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RC-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(1).
           03 RC-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 RC-AMOUNT PIC 9(4)V9(2).
           03 FILLER PIC X(1).
           03 RC-PAY-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RC-RUN-DATE PIC 9(8).
           03 FILLER PIC X(22).
       01  JOURNAL-DATA.
           03 JR-PROGRAM PIC X(8).
           03 JR-RUN-DATE PIC 9(8).
           03 JR-RUN-TIME PIC 9(6).
           03 JR-ACTION PIC X.
           03 JR-STUDENT-ID PIC X(9).
           03 JR-BEFORE PIC X(320).
           03 JR-AFTER PIC X(320).
           03 JR-LOAN-SEQ PIC 9(2).
           03 JR-SCHED-BEFORE PIC X(90).
           03 JR-SCHED-AFTER PIC X(90).
      *A POLICY CHARGE-OFF HAS NO OPERATOR OR REASON - THEY ARE
      *CARRIED ONLY WHEN SOMEONE ASKED FOR THE CHARGE-OFF
           03 JR-OPERATOR-ID PIC X(8) VALUE SPACES.
           03 JR-REASON-CODE PIC X(4) VALUE SPACES.
       01  TIME-WORK.
           03 TIME-HHMMSS PIC 9(6).
           03 FILLER PIC XX.
      *GLINTF READS THE HEADING FOR THE RUN DATE
       01  REPORT-HEADING1.
           03 FILLER PIC X(31) VALUE 'LOAN CHARGE-OFF REGISTER       '.
           03 RH-RUN-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'THRESHOLD: '.
           03 RH-DAYS PIC ZZ9.
           03 FILLER PIC X(12) VALUE ' DAYS PLACED'.
       01  REPORT-HEADING2.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'MAJOR'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PLACED  '.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'AMOUNT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'OPERATOR'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'RSN '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'DISPOSITION'.
       01  REPORT-DETAIL.
           03 R-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-MAJOR PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-PLACED-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-AMOUNT PIC ZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-OPERATOR-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-REASON-CODE PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 R-DISPOSITION PIC X(30).
      *GLINTF READS THIS LINE BACK FOR THE CHARGE-OFF ENTRY - KEEP
      *THE LABEL AND THE EDITED AMOUNT WHERE THEY ARE
       01  REPORT-TOTALS1.
           03 FILLER PIC X(19) VALUE 'CHARGED OFF TODAY: '.
           03 R-TOT-CHARGED-AMT PIC $$$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'LOANS: '.
           03 R-TOT-CHARGED PIC ZZZZ9.
       01  REPORT-TOTALS2.
           03 FILLER PIC X(11) VALUE 'BY POLICY: '.
           03 R-TOT-POLICY PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'BY OPERATOR: '.
           03 R-TOT-OPERATOR PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(19) VALUE 'REQUESTS REJECTED: '.
           03 R-TOT-REJECTED PIC ZZZZ9.
       01  RECOVERY-HEADING1.
           03 FILLER PIC X(31) VALUE 'RECOVERIES ON CHARGED-OFF LOANS'.
       01  RECOVERY-HEADING2.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'CHG DATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'CHARGED OFF'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'RECOVERED'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'NET LOSS'.
       01  RECOVERY-DETAIL.
           03 V-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 V-LOAN-SEQ PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 V-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 V-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 V-CHARGED PIC ZZ,ZZ9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 V-RECOVERED PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 V-NET PIC ZZZ,ZZ9.99-.
       01  RECOVERY-TOTALS1.
           03 FILLER PIC X(21) VALUE 'WRITTEN OFF TO DATE: '.
           03 V-TOT-CHARGED PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(19) VALUE 'RECOVERED TO DATE: '.
           03 V-TOT-RECOVERED PIC $$$,$$$,$$9.99.
       01  RECOVERY-TOTALS2.
           03 FILLER PIC X(21) VALUE 'RECOVERED TODAY:     '.
           03 V-TOT-TODAY PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(19) VALUE 'NET LOSS TO DATE:  '.
           03 V-TOT-NET PIC $$$,$$$,$$9.99-.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-PM PIC 9 VALUE 0.
           03 EOF-Q PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-V PIC 9 VALUE 0.
           03 SUB PIC 9(3).
           03 SLOT PIC 99.
           03 PT-FOUND PIC 9(3) VALUE 0.
           03 RQ-FOUND PIC 9(3) VALUE 0.
           03 CO-FOUND PIC 9(3) VALUE 0.
           03 MASTER-STATUS PIC XX VALUE '00'.
           03 PLCMSTR-STATUS PIC XX VALUE '00'.
           03 REQUEST-STATUS PIC XX VALUE '00'.
           03 CHGHIST-STATUS PIC XX VALUE '00'.
           03 RECOVREG-STATUS PIC XX VALUE '00'.
           03 JOURNAL-STATUS PIC XX VALUE '00'.
           03 PARM-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 RUN-DATE-INT PIC S9(7) VALUE 0.
           03 THRESHOLD-DAYS PIC 9(3) VALUE 180.
           03 PLACED-AGE PIC S9(7) VALUE 0.
           03 CHG-LOAN PIC 9(5)V9(2) VALUE 0.
           03 CHG-PAID PIC 9(6)V9(2) VALUE 0.
           03 CHG-SLOT-AMT PIC 9(4)V9(2) VALUE 0.
           03 CHG-OWED PIC S9(6)V9(2) VALUE 0.
           03 CHG-BASIS PIC X VALUE SPACES.
               88 CHG-BY-POLICY VALUE 'P'.
               88 CHG-BY-OPERATOR VALUE 'O'.
               88 CHG-NOT-DUE VALUE ' '.
           03 CHARGED-COUNT PIC 9(5) VALUE 0.
           03 CHARGED-AMOUNT PIC 9(9)V9(2) VALUE 0.
           03 POLICY-COUNT PIC 9(5) VALUE 0.
           03 OPERATOR-COUNT PIC 9(5) VALUE 0.
           03 REJECTED-COUNT PIC 9(5) VALUE 0.
           03 TOTAL-WRITTEN-OFF PIC 9(9)V9(2) VALUE 0.
           03 TOTAL-RECOVERED PIC 9(9)V9(2) VALUE 0.
           03 RECOVERED-TODAY PIC 9(9)V9(2) VALUE 0.
           03 NET-LOSS PIC S9(9)V9(2) VALUE 0.
           03 NET-LOAN-LOSS PIC S9(6)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM 040-READ-PARAMETERS.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE THRESHOLD-DAYS TO RH-DAYS.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           WRITE REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 100-LOAD-PLACEMENTS.
           PERFORM 120-LOAD-REQUESTS.
           PERFORM 140-LOAD-CHARGE-OFF-HISTORY.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS NOT = '00' AND MASTER-STATUS NOT = '05'
               DISPLAY 'CHGOFF: CANNOT OPEN EMPL_MASTER, STATUS '
                   MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' AND JOURNAL-STATUS NOT = '05'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = '00' AND JOURNAL-STATUS NOT = '05'
               DISPLAY 'CHGOFF: CANNOT OPEN EMPL_MSTJRNL, STATUS '
                   JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHGHIST-FILE.
           IF CHGHIST-STATUS NOT = '00' AND CHGHIST-STATUS NOT = '05'
               OPEN OUTPUT CHGHIST-FILE
           END-IF.
           IF CHGHIST-STATUS NOT = '00' AND CHGHIST-STATUS NOT = '05'
               DISPLAY 'CHGOFF: CANNOT OPEN EMPL_CHGHIST, STATUS '
                   CHGHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-SELECT-LOANS.
           CLOSE MASTER-FILE
               JOURNAL-FILE
               CHGHIST-FILE.
           PERFORM 280-REPORT-REQUESTS.
           PERFORM 300-PRINT-TOTALS.
           PERFORM 400-LOAD-RECOVERIES.
           PERFORM 450-PRINT-RECOVERIES.
           CLOSE REPORT-FILE.
           STOP RUN.
       040-READ-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00' THEN
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DAYS-TEXT IS NUMERIC THEN
                           MOVE PARM-DAYS-TEXT TO THRESHOLD-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       100-LOAD-PLACEMENTS.
           OPEN INPUT PLCMSTR-FILE.
           IF PLCMSTR-STATUS NOT = '00' THEN
               DISPLAY 'CHGOFF: NO EMPL_PLCMSTR ON FILE - ONLY'
                   ' OPERATOR CHARGE-OFFS WILL BE TAKEN'
               MOVE 1 TO EOF-PM
           END-IF.
           PERFORM 110-LOAD-ONE-PLACEMENT
               UNTIL EOF-PM = 1.
           IF PLCMSTR-STATUS = '00' OR PLCMSTR-STATUS = '10' THEN
               CLOSE PLCMSTR-FILE
           END-IF.
      *A PLACEMENT WITHOUT A READABLE, VALID DATE IS TREATED AS PLACED
      *TODAY, SO IT CANNOT BE CHARGED OFF BY POLICY BY MISTAKE
       110-LOAD-ONE-PLACEMENT.
           READ PLCMSTR-FILE
               AT END
                   MOVE 1 TO EOF-PM
               NOT AT END
                   MOVE PLCMSTR-RECORD TO PLCM-DATA
                   IF PT-COUNT < 500 THEN
                       ADD 1 TO PT-COUNT
                       MOVE PM-STUDENT-ID TO PT-STUDENT-ID(PT-COUNT)
                       MOVE RUN-DATE TO PT-PLACED-DATE(PT-COUNT)
                       IF PM-PLACED-DATE NUMERIC
                               AND PM-PLACED-DATE > 0 THEN
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (PM-PLACED-DATE) = 0 THEN
                               MOVE PM-PLACED-DATE
                                   TO PT-PLACED-DATE(PT-COUNT)
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY 'CHGOFF: PLACEMENT TABLE FULL -'
                           ' EXTRA EMPL_PLCMSTR RECORDS IGNORED'
                       MOVE 1 TO EOF-PM
                   END-IF
           END-READ.
       120-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-Q
           END-IF.
           PERFORM 130-LOAD-ONE-REQUEST
               UNTIL EOF-Q = 1.
           IF REQUEST-STATUS = '00' OR REQUEST-STATUS = '10' THEN
               CLOSE REQUEST-FILE
           END-IF.
      *A REQUEST THAT CANNOT BE ACTED ON IS REJECTED ON THE REGISTER
      *STRAIGHT AWAY AND NOT KEPT
       130-LOAD-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 1 TO EOF-Q
               NOT AT END
                   MOVE REQUEST-RECORD TO REQUEST-DATA
                   MOVE CR-STUDENT-ID TO R-STUDENT-ID
                   MOVE CR-LOAN-SEQ TO R-LOAN-SEQ
                   MOVE CR-OPERATOR-ID TO R-OPERATOR-ID
                   MOVE CR-REASON-CODE TO R-REASON-CODE
                   EVALUATE TRUE
                       WHEN CR-STUDENT-ID = SPACES
                           MOVE 'REJECTED - NO STUDENT ID'
                               TO R-DISPOSITION
                           PERFORM 620-WRITE-REJECT
                       WHEN CR-OPERATOR-ID = SPACES
                               OR CR-REASON-CODE = SPACES
                           MOVE 'REJECTED - NO OPERATOR/REASON'
                               TO R-DISPOSITION
                           PERFORM 620-WRITE-REJECT
                       WHEN CR-LOAN-SEQ NOT = SPACES
                               AND CR-LOAN-SEQ NOT NUMERIC
                           MOVE 'REJECTED - BAD LOAN NUMBER'
                               TO R-DISPOSITION
                           PERFORM 620-WRITE-REJECT
                       WHEN RQ-COUNT NOT < 500
                           DISPLAY 'CHGOFF: REQUEST TABLE FULL -'
                               ' EXTRA EMPL_CHGREQ RECORDS IGNORED'
                           MOVE 1 TO EOF-Q
                       WHEN OTHER
                           PERFORM 135-KEEP-REQUEST
                   END-EVALUATE
           END-READ.
       135-KEEP-REQUEST.
           ADD 1 TO RQ-COUNT.
           MOVE CR-STUDENT-ID TO RQ-STUDENT-ID(RQ-COUNT).
           IF CR-LOAN-SEQ = SPACES THEN
               MOVE 0 TO RQ-LOAN-SEQ(RQ-COUNT)
           ELSE
               MOVE CR-LOAN-SEQ-N TO RQ-LOAN-SEQ(RQ-COUNT)
           END-IF.
           MOVE CR-OPERATOR-ID TO RQ-OPERATOR-ID(RQ-COUNT).
           MOVE CR-REASON-CODE TO RQ-REASON-CODE(RQ-COUNT).
           MOVE SPACES TO RQ-STATE(RQ-COUNT).
      *EVERY LOAN ALREADY CHARGED OFF, SO TODAY'S RECOVERIES CAN BE
      *SET AGAINST WHAT WAS WRITTEN OFF
       140-LOAD-CHARGE-OFF-HISTORY.
           OPEN INPUT CHGHIST-FILE.
           IF CHGHIST-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-H
           END-IF.
           PERFORM 150-LOAD-ONE-CHARGE-OFF
               UNTIL EOF-H = 1.
           IF CHGHIST-STATUS = '00' OR CHGHIST-STATUS = '10' THEN
               CLOSE CHGHIST-FILE
           END-IF.
       150-LOAD-ONE-CHARGE-OFF.
           READ CHGHIST-FILE
               AT END
                   MOVE 1 TO EOF-H
               NOT AT END
                   MOVE CHGHIST-RECORD TO CHGH-DATA
                   IF CH-AMOUNT NUMERIC AND CH-LOAN-SEQ NUMERIC THEN
                       PERFORM 160-ADD-CHARGED-ENTRY
                   END-IF
           END-READ.
       160-ADD-CHARGED-ENTRY.
           IF CO-COUNT < 500 THEN
               ADD 1 TO CO-COUNT
               MOVE CH-STUDENT-ID TO CO-STUDENT-ID(CO-COUNT)
               MOVE CH-LOAN-SEQ TO CO-LOAN-SEQ(CO-COUNT)
               MOVE CH-NAME TO CO-NAME(CO-COUNT)
               MOVE CH-DATE TO CO-DATE(CO-COUNT)
               MOVE CH-AMOUNT TO CO-AMOUNT(CO-COUNT)
               MOVE 0 TO CO-RECOVERED(CO-COUNT)
           ELSE
               DISPLAY 'CHGOFF: CHARGE-OFF TABLE FULL - STUDENT '
                   CH-STUDENT-ID ' LEFT OFF THE RECOVERY REPORT'
           END-IF.
       200-SELECT-LOANS.
           MOVE LOW-VALUES TO M-KEY.
           START MASTER-FILE KEY NOT < M-KEY
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 210-READ-MASTER
               UNTIL EOF-M = 1.
       210-READ-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 1 TO EOF-M
               NOT AT END
                   MOVE M-STUDENT-DATA TO STUDENT-DATA
                   PERFORM 220-CHECK-LOAN
           END-READ.
      *AN OPERATOR REQUEST TAKES THE LOAN WHATEVER ITS PLACEMENT.
      *OTHERWISE IT GOES BY POLICY ONCE THE STUDENT HAS BEEN WITH THE
      *AGENCY FOR THE THRESHOLD NUMBER OF DAYS
       220-CHECK-LOAN.
           MOVE SPACES TO CHG-BASIS.
           PERFORM 225-FIND-REQUEST.
           PERFORM 228-FIND-PLACEMENT.
           IF RQ-FOUND > 0 THEN
               MOVE 'O' TO CHG-BASIS
           ELSE
               IF PT-FOUND > 0 AND PLACED-AGE NOT < THRESHOLD-DAYS THEN
                   MOVE 'P' TO CHG-BASIS
               END-IF
           END-IF.
           IF NOT CHG-NOT-DUE THEN
               IF S-CHARGED-OFF THEN
                   IF RQ-FOUND > 0 AND RQ-UNMATCHED(RQ-FOUND) THEN
                       MOVE 'A' TO RQ-STATE(RQ-FOUND)
                   END-IF
               ELSE
                   PERFORM 230-COMPUTE-OWED
                   IF CHG-OWED > 0 THEN
                       PERFORM 240-CHARGE-OFF-LOAN
                   ELSE
                       IF RQ-FOUND > 0 AND RQ-UNMATCHED(RQ-FOUND)
                           MOVE 'Z' TO RQ-STATE(RQ-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *A REQUEST FOR THIS LOAN BY NUMBER IS TAKEN AHEAD OF ONE FOR
      *ALL OF THE STUDENT'S LOANS
       225-FIND-REQUEST.
           MOVE 0 TO RQ-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > RQ-COUNT
               IF RQ-STUDENT-ID(SUB) = M-STUDENT-ID THEN
                   IF RQ-LOAN-SEQ(SUB) = M-LOAN-SEQ THEN
                       MOVE SUB TO RQ-FOUND
                   ELSE
                       IF RQ-LOAN-SEQ(SUB) = 0 AND RQ-FOUND = 0 THEN
                           MOVE SUB TO RQ-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       228-FIND-PLACEMENT.
           MOVE 0 TO PT-FOUND PLACED-AGE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PT-COUNT OR PT-FOUND > 0
               IF PT-STUDENT-ID(SUB) = M-STUDENT-ID THEN
                   MOVE SUB TO PT-FOUND
               END-IF
           END-PERFORM.
           IF PT-FOUND > 0 THEN
               COMPUTE PLACED-AGE = RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(PT-PLACED-DATE(PT-FOUND))
           END-IF.
      *WHAT IS WRITTEN OFF IS THE PRINCIPAL STILL OWED - THE LOAN
      *LESS EVERYTHING POSTED TO ITS INSTALLMENTS
       230-COMPUTE-OWED.
           MOVE 0 TO CHG-LOAN CHG-PAID.
           IF S-LOAN-WHOLE NUMERIC AND S-LOAN-DECIMAL NUMERIC THEN
               MOVE S-LOAN TO CHG-LOAN
           END-IF.
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > 12
               IF S-PAID-WHOLE(SLOT) NUMERIC
                       AND S-PAID-DECIMAL(SLOT) NUMERIC THEN
                   MOVE S-PAID-AMT(SLOT) TO CHG-SLOT-AMT
                   ADD CHG-SLOT-AMT TO CHG-PAID
               END-IF
           END-PERFORM.
           COMPUTE CHG-OWED = CHG-LOAN - CHG-PAID.
       240-CHARGE-OFF-LOAN.
           MOVE M-STUDENT-DATA TO JR-BEFORE.
           MOVE 'Y' TO S-CHGOFF-SW.
           MOVE STUDENT-DATA TO M-STUDENT-DATA.
           REWRITE MASTER-RECORD.
           IF MASTER-STATUS NOT = '00' THEN
               DISPLAY 'CHGOFF: REWRITE FAILED, STATUS ' MASTER-STATUS
                   ' STUDENT ' M-STUDENT-ID ' LOAN ' M-LOAN-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'O' TO JR-ACTION.
           MOVE M-STUDENT-DATA TO JR-AFTER.
           IF CHG-BY-OPERATOR THEN
               MOVE RQ-OPERATOR-ID(RQ-FOUND) TO JR-OPERATOR-ID
               MOVE RQ-REASON-CODE(RQ-FOUND) TO JR-REASON-CODE
               MOVE 'C' TO RQ-STATE(RQ-FOUND)
               ADD 1 TO OPERATOR-COUNT
           ELSE
               MOVE SPACES TO JR-OPERATOR-ID JR-REASON-CODE
               ADD 1 TO POLICY-COUNT
           END-IF.
           PERFORM 600-WRITE-JOURNAL.
           PERFORM 245-WRITE-HISTORY.
           ADD 1 TO CHARGED-COUNT.
           ADD CHG-OWED TO CHARGED-AMOUNT.
           PERFORM 610-WRITE-DETAIL.
       245-WRITE-HISTORY.
           MOVE M-STUDENT-ID TO CH-STUDENT-ID.
           MOVE M-LOAN-SEQ TO CH-LOAN-SEQ.
           MOVE S-NAME TO CH-NAME.
           MOVE S-MAJOR TO CH-MAJOR.
           MOVE RUN-DATE TO CH-DATE.
           MOVE CHG-OWED TO CH-AMOUNT.
           MOVE CHG-BASIS TO CH-BASIS.
           MOVE JR-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE JR-REASON-CODE TO CH-REASON-CODE.
           WRITE CHGHIST-RECORD FROM CHGH-DATA.
           PERFORM 160-ADD-CHARGED-ENTRY.
      *EVERY OPERATOR REQUEST THAT CHARGED NOTHING OFF IS LISTED SO
      *THE OPERATOR CAN SEE WHY
       280-REPORT-REQUESTS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > RQ-COUNT
               IF NOT RQ-CHARGED(SUB) THEN
                   PERFORM 285-REJECT-REQUEST
               END-IF
           END-PERFORM.
       285-REJECT-REQUEST.
           MOVE RQ-STUDENT-ID(SUB) TO R-STUDENT-ID.
           IF RQ-LOAN-SEQ(SUB) = 0 THEN
               MOVE SPACES TO R-LOAN-SEQ
           ELSE
               MOVE RQ-LOAN-SEQ(SUB) TO R-LOAN-SEQ
           END-IF.
           MOVE RQ-OPERATOR-ID(SUB) TO R-OPERATOR-ID.
           MOVE RQ-REASON-CODE(SUB) TO R-REASON-CODE.
           EVALUATE TRUE
               WHEN RQ-ALREADY-OFF(SUB)
                   MOVE 'REJECTED - ALREADY CHARGED OFF'
                       TO R-DISPOSITION
               WHEN RQ-NOTHING-OWED(SUB)
                   MOVE 'REJECTED - NOTHING OWED' TO R-DISPOSITION
               WHEN OTHER
                   MOVE 'REJECTED - NOT ON MASTER' TO R-DISPOSITION
           END-EVALUATE.
           PERFORM 620-WRITE-REJECT.
       300-PRINT-TOTALS.
           MOVE CHARGED-AMOUNT TO R-TOT-CHARGED-AMT.
           MOVE CHARGED-COUNT TO R-TOT-CHARGED.
           MOVE POLICY-COUNT TO R-TOT-POLICY.
           MOVE OPERATOR-COUNT TO R-TOT-OPERATOR.
           MOVE REJECTED-COUNT TO R-TOT-REJECTED.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM REPORT-TOTALS2
               AFTER ADVANCING 1 LINE.
      *EVERY RECOVERY PAYPOST HAS EVER REGISTERED IS ADDED TO THE
      *CHARGE-OFF IT CAME IN ON
       400-LOAD-RECOVERIES.
           OPEN INPUT RECOVREG-FILE.
           IF RECOVREG-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-V
           END-IF.
           PERFORM 410-LOAD-ONE-RECOVERY
               UNTIL EOF-V = 1.
           IF RECOVREG-STATUS = '00' OR RECOVREG-STATUS = '10' THEN
               CLOSE RECOVREG-FILE
           END-IF.
       410-LOAD-ONE-RECOVERY.
           READ RECOVREG-FILE
               AT END
                   MOVE 1 TO EOF-V
               NOT AT END
                   MOVE RECOVREG-RECORD TO RECOVREG-DATA
                   IF RC-AMOUNT NUMERIC AND RC-LOAN-SEQ NUMERIC THEN
                       PERFORM 420-APPLY-RECOVERY
                   END-IF
           END-READ.
       420-APPLY-RECOVERY.
           MOVE 0 TO CO-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > CO-COUNT OR CO-FOUND > 0
               IF CO-STUDENT-ID(SUB) = RC-STUDENT-ID
                       AND CO-LOAN-SEQ(SUB) = RC-LOAN-SEQ THEN
                   MOVE SUB TO CO-FOUND
               END-IF
           END-PERFORM.
           IF CO-FOUND = 0 THEN
               DISPLAY 'CHGOFF: RECOVERY FOR STUDENT ' RC-STUDENT-ID
                   ' LOAN ' RC-LOAN-SEQ ' HAS NO CHARGE-OFF ON FILE'
           ELSE
               ADD RC-AMOUNT TO CO-RECOVERED(CO-FOUND)
               IF RC-RUN-DATE NUMERIC
                       AND RC-RUN-DATE = RUN-DATE THEN
                   ADD RC-AMOUNT TO RECOVERED-TODAY
               END-IF
           END-IF.
       450-PRINT-RECOVERIES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RECOVERY-HEADING1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RECOVERY-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > CO-COUNT
               PERFORM 455-PRINT-ONE-RECOVERY
           END-PERFORM.
           COMPUTE NET-LOSS = TOTAL-WRITTEN-OFF - TOTAL-RECOVERED.
           MOVE TOTAL-WRITTEN-OFF TO V-TOT-CHARGED.
           MOVE TOTAL-RECOVERED TO V-TOT-RECOVERED.
           MOVE RECOVERED-TODAY TO V-TOT-TODAY.
           MOVE NET-LOSS TO V-TOT-NET.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RECOVERY-TOTALS1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM RECOVERY-TOTALS2
               AFTER ADVANCING 1 LINE.
       455-PRINT-ONE-RECOVERY.
           COMPUTE NET-LOAN-LOSS = CO-AMOUNT(SUB) - CO-RECOVERED(SUB).
           MOVE CO-STUDENT-ID(SUB) TO V-STUDENT-ID.
           MOVE CO-LOAN-SEQ(SUB) TO V-LOAN-SEQ.
           MOVE CO-NAME(SUB) TO V-NAME.
           MOVE CO-DATE(SUB) TO V-DATE.
           MOVE CO-AMOUNT(SUB) TO V-CHARGED.
           MOVE CO-RECOVERED(SUB) TO V-RECOVERED.
           MOVE NET-LOAN-LOSS TO V-NET.
           WRITE REPORT-RECORD FROM RECOVERY-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD CO-AMOUNT(SUB) TO TOTAL-WRITTEN-OFF.
           ADD CO-RECOVERED(SUB) TO TOTAL-RECOVERED.
       600-WRITE-JOURNAL.
           MOVE 'CHGOFF  ' TO JR-PROGRAM.
           MOVE RUN-DATE TO JR-RUN-DATE.
           ACCEPT TIME-WORK FROM TIME.
           MOVE TIME-HHMMSS TO JR-RUN-TIME.
           MOVE M-STUDENT-ID TO JR-STUDENT-ID.
           MOVE M-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE M-SCHEDULE-DATA TO JR-SCHED-BEFORE JR-SCHED-AFTER.
           WRITE JOURNAL-RECORD FROM JOURNAL-DATA.
       610-WRITE-DETAIL.
           MOVE M-STUDENT-ID TO R-STUDENT-ID.
           MOVE M-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE S-NAME TO R-NAME.
           MOVE S-MAJOR TO R-MAJOR.
           IF PT-FOUND > 0 THEN
               MOVE PT-PLACED-DATE(PT-FOUND) TO R-PLACED-DATE
           ELSE
               MOVE SPACES TO R-PLACED-DATE
           END-IF.
           MOVE CHG-OWED TO R-AMOUNT.
           MOVE JR-OPERATOR-ID TO R-OPERATOR-ID.
           MOVE JR-REASON-CODE TO R-REASON-CODE.
           IF CHG-BY-OPERATOR THEN
               MOVE 'CHARGED OFF - OPERATOR' TO R-DISPOSITION
           ELSE
               MOVE 'CHARGED OFF - AGENCY POLICY' TO R-DISPOSITION
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
      *A REJECTED REQUEST CARRIES NO NAME OR AMOUNT
       620-WRITE-REJECT.
           MOVE SPACES TO R-NAME R-MAJOR R-PLACED-DATE.
           MOVE 0 TO R-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO REJECTED-COUNT.
       END PROGRAM chgoff.
