       FD  REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD PIC X(512).
       FD  CORRECT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CORRECT-RECORD PIC X(340).
       FD  REJMSTR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REJMSTR-RECORD PIC X(525).
       FD  REJMSTRNEW-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REJMSTRNEW-RECORD PIC X(525).
       FD  RECYCLE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD PIC X(421).
       FD  AGED-FILE
               LABEL RECORDS ARE OMITTED.
       01  AGED-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
       01  REJECT-DATA.
           03 RJ-RAW PIC X(421).
           03 FILLER PIC X(1).
           03 RJ-REASON PIC X(90).
       01  CORRECT-DATA.
           03 CR-STUDENT-ID PIC X(9).
           03 CR-DATA PIC X(331).
       01  REJM-DATA.
           03 RM-RAW PIC X(421).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RM-REASON PIC X(90).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CX-COUNT PIC 9(3) VALUE 0.
           03 CX-ENTRY OCCURS 200 TIMES.
               05 CX-STUDENT-ID PIC X(9).
               05 CX-DATA PIC X(331).
               05 CX-USED-SW PIC X.
      *STUDENT IDS ALREADY ON THE CARRY-FORWARD MASTER THIS CYCLE -
      *A PERSISTENT REJECT RE-REJECTS EVERY RUN, SO TODAY'S COPY OF A
      *CARRIED REJECT IS A DUPLICATE AND MUST NOT PROCESS TWICE.  THE
      *ID AND LOAN NUMBER RIDE IN THE LAST ELEVEN BYTES OF THE RAW
      *RECORD, SO TWO STUDENTS WITH THE SAME NAME NO LONGER COLLIDE
      *AND TWO LOANS FOR ONE STUDENT ARE KEPT APART
       01  MASTER-ID-TABLE.
           03 MN-COUNT PIC 9(3) VALUE 0.
           03 MN-KEY PIC X(11) OCCURS 500 TIMES.
      *EDIT WORK AREA - SAME LAYOUT AND SAME EDITS THE REPORT RUN
      *APPLIES, SO A RECYCLED RECORD CAN NEVER REJECT A SECOND TIME
      *FOR A REASON THE CORRECTION SHOULD HAVE CURED
           03 ED-DEFER-END PIC 9(8).
           03 FILLER PIC X(4).
           03 ED-STUDENT-ID PIC X(9).
           03 ED-LOAN-SEQ PIC X(2).
           03 ED-SCHEDULE-DATA PIC X(90).
       01  RECYCLE-HEADER.
           03 FILLER PIC X(3) VALUE 'HDR'.
           03 RH-BATCH-ID PIC X(8) VALUE 'RECYCLE '.
           03 ED-YEAR-BAD-SW PIC X VALUE 'N'.
           03 ED-DEFER-BAD-SW PIC X VALUE 'N'.
           03 ED-ID-BAD-SW PIC X VALUE 'N'.
           03 ED-SEQ-BAD-SW PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                   ADD 1 TO READ-COUNT
                   IF MN-COUNT < 500 THEN
                       ADD 1 TO MN-COUNT
                       MOVE RM-RAW(321:11) TO MN-KEY(MN-COUNT)
                   ELSE
                       DISPLAY 'REJRECYC: MASTER ID TABLE FULL -'
                           ' DUPLICATE CHECK MAY MISS REJECTS'
           END-READ.
      *THE MASTER COPY OF A REJECT ALREADY CARRIES THE FIRST-REJECTED
      *DATE AND TOOK ITS AGE BUMP THIS CYCLE, SO TODAY'S RE-REJECT OF
      *THE SAME STUDENT ID AND LOAN IS DROPPED RATHER THAN PROCESSED
      *TWICE
       167-CHECK-DUPLICATE.
           MOVE 'N' TO MN-FOUND-SW.
           IF RJ-RAW(321:9) NOT = SPACES THEN
               PERFORM VARYING MN-SUB FROM 1 BY 1
                   UNTIL MN-SUB > MN-COUNT
                   IF MN-KEY(MN-SUB) = RJ-RAW(321:11) THEN
                       MOVE 'Y' TO MN-FOUND-SW
                   END-IF
               END-PERFORM
      *A REJECT WITH NO STUDENT ID CANNOT MATCH ANY CORRECTION OR
      *DUPLICATE-CHECK KEY - IT CARRIES FORWARD WITH ITS OWN
      *DISPOSITION SO THE CLERK KNOWS TO PUT THE ACCOUNT ON THE
      *MASTER THROUGH LOANMNT INSTEAD OF KEYING A CORRECTION.  A
      *CORRECTION MATCHES ON STUDENT ID AND LOAN NUMBER, EXCEPT THAT
      *A REJECT WHOSE LOAN NUMBER WAS ITSELF THE ERROR MATCHES ON THE
      *STUDENT ID ALONE
           IF RJ-RAW(321:9) = SPACES THEN
               MOVE 'Y' TO RJ-NOID-SW
           ELSE
               PERFORM VARYING CX-SUB FROM 1 BY 1
                   UNTIL CX-SUB > CX-COUNT
                   IF CX-STUDENT-ID(CX-SUB) = RJ-RAW(321:9)
                           AND (CX-DATA(CX-SUB)(330:2) = RJ-RAW(330:2)
                           OR RJ-RAW(330:2) NOT NUMERIC)
                           AND CX-FOUND = 0 THEN
                       MOVE CX-SUB TO CX-FOUND
                   END-IF
               PERFORM 230-CARRY-FORWARD
           ELSE
               MOVE 'Y' TO CX-USED-SW(CX-FOUND)
      *A CORRECTION RETYPES THE STUDENT DATA ONLY - A RESTRUCTURED
      *LOAN'S INSTALLMENT SCHEDULE IS KEPT FROM THE REJECT ITSELF
               MOVE CX-DATA(CX-FOUND) TO EDIT-DATA
               MOVE RJ-RAW(332:90) TO ED-SCHEDULE-DATA
               PERFORM 210-EDIT-CORRECTION
               IF ED-VALID THEN
                   PERFORM 220-WRITE-RECYCLE
           MOVE 1 TO ED-VALID-SW.
           MOVE 'N' TO ED-LOAN-BAD-SW ED-PAID-BAD-SW
               ED-DATE-BAD-SW ED-YEAR-BAD-SW ED-DEFER-BAD-SW
               ED-ID-BAD-SW ED-SEQ-BAD-SW.
           IF ED-LOAN-WHOLE NOT NUMERIC
                   OR ED-LOAN-DECIMAL NOT NUMERIC THEN
               MOVE 0 TO ED-VALID-SW
               MOVE 0 TO ED-VALID-SW
               MOVE 'Y' TO ED-ID-BAD-SW
           END-IF.
           IF ED-LOAN-SEQ NOT = SPACES
                   AND ED-LOAN-SEQ NOT NUMERIC THEN
               MOVE 0 TO ED-VALID-SW
               MOVE 'Y' TO ED-SEQ-BAD-SW
           END-IF.
           PERFORM 215-BUILD-EDIT-REASON.
       215-BUILD-EDIT-REASON.
           MOVE SPACES TO ED-REASON.
                   WITH POINTER ED-REASON-PTR
               END-STRING
           END-IF.
           IF ED-SEQ-BAD-SW = 'Y' THEN
               STRING 'INVALID LOAN NUMBER' ' ' DELIMITED BY SIZE
                   INTO ED-REASON
                   WITH POINTER ED-REASON-PTR
               END-STRING
           END-IF.
       220-WRITE-RECYCLE.
           WRITE RECYCLE-RECORD FROM EDIT-DATA.
           ADD 1 TO RECYCLE-COUNT.
