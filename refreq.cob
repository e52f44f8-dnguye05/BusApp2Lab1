           03 RF-AMOUNT PIC 9(5)V9(2).
           03 FILLER PIC X(1).
           03 RF-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RF-LOAN-SEQ PIC X(2).
       01  REFPEND-DATA.
           03 RP-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RP-AMOUNT PIC 9(5)V9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RP-FIRST-DATE PIC 9(8).
      *OPERATIONS MARKS THE APPROVAL IN COLUMN 54, SO THE LOAN NUMBER
      *SITS CLEAR OF IT.  A REQUEST WRITTEN BEFORE LOANS WERE NUMBERED
      *HAS NO LOAN NUMBER AND IS FOR THE STUDENT'S FIRST LOAN
           03 FILLER PIC X(3) VALUE SPACES.
           03 RP-LOAN-SEQ PIC X(2).
      *REQUESTS ALREADY IN FRONT OF OPERATIONS - AN ACCOUNT STILL
      *OVERPAID THIS RUN STAYS PENDING INSTEAD OF REQUESTING AGAIN,
      *AND ONE NO LONGER OVERPAID HAS BEEN REFUNDED OR CURED AND
           03 PD-COUNT PIC 9(3) VALUE 0.
           03 PD-ENTRY OCCURS 500 TIMES.
               05 PD-STUDENT-ID PIC X(9).
               05 PD-LOAN-SEQ PIC X(2).
               05 PD-NAME PIC X(20).
               05 PD-MAJOR PIC X(4).
               05 PD-AMOUNT PIC 9(5)V9(2).
                   IF PD-COUNT < 500 THEN
                       ADD 1 TO PD-COUNT
                       MOVE RP-STUDENT-ID TO PD-STUDENT-ID(PD-COUNT)
                       IF RP-LOAN-SEQ = SPACES THEN
                           MOVE '01' TO PD-LOAN-SEQ(PD-COUNT)
                       ELSE
                           MOVE RP-LOAN-SEQ TO PD-LOAN-SEQ(PD-COUNT)
                       END-IF
                       MOVE RP-NAME TO PD-NAME(PD-COUNT)
                       MOVE RP-MAJOR TO PD-MAJOR(PD-COUNT)
                       IF RP-AMOUNT NUMERIC THEN
                   MOVE 1 TO EOF-X
               NOT AT END
                   MOVE REFEXTR-RECORD TO REFEXTR-DATA
                   IF RF-LOAN-SEQ = SPACES THEN
                       MOVE '01' TO RF-LOAN-SEQ
                   END-IF
                   IF RF-AMOUNT NUMERIC AND RF-AMOUNT > 0 THEN
                       PERFORM 210-REQUEST-OR-PEND
                   END-IF
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PD-COUNT
               IF PD-STUDENT-ID(SUB) = RF-STUDENT-ID
                       AND PD-LOAN-SEQ(SUB) = RF-LOAN-SEQ
                       AND PD-FOUND = 0 THEN
                   MOVE SUB TO PD-FOUND
               END-IF
           END-IF.
       220-WRITE-NEW-REQUEST.
           MOVE RF-STUDENT-ID TO RP-STUDENT-ID.
           MOVE RF-LOAN-SEQ TO RP-LOAN-SEQ.
           MOVE RF-NAME TO RP-NAME.
           MOVE RF-MAJOR TO RP-MAJOR.
           MOVE RF-AMOUNT TO RP-AMOUNT.
           PERFORM 290-WRITE-REPORT-LINE.
       230-CARRY-PENDING.
           MOVE PD-STUDENT-ID(PD-FOUND) TO RP-STUDENT-ID.
           MOVE PD-LOAN-SEQ(PD-FOUND) TO RP-LOAN-SEQ.
           MOVE PD-NAME(PD-FOUND) TO RP-NAME.
           MOVE PD-MAJOR(PD-FOUND) TO RP-MAJOR.
           MOVE PD-AMOUNT(PD-FOUND) TO RP-AMOUNT.
