       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  INPUT-RECORD PIC X(421).
       01  INPUT-RECORD-TYPED.
           03 IR-RECORD-TYPE PIC X(3).
           03 FILLER PIC X(418).
       FD  RATE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       FD  ARCHIVE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(339).
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
           03 I-DEFER-END PIC 9(8).
           03 FILLER PIC X(4).
           03 I-STUDENT-ID PIC X(9).
           03 I-LOAN-SEQ PIC X(2).
      *ACCOUNTS PAID OFF DURING THE YEAR ARE ARCHIVED AND PURGED
      *FROM THE CYCLE, SO THEY ARE MISSING FROM THE UNLOAD BY TAX
      *SEASON - AND THEY ARE EXACTLY THE BORROWERS WHO ASK FOR THE
           03 AR-STUDENT-ID PIC X(9).
           03 AR-STUDENT-DATA PIC X(320).
           03 AR-PAYOFF-DATE PIC 9(8).
           03 AR-LOAN-SEQ PIC X(2).
       01  RATE-TABLE.
           03 RT-COUNT PIC 9(3) VALUE 0.
           03 RT-ENTRY OCCURS 50 TIMES.
      *THE FEE REGISTER FROM THE CYCLE RUNS, HELD IN A TABLE SO EACH
      *STUDENT'S FEES FOR THE SUMMARY YEAR CAN BE PICKED UP IN ONE
      *PASS OF THE UNLOAD.  THE REGISTER TOTAL LINE MATCHES NO
      *STUDENT ID AND FALLS OUT HARMLESSLY.  FEES ARE MATCHED ON THE
      *LOAN NUMBER AS WELL, SO A STUDENT WITH SEVERAL LOANS DOES NOT
      *PICK UP EVERY LOAN'S FEES ON EACH SUMMARY LINE; A REGISTER OR
      *UNLOAD LINE WITHOUT ONE BELONGS TO LOAN 01
       01  FEEREG-DATA.
           03 FR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2).
               05 FR-FEE-WHOLE PIC X(3).
               05 FR-FEE-POINT PIC X(1).
               05 FR-FEE-DEC PIC X(2).
           03 FILLER PIC X(2).
           03 FR-LOAN-SEQ PIC X(2).
       01  FEE-TABLE.
           03 FT-COUNT PIC 9(3) VALUE 0.
           03 FT-ENTRY OCCURS 500 TIMES.
               05 FT-STUDENT-ID PIC X(9).
               05 FT-LOAN-SEQ PIC X(2).
               05 FT-PAY-YEAR PIC 9(4).
               05 FT-FEE PIC 9(3)V9(2).
       01  SUMMARY-HEADING1.
                           ADD 1 TO FT-COUNT
                           MOVE FR-STUDENT-ID
                               TO FT-STUDENT-ID(FT-COUNT)
                           IF FR-LOAN-SEQ = SPACES THEN
                               MOVE '01' TO FT-LOAN-SEQ(FT-COUNT)
                           ELSE
                               MOVE FR-LOAN-SEQ
                                   TO FT-LOAN-SEQ(FT-COUNT)
                           END-IF
                           COMPUTE FT-PAY-YEAR(FT-COUNT) =
                               FR-PAY-DATE / 10000
                           MOVE FR-FEE TO FEE-W
                   IF IR-RECORD-TYPE NOT = 'HDR'
                           AND IR-RECORD-TYPE NOT = 'TRL' THEN
                       MOVE INPUT-RECORD TO INPUT-DATA
                       IF I-LOAN-SEQ = SPACES THEN
                           MOVE '01' TO I-LOAN-SEQ
                       END-IF
                       MOVE 'N' TO ARCH-SOURCE-SW
                       ADD 1 TO CT-READ
                       PERFORM 210-SUMMARIZE-STUDENT
                   MOVE ARCHIVE-RECORD TO ARCHIVE-DATA
                   MOVE AR-STUDENT-DATA TO INPUT-DATA
                   MOVE AR-STUDENT-ID TO I-STUDENT-ID
                   MOVE AR-LOAN-SEQ TO I-LOAN-SEQ
                   MOVE 'Y' TO ARCH-SOURCE-SW
                   ADD 1 TO CT-READ
                   ADD 1 TO CT-ARCHIVE
           PERFORM VARYING FT-SUB FROM 1 BY 1
               UNTIL FT-SUB > FT-COUNT
               IF FT-STUDENT-ID(FT-SUB) = I-STUDENT-ID
                       AND FT-LOAN-SEQ(FT-SUB) = I-LOAN-SEQ
                       AND FT-PAY-YEAR(FT-SUB) = SUMMARY-YEAR THEN
                   ADD FT-FEE(FT-SUB) TO ST-FEES
               END-IF
