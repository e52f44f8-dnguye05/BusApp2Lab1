           03 P-BALANCE PIC -ZZZZ9.99.
           03 FILLER PIC X(1).
           03 P-FEES PIC X(7).
           03 FILLER PIC X(1).
           03 P-LOAN-SEQ PIC X(2).
       01  CURRENT-DATA.
           03 C-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 C-BALANCE PIC -ZZZZ9.99.
           03 FILLER PIC X(1).
           03 C-FEES PIC X(7).
           03 FILLER PIC X(1).
           03 C-LOAN-SEQ PIC X(2).
       01  MATCH-KEYS.
           03 PRIOR-KEY.
               05 PK-MAJOR PIC X(4).
               05 PK-STUDENT-ID PIC X(9).
               05 PK-LOAN-SEQ PIC X(2).
           03 CURRENT-KEY.
               05 CK-MAJOR PIC X(4).
               05 CK-STUDENT-ID PIC X(9).
               05 CK-LOAN-SEQ PIC X(2).
       01  DELTA-HEADING.
           03 FILLER PIC X(8) VALUE 'CATEGORY'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'STUDENT ID'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'LN'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(18) VALUE SPACES.
       01  DELTA-DETAIL.
           03 D-CATEGORY PIC X(20).
           03 D-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 D-LOAN-SEQ PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 D-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 D-MAJOR PIC X(4).
           03 FILLER PIC X(17) VALUE 'BALANCE CHANGED: '.
           03 D-TOT-CHANGED PIC ZZZZ9.
       01  DELTA-TOTALS2.
           03 FILLER PIC X(14) VALUE 'NEW LOANS:    '.
           03 D-TOT-APPEARED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(18) VALUE 'DROPPED LOANS:    '.
           03 D-TOT-DISAPPEARED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'UNCHANGED: '.
           CLOSE CURRENT-FILE
               DELTA-FILE.
           STOP RUN.
      *CLASSIC BALANCED-LINE MATCH ON MAJOR PLUS STUDENT ID PLUS LOAN
      *NUMBER, THE ORDER THE EXTRACT IS WRITTEN IN - THE NAME IS ONLY
      *A LABEL, SO TWO STUDENTS NAMED ALIKE IN ONE MAJOR NO LONGER
      *COLLIDE.  A KEY ONLY ON THE PRIOR SIDE IS A DROPPED LOAN, ONLY
      *ON THE CURRENT SIDE A NEW ONE.  AN EXTRACT LINE WRITTEN BEFORE
      *LOAN NUMBERS WERE CARRIED BELONGS TO LOAN 01
       200-MATCH-FILES.
           IF PRIOR-KEY < CURRENT-KEY THEN
               PERFORM 230-REPORT-DISAPPEARED
       230-REPORT-DISAPPEARED.
           MOVE P-BALANCE TO PB-AMT.
           MOVE 0 TO CB-AMT.
           MOVE 'DROPPED LOAN' TO D-CATEGORY.
           ADD 1 TO CT-DISAPPEARED.
           MOVE P-STUDENT-ID TO D-STUDENT-ID.
           MOVE PK-LOAN-SEQ TO D-LOAN-SEQ.
           MOVE P-NAME TO D-NAME.
           MOVE P-MAJOR TO D-MAJOR.
           MOVE PB-AMT TO D-PRIOR-BAL.
       240-REPORT-APPEARED.
           MOVE 0 TO PB-AMT.
           MOVE C-BALANCE TO CB-AMT.
           MOVE 'NEW LOAN' TO D-CATEGORY.
           ADD 1 TO CT-APPEARED.
           MOVE C-STUDENT-ID TO D-STUDENT-ID.
           MOVE CK-LOAN-SEQ TO D-LOAN-SEQ.
           MOVE C-NAME TO D-NAME.
           MOVE C-MAJOR TO D-MAJOR.
           MOVE 0 TO D-PRIOR-BAL.
               AFTER ADVANCING 1 LINE.
       250-WRITE-DELTA-DETAIL.
           MOVE C-STUDENT-ID TO D-STUDENT-ID.
           MOVE CK-LOAN-SEQ TO D-LOAN-SEQ.
           MOVE C-NAME TO D-NAME.
           MOVE C-MAJOR TO D-MAJOR.
           MOVE PB-AMT TO D-PRIOR-BAL.
                       MOVE PRIOR-RECORD TO PRIOR-DATA
                       MOVE P-MAJOR TO PK-MAJOR
                       MOVE P-STUDENT-ID TO PK-STUDENT-ID
                       IF P-LOAN-SEQ = SPACES THEN
                           MOVE '01' TO PK-LOAN-SEQ
                       ELSE
                           MOVE P-LOAN-SEQ TO PK-LOAN-SEQ
                       END-IF
               END-READ
           END-IF.
       510-READ-CURRENT.
                       MOVE CURRENT-RECORD TO CURRENT-DATA
                       MOVE C-MAJOR TO CK-MAJOR
                       MOVE C-STUDENT-ID TO CK-STUDENT-ID
                       IF C-LOAN-SEQ = SPACES THEN
                           MOVE '01' TO CK-LOAN-SEQ
                       ELSE
                           MOVE C-LOAN-SEQ TO CK-LOAN-SEQ
                       END-IF
               END-READ
           END-IF.
       END PROGRAM extdelta.
