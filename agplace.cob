               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECALL-FILE ASSIGN TO 'EMPL_AGYRECALL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNHIST-FILE ASSIGN TO 'EMPL_DUNHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUNHIST-STATUS.
           SELECT CHGHIST-FILE ASSIGN TO 'EMPL_CHGHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGHIST-STATUS.
           SELECT PARM-FILE ASSIGN TO 'EMPL_PLCPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
       FD  RECALL-FILE
               LABEL RECORDS ARE OMITTED.
       01  RECALL-RECORD PIC X(60).
       FD  DUNHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DUNHIST-RECORD PIC X(80).
       FD  CHGHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CHGHIST-RECORD PIC X(80).
      *COLUMNS 5-7 ARE THE NUMBER OF DAYS A FINAL DEMAND MUST BE OUT
      *BEFORE THE ACCOUNT MAY BE PLACED
       FD  PARM-FILE.
       01  PARM-RECORD PIC X(80).
       01  PARM-RECORD-FIELDS REDEFINES PARM-RECORD.
           03 PARM-DAYS-TEXT PIC X(3).
           03 FILLER PIC X(1).
           03 PARM-NOTICE-TEXT PIC X(3).
           03 FILLER PIC X(73).
       FD  REPORT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD PIC X(110).
               05 PT-PLACED-DATE PIC 9(8).
               05 PT-AMOUNT PIC 9(5)V9(2).
               05 PT-SEEN-SW PIC X.
      *LETTER HISTORY WRITTEN BY DUNNING.  ONLY THE FINAL DEMAND DATE
      *MATTERS HERE - NO ACCOUNT IS PLACED UNTIL ITS FINAL DEMAND HAS
      *BEEN OUT FOR THE NOTICE PERIOD
       01  DUNH-DATA.
           03 DH-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 DH-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 DH-LEVEL PIC 9.
           03 FILLER PIC X(1).
           03 DH-LETTER1-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 DH-LETTER2-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 DH-LETTER3-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 DH-PLACE-DATE PIC 9(8).
       01  DEMAND-TABLE.
           03 DT-COUNT PIC 9(3) VALUE 0.
           03 DT-ENTRY OCCURS 500 TIMES.
               05 DT-STUDENT-ID PIC X(9).
               05 DT-DEMAND-DATE PIC 9(8).
      *LOANS CHGOFF HAS WRITTEN OFF.  THEY DROP OUT OF THE EXTRACT,
      *BUT THE AGENCY KEEPS WORKING THEM FOR RECOVERIES, SO A
      *CHARGED-OFF STUDENT'S PLACEMENT IS NEVER TREATED AS CURED
       01  CHGH-DATA.
           03 CH-STUDENT-ID PIC X(9).
           03 FILLER PIC X(71).
       01  CHGOFF-TABLE.
           03 CO-COUNT PIC 9(3) VALUE 0.
           03 CO-STUDENT-ID PIC X(9) OCCURS 500 TIMES.
      *THE AGENCY TAKES A FIXED-FORMAT INTERFACE RECORD - 'PL' PLACES
      *AN ACCOUNT, 'RC' RECALLS ONE
       01  AGENCY-DATA.
           03 FILLER PIC X(11) VALUE 'THRESHOLD: '.
           03 RH-DAYS PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' DAYS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'NOTICE: '.
           03 RH-NOTICE-DAYS PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' DAYS'.
       01  REPORT-DETAIL.
           03 R-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'RECALLED: '.
           03 R-TOT-RECALLED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'REFUSED: '.
           03 R-TOT-REFUSED PIC ZZZZ9.
       01  REPORT-TOTALS2.
           03 FILLER PIC X(16) VALUE 'DOLLARS PLACED: '.
           03 R-TOT-DOLLARS PIC $$$,$$$,$$9.99.
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-PM PIC 9 VALUE 0.
           03 EOF-DH PIC 9 VALUE 0.
           03 EOF-CH PIC 9 VALUE 0.
           03 CO-FOUND PIC 9(3) VALUE 0.
           03 CO-SUB PIC 9(3).
           03 CHGHIST-STATUS PIC XX VALUE '00'.
           03 DT-FOUND PIC 9(3) VALUE 0.
           03 SUB PIC 9(3).
           03 PT-FOUND PIC 9(3) VALUE 0.
           03 AGEXTR-STATUS PIC XX VALUE '00'.
           03 PLCMSTR-STATUS PIC XX VALUE '00'.
           03 DUNHIST-STATUS PIC XX VALUE '00'.
           03 PARM-STATUS PIC XX VALUE '00'.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 RUN-DATE-INT PIC S9(7) VALUE 0.
           03 THRESHOLD-DAYS PIC 9(3) VALUE 090.
           03 NOTICE-DAYS PIC 9(3) VALUE 030.
           03 DEMAND-AGE PIC S9(7) VALUE 0.
           03 PLACE-AMT PIC 9(5)V9(2) VALUE 0.
           03 BUCKET-W PIC 9(5)V9(2) VALUE 0.
           03 PLACED-COUNT PIC 9(5) VALUE 0.
           03 RETAINED-COUNT PIC 9(5) VALUE 0.
           03 RECALLED-COUNT PIC 9(5) VALUE 0.
           03 REFUSED-COUNT PIC 9(5) VALUE 0.
           03 PLACED-DOLLARS PIC 9(8)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM 040-READ-PARAMETERS.
           PERFORM 100-LOAD-PLACEMENT-MASTER.
           PERFORM 120-LOAD-DEMAND-HISTORY.
           PERFORM 140-LOAD-CHARGE-OFFS.
           OPEN OUTPUT PLCMSTRNEW-FILE.
           OPEN OUTPUT PLACE-FILE.
           OPEN OUTPUT RECALL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE THRESHOLD-DAYS TO RH-DAYS.
           MOVE NOTICE-DAYS TO RH-NOTICE-DAYS.
           WRITE REPORT-RECORD FROM REPORT-HEADING1.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
                       IF PARM-DAYS-TEXT IS NUMERIC THEN
                           MOVE PARM-DAYS-TEXT TO THRESHOLD-DAYS
                       END-IF
                       IF PARM-NOTICE-TEXT IS NUMERIC THEN
                           MOVE PARM-NOTICE-TEXT TO NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
                       MOVE 1 TO EOF-PM
                   END-IF
           END-READ.
       120-LOAD-DEMAND-HISTORY.
           OPEN INPUT DUNHIST-FILE.
           IF DUNHIST-STATUS NOT = '00' THEN
               DISPLAY 'AGPLACE: NO LETTER HISTORY ON FILE - NEW'
                   ' PLACEMENTS WILL BE REFUSED'
               MOVE 1 TO EOF-DH
           END-IF.
           PERFORM 130-LOAD-ONE-DEMAND
               UNTIL EOF-DH = 1.
           IF DUNHIST-STATUS = '00' OR DUNHIST-STATUS = '10' THEN
               CLOSE DUNHIST-FILE
           END-IF.
      *ONLY STUDENTS WHO HAVE HAD THE FINAL DEMAND ARE KEPT
       130-LOAD-ONE-DEMAND.
           READ DUNHIST-FILE
               AT END
                   MOVE 1 TO EOF-DH
               NOT AT END
                   MOVE DUNHIST-RECORD TO DUNH-DATA
                   IF DH-LETTER3-DATE NUMERIC
                           AND DH-LETTER3-DATE > 0 THEN
                       IF DT-COUNT < 500 THEN
                           ADD 1 TO DT-COUNT
                           MOVE DH-STUDENT-ID
                               TO DT-STUDENT-ID(DT-COUNT)
                           MOVE DH-LETTER3-DATE
                               TO DT-DEMAND-DATE(DT-COUNT)
                       ELSE
                           DISPLAY 'AGPLACE: DEMAND TABLE FULL -'
                               ' EXTRA EMPL_DUNHIST RECORDS IGNORED'
                           MOVE 1 TO EOF-DH
                       END-IF
                   END-IF
           END-READ.
       140-LOAD-CHARGE-OFFS.
           OPEN INPUT CHGHIST-FILE.
           IF CHGHIST-STATUS NOT = '00' THEN
               MOVE 1 TO EOF-CH
           END-IF.
           PERFORM 150-LOAD-ONE-CHARGE-OFF
               UNTIL EOF-CH = 1.
           IF CHGHIST-STATUS = '00' OR CHGHIST-STATUS = '10' THEN
               CLOSE CHGHIST-FILE
           END-IF.
       150-LOAD-ONE-CHARGE-OFF.
           READ CHGHIST-FILE
               AT END
                   MOVE 1 TO EOF-CH
               NOT AT END
                   MOVE CHGHIST-RECORD TO CHGH-DATA
                   IF CO-COUNT < 500 THEN
                       ADD 1 TO CO-COUNT
                       MOVE CH-STUDENT-ID TO CO-STUDENT-ID(CO-COUNT)
                   ELSE
                       DISPLAY 'AGPLACE: CHARGE-OFF TABLE FULL -'
                           ' EXTRA EMPL_CHGHIST RECORDS IGNORED'
                       MOVE 1 TO EOF-CH
                   END-IF
           END-READ.
       200-PROCESS-EXTRACT.
           READ AGEXTR-FILE
               AT END
               END-IF
           END-PERFORM.
           IF PT-FOUND = 0 THEN
               PERFORM 225-CHECK-FINAL-DEMAND
           ELSE
               MOVE 'Y' TO PT-SEEN-SW(PT-FOUND)
               MOVE PLACE-AMT TO PT-AMOUNT(PT-FOUND)
               PERFORM 240-RETAIN-ACCOUNT
           END-IF.
      *A NEW PLACEMENT NEEDS A FINAL DEMAND AT LEAST NOTICE-DAYS OLD.
      *ACCOUNTS ALREADY WITH THE AGENCY ARE NOT RE-CHECKED
       225-CHECK-FINAL-DEMAND.
           MOVE 0 TO DT-FOUND.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > DT-COUNT
               IF DT-STUDENT-ID(SUB) = AX-STUDENT-ID
                       AND DT-FOUND = 0 THEN
                   MOVE SUB TO DT-FOUND
               END-IF
           END-PERFORM.
           IF DT-FOUND = 0 THEN
               MOVE 'NO FINAL DEMAND' TO R-DISPOSITION
               PERFORM 235-REFUSE-ACCOUNT
           ELSE
               COMPUTE DEMAND-AGE = RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(DT-DEMAND-DATE(DT-FOUND))
               IF DEMAND-AGE < NOTICE-DAYS THEN
                   MOVE 'DEMAND PENDING' TO R-DISPOSITION
                   PERFORM 235-REFUSE-ACCOUNT
               ELSE
                   PERFORM 230-PLACE-ACCOUNT
               END-IF
           END-IF.
       230-PLACE-ACCOUNT.
           MOVE 'PL' TO AGY-TYPE.
           MOVE AX-STUDENT-ID TO AGY-STUDENT-ID.
           WRITE PLCMSTRNEW-RECORD FROM PLCM-DATA.
           MOVE 'PLACED' TO R-DISPOSITION.
           PERFORM 290-WRITE-REPORT-LINE.
      *A REFUSED ACCOUNT STAYS OFF THE PLACEMENT MASTER AND IS
      *OFFERED AGAIN ON THE NEXT RUN
       235-REFUSE-ACCOUNT.
           ADD 1 TO REFUSED-COUNT.
           PERFORM 290-WRITE-REPORT-LINE.
       240-RETAIN-ACCOUNT.
           MOVE PT-STUDENT-ID(PT-FOUND) TO PM-STUDENT-ID.
           MOVE PT-NAME(PT-FOUND) TO PM-NAME.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PT-COUNT
               IF PT-SEEN-SW(SUB) = 'N' THEN
                   PERFORM 255-FIND-CHARGE-OFF
                   IF CO-FOUND > 0 THEN
                       PERFORM 265-RETAIN-CHARGED-OFF
                   ELSE
                       PERFORM 260-RECALL-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.
       255-FIND-CHARGE-OFF.
           MOVE 0 TO CO-FOUND.
           PERFORM VARYING CO-SUB FROM 1 BY 1
               UNTIL CO-SUB > CO-COUNT OR CO-FOUND > 0
               IF CO-STUDENT-ID(CO-SUB) = PT-STUDENT-ID(SUB) THEN
                   MOVE CO-SUB TO CO-FOUND
               END-IF
           END-PERFORM.
       260-RECALL-ACCOUNT.
           MOVE 'RECALLED' TO R-DISPOSITION.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
       265-RETAIN-CHARGED-OFF.
           MOVE PT-STUDENT-ID(SUB) TO PM-STUDENT-ID.
           MOVE PT-NAME(SUB) TO PM-NAME.
           MOVE PT-MAJOR(SUB) TO PM-MAJOR.
           MOVE PT-PLACED-DATE(SUB) TO PM-PLACED-DATE.
           MOVE PT-AMOUNT(SUB) TO PM-AMOUNT.
           WRITE PLCMSTRNEW-RECORD FROM PLCM-DATA.
           ADD 1 TO RETAINED-COUNT.
           MOVE PT-NAME(SUB) TO R-NAME.
           MOVE PT-MAJOR(SUB) TO R-MAJOR.
           MOVE PT-AMOUNT(SUB) TO R-AMOUNT.
           MOVE 'CHARGED OFF' TO R-DISPOSITION.
           WRITE REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
       290-WRITE-REPORT-LINE.
           MOVE AX-NAME TO R-NAME.
           MOVE AX-MAJOR TO R-MAJOR.
           MOVE PLACED-COUNT TO R-TOT-PLACED.
           MOVE RETAINED-COUNT TO R-TOT-RETAINED.
           MOVE RECALLED-COUNT TO R-TOT-RECALLED.
           MOVE REFUSED-COUNT TO R-TOT-REFUSED.
           MOVE PLACED-DOLLARS TO R-TOT-DOLLARS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD
