      *                   number onto the run file with a consolidated
      *                   trailer, and a batch register shows which
      *                   departments have been received and which are
      *                   missing or out of balance.  an employee who
      *                   worked in several departments has a line in
      *                   each batch.  the lines are combined into one
      *                   run record carrying the total hours and the
      *                   hours worked in each cost centre, so that pay4
      *                   pays the employee once and splits the wages
      *                   over the cost centres.  allowance codes and
      *                   quantities keyed on a timesheet line are
      *                   carried on the run record against the cost
      *                   centre of the line they were keyed on.
      *                   lines keyed at different rates are not
      *                   combined but left as separate run records,
      *                   so that pay4 reports the employee as a
      *                   duplicate rather than paying all the hours
      *                   at one rate.  a second line for the same
      *                   cost centre is not combined either, so that a
      *                   timesheet keyed twice is reported by pay4 as
      *                   a duplicate rather than paid twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         03    IR-ENTITY-CODE           PIC X(2).
         03    IR-HOURS-LV-ANN          PIC 99V99.
         03    IR-HOURS-LV-PER          PIC 99V99.
         03    IR-ALLOW-LINE OCCURS 3 TIMES
                                        INDEXED BY IR-ALLOW-IDX.
           05  IR-ALLOW-CODE            PIC X(3).
           05  IR-ALLOW-QTY             PIC 999V99.
      *
       01      BATCH-TRAILER-REC REDEFINES BATCH-REC.
         03    BT-RECORD-TYPE           PIC X(6).
         03    FILLER                   PIC X(58).
      *
       FD      RUN-FILE.
       01      RUN-REC                  PIC X(188).
      *
       FD      REGISTER-FILE.
       01      REGISTER-REC             PIC X(100).
       SD      SORT-FILE.
       01      SORT-REC.
         03    SR-NUMBER                PIC X(6).
         03    SR-NAME                  PIC X(20).
         03    SR-HOURS-ORD             PIC 99V99.
         03    SR-HOURS-1-5             PIC 99V99.
         03    SR-HOURS-DBL             PIC 99V99.
         03    SR-RATE                  PIC 99V99.
         03    FILLER                   PIC X(4).
         03    FILLER                   PIC X(5).
         03    SR-BANK-BSB              PIC X(6).
         03    SR-BANK-ACCOUNT          PIC X(9).
         03    SR-COST-CENTRE           PIC X(4).
         03    SR-TERM-FLAG             PIC X.
           88  SR-TERMINATED            VALUE "Y".
         03    SR-ENTITY-CODE           PIC X(2).
         03    SR-HOURS-LV-ANN          PIC 99V99.
         03    SR-HOURS-LV-PER          PIC 99V99.
         03    SR-ALLOW-LINE OCCURS 3 TIMES
                                        INDEXED BY SR-ALLOW-IDX.
           05  SR-ALLOW-CODE            PIC X(3).
           05  SR-ALLOW-QTY             PIC 999V99.
      *
       01      SORT-LINE-REC.
         03    SL-TIMESHEET-LINE        PIC X(81).
         03    SL-ALLOWANCES            PIC X(24).
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           88  WB-TRAILER-FOUND         VALUE "Y".
           03  WB-SORT-EOF-IND          PIC X.
           88  WB-SORT-EOF              VALUE "Y".
           03  WB-RUN-HELD-IND          PIC X.
           88  WB-RUN-HELD              VALUE "Y".
           03  WB-RUN-MERGEABLE-IND     PIC X.
           88  WB-RUN-MERGEABLE         VALUE "Y".
           03  WB-LINE-VALID-IND        PIC X.
           88  WB-LINE-VALID            VALUE "Y".
           03  WB-LINE-MERGED-IND       PIC X.
           88  WB-LINE-MERGED           VALUE "Y".
           03  WB-SPLIT-FOUND-IND       PIC X.
           88  WB-SPLIT-FOUND           VALUE "Y".
           03  WB-ALLOW-FOUND-IND       PIC X.
           88  WB-ALLOW-FOUND           VALUE "Y".
           03  WB-ALLOW-FULL-IND        PIC X.
           88  WB-ALLOW-FULL            VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
         03    WF-HOURS-LV-PER          PIC 99V99.
         03    WF-RATE                  PIC 99V99.
         03    WF-CARD-GROSS            PIC S9(6)V99  COMP.
      *
       01      WR-RUN-RECORD.
         03    WR-NUMBER                PIC X(6).
         03    WR-NAME                  PIC X(20).
         03    WR-HOURS-ORD             PIC 99V99.
         03    WR-HOURS-1-5             PIC 99V99.
         03    WR-HOURS-DBL             PIC 99V99.
         03    WR-RATE                  PIC 99V99.
         03    FILLER                   PIC X(4).
         03    FILLER                   PIC X(5).
         03    WR-BANK-BSB              PIC X(6).
         03    WR-BANK-ACCOUNT          PIC X(9).
         03    WR-COST-CENTRE           PIC X(4).
         03    WR-TERM-FLAG             PIC X.
         03    WR-ENTITY-CODE           PIC X(2).
         03    WR-HOURS-LV-ANN          PIC 99V99.
         03    WR-HOURS-LV-PER          PIC 99V99.
         03    WR-SPLIT-COUNT           PIC 9.
         03    WR-SPLIT-LINE OCCURS 5 TIMES
                                        INDEXED BY WR-SPLIT-IDX.
           05  WR-SPLIT-CC              PIC X(4).
           05  WR-SPLIT-HOURS           PIC 999V99.
         03    WR-ALLOW-COUNT           PIC 9.
         03    WR-ALLOW-LINE OCCURS 5 TIMES
                                        INDEXED BY WR-ALLOW-IDX.
           05  WR-ALLOW-CODE            PIC X(3).
           05  WR-ALLOW-QTY             PIC 999V99.
           05  WR-ALLOW-CC              PIC X(4).
      *
       01      WR-RUN-LAYOUT REDEFINES WR-RUN-RECORD.
         03    WR-TIMESHEET-LINE        PIC X(81).
         03    FILLER                   PIC X(107).
      *
       01      WM-MERGE-VALUES.
           03  WM-LINE-HOURS            PIC 999V99.
           03  WM-RUN-HOURS             PIC 999V99.
           03  WM-ALLOW-NO              PIC S9(4)    COMP.
           03  WM-NEW-ALLOWANCES        PIC S9(4)    COMP.
           03  WM-TEST-QTY              PIC 9999V99.
      *
       01      WN-BATCH-CONTROL.
           03  WN-RECORD-COUNT          PIC S9(6)    COMP.
         03    WG-TOTAL-RECORDS         PIC S9(6)    COMP.
         03    WG-TOTAL-GROSS           PIC S9(9)V99 COMP.
         03    WG-TOTAL-DEPTS           PIC S9(4)    COMP.
         03    WG-RUN-RECORDS           PIC S9(6)    COMP.
         03    WG-RUN-GROSS             PIC S9(9)V99 COMP.
         03    WG-MERGED-LINES          PIC S9(6)    COMP.
      *
       01      WN-TRAILER-OUT.
         03    FILLER                   PIC X(6) VALUE "TRAILR".
           05  FILLER                   PIC X(08) VALUE "  GROSS".
           05  WD-TL-GROSS              PIC ZZ,ZZZ,ZZ9.99.

         03    WD-RUN-LINE.
           05  FILLER                   PIC X(20) VALUE
                                        "RUN FILE RECORDS".
           05  WD-RL-RECORDS            PIC ZZZZZ9.
           05  FILLER                   PIC X(16) VALUE
                                        "  LINES MERGED".
           05  WD-RL-MERGED             PIC ZZZZZ9.
           05  FILLER                   PIC X(08) VALUE "  GROSS".
           05  WD-RL-GROSS              PIC ZZ,ZZZ,ZZ9.99.
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
               GO TO 1A-FINISH.
           SORT SORT-FILE
               ON ASCENDING KEY SR-ENTITY-CODE SR-NUMBER
                                SR-COST-CENTRE
               INPUT PROCEDURE IS 3A-COLLECT-BATCHES
               OUTPUT PROCEDURE IS 3E-WRITE-RUN-FILE.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4C".
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           IF WB-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WA-BATCH-COUNT           TO JS-READ-COUNT.
           MOVE WG-TOTAL-RECORDS         TO JS-ACCEPTED-COUNT.
           MOVE WG-TOTAL-GROSS           TO JS-AMOUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       1A-STOP.

       2A-INITIALISE SECTION.
               MOVE IR-HOURS-LV-PER TO WF-HOURS-LV-PER.
           IF IR-RATE IS NUMERIC
               MOVE IR-RATE TO WF-RATE.
           PERFORM 4H-CALC-GROSS.
       4B-EXIT.
           EXIT.

       4H-CALC-GROSS SECTION.
       4H-ENTRY.
           COMPUTE WF-CARD-GROSS ROUNDED =
                   (WF-HOURS-ORD * WF-RATE)
                 + (WF-HOURS-1-5 * WF-RATE * 1.5)
                 + (WF-HOURS-DBL * WF-RATE * 2)
                 + (WF-HOURS-LV-ANN * WF-RATE)
                 + (WF-HOURS-LV-PER * WF-RATE).
       4H-EXIT.
           EXIT.

       4C-PRINT-REGISTER-LINE SECTION.
           MOVE WD-TOTAL-LINE TO REGISTER-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE WG-RUN-RECORDS          TO WD-RL-RECORDS.
           MOVE WG-MERGED-LINES         TO WD-RL-MERGED.
           MOVE WG-RUN-GROSS            TO WD-RL-GROSS.
           MOVE WD-RUN-LINE TO REGISTER-REC.
           PERFORM 2C-PRINT-LINE.
       4D-EXIT.
           EXIT.

       3E-ENTRY.
           DISPLAY "3E WRITE RUN FILE".
           MOVE "N" TO WB-SORT-EOF-IND.
           MOVE "N" TO WB-RUN-HELD-IND.
           PERFORM 3F-RETURN-SORT-RECORD.
           PERFORM 3G-MERGE-LINE UNTIL WB-SORT-EOF.
           IF WB-RUN-HELD
               PERFORM 3H-WRITE-RUN-RECORD.
           MOVE WG-RUN-RECORDS   TO WN-TO-COUNT.
           MOVE WG-RUN-GROSS     TO WN-TO-GROSS.
           WRITE RUN-REC FROM WN-TRAILER-OUT.
       3E-EXIT.
           EXIT.
       3F-RETURN-SORT-RECORD SECTION.
       3F-ENTRY.
           RETURN SORT-FILE AT END MOVE "Y" TO WB-SORT-EOF-IND.
       3F-EXIT.
           EXIT.

       3G-MERGE-LINE SECTION.
       3G-ENTRY.
           PERFORM 4E-CHECK-LINE-HOURS.
           MOVE "N" TO WB-LINE-MERGED-IND.
           IF WB-RUN-HELD AND WB-RUN-MERGEABLE AND WB-LINE-VALID
                   AND SR-NUMBER = WR-NUMBER
                   AND SR-ENTITY-CODE = WR-ENTITY-CODE
               PERFORM 4G-ADD-LINE.
           IF WB-LINE-MERGED
               PERFORM 3F-RETURN-SORT-RECORD
               GO TO 3G-EXIT.
           IF WB-RUN-HELD
               PERFORM 3H-WRITE-RUN-RECORD.
           PERFORM 4F-START-RUN-RECORD.
           PERFORM 3F-RETURN-SORT-RECORD.
       3G-EXIT.
           EXIT.

       3H-WRITE-RUN-RECORD SECTION.
       3H-ENTRY.
           PERFORM 4I-CALC-RUN-GROSS.
           ADD 1 TO WG-RUN-RECORDS.
           ADD WF-CARD-GROSS TO WG-RUN-GROSS.
           WRITE RUN-REC FROM WR-RUN-RECORD.
           MOVE "N" TO WB-RUN-HELD-IND.
       3H-EXIT.
           EXIT.

       4E-CHECK-LINE-HOURS SECTION.
       4E-ENTRY.
           MOVE ZERO TO WM-LINE-HOURS.
           MOVE "N" TO WB-LINE-VALID-IND.
           IF SR-HOURS-ORD IS NOT NUMERIC
                   OR SR-HOURS-1-5 IS NOT NUMERIC
                   OR SR-HOURS-DBL IS NOT NUMERIC
                   OR SR-HOURS-LV-ANN IS NOT NUMERIC
                   OR SR-HOURS-LV-PER IS NOT NUMERIC
               GO TO 4E-EXIT.
           MOVE "Y" TO WB-LINE-VALID-IND.
           ADD SR-HOURS-ORD SR-HOURS-1-5 SR-HOURS-DBL
               SR-HOURS-LV-ANN SR-HOURS-LV-PER
               GIVING WM-LINE-HOURS.
           PERFORM 4K-CHECK-ALLOWANCE-QTY
               VARYING SR-ALLOW-IDX FROM 1 BY 1
               UNTIL SR-ALLOW-IDX > 3.
       4E-EXIT.
           EXIT.

       4F-START-RUN-RECORD SECTION.
       4F-ENTRY.
           MOVE SPACES TO WR-RUN-RECORD.
           MOVE SL-TIMESHEET-LINE TO WR-TIMESHEET-LINE.
           MOVE 1 TO WR-SPLIT-COUNT.
           MOVE SR-COST-CENTRE TO WR-SPLIT-CC (1).
           MOVE WM-LINE-HOURS  TO WR-SPLIT-HOURS (1).
           MOVE WM-LINE-HOURS  TO WM-RUN-HOURS.
           MOVE ZERO TO WR-ALLOW-COUNT.
           IF WB-LINE-VALID
               PERFORM 4M-ADD-ALLOWANCE
                   VARYING SR-ALLOW-IDX FROM 1 BY 1
                   UNTIL SR-ALLOW-IDX > 3
           ELSE
               PERFORM 4Q-COPY-ALLOWANCE
                   VARYING SR-ALLOW-IDX FROM 1 BY 1
                   UNTIL SR-ALLOW-IDX > 3.
           MOVE WB-LINE-VALID-IND TO WB-RUN-MERGEABLE-IND.
           MOVE "Y" TO WB-RUN-HELD-IND.
       4F-EXIT.
           EXIT.

       4G-ADD-LINE SECTION.
       4G-ENTRY.
           IF WR-RATE IS NUMERIC AND WR-RATE NOT = ZERO
                   AND SR-RATE IS NUMERIC AND SR-RATE NOT = ZERO
                   AND SR-RATE NOT = WR-RATE
               DISPLAY "4G RATE DIFFERS - NOT MERGED FOR " SR-NUMBER
               GO TO 4G-EXIT.
           IF WR-HOURS-ORD + SR-HOURS-ORD > 99.99
                   OR WR-HOURS-1-5 + SR-HOURS-1-5 > 99.99
                   OR WR-HOURS-DBL + SR-HOURS-DBL > 99.99
                   OR WR-HOURS-LV-ANN + SR-HOURS-LV-ANN > 99.99
                   OR WR-HOURS-LV-PER + SR-HOURS-LV-PER > 99.99
               DISPLAY "4G HOURS TOO HIGH TO MERGE FOR " SR-NUMBER
               GO TO 4G-EXIT.
           MOVE "N" TO WB-SPLIT-FOUND-IND.
           PERFORM 4J-MATCH-SPLIT
               VARYING WR-SPLIT-IDX FROM 1 BY 1
               UNTIL WR-SPLIT-IDX > WR-SPLIT-COUNT
                  OR WB-SPLIT-FOUND.
           IF WB-SPLIT-FOUND
               DISPLAY "4G DUPLICATE COST CENTRE - NOT MERGED FOR "
                       SR-NUMBER
               GO TO 4G-EXIT.
           IF WR-SPLIT-COUNT NOT < 5
               DISPLAY "4G TOO MANY COST CENTRES TO MERGE FOR "
                       SR-NUMBER
               GO TO 4G-EXIT.
           MOVE ZERO TO WM-NEW-ALLOWANCES.
           MOVE "N" TO WB-ALLOW-FULL-IND.
           PERFORM 4L-CHECK-ALLOWANCE-ROOM
               VARYING SR-ALLOW-IDX FROM 1 BY 1
               UNTIL SR-ALLOW-IDX > 3.
           ADD WR-ALLOW-COUNT TO WM-NEW-ALLOWANCES.
           IF WB-ALLOW-FULL OR WM-NEW-ALLOWANCES > 5
               DISPLAY "4G TOO MANY ALLOWANCES TO MERGE FOR "
                       SR-NUMBER
               GO TO 4G-EXIT.
           ADD 1 TO WR-SPLIT-COUNT.
           SET WR-SPLIT-IDX TO WR-SPLIT-COUNT.
           MOVE SR-COST-CENTRE TO WR-SPLIT-CC (WR-SPLIT-IDX).
           MOVE WM-LINE-HOURS TO WR-SPLIT-HOURS (WR-SPLIT-IDX).
           ADD WM-LINE-HOURS TO WM-RUN-HOURS.
           ADD SR-HOURS-ORD    TO WR-HOURS-ORD.
           ADD SR-HOURS-1-5    TO WR-HOURS-1-5.
           ADD SR-HOURS-DBL    TO WR-HOURS-DBL.
           ADD SR-HOURS-LV-ANN TO WR-HOURS-LV-ANN.
           ADD SR-HOURS-LV-PER TO WR-HOURS-LV-PER.
           IF WR-RATE IS NOT NUMERIC OR WR-RATE = ZERO
               MOVE SR-RATE TO WR-RATE.
           IF WR-BANK-BSB = SPACES
               MOVE SR-BANK-BSB TO WR-BANK-BSB.
           IF WR-BANK-ACCOUNT = SPACES
               MOVE SR-BANK-ACCOUNT TO WR-BANK-ACCOUNT.
           IF SR-TERMINATED
               MOVE SR-TERM-FLAG TO WR-TERM-FLAG.
           PERFORM 4M-ADD-ALLOWANCE
               VARYING SR-ALLOW-IDX FROM 1 BY 1
               UNTIL SR-ALLOW-IDX > 3.
           ADD 1 TO WG-MERGED-LINES.
           MOVE "Y" TO WB-LINE-MERGED-IND.
       4G-EXIT.
           EXIT.

       4I-CALC-RUN-GROSS SECTION.
       4I-ENTRY.
           MOVE ZERO TO WF-HOURS-ORD, WF-HOURS-1-5, WF-HOURS-DBL,
                   WF-HOURS-LV-ANN, WF-HOURS-LV-PER, WF-RATE.
           IF WR-HOURS-ORD IS NUMERIC
               MOVE WR-HOURS-ORD TO WF-HOURS-ORD.
           IF WR-HOURS-1-5 IS NUMERIC
               MOVE WR-HOURS-1-5 TO WF-HOURS-1-5.
           IF WR-HOURS-DBL IS NUMERIC
               MOVE WR-HOURS-DBL TO WF-HOURS-DBL.
           IF WR-HOURS-LV-ANN IS NUMERIC
               MOVE WR-HOURS-LV-ANN TO WF-HOURS-LV-ANN.
           IF WR-HOURS-LV-PER IS NUMERIC
               MOVE WR-HOURS-LV-PER TO WF-HOURS-LV-PER.
           IF WR-RATE IS NUMERIC
               MOVE WR-RATE TO WF-RATE.
           PERFORM 4H-CALC-GROSS.
       4I-EXIT.
           EXIT.

       4J-MATCH-SPLIT SECTION.
       4J-ENTRY.
           IF WR-SPLIT-CC (WR-SPLIT-IDX) = SR-COST-CENTRE
               MOVE "Y" TO WB-SPLIT-FOUND-IND.
       4J-EXIT.
           EXIT.

       4K-CHECK-ALLOWANCE-QTY SECTION.
       4K-ENTRY.
           IF SR-ALLOW-CODE (SR-ALLOW-IDX) NOT = SPACES
                   AND SR-ALLOW-QTY (SR-ALLOW-IDX) IS NOT NUMERIC
               MOVE "N" TO WB-LINE-VALID-IND.
       4K-EXIT.
           EXIT.

       4L-CHECK-ALLOWANCE-ROOM SECTION.
       4L-ENTRY.
           IF SR-ALLOW-CODE (SR-ALLOW-IDX) = SPACES
               GO TO 4L-EXIT.
           PERFORM 4N-FIND-ALLOWANCE.
           IF NOT WB-ALLOW-FOUND
               ADD 1 TO WM-NEW-ALLOWANCES
               GO TO 4L-EXIT.
           ADD SR-ALLOW-QTY (SR-ALLOW-IDX) WR-ALLOW-QTY (WM-ALLOW-NO)
               GIVING WM-TEST-QTY.
           IF WM-TEST-QTY > 999.99
               MOVE "Y" TO WB-ALLOW-FULL-IND.
       4L-EXIT.
           EXIT.

       4M-ADD-ALLOWANCE SECTION.
       4M-ENTRY.
           IF SR-ALLOW-CODE (SR-ALLOW-IDX) = SPACES
               GO TO 4M-EXIT.
           PERFORM 4N-FIND-ALLOWANCE.
           IF WB-ALLOW-FOUND
               ADD SR-ALLOW-QTY (SR-ALLOW-IDX)
                                  TO WR-ALLOW-QTY (WM-ALLOW-NO)
               GO TO 4M-EXIT.
           PERFORM 4Q-COPY-ALLOWANCE.
       4M-EXIT.
           EXIT.

       4N-FIND-ALLOWANCE SECTION.
       4N-ENTRY.
           MOVE "N" TO WB-ALLOW-FOUND-IND.
           PERFORM 4P-MATCH-ALLOWANCE
               VARYING WR-ALLOW-IDX FROM 1 BY 1
               UNTIL WR-ALLOW-IDX > WR-ALLOW-COUNT
                  OR WB-ALLOW-FOUND.
       4N-EXIT.
           EXIT.

       4P-MATCH-ALLOWANCE SECTION.
       4P-ENTRY.
           IF WR-ALLOW-CODE (WR-ALLOW-IDX)
                             = SR-ALLOW-CODE (SR-ALLOW-IDX)
                   AND WR-ALLOW-CC (WR-ALLOW-IDX) = SR-COST-CENTRE
               MOVE "Y" TO WB-ALLOW-FOUND-IND
               SET WM-ALLOW-NO TO WR-ALLOW-IDX.
       4P-EXIT.
           EXIT.

       4Q-COPY-ALLOWANCE SECTION.
       4Q-ENTRY.
           IF SR-ALLOW-CODE (SR-ALLOW-IDX) = SPACES
                   OR WR-ALLOW-COUNT NOT < 5
               GO TO 4Q-EXIT.
           ADD 1 TO WR-ALLOW-COUNT.
           SET WR-ALLOW-IDX TO WR-ALLOW-COUNT.
           MOVE SR-ALLOW-CODE (SR-ALLOW-IDX)
                                  TO WR-ALLOW-CODE (WR-ALLOW-IDX).
           MOVE SR-ALLOW-QTY (SR-ALLOW-IDX)
                                  TO WR-ALLOW-QTY (WR-ALLOW-IDX).
           MOVE SR-COST-CENTRE    TO WR-ALLOW-CC (WR-ALLOW-IDX).
       4Q-EXIT.
           EXIT.
