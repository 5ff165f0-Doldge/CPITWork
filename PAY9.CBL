           SELECT TAX-TABLE-FILE ASSIGN TO "PAY4TAXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-TAX-TABLE-STATUS
           SELECT ALLOWANCE-TABLE-FILE ASSIGN TO "PAY4ALWT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-ALLOWANCE-TABLE-STATUS
           SELECT EXCEPTION-FILE ASSIGN TO "PAY4EXC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-EXCEPTION-STATUS
           SELECT GL-FILE ASSIGN TO WT-GL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-STATUS
           SELECT GL-LOG-FILE ASSIGN TO "PAY4GLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-LOG-STATUS
           SELECT CHECKPOINT-FILE ASSIGN TO "PAY4CHK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-CHECKPOINT-STATUS
         03    IR-ENTITY-CODE           PIC X(2).
         03    IR-HOURS-LV-ANN          PIC 99V99.
         03    IR-HOURS-LV-PER          PIC 99V99.
         03    IR-SPLIT-COUNT           PIC 9.
         03    IR-SPLIT-LINE OCCURS 5 TIMES
                                        INDEXED BY IR-SPLIT-IDX.
           05  IR-SPLIT-CC              PIC X(4).
           05  IR-SPLIT-HOURS           PIC 999V99.
         03    IR-ALLOW-COUNT           PIC 9.
         03    IR-ALLOW-LINE OCCURS 5 TIMES
                                        INDEXED BY IR-ALLOW-IDX.
           05  IR-ALLOW-CODE            PIC X(3).
           05  IR-ALLOW-QTY             PIC 999V99.
           05  IR-ALLOW-CC              PIC X(4).
      *
       01      BATCH-TRAILER-REC REDEFINES INPUT-REC.
         03    BT-RECORD-TYPE           PIC X(6).
         03    TT-BRACKET-NO            PIC 99.
         03    TT-LOWER-LIMIT           PIC 9(7)V99.
         03    TT-RATE                  PIC 9V999.
      *
       FD      ALLOWANCE-TABLE-FILE.
       01      ALLOWANCE-TABLE-REC.
         03    AT-CODE                  PIC X(3).
         03    AT-DESCRIPTION           PIC X(12).
         03    AT-METHOD                PIC X.
           88  AT-FLAT-AMOUNT           VALUE "F".
           88  AT-HOURLY-RATE           VALUE "H".
         03    AT-AMOUNT                PIC 9(4)V99.
         03    AT-TAXABLE-FLAG          PIC X.
         03    AT-SUPER-FLAG            PIC X.
         03    AT-ACCOUNT-NO            PIC X(8).
      *
       FD      EXCEPTION-FILE.
       01      EXCEPTION-REC.
         03    YT-STATUS                PIC X.
           88  YT-OPEN                  VALUE "O".
           88  YT-CLOSED                VALUE "C".
         03    YT-YTD-ALLOW             PIC S9(8)V99  COMP.
         03    YT-YTD-ALLOW-NONTAX      PIC S9(8)V99  COMP.
      *
       FD      GL-FILE.
       01      GL-REC.
         03    GL-DR-CR                 PIC X.
         03    FILLER                   PIC X.
         03    GL-AMOUNT                PIC ZZZ,ZZ9.99.
      *
       FD      GL-LOG-FILE.
       01      GL-LOG-REC.
         03    GO-SOURCE                PIC X(5).
         03    GO-ENTITY-CODE           PIC X(2).
         03    GO-PERIOD-NO             PIC 99.
         03    GO-PAY-DATE              PIC X(8).
         03    GO-CC                    PIC X(4).
         03    GO-COMPONENT             PIC X.
         03    GO-ACCOUNT-NO            PIC X(8).
         03    GO-DR-CR                 PIC X.
         03    GO-AMOUNT                PIC S9(8)V99.
      *
       FD      CHECKPOINT-FILE.
       01      CHECKPOINT-REC.
         03    CK-TOTAL-EXCEPTIONS      PIC S9(8).
         03    CK-TOTAL-LEAVE-PAYOUT    PIC S9(8)V99.
         03    CK-TOTAL-AUTO-GROSS      PIC S9(9)V99.
         03    CK-TOTAL-ALLOWANCES      PIC S9(8)V99.
         03    CK-TOTAL-ALLOW-NONTAX    PIC S9(8)V99.
      *
       FD      RUN-CONTROL-FILE.
       01      RUN-CONTROL-REC.
           88  EM-AUTO-PAY              VALUE "Y".
         03    EM-STD-HOURS             PIC 99V99.
         03    EM-ENTITY-CODE           PIC X(2).
         03    EM-STATE-CODE            PIC X(3).
      *
       FD      GL-MAP-FILE.
       01      GL-MAP-REC.
         03    PH-TAX                   PIC S9(6)V99  COMP.
         03    PH-SUPER                 PIC S9(6)V99  COMP.
         03    PH-NETT                  PIC S9(6)V99  COMP.
         03    PH-GROSS-OT              PIC S9(6)V99  COMP.
         03    PH-LEAVE-PAYOUT          PIC S9(6)V99  COMP.
         03    PH-PAY-DATE              PIC X(8).
         03    PH-HOURS-ORD             PIC S9(4)V99  COMP.
         03    PH-HOURS-1-5             PIC S9(4)V99  COMP.
         03    PH-HOURS-DBL             PIC S9(4)V99  COMP.
         03    PH-RATE                  PIC 99V99.
         03    PH-ALLOW-TAXABLE         PIC S9(6)V99  COMP.
         03    PH-ALLOW-NONTAX          PIC S9(6)V99  COMP.
         03    PH-ALLOW-SUPER           PIC S9(6)V99  COMP.
      *
       FD      COMPARE-FILE.
       01      COMPARE-REC              PIC X(100).
         03    GW-KEY.
           05  GW-CC                  PIC X(4).
           05  GW-ENTITY              PIC X(2).
           05  GW-ALLOW-CODE          PIC X(3).
         03    GW-POSTED-IND          PIC X.
           88  GW-POSTED              VALUE "Y".
         03    GW-GROSS               PIC S9(8)V99  COMP.
           88  WB-EOF                   VALUE "Y".
           03  WB-TAX-TABLE-EOF-IND     PIC X.
           88  WB-TAX-TABLE-EOF         VALUE "Y".
           03  WB-ALLOW-TABLE-EOF-IND   PIC X.
           88  WB-ALLOW-TABLE-EOF       VALUE "Y".
           03  WB-ALLOW-CODE-FOUND-IND  PIC X.
           88  WB-ALLOW-CODE-FOUND      VALUE "Y".
           03  WB-EDIT-EOF-IND          PIC X.
           88  WB-EDIT-EOF              VALUE "Y".
           03  WB-YTD-FOUND-IND         PIC X.
       01  WI-CHECKPOINT-STATUS         PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-TAX-TABLE-STATUS          PIC XX.
       01  WI-ALLOWANCE-TABLE-STATUS    PIC XX.
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-GLMAP-STATUS              PIC XX.
       01  WI-LEAVE-STATUS              PIC XX.
       01  WI-PAID-WORK-STATUS          PIC XX.
       01  WI-EFT-STATUS                PIC XX.
       01  WI-GL-STATUS                 PIC XX.
       01  WI-GL-LOG-STATUS             PIC XX.
       01  WR-VARIANCE-VALUES.
           03  WR-ACTUAL                PIC S9(8)V99  COMP.
           03  WR-VARIANCE              PIC S9(8)V99  COMP.
       01      WY-GL-POST-VALUES.
           03  WY-GL-COMPONENT          PIC X.
           03  WY-GL-AMOUNT             PIC S9(8)V99  COMP.
           03  WY-GL-ACCOUNT-NO         PIC X(8).
           03  WY-GL-DR-CR              PIC X.
      *
       01      WX-SPLIT-VALUES.
           03  WX-SPLIT-IND             PIC X.
           88  WX-SPLIT-PAY             VALUE "Y".
           03  WX-COST-CENTRE           PIC X(4).
           03  WX-ALLOW-CODE            PIC X(3).
           03  WX-WAGES                 PIC S9(6)V99  COMP.
           03  WX-GROSS                 PIC S9(6)V99  COMP.
           03  WX-TAX                   PIC S9(6)V99  COMP.
           03  WX-SUPER                 PIC S9(6)V99  COMP.
           03  WX-DEDS                  PIC S9(6)V99  COMP.
           03  WX-LEFT-GROSS            PIC S9(6)V99  COMP.
           03  WX-LEFT-TAX              PIC S9(6)V99  COMP.
           03  WX-LEFT-SUPER            PIC S9(6)V99  COMP.
           03  WX-LEFT-DEDS             PIC S9(6)V99  COMP.
           03  WX-TOTAL-HOURS           PIC S9(4)V99  COMP.
      *
       01      WJ-CHECKPOINT-VALUES.
           03  WJ-CHECKPOINT-NUMBER     PIC X(6).
               05  WL-TT-BRACKET-NO     PIC 99.
               05  WL-TT-LOWER-LIMIT    PIC 9(7)V99.
               05  WL-TT-RATE           PIC 9V999.
      *
       01      WK-ALLOWANCE-TABLE.
           03  WK-ALLOW-COUNT           PIC S9(4) COMP VALUE ZERO.
           03  WK-ALLOW-ENTRY OCCURS 50 TIMES
                                        INDEXED BY WK-ALLOW-IDX.
               05  WK-AT-CODE           PIC X(3).
               05  WK-AT-DESCRIPTION    PIC X(12).
               05  WK-AT-METHOD         PIC X.
                 88 WK-AT-HOURLY-RATE   VALUE "H".
               05  WK-AT-AMOUNT         PIC 9(4)V99.
               05  WK-AT-TAXABLE-FLAG   PIC X.
                 88 WK-AT-TAXABLE       VALUE "Y".
               05  WK-AT-SUPER-FLAG     PIC X.
                 88 WK-AT-FOR-SUPER     VALUE "Y".
               05  WK-AT-ACCOUNT-NO     PIC X(8).
      *
       01      WK-EMPLOYEE-ALLOWANCES.
           03  WK-SEARCH-CODE           PIC X(3).
           03  WK-TABLE-NO              PIC S9(4) COMP.
           03  WK-PAID-COUNT            PIC S9(4) COMP.
           03  WK-PAID-ENTRY OCCURS 5 TIMES
                                        INDEXED BY WK-PAID-IDX.
               05  WK-PAID-TABLE-NO     PIC S9(4) COMP.
               05  WK-PAID-QTY          PIC 999V99.
               05  WK-PAID-AMOUNT       PIC S9(6)V99  COMP.
               05  WK-PAID-CC           PIC X(4).
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
                                        "TOTAL SUPER".
           05  WD-L21-TOTAL-SUPER       PIC ZZ,ZZ9.99.

         03    WD-LINE22.
           05  FILLER                   PIC X(33) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
                                        "ALLOWANCES".
           05  WD-L22-TOTAL-ALLOWANCES  PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
                                        "NOT TAXED".
           05  WD-L22-TOTAL-NONTAX      PIC ZZ,ZZ9.99.

         03    WD-LINE23.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(46) VALUE
         03    WF-LEAVE-ANN-PAY         PIC S9(6)V99  COMP.
         03    WF-LEAVE-PER-PAY         PIC S9(6)V99  COMP.
         03    WF-TOTAL-DEDS            PIC S9(6)V99  COMP.
         03    WF-ALLOW-TAXABLE         PIC S9(6)V99  COMP.
         03    WF-ALLOW-NONTAX          PIC S9(6)V99  COMP.
         03    WF-ALLOW-SUPER           PIC S9(6)V99  COMP.
         03    WF-SUPER-BASE            PIC S9(6)V99  COMP.

       01      WO-LEAVE-VALUES.
         03    WO-ANNUAL-ACCRUAL        PIC S9(3)V99  COMP.
         03    WG-TOTAL-EXCEPTIONS      PIC S9(8) COMP.
         03    WG-TOTAL-LEAVE-PAYOUT    PIC S9(8)V99  COMP.
         03    WG-TOTAL-AUTO-GROSS      PIC S9(9)V99  COMP.
         03    WG-TOTAL-ALLOWANCES      PIC S9(8)V99  COMP.
         03    WG-TOTAL-ALLOW-NONTAX    PIC S9(8)V99  COMP.

       01      WH-MISCELLANEOUS.
         03    WH-SPARE-HEAD            PIC X(26) VALUE
           05  WZ-PS11-TAKEN            PIC ZZZ9.99.
           05  WZ-PS11-ARREARS-TAG      PIC X(09).
           05  WZ-PS11-SHORT            PIC ZZZ9.99 BLANK WHEN ZERO.
         03    WZ-PS-LINE12.
           05  WZ-PS12-DESC             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WZ-PS12-CODE             PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WZ-PS12-QTY              PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WZ-PS12-AMOUNT           PIC ZZZ9.99.
           05  WZ-PS12-TAX-TAG          PIC X(11).
         03    WZ-PS-LINE6               PIC X(20) VALUE
                                        "YEAR TO DATE".
         03    WZ-PS-LINE7.
         03    WZ-PS-LINE8.
           05  FILLER                   PIC X(10) VALUE "YTD SUPER ".
           05  WZ-PS8-SUPER             PIC ZZZZZ9.99.
         03    WZ-PS-LINE13.
           05  FILLER                   PIC X(10) VALUE "YTD ALLOW ".
           05  WZ-PS13-ALLOW            PIC ZZZZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
                                        "YTD NOT TAXED ".
           05  WZ-PS13-NONTAX           PIC ZZZZZ9.99.
         03    WZ-PS-LINE10.
           05  FILLER                   PIC X(11) VALUE "ANN LV HRS ".
           05  WZ-PS10-ANN-HRS          PIC Z9.99.
           05  WW-L4-AUTO-PAID          PIC ZZZ9.
           05  FILLER                   PIC X(10) VALUE "  MISSING".
           05  WW-L4-MISSING            PIC ZZZ9.
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4".
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           IF WB-PERIOD-ALREADY-POSTED
               MOVE 4 TO RETURN-CODE
               GOBACK.
           IF WB-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WA-EMPLOYEE-COUNT        TO JS-READ-COUNT.
           MOVE WG-TOTAL-EMPLOYEES       TO JS-ACCEPTED-COUNT.
           MOVE WG-TOTAL-EXCEPTIONS      TO JS-REJECTED-COUNT.
           MOVE WG-TOTAL-GROSS           TO JS-AMOUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       1A-STOP.

       2A-INITIALISE SECTION.
           PERFORM 2AC-OPEN-GL-WORK-FILE.
           PERFORM 2AD-OPEN-ENTITY-WORK-FILE.
           PERFORM 2AE-OPEN-PAID-WORK-FILE.
           IF NOT WM-TRIAL-RUN
               PERFORM 2AF-OPEN-GL-LOG-FILE.
           PERFORM 2Q-OPEN-LEAVE-FILE.
           PERFORM 2R-OPEN-ARREARS-FILE.
           PERFORM 2E-LOAD-TAX-TABLE.
           PERFORM 2AG-LOAD-ALLOWANCE-TABLE.
           PERFORM 2G-EDIT-PASS.
           PERFORM 2B-READ-EMPLOYEE.
       2A-EXIT.
           IF WB-DEDM-AVAILABLE
               CLOSE DEDUCTION-MASTER-FILE.
           IF NOT WM-TRIAL-RUN
               CLOSE SUPER-REMIT-FILE, PAYSLIP-FILE, GL-LOG-FILE.
           PERFORM 4AE-EXCEPTION-TREND-REPORT.
       2D-EXIT.
           EXIT.
       2F-EXIT.
           EXIT.

       2AG-LOAD-ALLOWANCE-TABLE SECTION.
       2AG-ENTRY.
           DISPLAY "2AG LOAD ALLOWANCE TABLE".
           MOVE "Y" TO WB-ALLOW-TABLE-EOF-IND.
           OPEN INPUT ALLOWANCE-TABLE-FILE.
           IF WI-ALLOWANCE-TABLE-STATUS NOT = "00"
               DISPLAY "PAY4ALWT NOT FOUND - NO ALLOWANCES PAID"
               GO TO 2AG-EXIT.
           MOVE "N" TO WB-ALLOW-TABLE-EOF-IND.
           SET WK-ALLOW-IDX TO 1.
           PERFORM 2AH-READ-ALLOWANCE-ENTRY UNTIL WB-ALLOW-TABLE-EOF.
           CLOSE ALLOWANCE-TABLE-FILE.
       2AG-EXIT.
           EXIT.

       2AH-READ-ALLOWANCE-ENTRY SECTION.
       2AH-ENTRY.
           READ ALLOWANCE-TABLE-FILE AT END
               MOVE "Y" TO WB-ALLOW-TABLE-EOF-IND.
           IF WB-ALLOW-TABLE-EOF
               GO TO 2AH-EXIT.
           MOVE SPACES TO EXCEPTION-REC.
           MOVE "ALWTBL" TO ER-NUMBER.
           MOVE AT-CODE  TO ER-NAME.
           IF AT-AMOUNT IS NOT NUMERIC
                   OR (NOT AT-FLAT-AMOUNT AND NOT AT-HOURLY-RATE)
               DISPLAY "PAY4ALWT ENTRY " AT-CODE " INVALID - DROPPED"
               MOVE "ALLOWANCE TABLE ENTRY INVALID - DROPPED"
                                          TO ER-REASON
               PERFORM 2T-STAMP-EXCEPTION
               WRITE EXCEPTION-REC
               GO TO 2AH-EXIT.
           IF WK-ALLOW-COUNT NOT < 50
               DISPLAY "PAY4ALWT ALLOWANCE TABLE FULL - ENTRY DROPPED"
               MOVE "ALLOWANCE TABLE FULL - ENTRY DROPPED"
                                          TO ER-REASON
               PERFORM 2T-STAMP-EXCEPTION
               WRITE EXCEPTION-REC
               GO TO 2AH-EXIT.
           MOVE AT-CODE         TO WK-AT-CODE (WK-ALLOW-IDX).
           MOVE AT-DESCRIPTION  TO WK-AT-DESCRIPTION (WK-ALLOW-IDX).
           MOVE AT-METHOD       TO WK-AT-METHOD (WK-ALLOW-IDX).
           MOVE AT-AMOUNT       TO WK-AT-AMOUNT (WK-ALLOW-IDX).
           MOVE AT-TAXABLE-FLAG TO WK-AT-TAXABLE-FLAG (WK-ALLOW-IDX).
           MOVE AT-SUPER-FLAG   TO WK-AT-SUPER-FLAG (WK-ALLOW-IDX).
           MOVE AT-ACCOUNT-NO   TO WK-AT-ACCOUNT-NO (WK-ALLOW-IDX).
           SET WK-ALLOW-IDX UP BY 1.
           ADD 1 TO WK-ALLOW-COUNT.
       2AH-EXIT.
           EXIT.

       2G-EDIT-PASS SECTION.
       2G-ENTRY.
           DISPLAY "2G EDIT PASS".
               MOVE "HOURS EXCEED REASONABLE LIMIT"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION.
           IF IR-ALLOW-COUNT IS NUMERIC AND IR-ALLOW-COUNT > 5
               MOVE "TOO MANY ALLOWANCE LINES - NONE PAID"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
           ELSE
           IF IR-ALLOW-COUNT IS NUMERIC
               PERFORM 2I2-CHECK-ALLOWANCE
                   VARYING IR-ALLOW-IDX FROM 1 BY 1
                   UNTIL IR-ALLOW-IDX > IR-ALLOW-COUNT.
           MOVE IR-NUMBER TO WA-PREV-NUMBER.
       2I-EXIT.
           EXIT.

       2I2-CHECK-ALLOWANCE SECTION.
       2I2-ENTRY.
           MOVE IR-ALLOW-CODE (IR-ALLOW-IDX) TO WK-SEARCH-CODE.
           PERFORM 4BD-FIND-ALLOWANCE-CODE.
           IF NOT WB-ALLOW-CODE-FOUND
               MOVE "UNKNOWN ALLOWANCE CODE - NOT PAID"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               GO TO 2I2-EXIT.
           IF IR-ALLOW-QTY (IR-ALLOW-IDX) IS NOT NUMERIC
               MOVE "INVALID ALLOWANCE QUANTITY - NOT PAID"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               GO TO 2I2-EXIT.
           SET WK-ALLOW-IDX TO WK-TABLE-NO.
           IF WK-AT-HOURLY-RATE (WK-ALLOW-IDX)
                   AND IR-ALLOW-QTY (IR-ALLOW-IDX) = ZERO
               MOVE "NO HOURS FOR HOURLY ALLOWANCE - NOT PAID"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION.
       2I2-EXIT.
           EXIT.

       2I1-CHECK-MASTER-RATE SECTION.
       2I1-ENTRY.
           MOVE "N" TO WB-MASTER-RATE-HELD-IND.
       2AE-EXIT.
           EXIT.

       2AF-OPEN-GL-LOG-FILE SECTION.
       2AF-ENTRY.
           DISPLAY "2AF OPEN GL LOG FILE".
           OPEN EXTEND GL-LOG-FILE.
           IF WI-GL-LOG-STATUS NOT = "00"
               OPEN OUTPUT GL-LOG-FILE.
       2AF-EXIT.
           EXIT.

       2Q-OPEN-LEAVE-FILE SECTION.
       2Q-ENTRY.
           DISPLAY "2Q OPEN LEAVE FILE".
           MOVE CK-TOTAL-LEAVE-PAYOUT TO WG-TOTAL-LEAVE-PAYOUT.
           IF CK-TOTAL-AUTO-GROSS IS NUMERIC
               MOVE CK-TOTAL-AUTO-GROSS TO WG-TOTAL-AUTO-GROSS.
           IF CK-TOTAL-ALLOWANCES IS NUMERIC
               MOVE CK-TOTAL-ALLOWANCES TO WG-TOTAL-ALLOWANCES.
           IF CK-TOTAL-ALLOW-NONTAX IS NUMERIC
               MOVE CK-TOTAL-ALLOW-NONTAX TO WG-TOTAL-ALLOW-NONTAX.
           DISPLAY "RESTARTING AFTER " WJ-CHECKPOINT-NUMBER.
       2O-EXIT.
           EXIT.
           MOVE EM-ENTITY-CODE          TO IR-ENTITY-CODE.
           MOVE ZERO                    TO IR-HOURS-LV-ANN.
           MOVE ZERO                    TO IR-HOURS-LV-PER.
           MOVE ZERO                    TO IR-SPLIT-COUNT.
           MOVE ZERO                    TO IR-ALLOW-COUNT.
           PERFORM 2W-SWITCH-ENTITY-FILES.
           IF WB-RUN-ABORTED
               MOVE "Y" TO WB-MASTER-EOF-IND
           MOVE IR-BANK-BSB             TO WA-BANK-BSB.
           MOVE IR-BANK-ACCOUNT         TO WA-BANK-ACCOUNT.
           MOVE IR-COST-CENTRE          TO WA-COST-CENTRE.
           MOVE "N" TO WX-SPLIT-IND.
           IF IR-SPLIT-COUNT IS NUMERIC AND IR-SPLIT-COUNT > 1
               MOVE "Y" TO WX-SPLIT-IND.
           PERFORM 4X-VALIDATE-MASTER-DATA.
           PERFORM 4AQ-CHECK-PAY-ELIGIBLE.
           COMPUTE WF-GROSS-ORD ROUNDED =
                   WA-HOURS-DBL * WA-RATE * 2.
           ADD WF-GROSS-ORD WF-GROSS-1-5 WF-GROSS-DBL
                   GIVING WF-GROSS.
           PERFORM 4BB-CALC-ALLOWANCES.
           PERFORM 4AT-PAY-LEAVE-TAKEN.
           PERFORM 4AD-ACCRUE-LEAVE.
           MOVE ZERO TO WF-LEAVE-PAYOUT.
           IF IR-TERMINATED AND NOT WB-SKIP-PAYMENT
               PERFORM 4Z-PAYOUT-LEAVE.
           PERFORM 4F-CALC-TAX.
           COMPUTE WF-SUPER-BASE = WF-GROSS - WF-ALLOW-TAXABLE
                                 + WF-ALLOW-SUPER.
           MULTIPLY WF-SUPER-BASE BY WM-SUPER-RATE
                   GIVING WF-SUPER ROUNDED.
           ADD WF-TAX WF-SUPER GIVING WF-TEMP-DED.
           SUBTRACT WF-TEMP-DED FROM WF-GROSS GIVING WF-NETT.
           ADD WF-ALLOW-NONTAX TO WF-NETT.
           PERFORM 4AA-PROCESS-DEDUCTIONS.
           DISPLAY "GROSS = " WF-GROSS.
       4A-EXIT.
           EXIT.

       4BB-CALC-ALLOWANCES SECTION.
       4BB-ENTRY.
           MOVE ZERO TO WF-ALLOW-TAXABLE, WF-ALLOW-NONTAX,
                        WF-ALLOW-SUPER, WK-PAID-COUNT.
           IF IR-ALLOW-COUNT IS NOT NUMERIC OR IR-ALLOW-COUNT > 5
               GO TO 4BB-EXIT.
           PERFORM 4BC-CALC-ALLOWANCE-LINE
               VARYING IR-ALLOW-IDX FROM 1 BY 1
               UNTIL IR-ALLOW-IDX > IR-ALLOW-COUNT.
           ADD WF-ALLOW-TAXABLE TO WF-GROSS.
       4BB-EXIT.
           EXIT.

       4BC-CALC-ALLOWANCE-LINE SECTION.
       4BC-ENTRY.
           MOVE IR-ALLOW-CODE (IR-ALLOW-IDX) TO WK-SEARCH-CODE.
           PERFORM 4BD-FIND-ALLOWANCE-CODE.
           IF NOT WB-ALLOW-CODE-FOUND
                   OR IR-ALLOW-QTY (IR-ALLOW-IDX) IS NOT NUMERIC
               GO TO 4BC-EXIT.
           ADD 1 TO WK-PAID-COUNT.
           SET WK-PAID-IDX TO WK-PAID-COUNT.
           SET WK-ALLOW-IDX TO WK-TABLE-NO.
           MOVE WK-TABLE-NO TO WK-PAID-TABLE-NO (WK-PAID-IDX).
           MOVE IR-ALLOW-QTY (IR-ALLOW-IDX)
                                  TO WK-PAID-QTY (WK-PAID-IDX).
           MOVE IR-ALLOW-CC (IR-ALLOW-IDX)
                                  TO WK-PAID-CC (WK-PAID-IDX).
           IF WK-PAID-CC (WK-PAID-IDX) = SPACES
               MOVE WA-COST-CENTRE TO WK-PAID-CC (WK-PAID-IDX).
           IF NOT WK-AT-HOURLY-RATE (WK-ALLOW-IDX)
                   AND WK-PAID-QTY (WK-PAID-IDX) = ZERO
               MOVE WK-AT-AMOUNT (WK-ALLOW-IDX)
                                  TO WK-PAID-AMOUNT (WK-PAID-IDX)
           ELSE
               COMPUTE WK-PAID-AMOUNT (WK-PAID-IDX) ROUNDED =
                       WK-AT-AMOUNT (WK-ALLOW-IDX)
                     * WK-PAID-QTY (WK-PAID-IDX).
           IF WK-AT-TAXABLE (WK-ALLOW-IDX)
               ADD WK-PAID-AMOUNT (WK-PAID-IDX) TO WF-ALLOW-TAXABLE
           ELSE
               ADD WK-PAID-AMOUNT (WK-PAID-IDX) TO WF-ALLOW-NONTAX.
           IF WK-AT-FOR-SUPER (WK-ALLOW-IDX)
               ADD WK-PAID-AMOUNT (WK-PAID-IDX) TO WF-ALLOW-SUPER.
       4BC-EXIT.
           EXIT.

       4BD-FIND-ALLOWANCE-CODE SECTION.
       4BD-ENTRY.
           MOVE "N" TO WB-ALLOW-CODE-FOUND-IND.
           PERFORM 4BE-MATCH-ALLOWANCE-CODE
               VARYING WK-ALLOW-IDX FROM 1 BY 1
               UNTIL WK-ALLOW-IDX > WK-ALLOW-COUNT
                  OR WB-ALLOW-CODE-FOUND.
       4BD-EXIT.
           EXIT.

       4BE-MATCH-ALLOWANCE-CODE SECTION.
       4BE-ENTRY.
           IF WK-AT-CODE (WK-ALLOW-IDX) = WK-SEARCH-CODE
               MOVE "Y" TO WB-ALLOW-CODE-FOUND-IND
               SET WK-TABLE-NO TO WK-ALLOW-IDX.
       4BE-EXIT.
           EXIT.

       4AA-PROCESS-DEDUCTIONS SECTION.
       4AA-ENTRY.
           DISPLAY "4AA-PROCESS-DEDUCTIONS".
           MOVE WF-TAX           TO PH-TAX.
           MOVE WF-SUPER         TO PH-SUPER.
           MOVE WF-NETT          TO PH-NETT.
           ADD WF-GROSS-1-5 WF-GROSS-DBL GIVING PH-GROSS-OT.
           MOVE WF-LEAVE-PAYOUT  TO PH-LEAVE-PAYOUT.
           MOVE WM-PAY-DATE      TO PH-PAY-DATE.
           MOVE WA-HOURS-ORD     TO PH-HOURS-ORD.
           IF WF-LEAVE-ANN-PAY > ZERO
               ADD WA-HOURS-LV-ANN TO PH-HOURS-ORD.
           IF WF-LEAVE-PER-PAY > ZERO
               ADD WA-HOURS-LV-PER TO PH-HOURS-ORD.
           MOVE WA-HOURS-1-5     TO PH-HOURS-1-5.
           MOVE WA-HOURS-DBL     TO PH-HOURS-DBL.
           MOVE WA-RATE          TO PH-RATE.
           MOVE WF-ALLOW-TAXABLE TO PH-ALLOW-TAXABLE.
           MOVE WF-ALLOW-NONTAX  TO PH-ALLOW-NONTAX.
           MOVE WF-ALLOW-SUPER   TO PH-ALLOW-SUPER.
           IF WB-HISTORY-FOUND
               REWRITE HISTORY-REC
           ELSE
                                          TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               MOVE EM-BANK-ACCOUNT TO WA-BANK-ACCOUNT.
           IF IR-COST-CENTRE = SPACES OR WX-SPLIT-PAY
               MOVE EM-COST-CENTRE TO WA-COST-CENTRE
           ELSE
           IF IR-COST-CENTRE NOT = EM-COST-CENTRE
           ADD WF-NETT       TO WG-TOTAL-NETT.
           ADD WF-TAX        TO WG-TOTAL-TAX.
           ADD WF-SUPER      TO WG-TOTAL-SUPER.
           ADD WF-ALLOW-TAXABLE TO WG-TOTAL-ALLOWANCES.
           ADD WF-ALLOW-NONTAX  TO WG-TOTAL-ALLOW-NONTAX.
           IF WE-ANY-SHORT
               ADD 1 TO WG-TOTAL-EXCEPTIONS.
       4C-EXIT.
           MOVE WG-TOTAL-DEDNS          TO WD-L15-TOTAL-DEDNS.
           MOVE WG-TOTAL-EXCEPTIONS     TO WD-L19-TOTAL-EXCEPTIONS.
           MOVE WG-TOTAL-SUPER          TO WD-L21-TOTAL-SUPER.
           MOVE WG-TOTAL-ALLOWANCES     TO WD-L22-TOTAL-ALLOWANCES.
           MOVE WG-TOTAL-ALLOW-NONTAX   TO WD-L22-TOTAL-NONTAX.

           SUBTRACT WG-TOTAL-EXCEPTIONS FROM WG-TOTAL-EMPLOYEES.

           MOVE WD-LINE21 TO OUTPUT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE WD-LINE22 TO OUTPUT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           IF WB-BATCH-MISMATCH
               MOVE WD-LINE23 TO OUTPUT-REC
               MOVE 2 TO WA-LINE-THROW
           SUBTRACT WG-TOTAL-LEAVE-PAYOUT FROM WG-TOTAL-GROSS
               GIVING WN-GROSS-LESS-PAYOUT.
           SUBTRACT WG-TOTAL-AUTO-GROSS FROM WN-GROSS-LESS-PAYOUT.
           SUBTRACT WG-TOTAL-ALLOWANCES FROM WN-GROSS-LESS-PAYOUT.
           IF WN-GROSS-LESS-PAYOUT NOT = WN-EXPECTED-GROSS
               DISPLAY "BATCH GROSS MISMATCH - EXPECTED "
                   WN-EXPECTED-GROSS " GOT " WN-GROSS-LESS-PAYOUT
               MOVE IR-NUMBER TO YT-NUMBER
               MOVE IR-NAME   TO YT-NAME
               MOVE ZERO TO YT-YTD-GROSS, YT-YTD-TAX, YT-YTD-SUPER,
                            YT-YTD-DEDNS, YT-YTD-NETT,
                            YT-YTD-ALLOW, YT-YTD-ALLOW-NONTAX
               MOVE "O" TO YT-STATUS.
           ADD WF-GROSS TO YT-YTD-GROSS.
           ADD WF-ALLOW-TAXABLE TO YT-YTD-ALLOW.
           ADD WF-ALLOW-NONTAX  TO YT-YTD-ALLOW-NONTAX.
           ADD WF-TAX   TO YT-YTD-TAX.
           ADD WF-SUPER TO YT-YTD-SUPER.
           ADD WF-NETT  TO YT-YTD-NETT.
           MOVE WF-SUPER                  TO WZ-PS4-SUPER.
           MOVE WZ-PS-LINE4 TO PAYSLIP-REC.
           WRITE PAYSLIP-REC AFTER 2.
           PERFORM 4AC2-PRINT-ALLOWANCE-LINE
               VARYING WK-PAID-IDX FROM 1 BY 1
               UNTIL WK-PAID-IDX > WK-PAID-COUNT.
           PERFORM 4AC1-PRINT-DEDUCTION-LINE
               VARYING WE-DED-IDX FROM 1 BY 1
               UNTIL WE-DED-IDX > WE-DED-COUNT.
           MOVE YT-YTD-SUPER              TO WZ-PS8-SUPER.
           MOVE WZ-PS-LINE8 TO PAYSLIP-REC.
           WRITE PAYSLIP-REC AFTER 2.
           IF YT-YTD-ALLOW NOT = ZERO OR YT-YTD-ALLOW-NONTAX NOT = ZERO
               MOVE YT-YTD-ALLOW          TO WZ-PS13-ALLOW
               MOVE YT-YTD-ALLOW-NONTAX   TO WZ-PS13-NONTAX
               MOVE WZ-PS-LINE13 TO PAYSLIP-REC
               WRITE PAYSLIP-REC AFTER 1.
           MOVE WA-HOURS-LV-ANN            TO WZ-PS10-ANN-HRS.
           MOVE WF-LEAVE-ANN-PAY           TO WZ-PS10-ANN-PAY.
           MOVE WA-HOURS-LV-PER            TO WZ-PS10-PER-HRS.
       4AC1-EXIT.
           EXIT.

       4AC2-PRINT-ALLOWANCE-LINE SECTION.
       4AC2-ENTRY.
           SET WK-ALLOW-IDX TO WK-PAID-TABLE-NO (WK-PAID-IDX).
           MOVE WK-AT-DESCRIPTION (WK-ALLOW-IDX) TO WZ-PS12-DESC.
           MOVE WK-AT-CODE (WK-ALLOW-IDX)        TO WZ-PS12-CODE.
           MOVE WK-PAID-QTY (WK-PAID-IDX)        TO WZ-PS12-QTY.
           MOVE WK-PAID-AMOUNT (WK-PAID-IDX)     TO WZ-PS12-AMOUNT.
           IF WK-AT-TAXABLE (WK-ALLOW-IDX)
               MOVE SPACES TO WZ-PS12-TAX-TAG
           ELSE
               MOVE "  NOT TAXED" TO WZ-PS12-TAX-TAG.
           MOVE WZ-PS-LINE12 TO PAYSLIP-REC.
           WRITE PAYSLIP-REC AFTER 1.
       4AC2-EXIT.
           EXIT.

       4K-ACCUM-GL SECTION.
       4K-ENTRY.
           DISPLAY "4K-ACCUM-GL".
           PERFORM 4KD-POST-ALLOWANCE-GL
               VARYING WK-PAID-IDX FROM 1 BY 1
               UNTIL WK-PAID-IDX > WK-PAID-COUNT.
           SUBTRACT WF-ALLOW-TAXABLE FROM WF-GROSS GIVING WX-WAGES.
           MOVE SPACES TO WX-ALLOW-CODE.
           MOVE ZERO TO WX-TOTAL-HOURS.
           IF WX-SPLIT-PAY
               PERFORM 4KA-ADD-SPLIT-HOURS
                   VARYING IR-SPLIT-IDX FROM 1 BY 1
                   UNTIL IR-SPLIT-IDX > IR-SPLIT-COUNT.
           IF WX-TOTAL-HOURS > ZERO
               MOVE WX-WAGES      TO WX-LEFT-GROSS
               MOVE WF-TAX        TO WX-LEFT-TAX
               MOVE WF-SUPER      TO WX-LEFT-SUPER
               MOVE WF-TOTAL-DEDS TO WX-LEFT-DEDS
               PERFORM 4KB-SPLIT-LINE
                   VARYING IR-SPLIT-IDX FROM 1 BY 1
                   UNTIL IR-SPLIT-IDX > IR-SPLIT-COUNT
               GO TO 4K-EXIT.
           MOVE WA-COST-CENTRE    TO WX-COST-CENTRE.
           MOVE WX-WAGES          TO WX-GROSS.
           MOVE WF-TAX            TO WX-TAX.
           MOVE WF-SUPER          TO WX-SUPER.
           MOVE WF-TOTAL-DEDS     TO WX-DEDS.
           PERFORM 4KC-POST-GL-WORK.
       4K-EXIT.
           EXIT.

       4KA-ADD-SPLIT-HOURS SECTION.
       4KA-ENTRY.
           IF IR-SPLIT-HOURS (IR-SPLIT-IDX) IS NUMERIC
               ADD IR-SPLIT-HOURS (IR-SPLIT-IDX) TO WX-TOTAL-HOURS.
       4KA-EXIT.
           EXIT.

       4KB-SPLIT-LINE SECTION.
       4KB-ENTRY.
           MOVE IR-SPLIT-CC (IR-SPLIT-IDX) TO WX-COST-CENTRE.
           IF WX-COST-CENTRE = SPACES
               MOVE WA-COST-CENTRE TO WX-COST-CENTRE.
           IF IR-SPLIT-IDX = IR-SPLIT-COUNT
               MOVE WX-LEFT-GROSS TO WX-GROSS
               MOVE WX-LEFT-TAX   TO WX-TAX
               MOVE WX-LEFT-SUPER TO WX-SUPER
               MOVE WX-LEFT-DEDS  TO WX-DEDS
           ELSE
           IF IR-SPLIT-HOURS (IR-SPLIT-IDX) IS NOT NUMERIC
               MOVE ZERO TO WX-GROSS, WX-TAX, WX-SUPER, WX-DEDS
           ELSE
               COMPUTE WX-GROSS ROUNDED = WX-WAGES
                     * IR-SPLIT-HOURS (IR-SPLIT-IDX) / WX-TOTAL-HOURS
               COMPUTE WX-TAX ROUNDED = WF-TAX
                     * IR-SPLIT-HOURS (IR-SPLIT-IDX) / WX-TOTAL-HOURS
               COMPUTE WX-SUPER ROUNDED = WF-SUPER
                     * IR-SPLIT-HOURS (IR-SPLIT-IDX) / WX-TOTAL-HOURS
               COMPUTE WX-DEDS ROUNDED = WF-TOTAL-DEDS
                     * IR-SPLIT-HOURS (IR-SPLIT-IDX) / WX-TOTAL-HOURS.
           SUBTRACT WX-GROSS FROM WX-LEFT-GROSS.
           SUBTRACT WX-TAX   FROM WX-LEFT-TAX.
           SUBTRACT WX-SUPER FROM WX-LEFT-SUPER.
           SUBTRACT WX-DEDS  FROM WX-LEFT-DEDS.
           DISPLAY "4KB-SPLIT-LINE " WX-COST-CENTRE " " WX-GROSS.
           PERFORM 4KC-POST-GL-WORK.
       4KB-EXIT.
           EXIT.

       4KD-POST-ALLOWANCE-GL SECTION.
       4KD-ENTRY.
           SET WK-ALLOW-IDX TO WK-PAID-TABLE-NO (WK-PAID-IDX).
           MOVE WK-PAID-CC (WK-PAID-IDX)  TO WX-COST-CENTRE.
           MOVE WK-AT-CODE (WK-ALLOW-IDX) TO WX-ALLOW-CODE.
           MOVE WK-PAID-AMOUNT (WK-PAID-IDX) TO WX-GROSS.
           MOVE ZERO TO WX-TAX, WX-SUPER, WX-DEDS.
           PERFORM 4KC-POST-GL-WORK.
       4KD-EXIT.
           EXIT.

       4KC-POST-GL-WORK SECTION.
       4KC-ENTRY.
           MOVE WX-COST-CENTRE    TO GW-CC.
           MOVE WT-CURRENT-ENTITY TO GW-ENTITY.
           MOVE WX-ALLOW-CODE     TO GW-ALLOW-CODE.
           MOVE "Y" TO WB-GL-FOUND-IND.
           READ GL-WORK-FILE KEY IS GW-KEY
               INVALID KEY MOVE "N" TO WB-GL-FOUND-IND.
           IF NOT WB-GL-FOUND
               MOVE WX-COST-CENTRE    TO GW-CC
               MOVE WT-CURRENT-ENTITY TO GW-ENTITY
               MOVE WX-ALLOW-CODE     TO GW-ALLOW-CODE
               MOVE "N" TO GW-POSTED-IND
               MOVE ZERO TO GW-GROSS, GW-TAX, GW-SUPER,
                            GW-DEDUCTIONS
                            GW-DEDUCTIONS.
           PERFORM 4W-ACCUM-GL-AMOUNTS.
           REWRITE GL-WORK-REC.
       4KC-EXIT.
           EXIT.

       4W-ACCUM-GL-AMOUNTS SECTION.
       4W-ENTRY.
           ADD WX-GROSS TO GW-GROSS.
           ADD WX-TAX   TO GW-TAX.
           ADD WX-SUPER TO GW-SUPER.
           ADD WX-DEDS  TO GW-DEDUCTIONS.
       4W-EXIT.
           EXIT.

                   OR GW-ENTITY NOT = WT-CURRENT-ENTITY
               PERFORM 4V-READ-GL-WORK
               GO TO 4N-EXIT.
           IF GW-ALLOW-CODE NOT = SPACES
               PERFORM 4NA-PRINT-ALLOWANCE-ENTRY
           ELSE
               PERFORM 4NB-PRINT-WAGES-ENTRY.
           MOVE "Y" TO GW-POSTED-IND.
           REWRITE GL-WORK-REC.
           PERFORM 4V-READ-GL-WORK.
       4N-EXIT.
           EXIT.

       4NA-PRINT-ALLOWANCE-ENTRY SECTION.
       4NA-ENTRY.
           MOVE GW-ALLOW-CODE TO WK-SEARCH-CODE.
           PERFORM 4BD-FIND-ALLOWANCE-CODE.
           IF NOT WB-ALLOW-CODE-FOUND
               DISPLAY "NO ALLOWANCE TABLE ENTRY FOR " GW-ALLOW-CODE
               MOVE SPACES TO EXCEPTION-REC
               MOVE GW-CC                 TO ER-NUMBER
               MOVE GW-ALLOW-CODE         TO ER-NAME
               MOVE "NO ALLOWANCE TABLE ENTRY - POSTING DROPPED"
                                          TO ER-REASON
               PERFORM 2T-STAMP-EXCEPTION
               WRITE EXCEPTION-REC
               GO TO 4NA-EXIT.
           SET WK-ALLOW-IDX TO WK-TABLE-NO.
           MOVE "U" TO WY-GL-COMPONENT.
           IF WK-AT-TAXABLE (WK-ALLOW-IDX)
               MOVE "A" TO WY-GL-COMPONENT.
           MOVE WK-AT-ACCOUNT-NO (WK-ALLOW-IDX) TO WY-GL-ACCOUNT-NO.
           MOVE GW-GROSS TO WY-GL-AMOUNT.
           PERFORM 4Y-PRINT-GL-COMPONENT.
           MOVE "N" TO WY-GL-COMPONENT.
           MOVE GW-GROSS TO WY-GL-AMOUNT.
           PERFORM 4Y-PRINT-GL-COMPONENT.
       4NA-EXIT.
           EXIT.

       4NB-PRINT-WAGES-ENTRY SECTION.
       4NB-ENTRY.
           MOVE "W" TO WY-GL-COMPONENT.
           MOVE GW-GROSS TO WY-GL-AMOUNT.
           PERFORM 4Y-PRINT-GL-COMPONENT.
                                - GW-SUPER
                                - GW-DEDUCTIONS.
           PERFORM 4Y-PRINT-GL-COMPONENT.
       4NB-EXIT.
           EXIT.

       4Y-PRINT-GL-COMPONENT SECTION.
       4Y-ENTRY.
           IF WY-GL-AMOUNT = ZERO
               GO TO 4Y-EXIT.
           IF WY-GL-COMPONENT = "A" OR WY-GL-COMPONENT = "U"
               MOVE "Y" TO WB-GLMAP-FOUND-IND
               MOVE "D" TO WY-GL-DR-CR
           ELSE
               PERFORM 4YA-READ-GL-MAP.
           IF NOT WB-GLMAP-FOUND
               DISPLAY "NO GL ACCOUNT MAPPING FOR " GW-CC
                       " " WY-GL-COMPONENT
               WRITE EXCEPTION-REC
               GO TO 4Y-EXIT.
           MOVE GW-CC                    TO GL-CC.
           MOVE WY-GL-ACCOUNT-NO         TO GL-ACCOUNT-NO.
           MOVE WY-GL-DR-CR              TO GL-DR-CR.
           MOVE WY-GL-AMOUNT             TO GL-AMOUNT.
           WRITE GL-REC.
           MOVE "PAY4"                   TO GO-SOURCE.
           MOVE GW-ENTITY                TO GO-ENTITY-CODE.
           MOVE WM-PAY-PERIOD-NO         TO GO-PERIOD-NO.
           MOVE WM-PAY-DATE              TO GO-PAY-DATE.
           MOVE GW-CC                    TO GO-CC.
           MOVE WY-GL-COMPONENT          TO GO-COMPONENT.
           MOVE WY-GL-ACCOUNT-NO         TO GO-ACCOUNT-NO.
           MOVE WY-GL-DR-CR              TO GO-DR-CR.
           MOVE WY-GL-AMOUNT             TO GO-AMOUNT.
           WRITE GL-LOG-REC.
       4Y-EXIT.
           EXIT.

       4YA-READ-GL-MAP SECTION.
       4YA-ENTRY.
           MOVE GW-CC                   TO GM-COST-CENTRE.
           MOVE WY-GL-COMPONENT         TO GM-COMPONENT.
           MOVE "Y" TO WB-GLMAP-FOUND-IND.
           READ GL-MAP-FILE KEY IS GM-KEY
               INVALID KEY MOVE "N" TO WB-GLMAP-FOUND-IND.
           IF WB-GLMAP-FOUND
               MOVE GM-ACCOUNT-NO       TO WY-GL-ACCOUNT-NO
               MOVE GM-DR-CR            TO WY-GL-DR-CR.
       4YA-EXIT.
           EXIT.

       4AO-PRINT-BUDGET-VARIANCE SECTION.
       4AO-ENTRY.
           DISPLAY "4AO-PRINT-BUDGET-VARIANCE".
           MOVE WG-TOTAL-EXCEPTIONS     TO CK-TOTAL-EXCEPTIONS.
           MOVE WG-TOTAL-LEAVE-PAYOUT   TO CK-TOTAL-LEAVE-PAYOUT.
           MOVE WG-TOTAL-AUTO-GROSS     TO CK-TOTAL-AUTO-GROSS.
           MOVE WG-TOTAL-ALLOWANCES     TO CK-TOTAL-ALLOWANCES.
           MOVE WG-TOTAL-ALLOW-NONTAX   TO CK-TOTAL-ALLOW-NONTAX.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINT-FILE.
