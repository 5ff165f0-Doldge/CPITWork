      *                   difference is paid or recovered through a
      *                   supplementary eft file, and an adjustment
      *                   register ties each correction back to the
      *                   period it amends.  a back pay correction
      *                   pays the hours already paid in the period at
      *                   the difference between the old and new rate,
      *                   so it raises the rate held on the pay history
      *                   instead of adding to the hours.
      *                   allowances paid in the period are left as
      *                   they were; super is recalculated on the new
      *                   gross less the taxable allowances plus those
      *                   allowances that attract super.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ADJUST-EFT-FILE ASSIGN TO "PAY4AEFT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-ADJUST-EFT-STATUS
           SELECT GL-LOG-FILE ASSIGN TO "PAY4GLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-LOG-STATUS
           SELECT JOURNAL-FILE ASSIGN TO "PAY4TJNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-STATUS
           SELECT REGISTER-FILE ASSIGN TO PRINTER "PAY4AREG"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
         03    AJ-HOURS-1-5             PIC 99V99.
         03    AJ-HOURS-DBL             PIC 99V99.
         03    AJ-RATE                  PIC 99V99.
         03    AJ-KIND                  PIC X.
           88  AJ-BACK-PAY              VALUE "B".
      *
       FD      TAX-TABLE-FILE.
       01      TAX-TABLE-REC.
         03    YT-STATUS                PIC X.
           88  YT-OPEN                  VALUE "O".
           88  YT-CLOSED                VALUE "C".
         03    YT-YTD-ALLOW             PIC S9(8)V99  COMP.
         03    YT-YTD-ALLOW-NONTAX      PIC S9(8)V99  COMP.
      *
       FD      EMPLOYEE-MASTER-FILE.
       01      EMPLOYEE-MASTER-REC.
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
       FD      PERIOD-LOG-FILE.
       01      PERIOD-LOG-REC.
         03    AE-BANK-ACCOUNT          PIC X(9).
         03    FILLER                   PIC X.
         03    AE-NETT                  PIC -ZZZ9.99.
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
       FD      JOURNAL-FILE.
       01      JOURNAL-REC.
         03    TJ-TYPE                  PIC X.
           88  TJ-ADJUSTMENT            VALUE "A".
           88  TJ-RETURNED              VALUE "R".
           88  TJ-REISSUED              VALUE "I".
           88  TJ-HELD                  VALUE "H".
         03    TJ-NUMBER                PIC X(6).
         03    TJ-ENTITY-CODE           PIC X(2).
         03    TJ-COST-CENTRE           PIC X(4).
         03    TJ-RUN-PERIOD-NO         PIC 99.
         03    TJ-RUN-PAY-DATE          PIC X(8).
         03    TJ-REF-PERIOD-NO         PIC 99.
         03    TJ-GROSS                 PIC S9(6)V99.
         03    TJ-TAX                   PIC S9(6)V99.
         03    TJ-SUPER                 PIC S9(6)V99.
         03    TJ-NETT                  PIC S9(6)V99.
      *
       FD      REGISTER-FILE.
       01      REGISTER-REC             PIC X(100).
       01  WI-PERIOD-LOG-STATUS         PIC XX.
       01  WI-GL-STATUS                 PIC XX.
       01  WI-ADJUST-EFT-STATUS         PIC XX.
       01  WI-JOURNAL-STATUS            PIC XX.
       01  WI-GL-LOG-STATUS             PIC XX.
      *
       01      WL-TAX-TABLE.
           03  WL-TAX-COUNT             PIC S9(4) COMP VALUE ZERO.
         03    WF-TAX                   PIC S9(6)V99  COMP.
         03    WF-TAX-BAND              PIC S9(6)V99  COMP.
         03    WF-DELTA-GROSS           PIC S9(6)V99  COMP.
         03    WF-DELTA-GROSS-OT        PIC S9(6)V99  COMP.
         03    WF-DELTA-TAX             PIC S9(6)V99  COMP.
         03    WF-DELTA-SUPER           PIC S9(6)V99  COMP.
         03    WF-DELTA-NETT            PIC S9(6)V99  COMP.
         03    WF-NEW-GROSS             PIC S9(6)V99  COMP.
         03    WF-NEW-TAX               PIC S9(6)V99  COMP.
         03    WF-NEW-SUPER             PIC S9(6)V99  COMP.
         03    WF-SUPER-BASE            PIC S9(6)V99  COMP.
         03    WF-NEW-NETT              PIC S9(6)V99  COMP.
      *
       01      WY-GL-POST-VALUES.
           05  FILLER                   PIC X(17) VALUE
                                        "  TOTAL DLT NETT".
           05  WD-TL-DELTA-NETT         PIC -ZZ,ZZ9.99.
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4A".
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           IF WB-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WA-ADJ-COUNT             TO JS-READ-COUNT.
           MOVE WA-APPLIED-COUNT         TO JS-ACCEPTED-COUNT.
           MOVE WA-REJECT-COUNT          TO JS-REJECTED-COUNT.
           MOVE WG-TOTAL-DELTA-GROSS     TO JS-AMOUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       1A-STOP.

       2A-INITIALISE SECTION.
           OPEN OUTPUT ADJUST-EFT-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 2S-OPEN-EXCEPTION-FILE.
           PERFORM 2N-OPEN-JOURNAL-FILE.
           PERFORM 2O-OPEN-GL-LOG-FILE.
           PERFORM 2E-LOAD-TAX-TABLE.
           PERFORM 2B-READ-ADJUSTMENT.
       2A-EXIT.
           CLOSE ADJUSTMENT-FILE, EXCEPTION-FILE, YTD-FILE,
                 EMPLOYEE-MASTER-FILE, GL-MAP-FILE, HISTORY-FILE,
                 PERIOD-LOG-FILE, GL-FILE, ADJUST-EFT-FILE,
                 JOURNAL-FILE, GL-LOG-FILE, REGISTER-FILE.
       2D-EXIT.
           EXIT.

       2S-EXIT.
           EXIT.

       2N-OPEN-JOURNAL-FILE SECTION.
       2N-ENTRY.
           DISPLAY "2N OPEN JOURNAL FILE".
           OPEN EXTEND JOURNAL-FILE.
           IF WI-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE.
       2N-EXIT.
           EXIT.

       2O-OPEN-GL-LOG-FILE SECTION.
       2O-ENTRY.
           DISPLAY "2O OPEN GL LOG FILE".
           OPEN EXTEND GL-LOG-FILE.
           IF WI-GL-LOG-STATUS NOT = "00"
               OPEN OUTPUT GL-LOG-FILE.
       2O-EXIT.
           EXIT.

       2T-STAMP-EXCEPTION SECTION.
       2T-ENTRY.
           MOVE WM-PAY-PERIOD-NO  TO ER-PERIOD-NO.
           PERFORM 4D-UPDATE-HISTORY.
           PERFORM 4E-WRITE-ADJUST-EFT.
           PERFORM 4C-POST-GL-DELTAS.
           PERFORM 4H-WRITE-JOURNAL.
           PERFORM 4K-PRINT-REGISTER-LINE.
           MOVE "PAY ADJUSTMENT APPLIED TO CLOSED PERIOD"
                                         TO WA-EXCEPTION-REASON.
                                         TO WA-EXCEPTION-REASON
               PERFORM 2R-REJECT-ADJUSTMENT
               GO TO 3C-EXIT.
           IF AJ-BACK-PAY
                   AND (AJ-RATE IS NOT NUMERIC OR AJ-RATE = ZERO)
               MOVE "NO RATE DIFFERENCE ON BACK PAY"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2R-REJECT-ADJUSTMENT
               GO TO 3C-EXIT.
           MOVE EM-RATE TO WA-RATE.
           IF AJ-RATE IS NUMERIC AND AJ-RATE NOT = ZERO
               MOVE AJ-RATE TO WA-RATE.
                   (AJ-HOURS-ORD * WA-RATE)
                 + (AJ-HOURS-1-5 * WA-RATE * 1.5)
                 + (AJ-HOURS-DBL * WA-RATE * 2).
           COMPUTE WF-DELTA-GROSS-OT ROUNDED =
                   (AJ-HOURS-1-5 * WA-RATE * 1.5)
                 + (AJ-HOURS-DBL * WA-RATE * 2).
           IF AJ-RECOVERY
               COMPUTE WF-DELTA-GROSS = ZERO - WF-DELTA-GROSS
               COMPUTE WF-DELTA-GROSS-OT = ZERO - WF-DELTA-GROSS-OT.
           ADD PH-GROSS WF-DELTA-GROSS GIVING WF-NEW-GROSS.
           MOVE WF-NEW-GROSS TO WF-GROSS.
           PERFORM 4F-CALC-TAX.
           MOVE WF-TAX TO WF-NEW-TAX.
           SUBTRACT PH-TAX FROM WF-NEW-TAX GIVING WF-DELTA-TAX.
           COMPUTE WF-SUPER-BASE = WF-NEW-GROSS - PH-ALLOW-TAXABLE
                                 + PH-ALLOW-SUPER.
           MULTIPLY WF-SUPER-BASE BY WM-SUPER-RATE
               GIVING WF-NEW-SUPER ROUNDED.
           SUBTRACT PH-SUPER FROM WF-NEW-SUPER GIVING WF-DELTA-SUPER.
           COMPUTE WF-DELTA-NETT = WF-DELTA-GROSS
           MOVE WF-NEW-TAX   TO PH-TAX.
           MOVE WF-NEW-SUPER TO PH-SUPER.
           MOVE WF-NEW-NETT  TO PH-NETT.
           ADD WF-DELTA-GROSS-OT TO PH-GROSS-OT.
           IF AJ-BACK-PAY
               IF AJ-RECOVERY
                   SUBTRACT AJ-RATE FROM PH-RATE
               ELSE
                   ADD AJ-RATE TO PH-RATE
           ELSE
               IF AJ-RECOVERY
                   SUBTRACT AJ-HOURS-ORD FROM PH-HOURS-ORD
                   SUBTRACT AJ-HOURS-1-5 FROM PH-HOURS-1-5
                   SUBTRACT AJ-HOURS-DBL FROM PH-HOURS-DBL
               ELSE
                   ADD AJ-HOURS-ORD TO PH-HOURS-ORD
                   ADD AJ-HOURS-1-5 TO PH-HOURS-1-5
                   ADD AJ-HOURS-DBL TO PH-HOURS-DBL.
           REWRITE HISTORY-REC.
       4D-EXIT.
           EXIT.
               MOVE GM-DR-CR     TO GL-DR-CR.
           MOVE WY-GL-ABS-AMOUNT         TO GL-AMOUNT.
           WRITE GL-REC.
           MOVE "PAY4A"                  TO GO-SOURCE.
           MOVE EM-ENTITY-CODE           TO GO-ENTITY-CODE.
           MOVE WM-PAY-PERIOD-NO         TO GO-PERIOD-NO.
           MOVE WM-PAY-DATE              TO GO-PAY-DATE.
           MOVE EM-COST-CENTRE           TO GO-CC.
           MOVE WY-GL-COMPONENT          TO GO-COMPONENT.
           MOVE GM-ACCOUNT-NO            TO GO-ACCOUNT-NO.
           MOVE GL-DR-CR                 TO GO-DR-CR.
           MOVE WY-GL-AMOUNT             TO GO-AMOUNT.
           WRITE GL-LOG-REC.
       4C1-EXIT.
           EXIT.

       4H-WRITE-JOURNAL SECTION.
       4H-ENTRY.
           DISPLAY "4H-WRITE-JOURNAL " AJ-NUMBER.
           MOVE "A"                     TO TJ-TYPE.
           MOVE AJ-NUMBER               TO TJ-NUMBER.
           MOVE EM-ENTITY-CODE          TO TJ-ENTITY-CODE.
           MOVE EM-COST-CENTRE          TO TJ-COST-CENTRE.
           MOVE WM-PAY-PERIOD-NO        TO TJ-RUN-PERIOD-NO.
           MOVE WM-PAY-DATE             TO TJ-RUN-PAY-DATE.
           MOVE AJ-PERIOD-NO            TO TJ-REF-PERIOD-NO.
           MOVE WF-DELTA-GROSS          TO TJ-GROSS.
           MOVE WF-DELTA-TAX            TO TJ-TAX.
           MOVE WF-DELTA-SUPER          TO TJ-SUPER.
           MOVE WF-DELTA-NETT           TO TJ-NETT.
           WRITE JOURNAL-REC.
       4H-EXIT.
           EXIT.

       4K-PRINT-REGISTER-LINE SECTION.
       4K-ENTRY.
           MOVE AJ-NUMBER               TO WD-RG-NUMBER.
