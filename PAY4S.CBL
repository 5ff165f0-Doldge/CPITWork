       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4S.
       AUTHOR. LYDIA.

      *                   program checks superannuation guarantee
      *                   compliance for a quarter.  the periods that
      *                   make up the quarter, the quarterly due date,
      *                   the sg rate and the maximum contribution base
      *                   are read from the parameter card.  for each
      *                   employee paid in the quarter the ordinary
      *                   time earnings (gross less the 1.5x and
      *                   double time earnings and any leave paid out
      *                   on termination, with the taxable
      *                   allowances taken out and the allowances that
      *                   attract super put back) are taken from the pay
      *                   history, the super required is worked out on
      *                   those earnings up to the maximum contribution
      *                   base, and it is compared with the super
      *                   remitted.  super remitted after the due date
      *                   - pay runs dated after it and corrections
      *                   raised by the adjustment run after it - does
      *                   not count towards the quarter, so any
      *                   shortfall is worked out on the super remitted
      *                   in time.  earnings over the maximum
      *                   contribution base are flagged.
      *                   a history period whose pay date is not the
      *                   date logged for that period on the period
      *                   log is last year's and is left out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      *
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.
      *
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PAY4SPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-PARAMETER-STATUS
           SELECT RUN-CONTROL-FILE ASSIGN TO "PAY4CTRL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RUN-CONTROL-STATUS
           SELECT EXCEPTION-FILE ASSIGN TO "PAY4EXC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-EXCEPTION-STATUS
           SELECT HISTORY-FILE ASSIGN TO "PAY4HIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WI-HISTORY-STATUS
           SELECT PERIOD-LOG-FILE ASSIGN TO "PAY4PLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-PERIOD-NO
           FILE STATUS IS WI-PERIOD-LOG-STATUS
           SELECT JOURNAL-FILE ASSIGN TO "PAY4TJNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-STATUS
           SELECT REPORT-FILE ASSIGN TO PRINTER "PAY4SSGC"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SORT-FILE ASSIGN TO "PAY4SSRT".
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      PARAMETER-FILE           LABEL RECORDS STANDARD.
       01      PARAMETER-REC.
         03    QP-FROM-PERIOD           PIC 99.
         03    QP-TO-PERIOD             PIC 99.
         03    QP-DUE-DATE              PIC X(8).
         03    QP-SG-RATE               PIC V9999.
         03    QP-MCB                   PIC 9(6)V99.
      *
       FD      RUN-CONTROL-FILE.
       01      RUN-CONTROL-REC.
         03    RC-PERIOD-NO             PIC 99.
         03    RC-PAY-DATE              PIC X(8).
         03    RC-FREQUENCY             PIC X.
         03    RC-SUPER-RATE            PIC V999.
      *
       FD      EXCEPTION-FILE.
       01      EXCEPTION-REC.
         03    ER-NUMBER                PIC X(6).
         03    FILLER                   PIC X.
         03    ER-NAME                  PIC X(20).
         03    FILLER                   PIC X.
         03    ER-REASON                PIC X(40).
         03    FILLER                   PIC X.
         03    ER-PERIOD-NO             PIC 99.
         03    FILLER                   PIC X.
         03    ER-PAY-DATE              PIC X(8).
      *
       FD      HISTORY-FILE.
       01      HISTORY-REC.
         03    PH-KEY.
           05  PH-NUMBER                PIC X(6).
           05  PH-PERIOD-NO             PIC 99.
         03    PH-NAME                  PIC X(20).
         03    PH-GROSS                 PIC S9(6)V99  COMP.
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
         03    PL-PERIOD-NO              PIC 99.
         03    PL-PAY-DATE               PIC X(8).
         03    PL-STATUS                 PIC X.
           88  PL-COMPLETE                VALUE "C".
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
       FD      REPORT-FILE.
       01      REPORT-REC               PIC X(120).
      *
       SD      SORT-FILE.
       01      SORT-REC.
         03    SS-NUMBER                PIC X(6).
         03    SS-KIND                  PIC X.
           88  SS-HISTORY               VALUE "H".
           88  SS-LATE-ADJUSTMENT       VALUE "L".
         03    SS-NAME                  PIC X(20).
         03    SS-GROSS                 PIC S9(7)V99  COMP.
         03    SS-GROSS-OT              PIC S9(7)V99  COMP.
         03    SS-LEAVE-PAYOUT          PIC S9(7)V99  COMP.
         03    SS-SUPER                 PIC S9(7)V99  COMP.
         03    SS-LATE-SUPER            PIC S9(7)V99  COMP.
         03    SS-ALLOW-TAXABLE         PIC S9(7)V99  COMP.
         03    SS-ALLOW-SUPER           PIC S9(7)V99  COMP.
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-HISTORY-COUNT         PIC S9(8) COMP.
           03  WA-IN-RANGE-COUNT        PIC S9(8) COMP.
           03  WA-JOURNAL-COUNT         PIC S9(8) COMP.
           03  WA-EMPLOYEE-COUNT        PIC S9(8) COMP.
           03  WA-SHORT-COUNT           PIC S9(8) COMP.
           03  WA-LATE-COUNT            PIC S9(8) COMP.
           03  WA-OVER-MCB-COUNT        PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-EXCEPTION-REASON      PIC X(40).
      *
       01  WB-INDICATORS.
           03  WB-HISTORY-EOF-IND       PIC X.
           88  WB-HISTORY-EOF           VALUE "Y".
           03  WB-THIS-YEAR-IND         PIC X.
           88  WB-THIS-YEAR             VALUE "Y".
           03  WB-JOURNAL-EOF-IND       PIC X.
           88  WB-JOURNAL-EOF           VALUE "Y".
           03  WB-JOURNAL-AVAILABLE-IND PIC X.
           88  WB-JOURNAL-AVAILABLE     VALUE "Y".
           03  WB-SORT-EOF-IND          PIC X.
           88  WB-SORT-EOF              VALUE "Y".
           03  WB-FIRST-LINE-IND        PIC X.
           88  WB-FIRST-LINE            VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-PARAMETER-STATUS          PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-EXCEPTION-STATUS          PIC XX.
       01  WI-HISTORY-STATUS            PIC XX.
       01  WI-PERIOD-LOG-STATUS         PIC XX.
       01  WI-JOURNAL-STATUS            PIC XX.
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
           03  WM-FROM-PERIOD           PIC 99 VALUE ZERO.
           03  WM-TO-PERIOD             PIC 99 VALUE ZERO.
           03  WM-DUE-DATE              PIC X(8) VALUE SPACES.
           03  WM-SG-RATE               PIC V9999 VALUE ZERO.
           03  WM-MCB                   PIC 9(6)V99 VALUE ZERO.
      *
       01      WK-BREAK-CONTROL.
         03    WK-CURR-NUMBER           PIC X(6).
         03    WK-CURR-NAME             PIC X(20).
      *
       01      WF-SG-VALUES.
         03    WF-GROSS                 PIC S9(8)V99  COMP.
         03    WF-GROSS-OT              PIC S9(8)V99  COMP.
         03    WF-LEAVE-PAYOUT          PIC S9(8)V99  COMP.
         03    WF-ALLOW-TAXABLE         PIC S9(8)V99  COMP.
         03    WF-ALLOW-SUPER           PIC S9(8)V99  COMP.
         03    WF-OTE                   PIC S9(8)V99  COMP.
         03    WF-OTE-CAPPED            PIC S9(8)V99  COMP.
         03    WF-REQUIRED              PIC S9(8)V99  COMP.
         03    WF-REMITTED              PIC S9(8)V99  COMP.
         03    WF-LATE                  PIC S9(8)V99  COMP.
         03    WF-ON-TIME               PIC S9(8)V99  COMP.
         03    WF-SHORTFALL             PIC S9(8)V99  COMP.
      *
       01      WG-TOTALS.
         03    WG-TOTAL-OTE             PIC S9(9)V99  COMP.
         03    WG-TOTAL-REQUIRED        PIC S9(9)V99  COMP.
         03    WG-TOTAL-REMITTED        PIC S9(9)V99  COMP.
         03    WG-TOTAL-LATE            PIC S9(9)V99  COMP.
         03    WG-TOTAL-SHORTFALL       PIC S9(9)V99  COMP.
      *
       01      WC-HEADING-LINES.

         03    WC-LINE2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(27) VALUE
                                        "SUPER GUARANTEE CHECK".
           05  FILLER                   PIC X(08) VALUE "PERIODS ".
           05  WC-L2-FROM-PERIOD        PIC 99.
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  WC-L2-TO-PERIOD          PIC 99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "PAGE ".
           05  WC-L2-PAGE-NO            PIC Z9.
         03    WC-LINE3.
           05  FILLER                   PIC X(35) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE "SG RATE ".
           05  WC-L3-SG-RATE            PIC .9999.
           05  FILLER                   PIC X(07) VALUE "   MCB ".
           05  WC-L3-MCB                PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(12) VALUE
                                        "   DUE DATE ".
           05  WC-L3-DUE-DATE           PIC X(08).
         03    WC-LINE4.
           05  FILLER                   PIC X(07) VALUE "NUMBER".
           05  FILLER                   PIC X(21) VALUE "NAME".
           05  FILLER                   PIC X(14) VALUE
                                        "           OTE".
           05  FILLER                   PIC X(14) VALUE
                                        "      REQUIRED".
           05  FILLER                   PIC X(14) VALUE
                                        "      REMITTED".
           05  FILLER                   PIC X(14) VALUE
                                        "     LATE PAID".
           05  FILLER                   PIC X(14) VALUE
                                        "     SHORTFALL".
           05  FILLER                   PIC X(06) VALUE "  FLAG".
      *
       01      WD-DETAIL-LINES.

         03    WD-SG-LINE.
           05  WD-SL-NUMBER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-NAME               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-OTE                PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-REQUIRED           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-REMITTED           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-LATE               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-SHORTFALL          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-SL-SHORT-FLAG         PIC X(06).
           05  WD-SL-LATE-FLAG          PIC X(05).
           05  WD-SL-MCB-FLAG           PIC X(08).

         03    WD-COUNT-LINE.
           05  FILLER                   PIC X(10) VALUE
                                        "EMPLOYEES".
           05  WD-CL-EMPLOYEES          PIC ZZZZZ9.
           05  FILLER                   PIC X(13) VALUE
                                        "  SHORTFALLS".
           05  WD-CL-SHORT              PIC ZZZZZ9.
           05  FILLER                   PIC X(13) VALUE
                                        "  LATE PAID".
           05  WD-CL-LATE               PIC ZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
                                        "  OVER MCB".
           05  WD-CL-OVER-MCB           PIC ZZZZZ9.
           05  FILLER                   PIC X(19) VALUE
                                        "  HISTORY IN RANGE".
           05  WD-CL-IN-RANGE           PIC ZZZZZ9.
           05  FILLER                   PIC X(18) VALUE
                                        "  LATE ADJUSTMENTS".
           05  WD-CL-JOURNAL            PIC ZZZZZ9.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4S".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4S RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           SORT SORT-FILE
               ON ASCENDING KEY SS-NUMBER SS-KIND
               INPUT PROCEDURE IS 3A-COLLECT-AMOUNTS
               OUTPUT PROCEDURE IS 3C-SUMMARISE-EMPLOYEES.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4S".
           STOP RUN.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE 16 TO WA-LINE-COUNT.
           MOVE "N" TO WB-HISTORY-EOF-IND.
           MOVE "Y" TO WB-JOURNAL-EOF-IND.
           MOVE "N" TO WB-JOURNAL-AVAILABLE-IND.
           MOVE "N" TO WB-ABORT-IND.
           MOVE "Y" TO WB-FIRST-LINE-IND.
           MOVE LOW-VALUES TO WG-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM 2M-READ-RUN-CONTROL.
           PERFORM 2N-READ-PARAMETERS.
           IF WB-RUN-ABORTED
               GO TO 2A-EXIT.
           OPEN INPUT HISTORY-FILE.
           IF WI-HISTORY-STATUS NOT = "00"
               DISPLAY "PAY4HIST NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT PERIOD-LOG-FILE.
           IF WI-PERIOD-LOG-STATUS NOT = "00"
               DISPLAY "PAY4PLOG NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT JOURNAL-FILE.
           IF WI-JOURNAL-STATUS = "00"
               MOVE "Y" TO WB-JOURNAL-AVAILABLE-IND
               MOVE "N" TO WB-JOURNAL-EOF-IND
           ELSE
               DISPLAY "PAY4TJNL NOT FOUND - NO LATE ADJUSTMENTS".
           OPEN OUTPUT REPORT-FILE.
           PERFORM 2S-OPEN-EXCEPTION-FILE.
       2A-EXIT.
           EXIT.

       2C-PRINT-LINE SECTION.
       2C-ENTRY.
           WRITE REPORT-REC AFTER WA-LINE-THROW.
           ADD WA-LINE-THROW TO WA-LINE-COUNT.
           MOVE 1 TO WA-LINE-THROW.
           MOVE SPACES TO REPORT-REC.
       2C-EXIT.
           EXIT.

       2D-TIDY-UP SECTION.
       2D-ENTRY.
           DISPLAY "2D TIDY-UP".
           PERFORM 4G-PRINT-TOTALS.
           CLOSE HISTORY-FILE, PERIOD-LOG-FILE, REPORT-FILE,
                 EXCEPTION-FILE.
           IF WB-JOURNAL-AVAILABLE
               CLOSE JOURNAL-FILE.
       2D-EXIT.
           EXIT.

       2M-READ-RUN-CONTROL SECTION.
       2M-ENTRY.
           DISPLAY "2M READ RUN CONTROL".
           OPEN INPUT RUN-CONTROL-FILE.
           IF WI-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
               IF WI-RUN-CONTROL-STATUS = "00"
                   MOVE RC-PERIOD-NO    TO WM-PAY-PERIOD-NO
                   MOVE RC-PAY-DATE     TO WM-PAY-DATE.
           CLOSE RUN-CONTROL-FILE.
       2M-EXIT.
           EXIT.

       2N-READ-PARAMETERS SECTION.
       2N-ENTRY.
           DISPLAY "2N READ PARAMETERS".
           OPEN INPUT PARAMETER-FILE.
           IF WI-PARAMETER-STATUS NOT = "00"
               DISPLAY "PAY4SPRM NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           READ PARAMETER-FILE.
           IF WI-PARAMETER-STATUS NOT = "00"
                   OR QP-FROM-PERIOD IS NOT NUMERIC
                   OR QP-TO-PERIOD IS NOT NUMERIC
                   OR QP-DUE-DATE IS NOT NUMERIC
                   OR QP-SG-RATE IS NOT NUMERIC
                   OR QP-MCB IS NOT NUMERIC
               DISPLAY "PAY4SPRM PARAMETERS MISSING OR INVALID - "
                       "RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE PARAMETER-FILE
               GO TO 2N-EXIT.
           CLOSE PARAMETER-FILE.
           IF QP-FROM-PERIOD = ZERO OR QP-TO-PERIOD < QP-FROM-PERIOD
               DISPLAY "PAY4SPRM PERIOD RANGE " QP-FROM-PERIOD
                       " TO " QP-TO-PERIOD " INVALID - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           IF QP-TO-PERIOD > WM-PAY-PERIOD-NO
               DISPLAY "PAY4SPRM PERIOD " QP-TO-PERIOD
                       " IS AFTER CURRENT PERIOD " WM-PAY-PERIOD-NO
                       " - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           IF QP-SG-RATE = ZERO OR QP-MCB = ZERO
               DISPLAY "PAY4SPRM SG RATE OR MCB IS ZERO - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           MOVE QP-FROM-PERIOD TO WM-FROM-PERIOD.
           MOVE QP-TO-PERIOD   TO WM-TO-PERIOD.
           MOVE QP-DUE-DATE    TO WM-DUE-DATE.
           MOVE QP-SG-RATE     TO WM-SG-RATE.
           MOVE QP-MCB         TO WM-MCB.
           MOVE WM-FROM-PERIOD TO WC-L2-FROM-PERIOD.
           MOVE WM-TO-PERIOD   TO WC-L2-TO-PERIOD.
           MOVE WM-SG-RATE     TO WC-L3-SG-RATE.
           MOVE WM-MCB         TO WC-L3-MCB.
           MOVE WM-DUE-DATE    TO WC-L3-DUE-DATE.
       2N-EXIT.
           EXIT.

       2S-OPEN-EXCEPTION-FILE SECTION.
       2S-ENTRY.
           DISPLAY "2S OPEN EXCEPTION FILE".
           OPEN EXTEND EXCEPTION-FILE.
           IF WI-EXCEPTION-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE.
       2S-EXIT.
           EXIT.

       2T-STAMP-EXCEPTION SECTION.
       2T-ENTRY.
           MOVE WM-PAY-PERIOD-NO  TO ER-PERIOD-NO.
           MOVE WM-PAY-DATE       TO ER-PAY-DATE.
       2T-EXIT.
           EXIT.

       2J-WRITE-EXCEPTION SECTION.
       2J-ENTRY.
           MOVE SPACES TO EXCEPTION-REC.
           MOVE WK-CURR-NUMBER           TO ER-NUMBER.
           MOVE WK-CURR-NAME             TO ER-NAME.
           MOVE WA-EXCEPTION-REASON      TO ER-REASON.
           PERFORM 2T-STAMP-EXCEPTION.
           WRITE EXCEPTION-REC.
       2J-EXIT.
           EXIT.

       3A-COLLECT-AMOUNTS SECTION.
       3A-ENTRY.
           DISPLAY "3A COLLECT AMOUNTS".
           MOVE LOW-VALUES TO PH-KEY.
           START HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               PERFORM 3B-READ-HISTORY.
           PERFORM 3D-DEAL-WITH-HISTORY UNTIL WB-HISTORY-EOF.
           IF WB-JOURNAL-AVAILABLE
               PERFORM 3E-READ-JOURNAL.
           PERFORM 3F-DEAL-WITH-JOURNAL UNTIL WB-JOURNAL-EOF.
       3A-EXIT.
           EXIT.

       3B-READ-HISTORY SECTION.
       3B-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               ADD 1 TO WA-HISTORY-COUNT.
       3B-EXIT.
           EXIT.

       3D-DEAL-WITH-HISTORY SECTION.
       3D-ENTRY.
           IF PH-PERIOD-NO < WM-FROM-PERIOD
                   OR PH-PERIOD-NO > WM-TO-PERIOD
               PERFORM 3B-READ-HISTORY
               GO TO 3D-EXIT.
           PERFORM 4H-CHECK-HISTORY-YEAR.
           IF NOT WB-THIS-YEAR
               PERFORM 3B-READ-HISTORY
               GO TO 3D-EXIT.
           DISPLAY "3D HISTORY IN RANGE " PH-NUMBER " " PH-PERIOD-NO.
           ADD 1 TO WA-IN-RANGE-COUNT.
           MOVE PH-NUMBER               TO SS-NUMBER.
           MOVE "H"                     TO SS-KIND.
           MOVE PH-NAME                 TO SS-NAME.
           MOVE PH-GROSS                TO SS-GROSS.
           MOVE PH-GROSS-OT             TO SS-GROSS-OT.
           MOVE PH-LEAVE-PAYOUT         TO SS-LEAVE-PAYOUT.
           MOVE PH-SUPER                TO SS-SUPER.
           MOVE PH-ALLOW-TAXABLE        TO SS-ALLOW-TAXABLE.
           MOVE PH-ALLOW-SUPER          TO SS-ALLOW-SUPER.
           MOVE ZERO                    TO SS-LATE-SUPER.
           IF PH-PAY-DATE NOT = SPACES
                   AND PH-PAY-DATE > WM-DUE-DATE
               MOVE PH-SUPER            TO SS-LATE-SUPER.
           RELEASE SORT-REC.
           PERFORM 3B-READ-HISTORY.
       3D-EXIT.
           EXIT.

       3E-READ-JOURNAL SECTION.
       3E-ENTRY.
           READ JOURNAL-FILE AT END MOVE "Y" TO WB-JOURNAL-EOF-IND.
       3E-EXIT.
           EXIT.

       3F-DEAL-WITH-JOURNAL SECTION.
       3F-ENTRY.
           IF NOT TJ-ADJUSTMENT
                   OR TJ-REF-PERIOD-NO < WM-FROM-PERIOD
                   OR TJ-REF-PERIOD-NO > WM-TO-PERIOD
                   OR TJ-RUN-PAY-DATE NOT > WM-DUE-DATE
                   OR TJ-SUPER NOT > ZERO
               PERFORM 3E-READ-JOURNAL
               GO TO 3F-EXIT.
           DISPLAY "3F LATE ADJUSTMENT " TJ-NUMBER " " TJ-RUN-PAY-DATE.
           ADD 1 TO WA-JOURNAL-COUNT.
           MOVE TJ-NUMBER               TO SS-NUMBER.
           MOVE "L"                     TO SS-KIND.
           MOVE SPACES                  TO SS-NAME.
           MOVE ZERO                    TO SS-GROSS, SS-GROSS-OT,
                                           SS-LEAVE-PAYOUT, SS-SUPER,
                                          SS-ALLOW-TAXABLE,
                                          SS-ALLOW-SUPER.
           MOVE TJ-SUPER                TO SS-LATE-SUPER.
           RELEASE SORT-REC.
           PERFORM 3E-READ-JOURNAL.
       3F-EXIT.
           EXIT.

       3C-SUMMARISE-EMPLOYEES SECTION.
       3C-ENTRY.
           DISPLAY "3C SUMMARISE EMPLOYEES".
           MOVE "N" TO WB-SORT-EOF-IND.
           PERFORM 3G-RETURN-SORT-RECORD.
           PERFORM 3H-DEAL-WITH-AMOUNT UNTIL WB-SORT-EOF.
           IF NOT WB-FIRST-LINE
               PERFORM 4C-END-EMPLOYEE.
       3C-EXIT.
           EXIT.

       3G-RETURN-SORT-RECORD SECTION.
       3G-ENTRY.
           RETURN SORT-FILE AT END MOVE "Y" TO WB-SORT-EOF-IND.
       3G-EXIT.
           EXIT.

       3H-DEAL-WITH-AMOUNT SECTION.
       3H-ENTRY.
           IF WB-FIRST-LINE
               MOVE "N" TO WB-FIRST-LINE-IND
               MOVE SS-NUMBER TO WK-CURR-NUMBER
               MOVE SPACES TO WK-CURR-NAME
               MOVE LOW-VALUES TO WF-SG-VALUES
           ELSE
               IF SS-NUMBER NOT = WK-CURR-NUMBER
                   PERFORM 4C-END-EMPLOYEE
                   MOVE SS-NUMBER TO WK-CURR-NUMBER
                   MOVE SPACES TO WK-CURR-NAME
                   MOVE LOW-VALUES TO WF-SG-VALUES.
           IF SS-HISTORY
               MOVE SS-NAME             TO WK-CURR-NAME.
           ADD SS-GROSS                 TO WF-GROSS.
           ADD SS-GROSS-OT              TO WF-GROSS-OT.
           ADD SS-LEAVE-PAYOUT          TO WF-LEAVE-PAYOUT.
           ADD SS-ALLOW-TAXABLE         TO WF-ALLOW-TAXABLE.
           ADD SS-ALLOW-SUPER           TO WF-ALLOW-SUPER.
           ADD SS-SUPER                 TO WF-REMITTED.
           ADD SS-LATE-SUPER            TO WF-LATE.
           PERFORM 3G-RETURN-SORT-RECORD.
       3H-EXIT.
           EXIT.

       3J-PRINT-HEADINGS SECTION.
       3J-ENTRY.
           DISPLAY "3J-PRINT-HEADINGS".
           ADD 1 TO WA-PAGE-COUNT.
           MOVE WA-PAGE-COUNT TO WC-L2-PAGE-NO.
           MOVE WC-LINE2 TO REPORT-REC.
           WRITE REPORT-REC AFTER NEW-PAGE.
           MOVE WC-LINE3 TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           MOVE WC-LINE4 TO REPORT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           MOVE ZERO TO WA-LINE-COUNT.
       3J-EXIT.
           EXIT.

       4C-END-EMPLOYEE SECTION.
       4C-ENTRY.
           DISPLAY "4C-END-EMPLOYEE " WK-CURR-NUMBER.
           ADD 1 TO WA-EMPLOYEE-COUNT.
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           MOVE SPACES TO WD-SL-SHORT-FLAG, WD-SL-LATE-FLAG,
                          WD-SL-MCB-FLAG.
           COMPUTE WF-OTE = WF-GROSS - WF-GROSS-OT - WF-LEAVE-PAYOUT
                          - WF-ALLOW-TAXABLE + WF-ALLOW-SUPER.
           IF WF-OTE > WM-MCB
               MOVE WM-MCB              TO WF-OTE-CAPPED
               MOVE "OVER MCB"          TO WD-SL-MCB-FLAG
               ADD 1 TO WA-OVER-MCB-COUNT
           ELSE
               MOVE WF-OTE              TO WF-OTE-CAPPED.
           MULTIPLY WF-OTE-CAPPED BY WM-SG-RATE
               GIVING WF-REQUIRED ROUNDED.
           SUBTRACT WF-LATE FROM WF-REMITTED GIVING WF-ON-TIME.
           IF WF-REQUIRED > WF-ON-TIME
               SUBTRACT WF-ON-TIME FROM WF-REQUIRED
                   GIVING WF-SHORTFALL
           ELSE
               MOVE ZERO TO WF-SHORTFALL.
           IF WF-SHORTFALL > ZERO
               MOVE "SHORT"             TO WD-SL-SHORT-FLAG
               ADD 1 TO WA-SHORT-COUNT
               MOVE "SG SHORTFALL FOR QUARTER"
                                        TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION.
           IF WF-LATE > ZERO
               MOVE "LATE"              TO WD-SL-LATE-FLAG
               ADD 1 TO WA-LATE-COUNT
               MOVE "SUPER REMITTED AFTER SG DUE DATE"
                                        TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION.
           MOVE WK-CURR-NUMBER          TO WD-SL-NUMBER.
           MOVE WK-CURR-NAME            TO WD-SL-NAME.
           MOVE WF-OTE                  TO WD-SL-OTE.
           MOVE WF-REQUIRED             TO WD-SL-REQUIRED.
           MOVE WF-REMITTED             TO WD-SL-REMITTED.
           MOVE WF-LATE                 TO WD-SL-LATE.
           MOVE WF-SHORTFALL            TO WD-SL-SHORTFALL.
           MOVE WD-SG-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           ADD WF-OTE                   TO WG-TOTAL-OTE.
           ADD WF-REQUIRED              TO WG-TOTAL-REQUIRED.
           ADD WF-REMITTED              TO WG-TOTAL-REMITTED.
           ADD WF-LATE                  TO WG-TOTAL-LATE.
           ADD WF-SHORTFALL             TO WG-TOTAL-SHORTFALL.
       4C-EXIT.
           EXIT.

       4G-PRINT-TOTALS SECTION.
       4G-ENTRY.
           DISPLAY "4G-PRINT-TOTALS".
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           MOVE SPACES                  TO WD-SL-NUMBER,
                                           WD-SL-SHORT-FLAG,
                                           WD-SL-LATE-FLAG,
                                           WD-SL-MCB-FLAG.
           MOVE "TOTAL"                 TO WD-SL-NAME.
           MOVE WG-TOTAL-OTE            TO WD-SL-OTE.
           MOVE WG-TOTAL-REQUIRED       TO WD-SL-REQUIRED.
           MOVE WG-TOTAL-REMITTED       TO WD-SL-REMITTED.
           MOVE WG-TOTAL-LATE           TO WD-SL-LATE.
           MOVE WG-TOTAL-SHORTFALL      TO WD-SL-SHORTFALL.
           MOVE WD-SG-LINE TO REPORT-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE WA-EMPLOYEE-COUNT       TO WD-CL-EMPLOYEES.
           MOVE WA-SHORT-COUNT          TO WD-CL-SHORT.
           MOVE WA-LATE-COUNT           TO WD-CL-LATE.
           MOVE WA-OVER-MCB-COUNT       TO WD-CL-OVER-MCB.
           MOVE WA-IN-RANGE-COUNT       TO WD-CL-IN-RANGE.
           MOVE WA-JOURNAL-COUNT        TO WD-CL-JOURNAL.
           MOVE WD-COUNT-LINE TO REPORT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
       4G-EXIT.
           EXIT.

       4H-CHECK-HISTORY-YEAR SECTION.
       4H-ENTRY.
           MOVE "Y" TO WB-THIS-YEAR-IND.
           IF PH-PAY-DATE = SPACES
               GO TO 4H-EXIT.
           MOVE PH-PERIOD-NO TO PL-PERIOD-NO.
           READ PERIOD-LOG-FILE KEY IS PL-PERIOD-NO
               INVALID KEY MOVE SPACES TO PL-PAY-DATE.
           IF PH-PAY-DATE NOT = PL-PAY-DATE
               DISPLAY "4H HISTORY NOT THIS YEAR " PH-NUMBER " "
                       PH-PERIOD-NO " " PH-PAY-DATE
               MOVE "N" TO WB-THIS-YEAR-IND.
       4H-EXIT.
           EXIT.
