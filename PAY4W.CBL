       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4W.
       AUTHOR. LYDIA.

      *                   program produces the payg withholding
      *                   summary for the activity statement.  for the
      *                   range of periods on the parameter card it
      *                   totals, by entity, the gross paid (w1) and
      *                   the tax withheld (w2), split between the
      *                   original pay runs (from the pay history) and
      *                   the corrections raised through the
      *                   adjustment run (from the transaction
      *                   journal).  payments returned by the bank or
      *                   held by payment screening, and reissued, are
      *                   shown for information only - they move the
      *                   nett, not the amounts withheld.
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
           SELECT PARAMETER-FILE ASSIGN TO "PAY4WPRM"
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
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "PAY4EMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-NUMBER
           FILE STATUS IS WI-EMPLOYEE-STATUS
           SELECT JOURNAL-FILE ASSIGN TO "PAY4TJNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-STATUS
           SELECT REPORT-FILE ASSIGN TO PRINTER "PAY4WSUM"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SORT-FILE ASSIGN TO "PAY4WSRW".
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      PARAMETER-FILE           LABEL RECORDS STANDARD.
       01      PARAMETER-REC.
         03    WP-FROM-PERIOD           PIC 99.
         03    WP-TO-PERIOD             PIC 99.
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
       FD      EMPLOYEE-MASTER-FILE.
       01      EMPLOYEE-MASTER-REC.
         03    EM-NUMBER                PIC X(6).
         03    EM-NAME                  PIC X(20).
         03    EM-RATE                  PIC 99V99.
         03    EM-BANK-BSB              PIC X(6).
         03    EM-BANK-ACCOUNT          PIC X(9).
         03    EM-COST-CENTRE           PIC X(4).
         03    EM-SUPER-FUND-USI        PIC X(14).
         03    EM-SUPER-MEMBER-NO       PIC X(12).
         03    EM-STATUS                PIC X.
           88  EM-ACTIVE                VALUE "A".
           88  EM-TERMINATED            VALUE "T".
         03    EM-AUTO-PAY-IND          PIC X.
           88  EM-AUTO-PAY              VALUE "Y".
         03    EM-STD-HOURS             PIC 99V99.
         03    EM-ENTITY-CODE           PIC X(2).
         03    EM-STATE-CODE            PIC X(3).
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
       01      REPORT-REC               PIC X(100).
      *
       SD      SORT-FILE.
       01      SORT-REC.
         03    SW-ENTITY-CODE           PIC X(2).
         03    SW-NUMBER                PIC X(6).
         03    SW-KIND                  PIC X.
           88  SW-ORIGINAL              VALUE "O".
           88  SW-BACKED-OUT            VALUE "B".
           88  SW-ADJUSTMENT            VALUE "A".
           88  SW-RETURNED              VALUE "R".
           88  SW-REISSUED              VALUE "I".
         03    SW-GROSS                 PIC S9(7)V99  COMP.
         03    SW-TAX                   PIC S9(7)V99  COMP.
         03    SW-NETT                  PIC S9(7)V99  COMP.
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-HISTORY-COUNT         PIC S9(8) COMP.
           03  WA-IN-RANGE-COUNT        PIC S9(8) COMP.
           03  WA-JOURNAL-COUNT         PIC S9(8) COMP.
           03  WA-NO-MASTER-COUNT       PIC S9(8) COMP.
           03  WA-ENTITY-PAYMENTS       PIC S9(8) COMP.
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
           03  WB-EMPLOYEE-FOUND-IND    PIC X.
           88  WB-EMPLOYEE-FOUND        VALUE "Y".
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
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-JOURNAL-STATUS            PIC XX.
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
           03  WM-FROM-PERIOD           PIC 99 VALUE ZERO.
           03  WM-TO-PERIOD             PIC 99 VALUE ZERO.
      *
       01      WK-BREAK-CONTROL.
         03    WK-CURR-ENTITY           PIC X(2).
      *
       01      WG-TOTALS.
         03    WG-EN-ORIG-GROSS         PIC S9(9)V99  COMP.
         03    WG-EN-ORIG-TAX           PIC S9(9)V99  COMP.
         03    WG-EN-ADJ-GROSS          PIC S9(9)V99  COMP.
         03    WG-EN-ADJ-TAX            PIC S9(9)V99  COMP.
         03    WG-EN-W1-GROSS           PIC S9(9)V99  COMP.
         03    WG-EN-W2-TAX             PIC S9(9)V99  COMP.
         03    WG-EN-RETURNED           PIC S9(9)V99  COMP.
         03    WG-EN-REISSUED           PIC S9(9)V99  COMP.
         03    WG-ALL-PAYMENTS          PIC S9(8)     COMP.
         03    WG-ALL-ORIG-GROSS        PIC S9(9)V99  COMP.
         03    WG-ALL-ORIG-TAX          PIC S9(9)V99  COMP.
         03    WG-ALL-ADJ-GROSS         PIC S9(9)V99  COMP.
         03    WG-ALL-ADJ-TAX           PIC S9(9)V99  COMP.
         03    WG-ALL-W1-GROSS          PIC S9(9)V99  COMP.
         03    WG-ALL-W2-TAX            PIC S9(9)V99  COMP.
         03    WG-ALL-RETURNED          PIC S9(9)V99  COMP.
         03    WG-ALL-REISSUED          PIC S9(9)V99  COMP.
      *
       01      WC-HEADING-LINES.

         03    WC-LINE2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(26) VALUE
                                        "PAYG WITHHOLDING SUMMARY".
           05  FILLER                   PIC X(08) VALUE "PERIODS ".
           05  WC-L2-FROM-PERIOD        PIC 99.
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  WC-L2-TO-PERIOD          PIC 99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "PAGE ".
           05  WC-L2-PAGE-NO            PIC Z9.
         03    WC-LINE4.
           05  FILLER                   PIC X(07) VALUE "ENTITY".
           05  FILLER                   PIC X(08) VALUE "PAYMENTS".
           05  FILLER                   PIC X(14) VALUE
                                        "    ORIG GROSS".
           05  FILLER                   PIC X(14) VALUE
                                        "      ORIG TAX".
           05  FILLER                   PIC X(14) VALUE
                                        "     ADJ GROSS".
           05  FILLER                   PIC X(14) VALUE
                                        "       ADJ TAX".
           05  FILLER                   PIC X(14) VALUE
                                        "      W1 GROSS".
           05  FILLER                   PIC X(14) VALUE
                                        "   W2 WITHHELD".
      *
       01      WD-DETAIL-LINES.

         03    WD-ENTITY-LINE.
           05  WD-EL-ENTITY             PIC X(07).
           05  WD-EL-PAYMENTS           PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EL-ORIG-GROSS         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EL-ORIG-TAX           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EL-ADJ-GROSS          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EL-ADJ-TAX            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EL-W1-GROSS           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EL-W2-TAX             PIC -Z,ZZZ,ZZ9.99.

         03    WD-MEMO-LINE.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
                                        "RETURNED NETT".
           05  WD-ML-RETURNED           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(16) VALUE
                                        "  REISSUED NETT".
           05  WD-ML-REISSUED           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(18) VALUE
                                        "  (NOT IN W1/W2)".

         03    WD-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE
                                        "HISTORY RECORDS IN RANGE".
           05  WD-CL-IN-RANGE           PIC ZZZZZ9.
           05  FILLER                   PIC X(18) VALUE
                                        "  JOURNAL ENTRIES".
           05  WD-CL-JOURNAL            PIC ZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
                                        "  NO MASTER".
           05  WD-CL-NO-MASTER          PIC ZZZZZ9.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4W".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4W RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           SORT SORT-FILE
               ON ASCENDING KEY SW-ENTITY-CODE SW-NUMBER
               INPUT PROCEDURE IS 3A-COLLECT-AMOUNTS
               OUTPUT PROCEDURE IS 3C-SUMMARISE-ENTITIES.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4W".
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
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WI-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "PAY4EMP NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT JOURNAL-FILE.
           IF WI-JOURNAL-STATUS = "00"
               MOVE "Y" TO WB-JOURNAL-AVAILABLE-IND
               MOVE "N" TO WB-JOURNAL-EOF-IND
           ELSE
               DISPLAY "PAY4TJNL NOT FOUND - NO ADJUSTMENTS REPORTED".
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
           CLOSE HISTORY-FILE, PERIOD-LOG-FILE, EMPLOYEE-MASTER-FILE,
                 REPORT-FILE, EXCEPTION-FILE.
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
               DISPLAY "PAY4WPRM NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           READ PARAMETER-FILE.
           IF WI-PARAMETER-STATUS NOT = "00"
                   OR WP-FROM-PERIOD IS NOT NUMERIC
                   OR WP-TO-PERIOD IS NOT NUMERIC
               DISPLAY "PAY4WPRM PERIOD RANGE MISSING OR INVALID - "
                       "RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE PARAMETER-FILE
               GO TO 2N-EXIT.
           CLOSE PARAMETER-FILE.
           IF WP-FROM-PERIOD = ZERO OR WP-TO-PERIOD < WP-FROM-PERIOD
               DISPLAY "PAY4WPRM PERIOD RANGE " WP-FROM-PERIOD
                       " TO " WP-TO-PERIOD " INVALID - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           IF WP-TO-PERIOD > WM-PAY-PERIOD-NO
               DISPLAY "PAY4WPRM PERIOD " WP-TO-PERIOD
                       " IS AFTER CURRENT PERIOD " WM-PAY-PERIOD-NO
                       " - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           MOVE WP-FROM-PERIOD TO WM-FROM-PERIOD.
           MOVE WP-TO-PERIOD   TO WM-TO-PERIOD.
           MOVE WM-FROM-PERIOD TO WC-L2-FROM-PERIOD.
           MOVE WM-TO-PERIOD   TO WC-L2-TO-PERIOD.
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
           MOVE PH-NUMBER TO EM-NUMBER.
           MOVE "Y" TO WB-EMPLOYEE-FOUND-IND.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-NUMBER
               INVALID KEY MOVE "N" TO WB-EMPLOYEE-FOUND-IND.
           IF WB-EMPLOYEE-FOUND
               MOVE EM-ENTITY-CODE       TO SW-ENTITY-CODE
           ELSE
               DISPLAY "3D PAY HISTORY HAS NO MASTER " PH-NUMBER
               MOVE SPACES TO EXCEPTION-REC
               MOVE PH-NUMBER            TO ER-NUMBER
               MOVE PH-NAME              TO ER-NAME
               MOVE "PAYG SUMMARY - NO MASTER, ENTITY UNKNOWN"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               ADD 1 TO WA-NO-MASTER-COUNT
               MOVE "??"                 TO SW-ENTITY-CODE.
           MOVE PH-NUMBER               TO SW-NUMBER.
           MOVE "O"                     TO SW-KIND.
           MOVE PH-GROSS                TO SW-GROSS.
           MOVE PH-TAX                  TO SW-TAX.
           MOVE PH-NETT                 TO SW-NETT.
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
           MOVE TJ-ENTITY-CODE          TO SW-ENTITY-CODE.
           MOVE TJ-NUMBER               TO SW-NUMBER.
           IF TJ-ADJUSTMENT
               PERFORM 4A-SPLIT-ADJUSTMENT
               PERFORM 3E-READ-JOURNAL
               GO TO 3F-EXIT.
           IF TJ-RUN-PERIOD-NO < WM-FROM-PERIOD
                   OR TJ-RUN-PERIOD-NO > WM-TO-PERIOD
               PERFORM 3E-READ-JOURNAL
               GO TO 3F-EXIT.
           IF TJ-HELD
               MOVE "R"                  TO SW-KIND
           ELSE
               MOVE TJ-TYPE              TO SW-KIND.
           IF TJ-RETURNED OR TJ-REISSUED OR TJ-HELD
               DISPLAY "3F JOURNAL IN RANGE " TJ-NUMBER " " TJ-TYPE
               ADD 1 TO WA-JOURNAL-COUNT
               MOVE ZERO                 TO SW-GROSS, SW-TAX
               MOVE TJ-NETT              TO SW-NETT
               RELEASE SORT-REC.
           PERFORM 3E-READ-JOURNAL.
       3F-EXIT.
           EXIT.

       4A-SPLIT-ADJUSTMENT SECTION.
       4A-ENTRY.
           IF TJ-REF-PERIOD-NO NOT < WM-FROM-PERIOD
                   AND TJ-REF-PERIOD-NO NOT > WM-TO-PERIOD
               MOVE "B"                  TO SW-KIND
               COMPUTE SW-GROSS = ZERO - TJ-GROSS
               COMPUTE SW-TAX   = ZERO - TJ-TAX
               COMPUTE SW-NETT  = ZERO - TJ-NETT
               RELEASE SORT-REC.
           IF TJ-RUN-PERIOD-NO NOT < WM-FROM-PERIOD
                   AND TJ-RUN-PERIOD-NO NOT > WM-TO-PERIOD
               DISPLAY "4A ADJUSTMENT IN RANGE " TJ-NUMBER
               ADD 1 TO WA-JOURNAL-COUNT
               MOVE "A"                  TO SW-KIND
               MOVE TJ-GROSS             TO SW-GROSS
               MOVE TJ-TAX               TO SW-TAX
               MOVE TJ-NETT              TO SW-NETT
               RELEASE SORT-REC.
       4A-EXIT.
           EXIT.

       3C-SUMMARISE-ENTITIES SECTION.
       3C-ENTRY.
           DISPLAY "3C SUMMARISE ENTITIES".
           MOVE "N" TO WB-SORT-EOF-IND.
           PERFORM 3G-RETURN-SORT-RECORD.
           PERFORM 3H-DEAL-WITH-AMOUNT UNTIL WB-SORT-EOF.
           IF NOT WB-FIRST-LINE
               PERFORM 4C-END-ENTITY.
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
               MOVE SW-ENTITY-CODE TO WK-CURR-ENTITY
           ELSE
               IF SW-ENTITY-CODE NOT = WK-CURR-ENTITY
                   PERFORM 4C-END-ENTITY
                   MOVE SW-ENTITY-CODE TO WK-CURR-ENTITY.
           IF SW-ORIGINAL
               ADD 1 TO WA-ENTITY-PAYMENTS.
           IF SW-ORIGINAL OR SW-BACKED-OUT
               ADD SW-GROSS TO WG-EN-ORIG-GROSS
               ADD SW-TAX   TO WG-EN-ORIG-TAX.
           IF SW-ADJUSTMENT
               ADD SW-GROSS TO WG-EN-ADJ-GROSS
               ADD SW-TAX   TO WG-EN-ADJ-TAX.
           IF SW-RETURNED
               ADD SW-NETT  TO WG-EN-RETURNED.
           IF SW-REISSUED
               ADD SW-NETT  TO WG-EN-REISSUED.
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
           MOVE WC-LINE4 TO REPORT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           MOVE ZERO TO WA-LINE-COUNT.
       3J-EXIT.
           EXIT.

       4C-END-ENTITY SECTION.
       4C-ENTRY.
           DISPLAY "4C-END-ENTITY " WK-CURR-ENTITY.
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           ADD WG-EN-ORIG-GROSS WG-EN-ADJ-GROSS GIVING WG-EN-W1-GROSS.
           ADD WG-EN-ORIG-TAX   WG-EN-ADJ-TAX   GIVING WG-EN-W2-TAX.
           MOVE WK-CURR-ENTITY          TO WD-EL-ENTITY.
           MOVE WA-ENTITY-PAYMENTS      TO WD-EL-PAYMENTS.
           MOVE WG-EN-ORIG-GROSS        TO WD-EL-ORIG-GROSS.
           MOVE WG-EN-ORIG-TAX          TO WD-EL-ORIG-TAX.
           MOVE WG-EN-ADJ-GROSS         TO WD-EL-ADJ-GROSS.
           MOVE WG-EN-ADJ-TAX           TO WD-EL-ADJ-TAX.
           MOVE WG-EN-W1-GROSS          TO WD-EL-W1-GROSS.
           MOVE WG-EN-W2-TAX            TO WD-EL-W2-TAX.
           MOVE WD-ENTITY-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           IF WG-EN-RETURNED NOT = ZERO OR WG-EN-REISSUED NOT = ZERO
               MOVE WG-EN-RETURNED      TO WD-ML-RETURNED
               MOVE WG-EN-REISSUED      TO WD-ML-REISSUED
               MOVE WD-MEMO-LINE TO REPORT-REC
               PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           ADD WA-ENTITY-PAYMENTS       TO WG-ALL-PAYMENTS.
           ADD WG-EN-ORIG-GROSS         TO WG-ALL-ORIG-GROSS.
           ADD WG-EN-ORIG-TAX           TO WG-ALL-ORIG-TAX.
           ADD WG-EN-ADJ-GROSS          TO WG-ALL-ADJ-GROSS.
           ADD WG-EN-ADJ-TAX            TO WG-ALL-ADJ-TAX.
           ADD WG-EN-W1-GROSS           TO WG-ALL-W1-GROSS.
           ADD WG-EN-W2-TAX             TO WG-ALL-W2-TAX.
           ADD WG-EN-RETURNED           TO WG-ALL-RETURNED.
           ADD WG-EN-REISSUED           TO WG-ALL-REISSUED.
           MOVE ZERO TO WA-ENTITY-PAYMENTS,
                        WG-EN-ORIG-GROSS, WG-EN-ORIG-TAX,
                        WG-EN-ADJ-GROSS, WG-EN-ADJ-TAX,
                        WG-EN-W1-GROSS, WG-EN-W2-TAX,
                        WG-EN-RETURNED, WG-EN-REISSUED.
       4C-EXIT.
           EXIT.

       4G-PRINT-TOTALS SECTION.
       4G-ENTRY.
           DISPLAY "4G-PRINT-TOTALS".
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           MOVE "TOTAL"                 TO WD-EL-ENTITY.
           MOVE WG-ALL-PAYMENTS         TO WD-EL-PAYMENTS.
           MOVE WG-ALL-ORIG-GROSS       TO WD-EL-ORIG-GROSS.
           MOVE WG-ALL-ORIG-TAX         TO WD-EL-ORIG-TAX.
           MOVE WG-ALL-ADJ-GROSS        TO WD-EL-ADJ-GROSS.
           MOVE WG-ALL-ADJ-TAX          TO WD-EL-ADJ-TAX.
           MOVE WG-ALL-W1-GROSS         TO WD-EL-W1-GROSS.
           MOVE WG-ALL-W2-TAX           TO WD-EL-W2-TAX.
           MOVE WD-ENTITY-LINE TO REPORT-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE WG-ALL-RETURNED         TO WD-ML-RETURNED.
           MOVE WG-ALL-REISSUED         TO WD-ML-REISSUED.
           MOVE WD-MEMO-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           MOVE WA-IN-RANGE-COUNT       TO WD-CL-IN-RANGE.
           MOVE WA-JOURNAL-COUNT        TO WD-CL-JOURNAL.
           MOVE WA-NO-MASTER-COUNT      TO WD-CL-NO-MASTER.
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
