       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4T.
       AUTHOR. LYDIA.

      *                   program prepares the monthly state payroll
      *                   tax return for the group.  taxable wages are
      *                   the gross and employer super on the pay
      *                   history for every pay date in the month,
      *                   including leave paid out on termination,
      *                   with adjustments counted in the month they
      *                   were paid rather than in the period they
      *                   amend.  wages are totalled by state, entity
      *                   and cost centre using the state and entity
      *                   on the employee master.  the group threshold
      *                   for each state is deducted from the group's
      *                   total wages in that state and the tax on the
      *                   excess is shared over the entities and cost
      *                   centres by their wages.  the tax is accrued
      *                   as payroll tax expense against payroll tax
      *                   payable through the gl account mappings, on
      *                   one gl extract per entity.  a trial run
      *                   prints the return only.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      *
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.
      *
       FILE-CONTROL.
           SELECT MONTH-END-FILE ASSIGN TO "PAY4MEND"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-MONTH-END-STATUS
           SELECT RUN-CONTROL-FILE ASSIGN TO "PAY4CTRL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RUN-CONTROL-STATUS
           SELECT RATE-TABLE-FILE ASSIGN TO "PAY4PTXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RATE-TABLE-STATUS
           SELECT EXCEPTION-FILE ASSIGN TO "PAY4EXC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-EXCEPTION-STATUS
           SELECT JOURNAL-FILE ASSIGN TO "PAY4TJNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-STATUS
           SELECT HISTORY-FILE ASSIGN TO "PAY4HIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WI-HISTORY-STATUS
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "PAY4EMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-NUMBER
           FILE STATUS IS WI-EMPLOYEE-STATUS
           SELECT GL-MAP-FILE ASSIGN TO "PAY4GLMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GM-KEY
           FILE STATUS IS WI-GLMAP-STATUS
           SELECT GL-FILE ASSIGN TO WT-GL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-STATUS
           SELECT REPORT-FILE ASSIGN TO PRINTER "PAY4PTRP"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SORT-FILE ASSIGN TO "PAY4TSRT".
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      MONTH-END-FILE           LABEL RECORDS STANDARD.
       01      MONTH-END-REC.
         03    ME-MONTH                 PIC X(6).
         03    ME-TRIAL-FLAG            PIC X.
      *
       FD      RUN-CONTROL-FILE.
       01      RUN-CONTROL-REC.
         03    RC-PERIOD-NO             PIC 99.
         03    RC-PAY-DATE              PIC X(8).
         03    RC-FREQUENCY             PIC X.
         03    RC-SUPER-RATE            PIC V999.
      *
       FD      RATE-TABLE-FILE.
       01      RATE-TABLE-REC.
         03    PX-STATE-CODE            PIC X(3).
         03    PX-RATE                  PIC V9999.
         03    PX-MONTHLY-THRESHOLD     PIC 9(7)V99.
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
       FD      GL-MAP-FILE.
       01      GL-MAP-REC.
         03    GM-KEY.
           05  GM-COST-CENTRE           PIC X(4).
           05  GM-COMPONENT             PIC X.
             88  GM-WAGES-EXPENSE       VALUE "W".
             88  GM-TAX-PAYABLE         VALUE "T".
             88  GM-SUPER-PAYABLE       VALUE "S".
             88  GM-DEDUCTIONS-CLEARING VALUE "D".
             88  GM-NET-PAY-CLEARING    VALUE "N".
             88  GM-PAYROLL-TAX-EXPENSE VALUE "X".
             88  GM-PAYROLL-TAX-PAYABLE VALUE "Y".
         03    GM-ACCOUNT-NO            PIC X(8).
         03    GM-DR-CR                 PIC X.
      *
       FD      GL-FILE.
       01      GL-REC.
         03    GL-CC                    PIC X(4).
         03    FILLER                   PIC X.
         03    GL-ACCOUNT-NO            PIC X(8).
         03    FILLER                   PIC X.
         03    GL-DR-CR                 PIC X.
         03    FILLER                   PIC X.
         03    GL-AMOUNT                PIC ZZZ,ZZ9.99.
      *
       FD      REPORT-FILE.
       01      REPORT-REC               PIC X(132).
      *
       SD      SORT-FILE.
       01      SORT-REC.
         03    SP-STATE-CODE            PIC X(3).
         03    SP-ENTITY-CODE           PIC X(2).
         03    SP-COST-CENTRE           PIC X(4).
         03    SP-NUMBER                PIC X(6).
         03    SP-GROSS                 PIC S9(7)V99  COMP.
         03    SP-LEAVE-PAYOUT          PIC S9(7)V99  COMP.
         03    SP-ADJUSTMENT            PIC S9(7)V99  COMP.
         03    SP-SUPER                 PIC S9(7)V99  COMP.
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-HISTORY-COUNT         PIC S9(8) COMP.
           03  WA-IN-MONTH-COUNT        PIC S9(8) COMP.
           03  WA-ADJUSTMENT-COUNT      PIC S9(8) COMP.
           03  WA-NO-MASTER-COUNT       PIC S9(8) COMP.
           03  WA-NO-STATE-COUNT        PIC S9(8) COMP.
           03  WA-ROW-NO                PIC S9(8) COMP.
           03  WA-STATE-NO              PIC S9(8) COMP.
           03  WA-ENTITY-NO             PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-EXCEPTION-REASON      PIC X(40).
           03  WA-TEST-DATE             PIC X(8).
           03  FILLER REDEFINES WA-TEST-DATE.
               05  WA-TEST-MONTH        PIC X(6).
               05  FILLER               PIC X(2).
      *
       01  WB-INDICATORS.
           03  WB-HISTORY-EOF-IND       PIC X.
           88  WB-HISTORY-EOF           VALUE "Y".
           03  WB-JOURNAL-EOF-IND       PIC X.
           88  WB-JOURNAL-EOF           VALUE "Y".
           03  WB-RATE-TABLE-EOF-IND    PIC X.
           88  WB-RATE-TABLE-EOF        VALUE "Y".
           03  WB-SORT-EOF-IND          PIC X.
           88  WB-SORT-EOF              VALUE "Y".
           03  WB-EMPLOYEE-FOUND-IND    PIC X.
           88  WB-EMPLOYEE-FOUND        VALUE "Y".
           03  WB-HISTORY-FOUND-IND     PIC X.
           88  WB-HISTORY-FOUND         VALUE "Y".
           03  WB-STATE-FOUND-IND       PIC X.
           88  WB-STATE-FOUND           VALUE "Y".
           03  WB-ENTITY-FOUND-IND      PIC X.
           88  WB-ENTITY-FOUND          VALUE "Y".
           03  WB-GLMAP-FOUND-IND       PIC X.
           88  WB-GLMAP-FOUND           VALUE "Y".
           03  WB-FIRST-LINE-IND        PIC X.
           88  WB-FIRST-LINE            VALUE "Y".
           03  WB-GL-FILE-OPEN-IND      PIC X.
           88  WB-GL-FILE-OPEN          VALUE "Y".
           03  WB-JOURNAL-AVAILABLE-IND PIC X.
           88  WB-JOURNAL-AVAILABLE     VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-MONTH-END-STATUS          PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-RATE-TABLE-STATUS         PIC XX.
       01  WI-EXCEPTION-STATUS          PIC XX.
       01  WI-JOURNAL-STATUS            PIC XX.
       01  WI-HISTORY-STATUS            PIC XX.
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-GLMAP-STATUS              PIC XX.
       01  WI-GL-STATUS                 PIC XX.
      *
       01  WT-GL-FILENAME.
           03  FILLER                   PIC X(7) VALUE "PAY4TGL".
           03  WT-GL-ENTITY             PIC X(2).
      *
       01      WM-RUN-CONTROL.
           03  WM-MONTH                 PIC X(6) VALUE SPACES.
           03  WM-TRIAL-IND             PIC X VALUE SPACE.
           88  WM-TRIAL-RUN             VALUE "T".
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
      *
       01      WP-STATE-TABLE.
           03  WP-STATE-COUNT           PIC S9(4) COMP VALUE ZERO.
           03  WP-STATE-ENTRY OCCURS 20 TIMES
                                        INDEXED BY WP-STATE-IDX.
               05  WP-STATE-CODE        PIC X(3).
               05  WP-RATE-IND          PIC X.
               88  WP-HAS-RATE          VALUE "Y".
               05  WP-RATE              PIC V9999.
               05  WP-THRESHOLD         PIC 9(7)V99.
               05  WP-EMPLOYEES         PIC S9(4)     COMP.
               05  WP-GROSS             PIC S9(9)V99  COMP.
               05  WP-LEAVE-PAYOUT      PIC S9(9)V99  COMP.
               05  WP-ADJUSTMENTS       PIC S9(9)V99  COMP.
               05  WP-SUPER             PIC S9(9)V99  COMP.
               05  WP-TAXABLE           PIC S9(9)V99  COMP.
               05  WP-EXCESS            PIC S9(9)V99  COMP.
               05  WP-TAX               PIC S9(9)V99  COMP.
               05  WP-ALLOCATED         PIC S9(9)V99  COMP.
               05  WP-LAST-ROW          PIC S9(4)     COMP.
      *
       01      WR-ROW-TABLE.
           03  WR-ROW-COUNT             PIC S9(4) COMP VALUE ZERO.
           03  WR-ROW-ENTRY OCCURS 500 TIMES
                                        INDEXED BY WR-ROW-IDX.
               05  WR-STATE-CODE        PIC X(3).
               05  WR-ENTITY-CODE       PIC X(2).
               05  WR-COST-CENTRE       PIC X(4).
               05  WR-STATE-NO          PIC S9(4)     COMP.
               05  WR-EMPLOYEES         PIC S9(4)     COMP.
               05  WR-GROSS             PIC S9(9)V99  COMP.
               05  WR-LEAVE-PAYOUT      PIC S9(9)V99  COMP.
               05  WR-ADJUSTMENTS       PIC S9(9)V99  COMP.
               05  WR-SUPER             PIC S9(9)V99  COMP.
               05  WR-TAXABLE           PIC S9(9)V99  COMP.
               05  WR-TAX               PIC S9(9)V99  COMP.
      *
       01      WN-ENTITY-TABLE.
           03  WN-ENTITY-COUNT          PIC S9(4) COMP VALUE ZERO.
           03  WN-ENTITY-ENTRY OCCURS 50 TIMES
                                        INDEXED BY WN-ENTITY-IDX.
               05  WN-ENTITY-CODE       PIC X(2).
               05  WN-TAXABLE           PIC S9(9)V99  COMP.
               05  WN-TAX               PIC S9(9)V99  COMP.
      *
       01      WK-BREAK-CONTROL.
         03    WK-CURR-STATE            PIC X(3).
         03    WK-CURR-ENTITY           PIC X(2).
         03    WK-CURR-CC               PIC X(4).
         03    WK-CURR-NUMBER           PIC X(6).
      *
       01      WG-TOTALS.
         03    WG-ALL-EMPLOYEES         PIC S9(4)     COMP.
         03    WG-ALL-GROSS             PIC S9(9)V99  COMP.
         03    WG-ALL-LEAVE-PAYOUT      PIC S9(9)V99  COMP.
         03    WG-ALL-ADJUSTMENTS       PIC S9(9)V99  COMP.
         03    WG-ALL-SUPER             PIC S9(9)V99  COMP.
         03    WG-ALL-TAXABLE           PIC S9(9)V99  COMP.
         03    WG-ALL-TAX               PIC S9(9)V99  COMP.
         03    WG-JOURNAL-DEBITS        PIC S9(9)V99  COMP.
         03    WG-JOURNAL-CREDITS       PIC S9(9)V99  COMP.
         03    WG-JOURNAL-DROPPED       PIC S9(9)V99  COMP.
      *
       01      WY-GL-POST-VALUES.
           03  WY-GL-AMOUNT             PIC S9(9)V99  COMP.
           03  WY-GL-ABS-AMOUNT         PIC S9(9)V99  COMP.
           03  WY-EXPENSE-ACCOUNT       PIC X(8).
           03  WY-EXPENSE-DR-CR         PIC X.
           03  WY-PAYABLE-ACCOUNT       PIC X(8).
           03  WY-PAYABLE-DR-CR         PIC X.
           03  WY-GL-DR-CR              PIC X.
           03  WY-GL-COST-CENTRE        PIC X(4).
      *
       01      WC-HEADING-LINES.

         03    WC-LINE2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(27) VALUE
                                        "PAYROLL TAX RETURN".
           05  FILLER                   PIC X(06) VALUE "MONTH ".
           05  WC-L2-MONTH              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "PAGE ".
           05  WC-L2-PAGE-NO            PIC Z9.
         03    WC-LINE3.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(45) VALUE
                  "TRIAL RUN - NO PAYROLL TAX JOURNAL".
         03    WC-LINE4.
           05  FILLER                   PIC X(04) VALUE "ST".
           05  FILLER                   PIC X(03) VALUE "EN".
           05  FILLER                   PIC X(05) VALUE "CC".
           05  FILLER                   PIC X(04) VALUE "EMPS".
           05  FILLER                   PIC X(14) VALUE
                                        "         GROSS".
           05  FILLER                   PIC X(14) VALUE
                                        "  LEAVE PAYOUT".
           05  FILLER                   PIC X(14) VALUE
                                        "   ADJUSTMENTS".
           05  FILLER                   PIC X(14) VALUE
                                        "         SUPER".
           05  FILLER                   PIC X(14) VALUE
                                        "       TAXABLE".
           05  FILLER                   PIC X(14) VALUE
                                        "   PAYROLL TAX".
      *
       01      WD-DETAIL-LINES.

         03    WD-ROW-LINE.
           05  WD-RL-STATE              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-ENTITY             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-CC                 PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-EMPLOYEES          PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-GROSS              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-LEAVE-PAYOUT       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-ADJUSTMENTS        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-SUPER              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-TAXABLE            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-TAX                PIC -Z,ZZZ,ZZ9.99.

         03    WD-TOTAL-LINE.
           05  WD-TL-DESCRIPTION        PIC X(08).
           05  WD-TL-CODE               PIC X(04).
           05  WD-TL-EMPLOYEES          PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-GROSS              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-LEAVE-PAYOUT       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-ADJUSTMENTS        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-SUPER              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-TAXABLE            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-TAX                PIC -Z,ZZZ,ZZ9.99.

         03    WD-THRESHOLD-LINE.
           05  FILLER                   PIC X(16) VALUE
                                        "  THRESHOLD".
           05  WD-HL-THRESHOLD          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(08) VALUE "  RATE ".
           05  WD-HL-RATE               PIC 9.9999.
           05  FILLER                   PIC X(10) VALUE "  EXCESS ".
           05  WD-HL-EXCESS             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(15) VALUE
                                        "  TAX PAYABLE ".
           05  WD-HL-TAX                PIC -Z,ZZZ,ZZ9.99.

         03    WD-NO-RATE-LINE.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE
                          "NO PAYROLL TAX RATE FOR STATE - UNTAXED".

         03    WD-ENTITY-LINE.
           05  FILLER                   PIC X(08) VALUE "ENTITY".
           05  WD-EL-ENTITY             PIC X(02).
           05  FILLER                   PIC X(16) VALUE
                                        "  TAXABLE WAGES ".
           05  WD-EL-TAXABLE            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(15) VALUE
                                        "  PAYROLL TAX ".
           05  WD-EL-TAX                PIC -Z,ZZZ,ZZ9.99.

         03    WD-DROPPED-LINE.
           05  FILLER                   PIC X(14) VALUE
                                        "  COST CENTRE ".
           05  WD-DL-CC                 PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-DL-ENTITY             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-DL-REASON             PIC X(40).

         03    WD-JOURNAL-LINE.
           05  FILLER                   PIC X(24) VALUE
                                        "ACCRUAL JOURNAL DEBITS".
           05  WD-JL-DEBITS             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(10) VALUE "  CREDITS".
           05  WD-JL-CREDITS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-JL-STATUS             PIC X(14).

         03    WD-DROPPED-TOTAL-LINE.
           05  FILLER                   PIC X(24) VALUE
                                        "PAYROLL TAX NOT ACCRUED".
           05  WD-DT-DROPPED            PIC -Z,ZZZ,ZZ9.99.

         03    WD-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE
                                        "HISTORY RECORDS READ".
           05  WD-CL-READ               PIC ZZZZZ9.
           05  FILLER                   PIC X(12) VALUE "  IN MONTH".
           05  WD-CL-IN-MONTH           PIC ZZZZZ9.
           05  FILLER                   PIC X(15) VALUE
                                        "  ADJUSTMENTS".
           05  WD-CL-ADJUSTMENTS        PIC ZZZZZ9.
           05  FILLER                   PIC X(13) VALUE
                                        "  NO MASTER".
           05  WD-CL-NO-MASTER          PIC ZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
                                        "  NO STATE".
           05  WD-CL-NO-STATE           PIC ZZZZZ9.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4T".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4T RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           SORT SORT-FILE
               ON ASCENDING KEY SP-STATE-CODE SP-ENTITY-CODE
                                SP-COST-CENTRE SP-NUMBER
               INPUT PROCEDURE IS 3A-COLLECT-WAGES
               OUTPUT PROCEDURE IS 3C-LOAD-ROWS.
           PERFORM 3K-CALCULATE-TAX.
           PERFORM 3M-PRINT-RETURN.
           IF NOT WM-TRIAL-RUN
               PERFORM 3P-POST-LIABILITY.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4T".
           STOP RUN.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE 16 TO WA-LINE-COUNT.
           MOVE "N" TO WB-HISTORY-EOF-IND.
           MOVE "N" TO WB-ABORT-IND.
           MOVE "N" TO WB-GL-FILE-OPEN-IND.
           MOVE "Y" TO WB-FIRST-LINE-IND.
           MOVE LOW-VALUES TO WG-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM 2M-READ-RUN-CONTROL.
           PERFORM 2N-READ-MONTH-END.
           IF WB-RUN-ABORTED
               GO TO 2A-EXIT.
           PERFORM 2S-OPEN-EXCEPTION-FILE.
           PERFORM 2E-LOAD-RATE-TABLE.
           IF WB-RUN-ABORTED
               GO TO 2A-EXIT.
           OPEN INPUT HISTORY-FILE.
           IF WI-HISTORY-STATUS NOT = "00"
               DISPLAY "PAY4HIST NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WI-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "PAY4EMP NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT GL-MAP-FILE.
           IF WI-GLMAP-STATUS NOT = "00"
               DISPLAY "PAY4GLMP NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           MOVE "Y" TO WB-JOURNAL-AVAILABLE-IND.
           MOVE "N" TO WB-JOURNAL-EOF-IND.
           OPEN INPUT JOURNAL-FILE.
           IF WI-JOURNAL-STATUS NOT = "00"
               DISPLAY "PAY4TJNL NOT FOUND - NO ADJUSTMENTS TAKEN IN"
               MOVE "N" TO WB-JOURNAL-AVAILABLE-IND
               MOVE "Y" TO WB-JOURNAL-EOF-IND.
           OPEN OUTPUT REPORT-FILE.
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
           CLOSE HISTORY-FILE, EMPLOYEE-MASTER-FILE, GL-MAP-FILE,
                 REPORT-FILE, EXCEPTION-FILE.
           IF WB-JOURNAL-AVAILABLE
               CLOSE JOURNAL-FILE.
       2D-EXIT.
           EXIT.

       2E-LOAD-RATE-TABLE SECTION.
       2E-ENTRY.
           DISPLAY "2E LOAD RATE TABLE".
           OPEN INPUT RATE-TABLE-FILE.
           IF WI-RATE-TABLE-STATUS NOT = "00"
               DISPLAY "PAY4PTXT NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2E-EXIT.
           MOVE "N" TO WB-RATE-TABLE-EOF-IND.
           PERFORM 2F-READ-RATE-ENTRY UNTIL WB-RATE-TABLE-EOF.
           CLOSE RATE-TABLE-FILE.
           IF WP-STATE-COUNT = ZERO
               DISPLAY "PAY4PTXT HAS NO RATES - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND.
       2E-EXIT.
           EXIT.

       2F-READ-RATE-ENTRY SECTION.
       2F-ENTRY.
           READ RATE-TABLE-FILE AT END
               MOVE "Y" TO WB-RATE-TABLE-EOF-IND.
           IF WB-RATE-TABLE-EOF
               GO TO 2F-EXIT.
           IF PX-RATE IS NOT NUMERIC
                   OR PX-MONTHLY-THRESHOLD IS NOT NUMERIC
               DISPLAY "PAY4PTXT ENTRY INVALID - " RATE-TABLE-REC
               MOVE SPACES TO EXCEPTION-REC
               MOVE "PTXTBL" TO ER-NUMBER
               MOVE PX-STATE-CODE TO ER-NAME
               MOVE "PAYROLL TAX RATE ENTRY INVALID - DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               GO TO 2F-EXIT.
           IF WP-STATE-COUNT NOT < 20
               DISPLAY "PAY4PTXT RATE TABLE FULL - ENTRY DROPPED"
               MOVE SPACES TO EXCEPTION-REC
               MOVE "PTXTBL" TO ER-NUMBER
               MOVE PX-STATE-CODE TO ER-NAME
               MOVE "PAYROLL TAX RATE TABLE FULL - DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               GO TO 2F-EXIT.
           ADD 1 TO WP-STATE-COUNT.
           SET WP-STATE-IDX TO WP-STATE-COUNT.
           PERFORM 2G-CLEAR-STATE.
           MOVE PX-STATE-CODE TO WP-STATE-CODE (WP-STATE-IDX).
           MOVE "Y" TO WP-RATE-IND (WP-STATE-IDX).
           MOVE PX-RATE TO WP-RATE (WP-STATE-IDX).
           MOVE PX-MONTHLY-THRESHOLD TO WP-THRESHOLD (WP-STATE-IDX).
       2F-EXIT.
           EXIT.

       2G-CLEAR-STATE SECTION.
       2G-ENTRY.
           MOVE SPACES TO WP-STATE-CODE (WP-STATE-IDX).
           MOVE "N" TO WP-RATE-IND (WP-STATE-IDX).
           MOVE ZERO TO WP-RATE (WP-STATE-IDX),
                        WP-THRESHOLD (WP-STATE-IDX),
                        WP-EMPLOYEES (WP-STATE-IDX),
                        WP-GROSS (WP-STATE-IDX),
                        WP-LEAVE-PAYOUT (WP-STATE-IDX),
                        WP-ADJUSTMENTS (WP-STATE-IDX),
                        WP-SUPER (WP-STATE-IDX),
                        WP-TAXABLE (WP-STATE-IDX),
                        WP-EXCESS (WP-STATE-IDX),
                        WP-TAX (WP-STATE-IDX),
                        WP-ALLOCATED (WP-STATE-IDX),
                        WP-LAST-ROW (WP-STATE-IDX).
       2G-EXIT.
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

       2N-READ-MONTH-END SECTION.
       2N-ENTRY.
           DISPLAY "2N READ MONTH END CONTROL".
           OPEN INPUT MONTH-END-FILE.
           IF WI-MONTH-END-STATUS NOT = "00"
               DISPLAY "PAY4MEND NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2N-EXIT.
           READ MONTH-END-FILE.
           IF WI-MONTH-END-STATUS NOT = "00"
                   OR ME-MONTH IS NOT NUMERIC
               DISPLAY "PAY4MEND MONTH MISSING OR INVALID - "
                       "RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
           ELSE
               MOVE ME-MONTH       TO WM-MONTH
               MOVE ME-TRIAL-FLAG  TO WM-TRIAL-IND.
           CLOSE MONTH-END-FILE.
           MOVE WM-MONTH TO WC-L2-MONTH.
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

       3A-COLLECT-WAGES SECTION.
       3A-ENTRY.
           DISPLAY "3A COLLECT WAGES".
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
           MOVE PH-PAY-DATE TO WA-TEST-DATE.
           IF WA-TEST-MONTH NOT = WM-MONTH
               PERFORM 3B-READ-HISTORY
               GO TO 3D-EXIT.
           DISPLAY "3D HISTORY IN MONTH " PH-NUMBER " " PH-PERIOD-NO.
           ADD 1 TO WA-IN-MONTH-COUNT.
           MOVE PH-NUMBER               TO SP-NUMBER.
           MOVE SPACES                  TO EXCEPTION-REC.
           MOVE PH-NAME                 TO ER-NAME.
           PERFORM 3G-FIND-MASTER.
           MOVE PH-GROSS                TO SP-GROSS.
           MOVE PH-LEAVE-PAYOUT         TO SP-LEAVE-PAYOUT.
           MOVE ZERO                    TO SP-ADJUSTMENT.
           MOVE PH-SUPER                TO SP-SUPER.
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
               PERFORM 3E-READ-JOURNAL
               GO TO 3F-EXIT.
           MOVE TJ-NUMBER               TO PH-NUMBER.
           MOVE TJ-REF-PERIOD-NO        TO PH-PERIOD-NO.
           MOVE "Y" TO WB-HISTORY-FOUND-IND.
           READ HISTORY-FILE KEY IS PH-KEY
               INVALID KEY MOVE "N" TO WB-HISTORY-FOUND-IND.
           IF WB-HISTORY-FOUND
               MOVE PH-PAY-DATE         TO WA-TEST-DATE
               IF WA-TEST-MONTH = WM-MONTH
                       AND TJ-RUN-PAY-DATE NOT < PH-PAY-DATE
                   MOVE TJ-NUMBER        TO SP-NUMBER
                   MOVE SPACES           TO EXCEPTION-REC
                   MOVE PH-NAME          TO ER-NAME
                   PERFORM 3G-FIND-MASTER
                   COMPUTE SP-GROSS = ZERO - TJ-GROSS
                   MOVE ZERO             TO SP-LEAVE-PAYOUT
                   MOVE ZERO             TO SP-ADJUSTMENT
                   COMPUTE SP-SUPER = ZERO - TJ-SUPER
                   RELEASE SORT-REC.
           MOVE TJ-RUN-PAY-DATE TO WA-TEST-DATE.
           IF WA-TEST-MONTH = WM-MONTH
               DISPLAY "3F ADJUSTMENT IN MONTH " TJ-NUMBER
               ADD 1 TO WA-ADJUSTMENT-COUNT
               MOVE TJ-NUMBER            TO SP-NUMBER
               MOVE SPACES               TO EXCEPTION-REC
               PERFORM 3G-FIND-MASTER
               MOVE ZERO                 TO SP-GROSS
               MOVE ZERO                 TO SP-LEAVE-PAYOUT
               MOVE TJ-GROSS             TO SP-ADJUSTMENT
               MOVE TJ-SUPER             TO SP-SUPER
               RELEASE SORT-REC.
           PERFORM 3E-READ-JOURNAL.
       3F-EXIT.
           EXIT.

       3G-FIND-MASTER SECTION.
       3G-ENTRY.
           MOVE SP-NUMBER TO EM-NUMBER.
           MOVE "Y" TO WB-EMPLOYEE-FOUND-IND.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-NUMBER
               INVALID KEY MOVE "N" TO WB-EMPLOYEE-FOUND-IND.
           IF WB-EMPLOYEE-FOUND
               MOVE EM-STATE-CODE        TO SP-STATE-CODE
               MOVE EM-ENTITY-CODE       TO SP-ENTITY-CODE
               MOVE EM-COST-CENTRE       TO SP-COST-CENTRE
               GO TO 3G-EXIT.
           DISPLAY "3G WAGES HAVE NO MASTER " SP-NUMBER.
           MOVE SP-NUMBER                TO ER-NUMBER.
           MOVE "PAYROLL TAX - NO MASTER, STATE UNKNOWN"
                                         TO WA-EXCEPTION-REASON.
           PERFORM 2J-WRITE-EXCEPTION.
           ADD 1 TO WA-NO-MASTER-COUNT.
           MOVE SPACES                   TO SP-STATE-CODE.
           MOVE "??"                     TO SP-ENTITY-CODE.
           MOVE SPACES                   TO SP-COST-CENTRE.
       3G-EXIT.
           EXIT.

       3C-LOAD-ROWS SECTION.
       3C-ENTRY.
           DISPLAY "3C LOAD ROWS".
           MOVE "N" TO WB-SORT-EOF-IND.
           PERFORM 3H-RETURN-SORT-RECORD.
           PERFORM 3J-DEAL-WITH-WAGES UNTIL WB-SORT-EOF.
       3C-EXIT.
           EXIT.

       3H-RETURN-SORT-RECORD SECTION.
       3H-ENTRY.
           RETURN SORT-FILE AT END MOVE "Y" TO WB-SORT-EOF-IND.
       3H-EXIT.
           EXIT.

       3J-DEAL-WITH-WAGES SECTION.
       3J-ENTRY.
           IF WB-FIRST-LINE
                   OR SP-STATE-CODE NOT = WK-CURR-STATE
                   OR SP-ENTITY-CODE NOT = WK-CURR-ENTITY
                   OR SP-COST-CENTRE NOT = WK-CURR-CC
               MOVE "N" TO WB-FIRST-LINE-IND
               PERFORM 4A-START-ROW.
           IF SP-NUMBER NOT = WK-CURR-NUMBER
               MOVE SP-NUMBER TO WK-CURR-NUMBER
               ADD 1 TO WR-EMPLOYEES (WR-ROW-IDX).
           ADD SP-GROSS        TO WR-GROSS (WR-ROW-IDX).
           ADD SP-LEAVE-PAYOUT TO WR-LEAVE-PAYOUT (WR-ROW-IDX).
           ADD SP-ADJUSTMENT   TO WR-ADJUSTMENTS (WR-ROW-IDX).
           ADD SP-SUPER        TO WR-SUPER (WR-ROW-IDX).
           PERFORM 3H-RETURN-SORT-RECORD.
       3J-EXIT.
           EXIT.

       3K-CALCULATE-TAX SECTION.
       3K-ENTRY.
           DISPLAY "3K CALCULATE TAX".
           PERFORM 4B-ADD-ROW-TO-STATE
               VARYING WR-ROW-IDX FROM 1 BY 1
               UNTIL WR-ROW-IDX > WR-ROW-COUNT.
           PERFORM 4C-STATE-TAX
               VARYING WP-STATE-IDX FROM 1 BY 1
               UNTIL WP-STATE-IDX > WP-STATE-COUNT.
           PERFORM 4D-ALLOCATE-ROW-TAX
               VARYING WR-ROW-IDX FROM 1 BY 1
               UNTIL WR-ROW-IDX > WR-ROW-COUNT.
           PERFORM 4E-SETTLE-ROUNDING
               VARYING WP-STATE-IDX FROM 1 BY 1
               UNTIL WP-STATE-IDX > WP-STATE-COUNT.
       3K-EXIT.
           EXIT.

       3L-PRINT-HEADINGS SECTION.
       3L-ENTRY.
           DISPLAY "3L-PRINT-HEADINGS".
           ADD 1 TO WA-PAGE-COUNT.
           MOVE WA-PAGE-COUNT TO WC-L2-PAGE-NO.
           MOVE WC-LINE2 TO REPORT-REC.
           WRITE REPORT-REC AFTER NEW-PAGE.
           IF WM-TRIAL-RUN
               MOVE WC-LINE3 TO REPORT-REC
               MOVE 1 TO WA-LINE-THROW
               PERFORM 2C-PRINT-LINE.
           MOVE WC-LINE4 TO REPORT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           MOVE ZERO TO WA-LINE-COUNT.
       3L-EXIT.
           EXIT.

       3M-PRINT-RETURN SECTION.
       3M-ENTRY.
           DISPLAY "3M PRINT RETURN".
           MOVE "Y" TO WB-FIRST-LINE-IND.
           PERFORM 4F-PRINT-ROW
               VARYING WR-ROW-IDX FROM 1 BY 1
               UNTIL WR-ROW-IDX > WR-ROW-COUNT.
           IF NOT WB-FIRST-LINE
               PERFORM 4H-END-STATE.
       3M-EXIT.
           EXIT.

       3P-POST-LIABILITY SECTION.
       3P-ENTRY.
           DISPLAY "3P POST LIABILITY".
           PERFORM 4L-POST-ENTITY
               VARYING WN-ENTITY-IDX FROM 1 BY 1
               UNTIL WN-ENTITY-IDX > WN-ENTITY-COUNT.
       3P-EXIT.
           EXIT.

       4A-START-ROW SECTION.
       4A-ENTRY.
           MOVE SP-STATE-CODE  TO WK-CURR-STATE.
           MOVE SP-ENTITY-CODE TO WK-CURR-ENTITY.
           MOVE SP-COST-CENTRE TO WK-CURR-CC.
           MOVE SPACES         TO WK-CURR-NUMBER.
           IF WR-ROW-COUNT NOT < 500
               DISPLAY "4A PAYROLL TAX ROW TABLE FULL"
               MOVE SPACES TO EXCEPTION-REC
               MOVE WK-CURR-CC TO ER-NUMBER
               MOVE "PAYROLL TAX TABLE FULL - WAGES ADDED ON"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               GO TO 4A-EXIT.
           ADD 1 TO WR-ROW-COUNT.
           SET WR-ROW-IDX TO WR-ROW-COUNT.
           MOVE SP-STATE-CODE  TO WR-STATE-CODE (WR-ROW-IDX).
           MOVE SP-ENTITY-CODE TO WR-ENTITY-CODE (WR-ROW-IDX).
           MOVE SP-COST-CENTRE TO WR-COST-CENTRE (WR-ROW-IDX).
           MOVE ZERO TO WR-EMPLOYEES (WR-ROW-IDX),
                        WR-GROSS (WR-ROW-IDX),
                        WR-LEAVE-PAYOUT (WR-ROW-IDX),
                        WR-ADJUSTMENTS (WR-ROW-IDX),
                        WR-SUPER (WR-ROW-IDX),
                        WR-TAXABLE (WR-ROW-IDX),
                        WR-TAX (WR-ROW-IDX).
           PERFORM 4J-FIND-STATE.
           MOVE WA-STATE-NO TO WR-STATE-NO (WR-ROW-IDX).
       4A-EXIT.
           EXIT.

       4B-ADD-ROW-TO-STATE SECTION.
       4B-ENTRY.
           COMPUTE WR-TAXABLE (WR-ROW-IDX) =
                   WR-GROSS (WR-ROW-IDX)
                 + WR-ADJUSTMENTS (WR-ROW-IDX)
                 + WR-SUPER (WR-ROW-IDX).
           SET WP-STATE-IDX TO WR-STATE-NO (WR-ROW-IDX).
           ADD WR-EMPLOYEES (WR-ROW-IDX)
                                   TO WP-EMPLOYEES (WP-STATE-IDX).
           ADD WR-GROSS (WR-ROW-IDX) TO WP-GROSS (WP-STATE-IDX).
           ADD WR-LEAVE-PAYOUT (WR-ROW-IDX)
                                   TO WP-LEAVE-PAYOUT (WP-STATE-IDX).
           ADD WR-ADJUSTMENTS (WR-ROW-IDX)
                                   TO WP-ADJUSTMENTS (WP-STATE-IDX).
           ADD WR-SUPER (WR-ROW-IDX) TO WP-SUPER (WP-STATE-IDX).
           ADD WR-TAXABLE (WR-ROW-IDX) TO WP-TAXABLE (WP-STATE-IDX).
           SET WA-ROW-NO TO WR-ROW-IDX.
           MOVE WA-ROW-NO TO WP-LAST-ROW (WP-STATE-IDX).
       4B-EXIT.
           EXIT.

       4C-STATE-TAX SECTION.
       4C-ENTRY.
           MOVE ZERO TO WP-EXCESS (WP-STATE-IDX),
                        WP-TAX (WP-STATE-IDX).
           IF NOT WP-HAS-RATE (WP-STATE-IDX)
               GO TO 4C-EXIT.
           IF WP-TAXABLE (WP-STATE-IDX)
                   NOT > WP-THRESHOLD (WP-STATE-IDX)
               GO TO 4C-EXIT.
           SUBTRACT WP-THRESHOLD (WP-STATE-IDX)
               FROM WP-TAXABLE (WP-STATE-IDX)
               GIVING WP-EXCESS (WP-STATE-IDX).
           COMPUTE WP-TAX (WP-STATE-IDX) ROUNDED =
                   WP-EXCESS (WP-STATE-IDX) * WP-RATE (WP-STATE-IDX).
       4C-EXIT.
           EXIT.

       4D-ALLOCATE-ROW-TAX SECTION.
       4D-ENTRY.
           SET WP-STATE-IDX TO WR-STATE-NO (WR-ROW-IDX).
           IF WP-TAX (WP-STATE-IDX) = ZERO
                   OR WP-TAXABLE (WP-STATE-IDX) = ZERO
               GO TO 4D-EXIT.
           COMPUTE WR-TAX (WR-ROW-IDX) ROUNDED =
                   WP-TAX (WP-STATE-IDX) * WR-TAXABLE (WR-ROW-IDX)
                 / WP-TAXABLE (WP-STATE-IDX).
           ADD WR-TAX (WR-ROW-IDX) TO WP-ALLOCATED (WP-STATE-IDX).
       4D-EXIT.
           EXIT.

       4E-SETTLE-ROUNDING SECTION.
       4E-ENTRY.
           IF WP-LAST-ROW (WP-STATE-IDX) = ZERO
                   OR WP-ALLOCATED (WP-STATE-IDX)
                                   = WP-TAX (WP-STATE-IDX)
               GO TO 4E-EXIT.
           SET WR-ROW-IDX TO WP-LAST-ROW (WP-STATE-IDX).
           COMPUTE WR-TAX (WR-ROW-IDX) = WR-TAX (WR-ROW-IDX)
                 + WP-TAX (WP-STATE-IDX) - WP-ALLOCATED (WP-STATE-IDX).
           MOVE WP-TAX (WP-STATE-IDX) TO WP-ALLOCATED (WP-STATE-IDX).
       4E-EXIT.
           EXIT.

       4F-PRINT-ROW SECTION.
       4F-ENTRY.
           IF WA-LINE-COUNT > 12
               PERFORM 3L-PRINT-HEADINGS.
           IF WB-FIRST-LINE
               MOVE "N" TO WB-FIRST-LINE-IND
               MOVE WR-STATE-NO (WR-ROW-IDX) TO WA-STATE-NO
           ELSE
               IF WR-STATE-NO (WR-ROW-IDX) NOT = WA-STATE-NO
                   PERFORM 4H-END-STATE
                   MOVE WR-STATE-NO (WR-ROW-IDX) TO WA-STATE-NO.
           MOVE WR-STATE-CODE (WR-ROW-IDX)   TO WD-RL-STATE.
           MOVE WR-ENTITY-CODE (WR-ROW-IDX)  TO WD-RL-ENTITY.
           MOVE WR-COST-CENTRE (WR-ROW-IDX)  TO WD-RL-CC.
           MOVE WR-EMPLOYEES (WR-ROW-IDX)    TO WD-RL-EMPLOYEES.
           MOVE WR-GROSS (WR-ROW-IDX)        TO WD-RL-GROSS.
           MOVE WR-LEAVE-PAYOUT (WR-ROW-IDX) TO WD-RL-LEAVE-PAYOUT.
           MOVE WR-ADJUSTMENTS (WR-ROW-IDX)  TO WD-RL-ADJUSTMENTS.
           MOVE WR-SUPER (WR-ROW-IDX)        TO WD-RL-SUPER.
           MOVE WR-TAXABLE (WR-ROW-IDX)      TO WD-RL-TAXABLE.
           MOVE WR-TAX (WR-ROW-IDX)          TO WD-RL-TAX.
           MOVE WD-ROW-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           PERFORM 4K-FIND-ENTITY.
           ADD WR-TAXABLE (WR-ROW-IDX) TO WN-TAXABLE (WN-ENTITY-IDX).
           ADD WR-TAX (WR-ROW-IDX)     TO WN-TAX (WN-ENTITY-IDX).
       4F-EXIT.
           EXIT.

       4H-END-STATE SECTION.
       4H-ENTRY.
           SET WP-STATE-IDX TO WA-STATE-NO.
           DISPLAY "4H-END-STATE " WP-STATE-CODE (WP-STATE-IDX).
           MOVE "STATE"                          TO WD-TL-DESCRIPTION.
           MOVE WP-STATE-CODE (WP-STATE-IDX)     TO WD-TL-CODE.
           MOVE WP-EMPLOYEES (WP-STATE-IDX)      TO WD-TL-EMPLOYEES.
           MOVE WP-GROSS (WP-STATE-IDX)          TO WD-TL-GROSS.
           MOVE WP-LEAVE-PAYOUT (WP-STATE-IDX)   TO WD-TL-LEAVE-PAYOUT.
           MOVE WP-ADJUSTMENTS (WP-STATE-IDX)    TO WD-TL-ADJUSTMENTS.
           MOVE WP-SUPER (WP-STATE-IDX)          TO WD-TL-SUPER.
           MOVE WP-TAXABLE (WP-STATE-IDX)        TO WD-TL-TAXABLE.
           MOVE WP-TAX (WP-STATE-IDX)            TO WD-TL-TAX.
           MOVE WD-TOTAL-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           IF WP-HAS-RATE (WP-STATE-IDX)
               MOVE WP-THRESHOLD (WP-STATE-IDX)  TO WD-HL-THRESHOLD
               MOVE WP-RATE (WP-STATE-IDX)       TO WD-HL-RATE
               MOVE WP-EXCESS (WP-STATE-IDX)     TO WD-HL-EXCESS
               MOVE WP-TAX (WP-STATE-IDX)        TO WD-HL-TAX
               MOVE WD-THRESHOLD-LINE TO REPORT-REC
           ELSE
               MOVE WD-NO-RATE-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           ADD WP-EMPLOYEES (WP-STATE-IDX)    TO WG-ALL-EMPLOYEES.
           ADD WP-GROSS (WP-STATE-IDX)        TO WG-ALL-GROSS.
           ADD WP-LEAVE-PAYOUT (WP-STATE-IDX) TO WG-ALL-LEAVE-PAYOUT.
           ADD WP-ADJUSTMENTS (WP-STATE-IDX)  TO WG-ALL-ADJUSTMENTS.
           ADD WP-SUPER (WP-STATE-IDX)        TO WG-ALL-SUPER.
           ADD WP-TAXABLE (WP-STATE-IDX)      TO WG-ALL-TAXABLE.
           ADD WP-TAX (WP-STATE-IDX)          TO WG-ALL-TAX.
       4H-EXIT.
           EXIT.

       4J-FIND-STATE SECTION.
       4J-ENTRY.
           MOVE "N" TO WB-STATE-FOUND-IND.
           PERFORM 4N-MATCH-STATE
               VARYING WP-STATE-IDX FROM 1 BY 1
               UNTIL WP-STATE-IDX > WP-STATE-COUNT
                  OR WB-STATE-FOUND.
           IF WB-STATE-FOUND
               GO TO 4J-EXIT.
           DISPLAY "4J NO PAYROLL TAX RATE FOR STATE " WK-CURR-STATE.
           MOVE SPACES TO EXCEPTION-REC.
           MOVE WK-CURR-CC TO ER-NUMBER.
           MOVE WK-CURR-STATE TO ER-NAME.
           MOVE "NO PAYROLL TAX RATE FOR STATE - UNTAXED"
                                         TO WA-EXCEPTION-REASON.
           PERFORM 2J-WRITE-EXCEPTION.
           ADD 1 TO WA-NO-STATE-COUNT.
           IF WP-STATE-COUNT NOT < 20
               SET WP-STATE-IDX TO WP-STATE-COUNT
               SET WA-STATE-NO TO WP-STATE-IDX
               GO TO 4J-EXIT.
           ADD 1 TO WP-STATE-COUNT.
           SET WP-STATE-IDX TO WP-STATE-COUNT.
           PERFORM 2G-CLEAR-STATE.
           MOVE WK-CURR-STATE TO WP-STATE-CODE (WP-STATE-IDX).
           SET WA-STATE-NO TO WP-STATE-IDX.
       4J-EXIT.
           EXIT.

       4K-FIND-ENTITY SECTION.
       4K-ENTRY.
           MOVE "N" TO WB-ENTITY-FOUND-IND.
           PERFORM 4P-MATCH-ENTITY
               VARYING WN-ENTITY-IDX FROM 1 BY 1
               UNTIL WN-ENTITY-IDX > WN-ENTITY-COUNT
                  OR WB-ENTITY-FOUND.
           IF WB-ENTITY-FOUND
               SET WN-ENTITY-IDX TO WA-ENTITY-NO
               GO TO 4K-EXIT.
           IF WN-ENTITY-COUNT NOT < 50
               SET WN-ENTITY-IDX TO WN-ENTITY-COUNT
               GO TO 4K-EXIT.
           ADD 1 TO WN-ENTITY-COUNT.
           SET WN-ENTITY-IDX TO WN-ENTITY-COUNT.
           MOVE WR-ENTITY-CODE (WR-ROW-IDX)
                                   TO WN-ENTITY-CODE (WN-ENTITY-IDX).
           MOVE ZERO TO WN-TAXABLE (WN-ENTITY-IDX),
                        WN-TAX (WN-ENTITY-IDX).
       4K-EXIT.
           EXIT.

       4L-POST-ENTITY SECTION.
       4L-ENTRY.
           IF WN-ENTITY-CODE (WN-ENTITY-IDX) = "??"
               GO TO 4L-EXIT.
           MOVE WN-ENTITY-CODE (WN-ENTITY-IDX) TO WT-GL-ENTITY.
           DISPLAY "4L-POST-ENTITY " WT-GL-ENTITY.
           MOVE "N" TO WB-GL-FILE-OPEN-IND.
           OPEN OUTPUT GL-FILE.
           IF WI-GL-STATUS NOT = "00"
               DISPLAY "PAY4TGL FOR ENTITY " WT-GL-ENTITY
                       " FAILED TO OPEN"
           ELSE
               MOVE "Y" TO WB-GL-FILE-OPEN-IND.
           PERFORM 4M-POST-ROW
               VARYING WR-ROW-IDX FROM 1 BY 1
               UNTIL WR-ROW-IDX > WR-ROW-COUNT.
           IF WB-GL-FILE-OPEN
               CLOSE GL-FILE
               MOVE "N" TO WB-GL-FILE-OPEN-IND.
       4L-EXIT.
           EXIT.

       4M-POST-ROW SECTION.
       4M-ENTRY.
           IF WR-ENTITY-CODE (WR-ROW-IDX)
                       NOT = WN-ENTITY-CODE (WN-ENTITY-IDX)
                   OR WR-TAX (WR-ROW-IDX) = ZERO
               GO TO 4M-EXIT.
           MOVE WR-COST-CENTRE (WR-ROW-IDX) TO WY-GL-COST-CENTRE.
           MOVE SPACES TO EXCEPTION-REC.
           MOVE WY-GL-COST-CENTRE TO ER-NUMBER.
           MOVE WY-GL-COST-CENTRE TO GM-COST-CENTRE.
           MOVE "X" TO GM-COMPONENT.
           MOVE "Y" TO WB-GLMAP-FOUND-IND.
           READ GL-MAP-FILE KEY IS GM-KEY
               INVALID KEY MOVE "N" TO WB-GLMAP-FOUND-IND.
           IF NOT WB-GLMAP-FOUND
               DISPLAY "NO GL ACCOUNT MAPPING FOR "
                       WY-GL-COST-CENTRE " X"
               MOVE "NO GL ACCOUNT MAPPING - ACCRUAL DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4R-DROP-ACCRUAL
               GO TO 4M-EXIT.
           MOVE GM-ACCOUNT-NO            TO WY-EXPENSE-ACCOUNT.
           MOVE GM-DR-CR                 TO WY-EXPENSE-DR-CR.
           MOVE "Y" TO GM-COMPONENT.
           MOVE "Y" TO WB-GLMAP-FOUND-IND.
           READ GL-MAP-FILE KEY IS GM-KEY
               INVALID KEY MOVE "N" TO WB-GLMAP-FOUND-IND.
           IF NOT WB-GLMAP-FOUND
               DISPLAY "NO GL ACCOUNT MAPPING FOR "
                       WY-GL-COST-CENTRE " Y"
               MOVE "NO GL ACCOUNT MAPPING - ACCRUAL DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4R-DROP-ACCRUAL
               GO TO 4M-EXIT.
           MOVE GM-ACCOUNT-NO            TO WY-PAYABLE-ACCOUNT.
           MOVE GM-DR-CR                 TO WY-PAYABLE-DR-CR.
           IF WY-EXPENSE-DR-CR = WY-PAYABLE-DR-CR
               DISPLAY "PAYROLL TAX MAPPINGS ON SAME SIDE FOR "
                       WY-GL-COST-CENTRE
               MOVE "PAYROLL TAX GL MAPPINGS NOT DR/CR - DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4R-DROP-ACCRUAL
               GO TO 4M-EXIT.
           IF NOT WB-GL-FILE-OPEN
               MOVE "PAYROLL TAX GL EXTRACT NOT OPEN - DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4R-DROP-ACCRUAL
               GO TO 4M-EXIT.
           MOVE WR-TAX (WR-ROW-IDX)      TO WY-GL-AMOUNT.
           MOVE WY-EXPENSE-ACCOUNT       TO GL-ACCOUNT-NO.
           MOVE WY-EXPENSE-DR-CR         TO WY-GL-DR-CR.
           PERFORM 4Q-WRITE-JOURNAL-LINE.
           MOVE WY-PAYABLE-ACCOUNT       TO GL-ACCOUNT-NO.
           MOVE WY-PAYABLE-DR-CR         TO WY-GL-DR-CR.
           PERFORM 4Q-WRITE-JOURNAL-LINE.
       4M-EXIT.
           EXIT.

       4N-MATCH-STATE SECTION.
       4N-ENTRY.
           IF WP-STATE-CODE (WP-STATE-IDX) = WK-CURR-STATE
               MOVE "Y" TO WB-STATE-FOUND-IND
               SET WA-STATE-NO TO WP-STATE-IDX.
       4N-EXIT.
           EXIT.

       4P-MATCH-ENTITY SECTION.
       4P-ENTRY.
           IF WN-ENTITY-CODE (WN-ENTITY-IDX)
                                   = WR-ENTITY-CODE (WR-ROW-IDX)
               MOVE "Y" TO WB-ENTITY-FOUND-IND
               SET WA-ENTITY-NO TO WN-ENTITY-IDX.
       4P-EXIT.
           EXIT.

       4Q-WRITE-JOURNAL-LINE SECTION.
       4Q-ENTRY.
           MOVE WY-GL-COST-CENTRE        TO GL-CC.
           IF WY-GL-AMOUNT < ZERO
               COMPUTE WY-GL-ABS-AMOUNT = ZERO - WY-GL-AMOUNT
               IF WY-GL-DR-CR = "D"
                   MOVE "C" TO GL-DR-CR
               ELSE
                   MOVE "D" TO GL-DR-CR
           ELSE
               MOVE WY-GL-AMOUNT TO WY-GL-ABS-AMOUNT
               MOVE WY-GL-DR-CR  TO GL-DR-CR.
           MOVE WY-GL-ABS-AMOUNT         TO GL-AMOUNT.
           WRITE GL-REC.
           IF GL-DR-CR = "D"
               ADD WY-GL-ABS-AMOUNT TO WG-JOURNAL-DEBITS
           ELSE
               ADD WY-GL-ABS-AMOUNT TO WG-JOURNAL-CREDITS.
       4Q-EXIT.
           EXIT.

       4R-DROP-ACCRUAL SECTION.
       4R-ENTRY.
           PERFORM 2J-WRITE-EXCEPTION.
           ADD WR-TAX (WR-ROW-IDX) TO WG-JOURNAL-DROPPED.
           IF WA-LINE-COUNT > 12
               PERFORM 3L-PRINT-HEADINGS.
           MOVE WY-GL-COST-CENTRE           TO WD-DL-CC.
           MOVE WR-ENTITY-CODE (WR-ROW-IDX) TO WD-DL-ENTITY.
           MOVE WA-EXCEPTION-REASON         TO WD-DL-REASON.
           MOVE WD-DROPPED-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4R-EXIT.
           EXIT.

       4G-PRINT-TOTALS SECTION.
       4G-ENTRY.
           DISPLAY "4G-PRINT-TOTALS".
           IF WA-LINE-COUNT > 12
               PERFORM 3L-PRINT-HEADINGS.
           MOVE "GROUP"                 TO WD-TL-DESCRIPTION.
           MOVE SPACES                  TO WD-TL-CODE.
           MOVE WG-ALL-EMPLOYEES        TO WD-TL-EMPLOYEES.
           MOVE WG-ALL-GROSS            TO WD-TL-GROSS.
           MOVE WG-ALL-LEAVE-PAYOUT     TO WD-TL-LEAVE-PAYOUT.
           MOVE WG-ALL-ADJUSTMENTS      TO WD-TL-ADJUSTMENTS.
           MOVE WG-ALL-SUPER            TO WD-TL-SUPER.
           MOVE WG-ALL-TAXABLE          TO WD-TL-TAXABLE.
           MOVE WG-ALL-TAX              TO WD-TL-TAX.
           MOVE WD-TOTAL-LINE TO REPORT-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 4S-PRINT-ENTITY-LINE
               VARYING WN-ENTITY-IDX FROM 1 BY 1
               UNTIL WN-ENTITY-IDX > WN-ENTITY-COUNT.
           MOVE WA-HISTORY-COUNT        TO WD-CL-READ.
           MOVE WA-IN-MONTH-COUNT       TO WD-CL-IN-MONTH.
           MOVE WA-ADJUSTMENT-COUNT     TO WD-CL-ADJUSTMENTS.
           MOVE WA-NO-MASTER-COUNT      TO WD-CL-NO-MASTER.
           MOVE WA-NO-STATE-COUNT       TO WD-CL-NO-STATE.
           MOVE WD-COUNT-LINE TO REPORT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           IF WM-TRIAL-RUN
               GO TO 4G-EXIT.
           MOVE WG-JOURNAL-DEBITS       TO WD-JL-DEBITS.
           MOVE WG-JOURNAL-CREDITS      TO WD-JL-CREDITS.
           IF WG-JOURNAL-DEBITS = WG-JOURNAL-CREDITS
               MOVE "BALANCED" TO WD-JL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WD-JL-STATUS.
           MOVE WD-JOURNAL-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           IF WG-JOURNAL-DROPPED NOT = ZERO
               MOVE WG-JOURNAL-DROPPED  TO WD-DT-DROPPED
               MOVE WD-DROPPED-TOTAL-LINE TO REPORT-REC
               PERFORM 2C-PRINT-LINE.
       4G-EXIT.
           EXIT.

       4S-PRINT-ENTITY-LINE SECTION.
       4S-ENTRY.
           IF WA-LINE-COUNT > 12
               PERFORM 3L-PRINT-HEADINGS.
           MOVE WN-ENTITY-CODE (WN-ENTITY-IDX) TO WD-EL-ENTITY.
           MOVE WN-TAXABLE (WN-ENTITY-IDX)     TO WD-EL-TAXABLE.
           MOVE WN-TAX (WN-ENTITY-IDX)         TO WD-EL-TAX.
           MOVE WD-ENTITY-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4S-EXIT.
           EXIT.
