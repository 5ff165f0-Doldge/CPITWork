       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4V.
       AUTHOR. LYDIA.

      *                   program reconciles the year-to-date file,
      *                   the pay history file and the gl postings.
      *                   for every employee the year-to-date gross,
      *                   tax, super and nett are agreed to the sum of
      *                   the history periods for the current year;
      *                   nett backed out by a returned payment and
      *                   still on the held-pays file is added back
      *                   before the nett is compared.  any employee
      *                   who does not agree, or who has a year-to-date
      *                   record without history or history without a
      *                   year-to-date record, is listed.  the payroll
      *                   gross and tax by entity are then agreed to
      *                   the wages, taxable allowance and tax
      *                   components on the gl posting log written by
      *                   the pay, adjustment and return runs.  to be
      *                   run at year end before the year-to-date file
      *                   is rolled.
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
           SELECT YTD-FILE ASSIGN TO "PAY4YTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YT-NUMBER
           FILE STATUS IS WI-YTD-STATUS
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
           SELECT HELD-FILE ASSIGN TO "PAY4HELD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HP-NUMBER
           FILE STATUS IS WI-HELD-STATUS
           SELECT GL-LOG-FILE ASSIGN TO "PAY4GLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-LOG-STATUS
           SELECT REPORT-FILE ASSIGN TO PRINTER "PAY4VREC"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SORT-FILE ASSIGN TO "PAY4VSRT".
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      YTD-FILE                 LABEL RECORDS STANDARD.
       01      YTD-REC.
         03    YT-NUMBER                PIC X(6).
         03    YT-NAME                  PIC X(20).
         03    YT-YTD-GROSS             PIC S9(8)V99  COMP.
         03    YT-YTD-TAX               PIC S9(8)V99  COMP.
         03    YT-YTD-SUPER             PIC S9(8)V99  COMP.
         03    YT-YTD-DEDNS             PIC S9(8)V99  COMP.
         03    YT-YTD-NETT              PIC S9(8)V99  COMP.
         03    YT-STATUS                PIC X.
           88  YT-OPEN                  VALUE "O".
           88  YT-CLOSED                VALUE "C".
         03    YT-YTD-ALLOW             PIC S9(8)V99  COMP.
         03    YT-YTD-ALLOW-NONTAX      PIC S9(8)V99  COMP.
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
       FD      HELD-FILE.
       01      HELD-REC.
         03    HP-NUMBER                PIC X(6).
         03    HP-NAME                  PIC X(20).
         03    HP-AMOUNT                PIC S9(6)V99  COMP.
         03    HP-BANK-BSB              PIC X(6).
         03    HP-BANK-ACCOUNT          PIC X(9).
         03    HP-REASON                PIC X(20).
      *
       FD      GL-LOG-FILE.
       01      GL-LOG-REC.
         03    GO-SOURCE                PIC X(5).
         03    GO-ENTITY-CODE           PIC X(2).
         03    GO-PERIOD-NO             PIC 99.
         03    GO-PAY-DATE              PIC X(8).
         03    GO-CC                    PIC X(4).
         03    GO-COMPONENT             PIC X.
           88  GO-WAGES-EXPENSE         VALUE "W".
           88  GO-TAX-PAYABLE           VALUE "T".
           88  GO-TAXABLE-ALLOWANCE     VALUE "A".
         03    GO-ACCOUNT-NO            PIC X(8).
         03    GO-DR-CR                 PIC X.
         03    GO-AMOUNT                PIC S9(8)V99.
      *
       FD      REPORT-FILE.
       01      REPORT-REC               PIC X(100).
      *
       SD      SORT-FILE.
       01      SORT-REC.
         03    SV-ENTITY-CODE           PIC X(2).
         03    SV-SOURCE                PIC X.
           88  SV-PAYROLL               VALUE "P".
           88  SV-GL                    VALUE "G".
         03    SV-GROSS                 PIC S9(8)V99  COMP.
         03    SV-TAX                   PIC S9(8)V99  COMP.
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-YTD-COUNT             PIC S9(8) COMP.
           03  WA-HISTORY-COUNT         PIC S9(8) COMP.
           03  WA-GL-LOG-COUNT          PIC S9(8) COMP.
           03  WA-EMPLOYEE-COUNT        PIC S9(8) COMP.
           03  WA-EMPLOYEE-OUT-COUNT    PIC S9(8) COMP.
           03  WA-ENTITY-COUNT          PIC S9(8) COMP.
           03  WA-ENTITY-OUT-COUNT      PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-EXCEPTION-REASON      PIC X(40).
      *
       01  WB-INDICATORS.
           03  WB-YTD-EOF-IND           PIC X.
           88  WB-YTD-EOF               VALUE "Y".
           03  WB-HISTORY-EOF-IND       PIC X.
           88  WB-HISTORY-EOF           VALUE "Y".
           03  WB-THIS-YEAR-IND         PIC X.
           88  WB-THIS-YEAR             VALUE "Y".
           03  WB-GL-LOG-EOF-IND        PIC X.
           88  WB-GL-LOG-EOF            VALUE "Y".
           03  WB-GL-LOG-AVAILABLE-IND  PIC X.
           88  WB-GL-LOG-AVAILABLE      VALUE "Y".
           03  WB-HELD-AVAILABLE-IND    PIC X.
           88  WB-HELD-AVAILABLE        VALUE "Y".
           03  WB-SORT-EOF-IND          PIC X.
           88  WB-SORT-EOF              VALUE "Y".
           03  WB-YTD-FOUND-IND         PIC X.
           88  WB-YTD-FOUND             VALUE "Y".
           03  WB-HISTORY-FOUND-IND     PIC X.
           88  WB-HISTORY-FOUND         VALUE "Y".
           03  WB-HELD-FOUND-IND        PIC X.
           88  WB-HELD-FOUND            VALUE "Y".
           03  WB-EMPLOYEE-FOUND-IND    PIC X.
           88  WB-EMPLOYEE-FOUND        VALUE "Y".
           03  WB-OUT-OF-BALANCE-IND    PIC X.
           88  WB-OUT-OF-BALANCE        VALUE "Y".
           03  WB-ENTITY-SECTION-IND    PIC X.
           88  WB-ENTITY-SECTION        VALUE "Y".
           03  WB-FIRST-LINE-IND        PIC X.
           88  WB-FIRST-LINE            VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-YTD-STATUS                PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-EXCEPTION-STATUS          PIC XX.
       01  WI-HISTORY-STATUS            PIC XX.
       01  WI-PERIOD-LOG-STATUS         PIC XX.
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-HELD-STATUS               PIC XX.
       01  WI-GL-LOG-STATUS             PIC XX.
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
      *
       01      WK-BREAK-CONTROL.
         03    WK-YTD-NUMBER            PIC X(6).
         03    WK-HIST-NUMBER           PIC X(6).
         03    WK-CURR-NUMBER           PIC X(6).
         03    WK-CURR-NAME             PIC X(20).
         03    WK-CURR-ENTITY           PIC X(2).
      *
       01      WF-EMPLOYEE-VALUES.
         03    WF-YTD-GROSS             PIC S9(8)V99  COMP.
         03    WF-YTD-TAX               PIC S9(8)V99  COMP.
         03    WF-YTD-SUPER             PIC S9(8)V99  COMP.
         03    WF-YTD-NETT              PIC S9(8)V99  COMP.
         03    WF-HIST-GROSS            PIC S9(8)V99  COMP.
         03    WF-HIST-TAX              PIC S9(8)V99  COMP.
         03    WF-HIST-SUPER            PIC S9(8)V99  COMP.
         03    WF-HIST-NETT             PIC S9(8)V99  COMP.
         03    WF-HELD-AMOUNT           PIC S9(8)V99  COMP.
      *
       01      WX-COMPARE-VALUES.
         03    WX-ITEM                  PIC X(6).
         03    WX-NOTE                  PIC X(15).
         03    WX-LEFT-AMOUNT           PIC S9(9)V99  COMP.
         03    WX-RIGHT-AMOUNT          PIC S9(9)V99  COMP.
         03    WX-DIFFERENCE            PIC S9(9)V99  COMP.
         03    WX-PAY-GROSS             PIC S9(9)V99  COMP.
         03    WX-PAY-TAX               PIC S9(9)V99  COMP.
         03    WX-GL-GROSS              PIC S9(9)V99  COMP.
         03    WX-GL-TAX                PIC S9(9)V99  COMP.
      *
       01      WG-TOTALS.
         03    WG-EN-PAY-GROSS          PIC S9(9)V99  COMP.
         03    WG-EN-PAY-TAX            PIC S9(9)V99  COMP.
         03    WG-EN-GL-GROSS           PIC S9(9)V99  COMP.
         03    WG-EN-GL-TAX             PIC S9(9)V99  COMP.
         03    WG-ALL-PAY-GROSS         PIC S9(9)V99  COMP.
         03    WG-ALL-PAY-TAX           PIC S9(9)V99  COMP.
         03    WG-ALL-GL-GROSS          PIC S9(9)V99  COMP.
         03    WG-ALL-GL-TAX            PIC S9(9)V99  COMP.
      *
       01      WC-HEADING-LINES.

         03    WC-LINE2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(32) VALUE
                                        "YTD/HISTORY/GL RECONCILIATION".
           05  FILLER                   PIC X(07) VALUE "PERIOD ".
           05  WC-L2-PERIOD-NO          PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "PAGE ".
           05  WC-L2-PAGE-NO            PIC Z9.
         03    WC-LINE3.
           05  FILLER                   PIC X(35) VALUE SPACES.
           05  WC-L3-SUBTITLE           PIC X(45).
         03    WC-LINE4.
           05  FILLER                   PIC X(07) VALUE "NUMBER".
           05  FILLER                   PIC X(21) VALUE "NAME".
           05  FILLER                   PIC X(07) VALUE "ITEM".
           05  FILLER                   PIC X(14) VALUE
                                        "           YTD".
           05  FILLER                   PIC X(14) VALUE
                                        "       HISTORY".
           05  FILLER                   PIC X(14) VALUE
                                        "    DIFFERENCE".
           05  FILLER                   PIC X(06) VALUE "  NOTE".
         03    WC-LINE5.
           05  FILLER                   PIC X(07) VALUE "ENTITY".
           05  FILLER                   PIC X(07) VALUE "ITEM".
           05  FILLER                   PIC X(14) VALUE
                                        "       PAYROLL".
           05  FILLER                   PIC X(14) VALUE
                                        "   GL POSTINGS".
           05  FILLER                   PIC X(14) VALUE
                                        "    DIFFERENCE".
           05  FILLER                   PIC X(06) VALUE "  NOTE".
      *
       01      WD-DETAIL-LINES.

         03    WD-EMPLOYEE-LINE.
           05  WD-EM-NUMBER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EM-NAME               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EM-ITEM               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EM-YTD                PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EM-HISTORY            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EM-DIFFERENCE         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EM-NOTE               PIC X(15).

         03    WD-ENTITY-LINE.
           05  WD-EN-ENTITY             PIC X(07).
           05  WD-EN-ITEM               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EN-PAYROLL            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EN-GL                 PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-EN-DIFFERENCE         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EN-NOTE               PIC X(15).

         03    WD-NONE-LINE.
           05  FILLER                   PIC X(40) VALUE
                                        "ALL EMPLOYEES AGREE".

         03    WD-COUNT-LINE.
           05  FILLER                   PIC X(18) VALUE
                                        "EMPLOYEES CHECKED".
           05  WD-CL-EMPLOYEES          PIC ZZZZZ9.
           05  FILLER                   PIC X(17) VALUE
                                        "  OUT OF BALANCE".
           05  WD-CL-EMPLOYEES-OUT      PIC ZZZZZ9.
           05  FILLER                   PIC X(19) VALUE
                                        "  ENTITIES CHECKED".
           05  WD-CL-ENTITIES           PIC ZZZ9.
           05  FILLER                   PIC X(17) VALUE
                                        "  OUT OF BALANCE".
           05  WD-CL-ENTITIES-OUT       PIC ZZZ9.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4V".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4V RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           PERFORM 3A-RECONCILE-EMPLOYEE
               UNTIL WB-YTD-EOF AND WB-HISTORY-EOF.
           PERFORM 2G-START-ENTITY-CHECK.
           SORT SORT-FILE
               ON ASCENDING KEY SV-ENTITY-CODE
               INPUT PROCEDURE IS 3L-COLLECT-ENTITY-AMOUNTS
               OUTPUT PROCEDURE IS 3M-COMPARE-ENTITIES.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4V".
           STOP RUN.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE 16 TO WA-LINE-COUNT.
           MOVE "N" TO WB-YTD-EOF-IND.
           MOVE "N" TO WB-HISTORY-EOF-IND.
           MOVE "Y" TO WB-GL-LOG-EOF-IND.
           MOVE "N" TO WB-GL-LOG-AVAILABLE-IND.
           MOVE "N" TO WB-HELD-AVAILABLE-IND.
           MOVE "N" TO WB-ENTITY-SECTION-IND.
           MOVE "N" TO WB-ABORT-IND.
           MOVE "Y" TO WB-FIRST-LINE-IND.
           MOVE LOW-VALUES TO WG-TOTALS.
           MOVE SPACES TO REPORT-REC.
           MOVE "EMPLOYEE YEAR-TO-DATE AGAINST PAY HISTORY"
                                        TO WC-L3-SUBTITLE.
           PERFORM 2M-READ-RUN-CONTROL.
           OPEN INPUT YTD-FILE.
           IF WI-YTD-STATUS NOT = "00"
               DISPLAY "PAY4YTD NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
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
           OPEN INPUT HELD-FILE.
           IF WI-HELD-STATUS = "00"
               MOVE "Y" TO WB-HELD-AVAILABLE-IND
           ELSE
               DISPLAY "PAY4HELD NOT FOUND - NO HELD PAYS ADDED BACK".
           OPEN INPUT GL-LOG-FILE.
           IF WI-GL-LOG-STATUS = "00"
               MOVE "Y" TO WB-GL-LOG-AVAILABLE-IND
               MOVE "N" TO WB-GL-LOG-EOF-IND
           ELSE
               DISPLAY "PAY4GLOG NOT FOUND - GL TOTALS TAKEN AS ZERO".
           OPEN OUTPUT REPORT-FILE.
           PERFORM 2S-OPEN-EXCEPTION-FILE.
           MOVE LOW-VALUES TO YT-NUMBER.
           START YTD-FILE KEY NOT < YT-NUMBER
               INVALID KEY MOVE "Y" TO WB-YTD-EOF-IND
                           MOVE HIGH-VALUES TO WK-YTD-NUMBER.
           IF NOT WB-YTD-EOF
               PERFORM 2B-READ-YTD.
           MOVE LOW-VALUES TO PH-KEY.
           START HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WB-HISTORY-EOF-IND
                           MOVE HIGH-VALUES TO WK-HIST-NUMBER.
           IF NOT WB-HISTORY-EOF
               PERFORM 2E-READ-HISTORY.
       2A-EXIT.
           EXIT.

       2B-READ-YTD SECTION.
       2B-ENTRY.
           READ YTD-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-YTD-EOF-IND.
           IF WB-YTD-EOF
               MOVE HIGH-VALUES TO WK-YTD-NUMBER
           ELSE
               ADD 1 TO WA-YTD-COUNT
               MOVE YT-NUMBER TO WK-YTD-NUMBER.
       2B-EXIT.
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
           DISPLAY "YTD RECORDS READ      " WA-YTD-COUNT.
           DISPLAY "HISTORY RECORDS READ  " WA-HISTORY-COUNT.
           DISPLAY "GL POSTINGS READ      " WA-GL-LOG-COUNT.
           PERFORM 4G-PRINT-TOTALS.
           CLOSE YTD-FILE, HISTORY-FILE, PERIOD-LOG-FILE,
                 EMPLOYEE-MASTER-FILE, REPORT-FILE, EXCEPTION-FILE.
           IF WB-HELD-AVAILABLE
               CLOSE HELD-FILE.
           IF WB-GL-LOG-AVAILABLE
               CLOSE GL-LOG-FILE.
       2D-EXIT.
           EXIT.

       2E-READ-HISTORY SECTION.
       2E-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF WB-HISTORY-EOF
               MOVE HIGH-VALUES TO WK-HIST-NUMBER
           ELSE
               ADD 1 TO WA-HISTORY-COUNT
               MOVE PH-NUMBER TO WK-HIST-NUMBER.
       2E-EXIT.
           EXIT.

       2F-READ-GL-LOG SECTION.
       2F-ENTRY.
           READ GL-LOG-FILE AT END MOVE "Y" TO WB-GL-LOG-EOF-IND.
           IF NOT WB-GL-LOG-EOF
               ADD 1 TO WA-GL-LOG-COUNT.
       2F-EXIT.
           EXIT.

       2G-START-ENTITY-CHECK SECTION.
       2G-ENTRY.
           DISPLAY "2G START ENTITY CHECK".
           IF WA-EMPLOYEE-OUT-COUNT = ZERO
               PERFORM 4C-PRINT-NONE-LINE.
           MOVE "Y" TO WB-ENTITY-SECTION-IND.
           MOVE "ENTITY PAYROLL TOTALS AGAINST GL POSTINGS"
                                        TO WC-L3-SUBTITLE.
           MOVE 16 TO WA-LINE-COUNT.
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
           MOVE WM-PAY-PERIOD-NO        TO WC-L2-PERIOD-NO.
       2M-EXIT.
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

       3A-RECONCILE-EMPLOYEE SECTION.
       3A-ENTRY.
           IF WK-YTD-NUMBER < WK-HIST-NUMBER
               MOVE WK-YTD-NUMBER  TO WK-CURR-NUMBER
           ELSE
               MOVE WK-HIST-NUMBER TO WK-CURR-NUMBER.
           DISPLAY "3A RECONCILING EMPLOYEE " WK-CURR-NUMBER.
           ADD 1 TO WA-EMPLOYEE-COUNT.
           MOVE LOW-VALUES TO WF-EMPLOYEE-VALUES.
           MOVE SPACES TO WK-CURR-NAME.
           MOVE "N" TO WB-YTD-FOUND-IND.
           MOVE "N" TO WB-HISTORY-FOUND-IND.
           PERFORM 3B-ADD-HISTORY
               UNTIL WB-HISTORY-EOF
                  OR WK-HIST-NUMBER NOT = WK-CURR-NUMBER.
           IF WK-YTD-NUMBER = WK-CURR-NUMBER
               MOVE "Y" TO WB-YTD-FOUND-IND
               MOVE YT-NAME             TO WK-CURR-NAME
               MOVE YT-YTD-GROSS        TO WF-YTD-GROSS
               MOVE YT-YTD-TAX          TO WF-YTD-TAX
               MOVE YT-YTD-SUPER        TO WF-YTD-SUPER
               MOVE YT-YTD-NETT         TO WF-YTD-NETT
               PERFORM 2B-READ-YTD.
           PERFORM 3C-FIND-HELD-PAY.
           PERFORM 4A-COMPARE-EMPLOYEE.
       3A-EXIT.
           EXIT.

       3B-ADD-HISTORY SECTION.
       3B-ENTRY.
           IF PH-PERIOD-NO > WM-PAY-PERIOD-NO
               PERFORM 2E-READ-HISTORY
               GO TO 3B-EXIT.
           PERFORM 4H-CHECK-HISTORY-YEAR.
           IF NOT WB-THIS-YEAR
               PERFORM 2E-READ-HISTORY
               GO TO 3B-EXIT.
           MOVE "Y" TO WB-HISTORY-FOUND-IND.
           MOVE PH-NAME                 TO WK-CURR-NAME.
           ADD PH-GROSS                 TO WF-HIST-GROSS.
           ADD PH-TAX                   TO WF-HIST-TAX.
           ADD PH-SUPER                 TO WF-HIST-SUPER.
           ADD PH-NETT                  TO WF-HIST-NETT.
           PERFORM 2E-READ-HISTORY.
       3B-EXIT.
           EXIT.

       3C-FIND-HELD-PAY SECTION.
       3C-ENTRY.
           IF NOT WB-HELD-AVAILABLE
               GO TO 3C-EXIT.
           MOVE WK-CURR-NUMBER TO HP-NUMBER.
           MOVE "Y" TO WB-HELD-FOUND-IND.
           READ HELD-FILE KEY IS HP-NUMBER
               INVALID KEY MOVE "N" TO WB-HELD-FOUND-IND.
           IF WB-HELD-FOUND
               MOVE HP-AMOUNT TO WF-HELD-AMOUNT.
       3C-EXIT.
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
           IF WB-ENTITY-SECTION
               MOVE WC-LINE5 TO REPORT-REC
           ELSE
               MOVE WC-LINE4 TO REPORT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           MOVE ZERO TO WA-LINE-COUNT.
       3J-EXIT.
           EXIT.

       3L-COLLECT-ENTITY-AMOUNTS SECTION.
       3L-ENTRY.
           DISPLAY "3L COLLECT ENTITY AMOUNTS".
           MOVE "N" TO WB-HISTORY-EOF-IND.
           MOVE LOW-VALUES TO PH-KEY.
           START HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               PERFORM 3K-READ-HISTORY.
           PERFORM 3N-DEAL-WITH-HISTORY UNTIL WB-HISTORY-EOF.
           IF WB-GL-LOG-AVAILABLE
               PERFORM 2F-READ-GL-LOG.
           PERFORM 3P-DEAL-WITH-GL-POSTING UNTIL WB-GL-LOG-EOF.
       3L-EXIT.
           EXIT.

       3K-READ-HISTORY SECTION.
       3K-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-HISTORY-EOF-IND.
       3K-EXIT.
           EXIT.

       3N-DEAL-WITH-HISTORY SECTION.
       3N-ENTRY.
           IF PH-PERIOD-NO > WM-PAY-PERIOD-NO
               PERFORM 3K-READ-HISTORY
               GO TO 3N-EXIT.
           PERFORM 4H-CHECK-HISTORY-YEAR.
           IF NOT WB-THIS-YEAR
               PERFORM 3K-READ-HISTORY
               GO TO 3N-EXIT.
           MOVE PH-NUMBER TO EM-NUMBER.
           MOVE "Y" TO WB-EMPLOYEE-FOUND-IND.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-NUMBER
               INVALID KEY MOVE "N" TO WB-EMPLOYEE-FOUND-IND.
           IF WB-EMPLOYEE-FOUND
               MOVE EM-ENTITY-CODE       TO SV-ENTITY-CODE
           ELSE
               MOVE "??"                 TO SV-ENTITY-CODE.
           MOVE "P"                     TO SV-SOURCE.
           MOVE PH-GROSS                TO SV-GROSS.
           MOVE PH-TAX                  TO SV-TAX.
           RELEASE SORT-REC.
           PERFORM 3K-READ-HISTORY.
       3N-EXIT.
           EXIT.

       3P-DEAL-WITH-GL-POSTING SECTION.
       3P-ENTRY.
           IF NOT GO-WAGES-EXPENSE AND NOT GO-TAX-PAYABLE
                   AND NOT GO-TAXABLE-ALLOWANCE
               PERFORM 2F-READ-GL-LOG
               GO TO 3P-EXIT.
           MOVE GO-ENTITY-CODE          TO SV-ENTITY-CODE.
           MOVE "G"                     TO SV-SOURCE.
           MOVE ZERO                    TO SV-GROSS, SV-TAX.
           IF GO-WAGES-EXPENSE OR GO-TAXABLE-ALLOWANCE
               MOVE GO-AMOUNT           TO SV-GROSS
           ELSE
               MOVE GO-AMOUNT           TO SV-TAX.
           RELEASE SORT-REC.
           PERFORM 2F-READ-GL-LOG.
       3P-EXIT.
           EXIT.

       3M-COMPARE-ENTITIES SECTION.
       3M-ENTRY.
           DISPLAY "3M COMPARE ENTITIES".
           MOVE "N" TO WB-SORT-EOF-IND.
           PERFORM 3Q-RETURN-SORT-RECORD.
           PERFORM 3R-DEAL-WITH-AMOUNT UNTIL WB-SORT-EOF.
           IF NOT WB-FIRST-LINE
               PERFORM 4D-END-ENTITY.
       3M-EXIT.
           EXIT.

       3Q-RETURN-SORT-RECORD SECTION.
       3Q-ENTRY.
           RETURN SORT-FILE AT END MOVE "Y" TO WB-SORT-EOF-IND.
       3Q-EXIT.
           EXIT.

       3R-DEAL-WITH-AMOUNT SECTION.
       3R-ENTRY.
           IF WB-FIRST-LINE
               MOVE "N" TO WB-FIRST-LINE-IND
               MOVE SV-ENTITY-CODE TO WK-CURR-ENTITY
           ELSE
               IF SV-ENTITY-CODE NOT = WK-CURR-ENTITY
                   PERFORM 4D-END-ENTITY
                   MOVE SV-ENTITY-CODE TO WK-CURR-ENTITY.
           IF SV-PAYROLL
               ADD SV-GROSS TO WG-EN-PAY-GROSS
               ADD SV-TAX   TO WG-EN-PAY-TAX
           ELSE
               ADD SV-GROSS TO WG-EN-GL-GROSS
               ADD SV-TAX   TO WG-EN-GL-TAX.
           PERFORM 3Q-RETURN-SORT-RECORD.
       3R-EXIT.
           EXIT.

       4A-COMPARE-EMPLOYEE SECTION.
       4A-ENTRY.
           MOVE "N" TO WB-OUT-OF-BALANCE-IND.
           MOVE SPACES TO WX-NOTE.
           IF NOT WB-YTD-FOUND
               MOVE "NO YTD RECORD" TO WX-NOTE.
           IF NOT WB-HISTORY-FOUND
               MOVE "NO HISTORY" TO WX-NOTE.
           MOVE "GROSS"                 TO WX-ITEM.
           MOVE WF-YTD-GROSS            TO WX-LEFT-AMOUNT.
           MOVE WF-HIST-GROSS           TO WX-RIGHT-AMOUNT.
           PERFORM 4B-CHECK-EMPLOYEE-ITEM.
           MOVE "TAX"                   TO WX-ITEM.
           MOVE WF-YTD-TAX              TO WX-LEFT-AMOUNT.
           MOVE WF-HIST-TAX             TO WX-RIGHT-AMOUNT.
           PERFORM 4B-CHECK-EMPLOYEE-ITEM.
           MOVE "SUPER"                 TO WX-ITEM.
           MOVE WF-YTD-SUPER            TO WX-LEFT-AMOUNT.
           MOVE WF-HIST-SUPER           TO WX-RIGHT-AMOUNT.
           PERFORM 4B-CHECK-EMPLOYEE-ITEM.
           IF WF-HELD-AMOUNT NOT = ZERO AND WX-NOTE = SPACES
               MOVE "INCL HELD PAY" TO WX-NOTE.
           MOVE "NETT"                  TO WX-ITEM.
           ADD WF-YTD-NETT WF-HELD-AMOUNT GIVING WX-LEFT-AMOUNT.
           MOVE WF-HIST-NETT            TO WX-RIGHT-AMOUNT.
           PERFORM 4B-CHECK-EMPLOYEE-ITEM.
           IF NOT WB-OUT-OF-BALANCE
               GO TO 4A-EXIT.
           ADD 1 TO WA-EMPLOYEE-OUT-COUNT.
           MOVE SPACES TO EXCEPTION-REC.
           MOVE WK-CURR-NUMBER          TO ER-NUMBER.
           MOVE WK-CURR-NAME            TO ER-NAME.
           MOVE "YTD DOES NOT AGREE WITH PAY HISTORY"
                                        TO WA-EXCEPTION-REASON.
           PERFORM 2J-WRITE-EXCEPTION.
       4A-EXIT.
           EXIT.

       4B-CHECK-EMPLOYEE-ITEM SECTION.
       4B-ENTRY.
           IF WX-LEFT-AMOUNT = WX-RIGHT-AMOUNT
               GO TO 4B-EXIT.
           DISPLAY "4B OUT OF BALANCE " WK-CURR-NUMBER " " WX-ITEM.
           MOVE "Y" TO WB-OUT-OF-BALANCE-IND.
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           SUBTRACT WX-RIGHT-AMOUNT FROM WX-LEFT-AMOUNT
               GIVING WX-DIFFERENCE.
           MOVE WK-CURR-NUMBER          TO WD-EM-NUMBER.
           MOVE WK-CURR-NAME            TO WD-EM-NAME.
           MOVE WX-ITEM                 TO WD-EM-ITEM.
           MOVE WX-LEFT-AMOUNT          TO WD-EM-YTD.
           MOVE WX-RIGHT-AMOUNT         TO WD-EM-HISTORY.
           MOVE WX-DIFFERENCE           TO WD-EM-DIFFERENCE.
           MOVE WX-NOTE                 TO WD-EM-NOTE.
           MOVE WD-EMPLOYEE-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4B-EXIT.
           EXIT.

       4C-PRINT-NONE-LINE SECTION.
       4C-ENTRY.
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           MOVE WD-NONE-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4C-EXIT.
           EXIT.

       4D-END-ENTITY SECTION.
       4D-ENTRY.
           DISPLAY "4D-END-ENTITY " WK-CURR-ENTITY.
           ADD 1 TO WA-ENTITY-COUNT.
           IF WG-EN-PAY-GROSS NOT = WG-EN-GL-GROSS
                   OR WG-EN-PAY-TAX NOT = WG-EN-GL-TAX
               ADD 1 TO WA-ENTITY-OUT-COUNT
               MOVE SPACES TO EXCEPTION-REC
               MOVE WK-CURR-ENTITY      TO ER-NUMBER
               MOVE "GL WAGES/TAX DO NOT AGREE WITH PAYROLL"
                                        TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION.
           MOVE WK-CURR-ENTITY          TO WD-EN-ENTITY.
           MOVE WG-EN-PAY-GROSS         TO WX-PAY-GROSS.
           MOVE WG-EN-PAY-TAX           TO WX-PAY-TAX.
           MOVE WG-EN-GL-GROSS          TO WX-GL-GROSS.
           MOVE WG-EN-GL-TAX            TO WX-GL-TAX.
           PERFORM 4E-PRINT-ENTITY-LINES.
           ADD WG-EN-PAY-GROSS          TO WG-ALL-PAY-GROSS.
           ADD WG-EN-PAY-TAX            TO WG-ALL-PAY-TAX.
           ADD WG-EN-GL-GROSS           TO WG-ALL-GL-GROSS.
           ADD WG-EN-GL-TAX             TO WG-ALL-GL-TAX.
           MOVE ZERO TO WG-EN-PAY-GROSS, WG-EN-PAY-TAX,
                        WG-EN-GL-GROSS, WG-EN-GL-TAX.
       4D-EXIT.
           EXIT.

       4E-PRINT-ENTITY-LINES SECTION.
       4E-ENTRY.
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           MOVE "WAGES"                 TO WD-EN-ITEM.
           MOVE WX-PAY-GROSS            TO WX-LEFT-AMOUNT.
           MOVE WX-GL-GROSS             TO WX-RIGHT-AMOUNT.
           PERFORM 4F-PRINT-ENTITY-ITEM.
           MOVE SPACES                  TO WD-EN-ENTITY.
           MOVE "TAX"                   TO WD-EN-ITEM.
           MOVE WX-PAY-TAX              TO WX-LEFT-AMOUNT.
           MOVE WX-GL-TAX               TO WX-RIGHT-AMOUNT.
           PERFORM 4F-PRINT-ENTITY-ITEM.
           MOVE 2 TO WA-LINE-THROW.
       4E-EXIT.
           EXIT.

       4F-PRINT-ENTITY-ITEM SECTION.
       4F-ENTRY.
           SUBTRACT WX-RIGHT-AMOUNT FROM WX-LEFT-AMOUNT
               GIVING WX-DIFFERENCE.
           MOVE WX-LEFT-AMOUNT          TO WD-EN-PAYROLL.
           MOVE WX-RIGHT-AMOUNT         TO WD-EN-GL.
           MOVE WX-DIFFERENCE           TO WD-EN-DIFFERENCE.
           IF WX-DIFFERENCE = ZERO
               MOVE "AGREES"            TO WD-EN-NOTE
           ELSE
               MOVE "OUT OF BALANCE"    TO WD-EN-NOTE.
           MOVE WD-ENTITY-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4F-EXIT.
           EXIT.

       4G-PRINT-TOTALS SECTION.
       4G-ENTRY.
           DISPLAY "4G-PRINT-TOTALS".
           MOVE "TOTAL"                 TO WD-EN-ENTITY.
           MOVE WG-ALL-PAY-GROSS        TO WX-PAY-GROSS.
           MOVE WG-ALL-PAY-TAX          TO WX-PAY-TAX.
           MOVE WG-ALL-GL-GROSS         TO WX-GL-GROSS.
           MOVE WG-ALL-GL-TAX           TO WX-GL-TAX.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 4E-PRINT-ENTITY-LINES.
           MOVE WA-EMPLOYEE-COUNT       TO WD-CL-EMPLOYEES.
           MOVE WA-EMPLOYEE-OUT-COUNT   TO WD-CL-EMPLOYEES-OUT.
           MOVE WA-ENTITY-COUNT         TO WD-CL-ENTITIES.
           MOVE WA-ENTITY-OUT-COUNT     TO WD-CL-ENTITIES-OUT.
           MOVE WD-COUNT-LINE TO REPORT-REC.
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
