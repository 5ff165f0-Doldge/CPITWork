       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4F.
       AUTHOR. LYDIA.

      *                   program screens the eft files written by the
      *                   pay run before they go to the bank.  every
      *                   payment is checked against the employee
      *                   master and the pay history, and is held when
      *                   - there is no master record for the payee
      *                   - the bank account is also used by another
      *                     employee, on the master or in this run
      *                   - the bank details were changed by master
      *                     maintenance since the last screening
      *                   - the nett is more than three times the
      *                     average nett of the other periods on the
      *                     pay history.
      *                   a held payment is taken off the eft file and
      *                   put on the held-pays file, and is backed out
      *                   of the year-to-date nett and the net pay
      *                   clearing account as a returned payment is,
      *                   so that the return run can reissue it once a
      *                   supervisor has released it.  the screening
      *                   report lists every payment held and why.
      *                   the reversal goes to the payee's master cost
      *                   centre or, with no master, to the cost centre
      *                   keyed for the payee on the run file.  a
      *                   payment is not held when there is no net pay
      *                   clearing account to reverse it to; it is
      *                   paid, reported as an exception, and listed on
      *                   the screening report as paid with the hold
      *                   refused.
      *                   bank changes are archived once screened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      *
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.
      *
       FILE-CONTROL.
           SELECT EFT-FILE ASSIGN TO WT-EFT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-EFT-STATUS
           SELECT EFT-WORK-FILE ASSIGN TO "PAY4FEWK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-EFT-WORK-STATUS
           SELECT RUN-CONTROL-FILE ASSIGN TO "PAY4CTRL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RUN-CONTROL-STATUS
           SELECT EXCEPTION-FILE ASSIGN TO "PAY4EXC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-EXCEPTION-STATUS
           SELECT BANK-CHANGE-FILE ASSIGN TO "PAY4BCHG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-BANK-CHANGE-STATUS
           SELECT BANK-CHANGE-ARCHIVE-FILE ASSIGN TO "PAY4BCHA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-BANK-ARCHIVE-STATUS
           SELECT ENTITY-WORK-FILE ASSIGN TO "PAY4ENWK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-ENTITY-CODE
           FILE STATUS IS WI-ENTITY-WORK-STATUS
           SELECT ACCOUNT-WORK-FILE ASSIGN TO "PAY4FAWK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AW-KEY
           FILE STATUS IS WI-ACCOUNT-WORK-STATUS
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "PAY4EMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-NUMBER
           FILE STATUS IS WI-EMPLOYEE-STATUS
           SELECT HISTORY-FILE ASSIGN TO "PAY4HIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WI-HISTORY-STATUS
           SELECT RUN-FILE ASSIGN TO "PAY4DATA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RUN-STATUS
           SELECT YTD-FILE ASSIGN TO "PAY4YTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YT-NUMBER
           FILE STATUS IS WI-YTD-STATUS
           SELECT GL-MAP-FILE ASSIGN TO "PAY4GLMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GM-KEY
           FILE STATUS IS WI-GLMAP-STATUS
           SELECT HELD-FILE ASSIGN TO "PAY4HELD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HP-NUMBER
           FILE STATUS IS WI-HELD-STATUS
           SELECT GL-FILE ASSIGN TO "PAY4FGL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-STATUS
           SELECT GL-LOG-FILE ASSIGN TO "PAY4GLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-LOG-STATUS
           SELECT JOURNAL-FILE ASSIGN TO "PAY4TJNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-STATUS
           SELECT REPORT-FILE ASSIGN TO PRINTER "PAY4FSCR"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      EFT-FILE                 LABEL RECORDS STANDARD.
       01      EFT-REC.
         03    EF-NUMBER                PIC X(6).
         03    FILLER                   PIC X.
         03    EF-NAME                  PIC X(20).
         03    FILLER                   PIC X.
         03    EF-BANK-BSB              PIC X(6).
         03    FILLER                   PIC X.
         03    EF-BANK-ACCOUNT          PIC X(9).
         03    FILLER                   PIC X.
         03    EF-NETT                  PIC ZZZ9.99.
      *
       FD      EFT-WORK-FILE.
       01      EFT-WORK-REC             PIC X(52).
      *
       FD      RUN-CONTROL-FILE.
       01      RUN-CONTROL-REC.
         03    RC-PERIOD-NO             PIC 99.
         03    RC-PAY-DATE              PIC X(8).
         03    RC-FREQUENCY             PIC X.
         03    RC-SUPER-RATE            PIC V999.
         03    RC-TRIAL-FLAG            PIC X.
           88  RC-TRIAL-RUN             VALUE "T".
         03    RC-PROTECTED-NET         PIC 9(4)V99.
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
       FD      BANK-CHANGE-FILE.
       01      BANK-CHANGE-REC.
         03    BC-NUMBER                PIC X(6).
         03    BC-NAME                  PIC X(20).
         03    BC-OLD-BANK-BSB          PIC X(6).
         03    BC-OLD-BANK-ACCOUNT      PIC X(9).
         03    BC-NEW-BANK-BSB          PIC X(6).
         03    BC-NEW-BANK-ACCOUNT      PIC X(9).
      *
       FD      BANK-CHANGE-ARCHIVE-FILE.
       01      BANK-CHANGE-ARCHIVE-REC  PIC X(56).
      *
       FD      ENTITY-WORK-FILE.
       01      ENTITY-WORK-REC.
         03    EN-ENTITY-CODE           PIC X(2).
      *
       FD      ACCOUNT-WORK-FILE.
       01      ACCOUNT-WORK-REC.
         03    AW-KEY.
           05  AW-BANK-BSB              PIC X(6).
           05  AW-BANK-ACCOUNT          PIC X(9).
           05  AW-NUMBER                PIC X(6).
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
       FD      RUN-FILE.
       01      RUN-REC.
         03    RN-NUMBER                PIC X(6).
         03    RN-NAME                  PIC X(20).
         03    FILLER                   PIC X(40).
         03    RN-COST-CENTRE           PIC X(4).
         03    FILLER                   PIC X(11).
         03    RN-SPLIT-COUNT           PIC 9.
         03    RN-SPLIT-LINE OCCURS 5 TIMES.
           05  RN-SPLIT-CC              PIC X(4).
           05  RN-SPLIT-HOURS           PIC 999V99.
         03    FILLER                   PIC X(61).
      *
       FD      YTD-FILE.
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
         03    GM-ACCOUNT-NO            PIC X(8).
         03    GM-DR-CR                 PIC X.
      *
       FD      HELD-FILE.
       01      HELD-REC.
         03    HP-NUMBER                PIC X(6).
         03    HP-NAME                  PIC X(20).
         03    HP-AMOUNT                PIC S9(6)V99  COMP.
         03    HP-BANK-BSB              PIC X(6).
         03    HP-BANK-ACCOUNT          PIC X(9).
         03    HP-REASON                PIC X(20).
         03    FILLER REDEFINES HP-REASON.
           05  HP-REASON-TAG            PIC X(7).
             88  HP-SCREENED            VALUE "SCREEN-".
           05  FILLER                   PIC X(13).
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
       FD      REPORT-FILE.
       01      REPORT-REC               PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-SCREENED-COUNT        PIC S9(8) COMP.
           03  WA-PASSED-COUNT          PIC S9(8) COMP.
           03  WA-HELD-COUNT            PIC S9(8) COMP.
           03  WA-REFUSED-COUNT         PIC S9(8) COMP.
           03  WA-NO-MASTER-COUNT       PIC S9(8) COMP.
           03  WA-SHARED-COUNT          PIC S9(8) COMP.
           03  WA-BANK-CHANGED-COUNT    PIC S9(8) COMP.
           03  WA-NETT-HIGH-COUNT       PIC S9(8) COMP.
           03  WA-BANK-CHANGE-COUNT     PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-EXCEPTION-REASON      PIC X(40).
           03  WA-SHARED-REASON.
               05  FILLER               PIC X(26) VALUE
                                        "BANK ACCOUNT ALSO PAID TO ".
               05  WA-SR-NUMBER         PIC X(6).
           03  WA-HOLD-REASON           PIC X(20).
      *
       01  WB-INDICATORS.
           03  WB-ENTITY-EOF-IND        PIC X.
           88  WB-ENTITY-EOF            VALUE "Y".
           03  WB-EFT-EOF-IND           PIC X.
           88  WB-EFT-EOF               VALUE "Y".
           03  WB-EMPLOYEE-EOF-IND      PIC X.
           88  WB-EMPLOYEE-EOF          VALUE "Y".
           03  WB-HISTORY-EOF-IND       PIC X.
           88  WB-HISTORY-EOF           VALUE "Y".
           03  WB-ACCOUNT-EOF-IND       PIC X.
           88  WB-ACCOUNT-EOF           VALUE "Y".
           03  WB-BANK-CHANGE-EOF-IND   PIC X.
           88  WB-BANK-CHANGE-EOF       VALUE "Y".
           03  WB-EMPLOYEE-FOUND-IND    PIC X.
           88  WB-EMPLOYEE-FOUND        VALUE "Y".
           03  WB-ACCOUNT-FOUND-IND     PIC X.
           88  WB-ACCOUNT-FOUND         VALUE "Y".
           03  WB-YTD-FOUND-IND         PIC X.
           88  WB-YTD-FOUND             VALUE "Y".
           03  WB-GLMAP-FOUND-IND       PIC X.
           88  WB-GLMAP-FOUND           VALUE "Y".
           03  WB-HELD-FOUND-IND        PIC X.
           88  WB-HELD-FOUND            VALUE "Y".
           03  WB-CHANGED-IND           PIC X.
           88  WB-CHANGED               VALUE "Y".
           03  WB-HOLD-IND              PIC X.
           88  WB-HOLD                  VALUE "Y".
           03  WB-RUN-EOF-IND           PIC X.
           88  WB-RUN-EOF               VALUE "Y".
           03  WB-RUN-FOUND-IND         PIC X.
           88  WB-RUN-FOUND             VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-EFT-STATUS                PIC XX.
       01  WI-EFT-WORK-STATUS           PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-EXCEPTION-STATUS          PIC XX.
       01  WI-BANK-CHANGE-STATUS        PIC XX.
       01  WI-BANK-ARCHIVE-STATUS       PIC XX.
       01  WI-ENTITY-WORK-STATUS        PIC XX.
       01  WI-ACCOUNT-WORK-STATUS       PIC XX.
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-HISTORY-STATUS            PIC XX.
       01  WI-YTD-STATUS                PIC XX.
       01  WI-GLMAP-STATUS              PIC XX.
       01  WI-HELD-STATUS               PIC XX.
       01  WI-GL-STATUS                 PIC XX.
       01  WI-GL-LOG-STATUS             PIC XX.
       01  WI-JOURNAL-STATUS            PIC XX.
       01  WI-RUN-STATUS                PIC XX.
      *
       01  WT-EFT-FILENAME.
           03  FILLER                   PIC X(7) VALUE "PAY4EFT".
           03  WT-EFT-ENTITY            PIC X(2).
      *
       01      WN-CHANGE-TABLE.
           03  WN-CHANGE-COUNT          PIC S9(4) COMP VALUE ZERO.
           03  WN-CHANGE-ENTRY OCCURS 500 TIMES
                                        INDEXED BY WN-CHANGE-IDX.
               05  WN-NUMBER            PIC X(6).
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
           03  WM-NETT-FACTOR           PIC 9 VALUE 3.
      *
       01      WF-SCREEN-VALUES.
         03    WF-NETT                  PIC S9(6)V99  COMP.
         03    WF-HIST-TOTAL            PIC S9(8)V99  COMP.
         03    WF-HIST-COUNT            PIC S9(4)     COMP.
         03    WF-AVERAGE               PIC S9(6)V99  COMP.
         03    WF-LIMIT                 PIC S9(8)V99  COMP.
      *
       01      WG-TOTALS.
         03    WG-TOTAL-SCREENED        PIC S9(9)V99  COMP.
         03    WG-TOTAL-HELD            PIC S9(9)V99  COMP.
      *
       01      WY-GL-POST-VALUES.
           03  WY-GL-COMPONENT          PIC X.
           03  WY-GL-AMOUNT             PIC S9(8)V99  COMP.
           03  WY-GL-COST-CENTRE        PIC X(4).
      *
       01      WC-HEADING-LINES.

         03    WC-LINE2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(32) VALUE
                                        "EFT PAYMENT SCREENING".
           05  FILLER                   PIC X(07) VALUE "PERIOD ".
           05  WC-L2-PERIOD-NO          PIC 99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "PAGE ".
           05  WC-L2-PAGE-NO            PIC Z9.
         03    WC-LINE3.
           05  FILLER                   PIC X(35) VALUE SPACES.
           05  FILLER                   PIC X(42) VALUE
                            "PAYMENTS HELD - SUPERVISOR RELEASE NEEDED".
         03    WC-LINE4.
           05  FILLER                   PIC X(03) VALUE "EN".
           05  FILLER                   PIC X(07) VALUE "NUMBER".
           05  FILLER                   PIC X(21) VALUE "NAME".
           05  FILLER                   PIC X(07) VALUE "BSB".
           05  FILLER                   PIC X(10) VALUE "ACCOUNT".
           05  FILLER                   PIC X(11) VALUE "      NETT".
           05  FILLER                   PIC X(11) VALUE "   AVERAGE".
           05  FILLER                   PIC X(08) VALUE "SHARED".
           05  FILLER                   PIC X(06) VALUE "REASON".
      *
       01      WD-DETAIL-LINES.

         03    WD-SCREEN-LINE.
           05  WD-SL-ENTITY             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-NUMBER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-NAME               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-BSB                PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-ACCOUNT            PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SL-NETT               PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-SL-AVERAGE            PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-SL-SHARED-WITH        PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-SL-NO-MASTER          PIC X(10).
           05  WD-SL-SHARED             PIC X(12).
           05  WD-SL-BANK-CHANGED       PIC X(13).
           05  WD-SL-NETT-HIGH          PIC X(09).

         03    WD-REFUSED-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(22) VALUE
                                        "PAID - HOLD REFUSED - ".
           05  FILLER                   PIC X(37) VALUE
                                "NO NET PAY GL ACCOUNT FOR COST CENTRE".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-COST-CENTRE        PIC X(04).

         03    WD-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE "SCREENED".
           05  WD-TL-SCREENED           PIC ZZZZZ9.
           05  FILLER                   PIC X(09) VALUE "  PASSED".
           05  WD-TL-PASSED             PIC ZZZZZ9.
           05  FILLER                   PIC X(07) VALUE "  HELD".
           05  WD-TL-HELD               PIC ZZZZZ9.
           05  FILLER                   PIC X(16) VALUE
                                        "  HOLDS REFUSED".
           05  WD-TL-REFUSED            PIC ZZZZZ9.
           05  FILLER                   PIC X(15) VALUE
                                        "  HELD AMOUNT ".
           05  WD-TL-HELD-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(16) VALUE
                                        "  SCREENED NETT ".
           05  WD-TL-SCREENED-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.

         03    WD-FLAG-COUNT-LINE.
           05  FILLER                   PIC X(10) VALUE "NO MASTER".
           05  WD-FC-NO-MASTER          PIC ZZZZZ9.
           05  FILLER                   PIC X(15) VALUE
                                        "  SHARED ACCT".
           05  WD-FC-SHARED             PIC ZZZZZ9.
           05  FILLER                   PIC X(15) VALUE
                                        "  BANK CHANGED".
           05  WD-FC-BANK-CHANGED       PIC ZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
                                        "  NETT HIGH".
           05  WD-FC-NETT-HIGH          PIC ZZZZZ9.
           05  FILLER                   PIC X(20) VALUE
                                        "  BANK CHANGES READ".
           05  WD-FC-BANK-CHANGES       PIC ZZZZZ9.
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4F".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4F RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           PERFORM 2E-START-ENTITY-PASS.
           PERFORM 3A-SCREEN-ENTITY UNTIL WB-ENTITY-EOF.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4F".
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           IF WB-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WA-SCREENED-COUNT        TO JS-READ-COUNT.
           MOVE WA-PASSED-COUNT          TO JS-ACCEPTED-COUNT.
           ADD  WA-REFUSED-COUNT         TO JS-ACCEPTED-COUNT.
           MOVE WA-HELD-COUNT            TO JS-REJECTED-COUNT.
           MOVE WG-TOTAL-HELD            TO JS-AMOUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE 16 TO WA-LINE-COUNT.
           MOVE "N" TO WB-ABORT-IND.
           MOVE LOW-VALUES TO WG-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM 2M-READ-RUN-CONTROL.
           IF WB-RUN-ABORTED
               GO TO 2A-EXIT.
           OPEN INPUT ENTITY-WORK-FILE.
           IF WI-ENTITY-WORK-STATUS NOT = "00"
               DISPLAY "PAY4ENWK NOT FOUND - RUN ABORTED"
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
           OPEN I-O YTD-FILE.
           IF WI-YTD-STATUS NOT = "00"
               DISPLAY "PAY4YTD NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT HISTORY-FILE.
           IF WI-HISTORY-STATUS NOT = "00"
               DISPLAY "PAY4HIST NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN I-O HELD-FILE.
           IF WI-HELD-STATUS NOT = "00"
               OPEN OUTPUT HELD-FILE
               CLOSE HELD-FILE
               OPEN I-O HELD-FILE.
           OPEN OUTPUT ACCOUNT-WORK-FILE.
           CLOSE ACCOUNT-WORK-FILE.
           OPEN I-O ACCOUNT-WORK-FILE.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 2S-OPEN-EXCEPTION-FILE.
           PERFORM 2N-OPEN-JOURNAL-FILE.
           PERFORM 2O-OPEN-GL-LOG-FILE.
           PERFORM 2G-LOAD-BANK-CHANGES.
           PERFORM 2H-INDEX-MASTER-ACCOUNTS.
           PERFORM 2E-START-ENTITY-PASS.
           PERFORM 3B-INDEX-EFT-ACCOUNTS UNTIL WB-ENTITY-EOF.
       2A-EXIT.
           EXIT.

       2B-READ-EFT-WORK SECTION.
       2B-ENTRY.
           READ EFT-WORK-FILE AT END MOVE "Y" TO WB-EFT-EOF-IND.
           IF NOT WB-EFT-EOF
               MOVE EFT-WORK-REC TO EFT-REC
               DISPLAY "2B JUST READ " EFT-REC.
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
           PERFORM 4G-PRINT-TOTALS.
           CLOSE ENTITY-WORK-FILE, ACCOUNT-WORK-FILE,
                 EMPLOYEE-MASTER-FILE, GL-MAP-FILE, YTD-FILE,
                 HISTORY-FILE, HELD-FILE, GL-FILE, REPORT-FILE,
                 EXCEPTION-FILE, JOURNAL-FILE, GL-LOG-FILE.
           PERFORM 2K-ROLL-BANK-CHANGES.
       2D-EXIT.
           EXIT.

       2E-START-ENTITY-PASS SECTION.
       2E-ENTRY.
           MOVE "N" TO WB-ENTITY-EOF-IND.
           MOVE LOW-VALUES TO EN-ENTITY-CODE.
           START ENTITY-WORK-FILE KEY NOT < EN-ENTITY-CODE
               INVALID KEY MOVE "Y" TO WB-ENTITY-EOF-IND.
           IF NOT WB-ENTITY-EOF
               PERFORM 2F-READ-ENTITY.
       2E-EXIT.
           EXIT.

       2F-READ-ENTITY SECTION.
       2F-ENTRY.
           READ ENTITY-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-ENTITY-EOF-IND.
           IF NOT WB-ENTITY-EOF
               MOVE EN-ENTITY-CODE TO WT-EFT-ENTITY.
       2F-EXIT.
           EXIT.

       2G-LOAD-BANK-CHANGES SECTION.
       2G-ENTRY.
           DISPLAY "2G LOAD BANK CHANGES".
           MOVE ZERO TO WN-CHANGE-COUNT.
           OPEN INPUT BANK-CHANGE-FILE.
           IF WI-BANK-CHANGE-STATUS NOT = "00"
               DISPLAY "PAY4BCHG NOT FOUND - NO BANK CHANGES"
               GO TO 2G-EXIT.
           MOVE "N" TO WB-BANK-CHANGE-EOF-IND.
           PERFORM 2I-READ-BANK-CHANGE.
           PERFORM 3C-STORE-BANK-CHANGE UNTIL WB-BANK-CHANGE-EOF.
           CLOSE BANK-CHANGE-FILE.
       2G-EXIT.
           EXIT.

       2H-INDEX-MASTER-ACCOUNTS SECTION.
       2H-ENTRY.
           DISPLAY "2H INDEX MASTER ACCOUNTS".
           MOVE "N" TO WB-EMPLOYEE-EOF-IND.
           MOVE LOW-VALUES TO EM-NUMBER.
           START EMPLOYEE-MASTER-FILE KEY NOT < EM-NUMBER
               INVALID KEY MOVE "Y" TO WB-EMPLOYEE-EOF-IND.
           IF NOT WB-EMPLOYEE-EOF
               PERFORM 2J-READ-MASTER.
           PERFORM 3D-INDEX-MASTER-ACCOUNT UNTIL WB-EMPLOYEE-EOF.
       2H-EXIT.
           EXIT.

       2I-READ-BANK-CHANGE SECTION.
       2I-ENTRY.
           READ BANK-CHANGE-FILE
               AT END MOVE "Y" TO WB-BANK-CHANGE-EOF-IND.
       2I-EXIT.
           EXIT.

       2J-READ-MASTER SECTION.
       2J-ENTRY.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-EMPLOYEE-EOF-IND.
       2J-EXIT.
           EXIT.

       2K-ROLL-BANK-CHANGES SECTION.
       2K-ENTRY.
           DISPLAY "2K ROLL BANK CHANGES".
           OPEN INPUT BANK-CHANGE-FILE.
           IF WI-BANK-CHANGE-STATUS NOT = "00"
               GO TO 2K-EXIT.
           OPEN EXTEND BANK-CHANGE-ARCHIVE-FILE.
           IF WI-BANK-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT BANK-CHANGE-ARCHIVE-FILE.
           MOVE "N" TO WB-BANK-CHANGE-EOF-IND.
           PERFORM 2I-READ-BANK-CHANGE.
           PERFORM 3E-ARCHIVE-BANK-CHANGE UNTIL WB-BANK-CHANGE-EOF.
           CLOSE BANK-CHANGE-FILE, BANK-CHANGE-ARCHIVE-FILE.
           OPEN OUTPUT BANK-CHANGE-FILE.
           CLOSE BANK-CHANGE-FILE.
       2K-EXIT.
           EXIT.

       2M-READ-RUN-CONTROL SECTION.
       2M-ENTRY.
           DISPLAY "2M READ RUN CONTROL".
           OPEN INPUT RUN-CONTROL-FILE.
           IF WI-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
               IF WI-RUN-CONTROL-STATUS = "00"
                   MOVE RC-PERIOD-NO    TO WM-PAY-PERIOD-NO
                   MOVE RC-PAY-DATE     TO WM-PAY-DATE
                   IF RC-TRIAL-RUN
                       DISPLAY "TRIAL RUN - NO EFT FILES TO SCREEN"
                       MOVE "Y" TO WB-ABORT-IND.
           CLOSE RUN-CONTROL-FILE.
           MOVE WM-PAY-PERIOD-NO TO WC-L2-PERIOD-NO.
       2M-EXIT.
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

       2U-WRITE-EXCEPTION SECTION.
       2U-ENTRY.
           MOVE SPACES TO EXCEPTION-REC.
           MOVE EF-NUMBER                TO ER-NUMBER.
           MOVE EF-NAME                  TO ER-NAME.
           MOVE WA-EXCEPTION-REASON      TO ER-REASON.
           PERFORM 2T-STAMP-EXCEPTION.
           WRITE EXCEPTION-REC.
       2U-EXIT.
           EXIT.

       2V-READ-HISTORY SECTION.
       2V-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               IF PH-NUMBER NOT = EF-NUMBER
                   MOVE "Y" TO WB-HISTORY-EOF-IND.
       2V-EXIT.
           EXIT.

       2W-READ-ACCOUNT SECTION.
       2W-ENTRY.
           READ ACCOUNT-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-ACCOUNT-EOF-IND.
           IF NOT WB-ACCOUNT-EOF
               IF AW-BANK-BSB NOT = EF-BANK-BSB
                       OR AW-BANK-ACCOUNT NOT = EF-BANK-ACCOUNT
                   MOVE "Y" TO WB-ACCOUNT-EOF-IND.
       2W-EXIT.
           EXIT.

       3A-SCREEN-ENTITY SECTION.
       3A-ENTRY.
           DISPLAY "3A SCREENING ENTITY " EN-ENTITY-CODE.
           OPEN INPUT EFT-FILE.
           IF WI-EFT-STATUS NOT = "00"
               DISPLAY "3A " WT-EFT-FILENAME " NOT FOUND - SKIPPED"
               PERFORM 2F-READ-ENTITY
               GO TO 3A-EXIT.
           OPEN OUTPUT EFT-WORK-FILE.
           MOVE "N" TO WB-EFT-EOF-IND.
           PERFORM 3F-READ-EFT.
           PERFORM 3G-COPY-EFT UNTIL WB-EFT-EOF.
           CLOSE EFT-FILE, EFT-WORK-FILE.
           OPEN INPUT EFT-WORK-FILE.
           OPEN OUTPUT EFT-FILE.
           MOVE "N" TO WB-EFT-EOF-IND.
           PERFORM 2B-READ-EFT-WORK.
           PERFORM 4A-SCREEN-PAYMENT UNTIL WB-EFT-EOF.
           CLOSE EFT-FILE, EFT-WORK-FILE.
           PERFORM 2F-READ-ENTITY.
       3A-EXIT.
           EXIT.

       3B-INDEX-EFT-ACCOUNTS SECTION.
       3B-ENTRY.
           OPEN INPUT EFT-FILE.
           IF WI-EFT-STATUS NOT = "00"
               PERFORM 2F-READ-ENTITY
               GO TO 3B-EXIT.
           MOVE "N" TO WB-EFT-EOF-IND.
           PERFORM 3F-READ-EFT.
           PERFORM 3H-INDEX-EFT-ACCOUNT UNTIL WB-EFT-EOF.
           CLOSE EFT-FILE.
           PERFORM 2F-READ-ENTITY.
       3B-EXIT.
           EXIT.

       3C-STORE-BANK-CHANGE SECTION.
       3C-ENTRY.
           ADD 1 TO WA-BANK-CHANGE-COUNT.
           IF WN-CHANGE-COUNT NOT < 500
               DISPLAY "3C BANK CHANGE TABLE FULL - " BC-NUMBER
               MOVE BC-NUMBER TO EF-NUMBER
               MOVE BC-NAME   TO EF-NAME
               MOVE "BANK CHANGE NOT SCREENED - TABLE FULL"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2U-WRITE-EXCEPTION
               PERFORM 2I-READ-BANK-CHANGE
               GO TO 3C-EXIT.
           ADD 1 TO WN-CHANGE-COUNT.
           SET WN-CHANGE-IDX TO WN-CHANGE-COUNT.
           MOVE BC-NUMBER TO WN-NUMBER (WN-CHANGE-IDX).
           PERFORM 2I-READ-BANK-CHANGE.
       3C-EXIT.
           EXIT.

       3D-INDEX-MASTER-ACCOUNT SECTION.
       3D-ENTRY.
           IF EM-BANK-BSB NOT = SPACES OR EM-BANK-ACCOUNT NOT = SPACES
               MOVE EM-BANK-BSB     TO AW-BANK-BSB
               MOVE EM-BANK-ACCOUNT TO AW-BANK-ACCOUNT
               MOVE EM-NUMBER       TO AW-NUMBER
               PERFORM 3J-ADD-ACCOUNT.
           PERFORM 2J-READ-MASTER.
       3D-EXIT.
           EXIT.

       3E-ARCHIVE-BANK-CHANGE SECTION.
       3E-ENTRY.
           MOVE BANK-CHANGE-REC TO BANK-CHANGE-ARCHIVE-REC.
           WRITE BANK-CHANGE-ARCHIVE-REC.
           PERFORM 2I-READ-BANK-CHANGE.
       3E-EXIT.
           EXIT.

       3F-READ-EFT SECTION.
       3F-ENTRY.
           READ EFT-FILE AT END MOVE "Y" TO WB-EFT-EOF-IND.
       3F-EXIT.
           EXIT.

       3G-COPY-EFT SECTION.
       3G-ENTRY.
           MOVE EFT-REC TO EFT-WORK-REC.
           WRITE EFT-WORK-REC.
           PERFORM 3F-READ-EFT.
       3G-EXIT.
           EXIT.

       3H-INDEX-EFT-ACCOUNT SECTION.
       3H-ENTRY.
           IF EF-BANK-BSB NOT = SPACES OR EF-BANK-ACCOUNT NOT = SPACES
               MOVE EF-BANK-BSB     TO AW-BANK-BSB
               MOVE EF-BANK-ACCOUNT TO AW-BANK-ACCOUNT
               MOVE EF-NUMBER       TO AW-NUMBER
               PERFORM 3J-ADD-ACCOUNT.
           PERFORM 3F-READ-EFT.
       3H-EXIT.
           EXIT.

       3J-ADD-ACCOUNT SECTION.
       3J-ENTRY.
           MOVE "Y" TO WB-ACCOUNT-FOUND-IND.
           READ ACCOUNT-WORK-FILE KEY IS AW-KEY
               INVALID KEY MOVE "N" TO WB-ACCOUNT-FOUND-IND.
           IF NOT WB-ACCOUNT-FOUND
               WRITE ACCOUNT-WORK-REC.
       3J-EXIT.
           EXIT.

       3K-PRINT-HEADINGS SECTION.
       3K-ENTRY.
           DISPLAY "3K-PRINT-HEADINGS".
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
       3K-EXIT.
           EXIT.

       4A-SCREEN-PAYMENT SECTION.
       4A-ENTRY.
           DISPLAY "4A SCREENING " EF-NUMBER.
           ADD 1 TO WA-SCREENED-COUNT.
           MOVE EF-NETT TO WF-NETT.
           ADD WF-NETT TO WG-TOTAL-SCREENED.
           MOVE "N" TO WB-HOLD-IND.
           MOVE SPACES TO WA-HOLD-REASON.
           MOVE SPACES TO WD-SL-SHARED-WITH, WD-SL-NO-MASTER,
                          WD-SL-SHARED, WD-SL-BANK-CHANGED,
                          WD-SL-NETT-HIGH.
           MOVE ZERO TO WF-AVERAGE.
           PERFORM 4B-CHECK-MASTER.
           PERFORM 4C-CHECK-SHARED-ACCOUNT.
           PERFORM 4D-CHECK-BANK-CHANGE.
           PERFORM 4E-CHECK-NETT-HISTORY.
           IF WB-HOLD
               PERFORM 4F-HOLD-PAYMENT
           ELSE
               WRITE EFT-REC
               ADD 1 TO WA-PASSED-COUNT.
           PERFORM 2B-READ-EFT-WORK.
       4A-EXIT.
           EXIT.

       4B-CHECK-MASTER SECTION.
       4B-ENTRY.
           MOVE EF-NUMBER TO EM-NUMBER.
           MOVE "Y" TO WB-EMPLOYEE-FOUND-IND.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-NUMBER
               INVALID KEY MOVE "N" TO WB-EMPLOYEE-FOUND-IND.
           IF WB-EMPLOYEE-FOUND
               GO TO 4B-EXIT.
           MOVE "Y" TO WB-HOLD-IND.
           MOVE "SCREEN-NO MASTER" TO WA-HOLD-REASON.
           MOVE "NO MASTER" TO WD-SL-NO-MASTER.
           ADD 1 TO WA-NO-MASTER-COUNT.
           MOVE "EFT PAYMENT HELD - NO MASTER RECORD"
                                         TO WA-EXCEPTION-REASON.
           PERFORM 2U-WRITE-EXCEPTION.
       4B-EXIT.
           EXIT.

       4C-CHECK-SHARED-ACCOUNT SECTION.
       4C-ENTRY.
           IF EF-BANK-BSB = SPACES AND EF-BANK-ACCOUNT = SPACES
               GO TO 4C-EXIT.
           MOVE EF-BANK-BSB     TO AW-BANK-BSB.
           MOVE EF-BANK-ACCOUNT TO AW-BANK-ACCOUNT.
           MOVE LOW-VALUES      TO AW-NUMBER.
           MOVE "N" TO WB-ACCOUNT-EOF-IND.
           START ACCOUNT-WORK-FILE KEY NOT < AW-KEY
               INVALID KEY MOVE "Y" TO WB-ACCOUNT-EOF-IND.
           IF NOT WB-ACCOUNT-EOF
               PERFORM 2W-READ-ACCOUNT.
           PERFORM 4J-MATCH-ACCOUNT UNTIL WB-ACCOUNT-EOF.
           IF WD-SL-SHARED-WITH = SPACES
               GO TO 4C-EXIT.
           MOVE "Y" TO WB-HOLD-IND.
           IF WA-HOLD-REASON = SPACES
               MOVE "SCREEN-SHARED ACCT" TO WA-HOLD-REASON.
           MOVE "SHARED ACCT" TO WD-SL-SHARED.
           ADD 1 TO WA-SHARED-COUNT.
           MOVE WD-SL-SHARED-WITH TO WA-SR-NUMBER.
           MOVE WA-SHARED-REASON TO WA-EXCEPTION-REASON.
           PERFORM 2U-WRITE-EXCEPTION.
       4C-EXIT.
           EXIT.

       4D-CHECK-BANK-CHANGE SECTION.
       4D-ENTRY.
           MOVE "N" TO WB-CHANGED-IND.
           PERFORM 4K-MATCH-BANK-CHANGE
               VARYING WN-CHANGE-IDX FROM 1 BY 1
               UNTIL WN-CHANGE-IDX > WN-CHANGE-COUNT
                  OR WB-CHANGED.
           IF NOT WB-CHANGED
               GO TO 4D-EXIT.
           MOVE "Y" TO WB-HOLD-IND.
           IF WA-HOLD-REASON = SPACES
               MOVE "SCREEN-BANK CHANGED" TO WA-HOLD-REASON.
           MOVE "BANK CHANGED" TO WD-SL-BANK-CHANGED.
           ADD 1 TO WA-BANK-CHANGED-COUNT.
           MOVE "EFT PAYMENT HELD - BANK DETAILS CHANGED"
                                         TO WA-EXCEPTION-REASON.
           PERFORM 2U-WRITE-EXCEPTION.
       4D-EXIT.
           EXIT.

       4E-CHECK-NETT-HISTORY SECTION.
       4E-ENTRY.
           MOVE ZERO TO WF-HIST-TOTAL, WF-HIST-COUNT.
           MOVE EF-NUMBER TO PH-NUMBER.
           MOVE ZERO TO PH-PERIOD-NO.
           MOVE "N" TO WB-HISTORY-EOF-IND.
           START HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               PERFORM 2V-READ-HISTORY.
           PERFORM 4L-ADD-HISTORY UNTIL WB-HISTORY-EOF.
           IF WF-HIST-COUNT = ZERO
               GO TO 4E-EXIT.
           DIVIDE WF-HIST-TOTAL BY WF-HIST-COUNT
               GIVING WF-AVERAGE ROUNDED.
           IF WF-AVERAGE NOT > ZERO
               GO TO 4E-EXIT.
           MULTIPLY WF-AVERAGE BY WM-NETT-FACTOR GIVING WF-LIMIT.
           IF WF-NETT NOT > WF-LIMIT
               GO TO 4E-EXIT.
           MOVE "Y" TO WB-HOLD-IND.
           IF WA-HOLD-REASON = SPACES
               MOVE "SCREEN-NETT HIGH" TO WA-HOLD-REASON.
           MOVE "NETT HIGH" TO WD-SL-NETT-HIGH.
           ADD 1 TO WA-NETT-HIGH-COUNT.
           MOVE "EFT PAYMENT HELD - NETT OVER 3 X AVERAGE"
                                         TO WA-EXCEPTION-REASON.
           PERFORM 2U-WRITE-EXCEPTION.
       4E-EXIT.
           EXIT.

       4F-HOLD-PAYMENT SECTION.
       4F-ENTRY.
           DISPLAY "4F-HOLD-PAYMENT " EF-NUMBER " " WA-HOLD-REASON.
           PERFORM 4Q-FIND-HOLD-COST-CENTRE.
           IF NOT WB-GLMAP-FOUND
               DISPLAY "HOLD REFUSED FOR " EF-NUMBER
                       " - NO NET PAY ACCOUNT FOR COST CENTRE "
                       WY-GL-COST-CENTRE
               MOVE "HOLD REFUSED - NO NET PAY GL ACCOUNT"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2U-WRITE-EXCEPTION
               WRITE EFT-REC
               ADD 1 TO WA-REFUSED-COUNT
               PERFORM 4H-PRINT-SCREEN-LINE
               MOVE WY-GL-COST-CENTRE TO WD-RL-COST-CENTRE
               MOVE WD-REFUSED-LINE TO REPORT-REC
               PERFORM 2C-PRINT-LINE
               GO TO 4F-EXIT.
           ADD 1 TO WA-HELD-COUNT.
           ADD WF-NETT TO WG-TOTAL-HELD.
           MOVE EF-NUMBER TO HP-NUMBER.
           MOVE "Y" TO WB-HELD-FOUND-IND.
           READ HELD-FILE KEY IS HP-NUMBER
               INVALID KEY MOVE "N" TO WB-HELD-FOUND-IND.
           IF WB-HELD-FOUND
               ADD WF-NETT TO HP-AMOUNT
           ELSE
               MOVE EF-NUMBER           TO HP-NUMBER
               MOVE EF-NAME             TO HP-NAME
               MOVE WF-NETT             TO HP-AMOUNT.
           MOVE EF-BANK-BSB             TO HP-BANK-BSB.
           MOVE EF-BANK-ACCOUNT         TO HP-BANK-ACCOUNT.
           MOVE WA-HOLD-REASON          TO HP-REASON.
           IF WB-HELD-FOUND
               REWRITE HELD-REC
           ELSE
               WRITE HELD-REC.
           PERFORM 4M-REDUCE-YTD.
           MOVE "N" TO WY-GL-COMPONENT.
           MOVE WF-NETT TO WY-GL-AMOUNT.
           PERFORM 4N-POST-GL-COMPONENT.
           PERFORM 4P-WRITE-JOURNAL.
           PERFORM 4H-PRINT-SCREEN-LINE.
       4F-EXIT.
           EXIT.

       4G-PRINT-TOTALS SECTION.
       4G-ENTRY.
           DISPLAY "4G-PRINT-TOTALS".
           IF WA-LINE-COUNT > 12
               PERFORM 3K-PRINT-HEADINGS.
           MOVE WA-SCREENED-COUNT       TO WD-TL-SCREENED.
           MOVE WA-PASSED-COUNT         TO WD-TL-PASSED.
           MOVE WA-HELD-COUNT           TO WD-TL-HELD.
           MOVE WA-REFUSED-COUNT        TO WD-TL-REFUSED.
           MOVE WG-TOTAL-HELD           TO WD-TL-HELD-AMOUNT.
           MOVE WG-TOTAL-SCREENED       TO WD-TL-SCREENED-AMOUNT.
           MOVE WD-TOTAL-LINE TO REPORT-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE WA-NO-MASTER-COUNT      TO WD-FC-NO-MASTER.
           MOVE WA-SHARED-COUNT         TO WD-FC-SHARED.
           MOVE WA-BANK-CHANGED-COUNT   TO WD-FC-BANK-CHANGED.
           MOVE WA-NETT-HIGH-COUNT      TO WD-FC-NETT-HIGH.
           MOVE WA-BANK-CHANGE-COUNT    TO WD-FC-BANK-CHANGES.
           MOVE WD-FLAG-COUNT-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4G-EXIT.
           EXIT.

       4H-PRINT-SCREEN-LINE SECTION.
       4H-ENTRY.
           IF WA-LINE-COUNT > 12
               PERFORM 3K-PRINT-HEADINGS.
           MOVE EN-ENTITY-CODE          TO WD-SL-ENTITY.
           MOVE EF-NUMBER               TO WD-SL-NUMBER.
           MOVE EF-NAME                 TO WD-SL-NAME.
           MOVE EF-BANK-BSB             TO WD-SL-BSB.
           MOVE EF-BANK-ACCOUNT         TO WD-SL-ACCOUNT.
           MOVE WF-NETT                 TO WD-SL-NETT.
           MOVE WF-AVERAGE              TO WD-SL-AVERAGE.
           MOVE WD-SCREEN-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4H-EXIT.
           EXIT.

       4J-MATCH-ACCOUNT SECTION.
       4J-ENTRY.
           IF AW-NUMBER NOT = EF-NUMBER
               MOVE AW-NUMBER TO WD-SL-SHARED-WITH
               MOVE "Y" TO WB-ACCOUNT-EOF-IND
               GO TO 4J-EXIT.
           PERFORM 2W-READ-ACCOUNT.
       4J-EXIT.
           EXIT.

       4K-MATCH-BANK-CHANGE SECTION.
       4K-ENTRY.
           IF WN-NUMBER (WN-CHANGE-IDX) = EF-NUMBER
               MOVE "Y" TO WB-CHANGED-IND.
       4K-EXIT.
           EXIT.

       4L-ADD-HISTORY SECTION.
       4L-ENTRY.
           IF PH-PERIOD-NO NOT = WM-PAY-PERIOD-NO
               ADD PH-NETT TO WF-HIST-TOTAL
               ADD 1 TO WF-HIST-COUNT.
           PERFORM 2V-READ-HISTORY.
       4L-EXIT.
           EXIT.

       4M-REDUCE-YTD SECTION.
       4M-ENTRY.
           MOVE EF-NUMBER TO YT-NUMBER.
           MOVE "Y" TO WB-YTD-FOUND-IND.
           READ YTD-FILE KEY IS YT-NUMBER
               INVALID KEY MOVE "N" TO WB-YTD-FOUND-IND.
           IF NOT WB-YTD-FOUND
               MOVE "HELD PAYMENT - NO YTD RECORD TO REDUCE"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2U-WRITE-EXCEPTION
               GO TO 4M-EXIT.
           SUBTRACT WF-NETT FROM YT-YTD-NETT.
           REWRITE YTD-REC.
       4M-EXIT.
           EXIT.

       4N-POST-GL-COMPONENT SECTION.
       4N-ENTRY.
           IF WY-GL-AMOUNT = ZERO
               GO TO 4N-EXIT.
           MOVE WY-GL-COST-CENTRE       TO GM-COST-CENTRE.
           MOVE WY-GL-COMPONENT         TO GM-COMPONENT.
           MOVE "Y" TO WB-GLMAP-FOUND-IND.
           READ GL-MAP-FILE KEY IS GM-KEY
               INVALID KEY MOVE "N" TO WB-GLMAP-FOUND-IND.
           IF NOT WB-GLMAP-FOUND
               DISPLAY "NO GL ACCOUNT MAPPING FOR "
                       WY-GL-COST-CENTRE " " WY-GL-COMPONENT
               MOVE "NO GL ACCOUNT MAPPING - POSTING DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2U-WRITE-EXCEPTION
               GO TO 4N-EXIT.
           MOVE WY-GL-COST-CENTRE        TO GL-CC.
           MOVE GM-ACCOUNT-NO            TO GL-ACCOUNT-NO.
           IF GM-DR-CR = "D"
               MOVE "C" TO GL-DR-CR
           ELSE
               MOVE "D" TO GL-DR-CR.
           MOVE WY-GL-AMOUNT             TO GL-AMOUNT.
           WRITE GL-REC.
           MOVE "PAY4F"                  TO GO-SOURCE.
           MOVE EN-ENTITY-CODE           TO GO-ENTITY-CODE.
           MOVE WM-PAY-PERIOD-NO         TO GO-PERIOD-NO.
           MOVE WM-PAY-DATE              TO GO-PAY-DATE.
           MOVE WY-GL-COST-CENTRE        TO GO-CC.
           MOVE WY-GL-COMPONENT          TO GO-COMPONENT.
           MOVE GM-ACCOUNT-NO            TO GO-ACCOUNT-NO.
           MOVE GL-DR-CR                 TO GO-DR-CR.
           COMPUTE GO-AMOUNT = ZERO - WY-GL-AMOUNT.
           WRITE GL-LOG-REC.
       4N-EXIT.
           EXIT.

       4P-WRITE-JOURNAL SECTION.
       4P-ENTRY.
           DISPLAY "4P-WRITE-JOURNAL " EF-NUMBER.
           MOVE "H"                     TO TJ-TYPE.
           MOVE EF-NUMBER               TO TJ-NUMBER.
           MOVE EN-ENTITY-CODE          TO TJ-ENTITY-CODE.
           MOVE WY-GL-COST-CENTRE       TO TJ-COST-CENTRE.
           MOVE WM-PAY-PERIOD-NO        TO TJ-RUN-PERIOD-NO.
           MOVE WM-PAY-DATE             TO TJ-RUN-PAY-DATE.
           MOVE WM-PAY-PERIOD-NO        TO TJ-REF-PERIOD-NO.
           MOVE ZERO                    TO TJ-GROSS, TJ-TAX, TJ-SUPER.
           MOVE WF-NETT                 TO TJ-NETT.
           WRITE JOURNAL-REC.
       4P-EXIT.
           EXIT.

       4Q-FIND-HOLD-COST-CENTRE SECTION.
       4Q-ENTRY.
           MOVE SPACES TO WY-GL-COST-CENTRE.
           MOVE "N" TO WB-GLMAP-FOUND-IND.
           IF WB-EMPLOYEE-FOUND
               MOVE EM-COST-CENTRE      TO WY-GL-COST-CENTRE
           ELSE
               PERFORM 4R-FIND-RUN-COST-CENTRE.
           IF WY-GL-COST-CENTRE = SPACES
               GO TO 4Q-EXIT.
           MOVE WY-GL-COST-CENTRE       TO GM-COST-CENTRE.
           MOVE "N"                     TO GM-COMPONENT.
           MOVE "Y" TO WB-GLMAP-FOUND-IND.
           READ GL-MAP-FILE KEY IS GM-KEY
               INVALID KEY MOVE "N" TO WB-GLMAP-FOUND-IND.
       4Q-EXIT.
           EXIT.

       4R-FIND-RUN-COST-CENTRE SECTION.
       4R-ENTRY.
           OPEN INPUT RUN-FILE.
           IF WI-RUN-STATUS NOT = "00"
               DISPLAY "PAY4DATA NOT FOUND - NO COST CENTRE FOR "
                       EF-NUMBER
               GO TO 4R-EXIT.
           MOVE "N" TO WB-RUN-EOF-IND.
           MOVE "N" TO WB-RUN-FOUND-IND.
           PERFORM 4S-READ-RUN UNTIL WB-RUN-EOF OR WB-RUN-FOUND.
           CLOSE RUN-FILE.
       4R-EXIT.
           EXIT.

       4S-READ-RUN SECTION.
       4S-ENTRY.
           READ RUN-FILE AT END MOVE "Y" TO WB-RUN-EOF-IND.
           IF WB-RUN-EOF OR RN-NUMBER NOT = EF-NUMBER
               GO TO 4S-EXIT.
           MOVE "Y" TO WB-RUN-FOUND-IND.
           MOVE RN-COST-CENTRE          TO WY-GL-COST-CENTRE.
           IF WY-GL-COST-CENTRE = SPACES
                   AND RN-SPLIT-COUNT IS NUMERIC
                   AND RN-SPLIT-COUNT > ZERO
               MOVE RN-SPLIT-CC (1)     TO WY-GL-COST-CENTRE.
       4S-EXIT.
           EXIT.
