       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4E.
       AUTHOR. LYDIA.

      *                   program is the pay office enquiry.  an
      *                   employee number is keyed at the terminal and
      *                   everything held on file for that employee is
      *                   shown: the master standing data, the
      *                   year-to-date totals, the leave balances, any
      *                   arrears by deduction code, the deductions
      *                   still active, the pay history for each period
      *                   and any pay held by the screening or return
      *                   runs.  every file is opened for input only,
      *                   so the enquiry can be run while the office is
      *                   answering queries without touching the files.
      *                   a blank employee number ends the enquiry.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      *
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "PAY4EMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-NUMBER
           FILE STATUS IS WI-EMPLOYEE-STATUS
           SELECT YTD-FILE ASSIGN TO "PAY4YTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YT-NUMBER
           FILE STATUS IS WI-YTD-STATUS
           SELECT LEAVE-FILE ASSIGN TO "PAY4LEAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-NUMBER
           FILE STATUS IS WI-LEAVE-STATUS
           SELECT ARREARS-FILE ASSIGN TO "PAY4ARR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WI-ARREARS-STATUS
           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "PAY4DEDM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DD-KEY
           FILE STATUS IS WI-DEDM-STATUS
           SELECT HISTORY-FILE ASSIGN TO "PAY4HIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WI-HISTORY-STATUS
           SELECT HELD-FILE ASSIGN TO "PAY4HELD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HP-NUMBER
           FILE STATUS IS WI-HELD-STATUS.
      *
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD      LEAVE-FILE.
       01      LEAVE-REC.
         03    LV-NUMBER                PIC X(6).
         03    LV-NAME                  PIC X(20).
         03    LV-ANNUAL-BAL            PIC S9(5)V99  COMP.
         03    LV-PERSONAL-BAL          PIC S9(5)V99  COMP.
      *
       FD      ARREARS-FILE.
       01      ARREARS-REC.
         03    AR-KEY.
           05  AR-NUMBER                PIC X(6).
           05  AR-DED-CODE              PIC X(2).
         03    AR-NAME                  PIC X(20).
         03    AR-ARREARS               PIC S9(5)V99  COMP.
      *
       FD      DEDUCTION-MASTER-FILE.
       01      DEDUCTION-MASTER-REC.
         03    DD-KEY.
           05  DD-NUMBER              PIC X(6).
           05  DD-CODE                PIC X(2).
         03    DD-DESCRIPTION         PIC X(12).
         03    DD-AMOUNT              PIC S9(5)V99  COMP.
         03    DD-PRIORITY            PIC 99.
         03    DD-STATUS              PIC X.
           88  DD-DED-ACTIVE          VALUE "A".
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
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-ENQUIRY-COUNT         PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-ENQUIRY-NUMBER        PIC X(6).
           03  WA-REPLY                 PIC X.
      *
       01  WB-INDICATORS.
           03  WB-END-IND               PIC X.
           88  WB-END-OF-ENQUIRY        VALUE "Y".
           03  WB-EMPLOYEE-FOUND-IND    PIC X.
           88  WB-EMPLOYEE-FOUND        VALUE "Y".
           03  WB-YTD-FOUND-IND         PIC X.
           88  WB-YTD-FOUND             VALUE "Y".
           03  WB-LEAVE-FOUND-IND       PIC X.
           88  WB-LEAVE-FOUND           VALUE "Y".
           03  WB-HELD-FOUND-IND        PIC X.
           88  WB-HELD-FOUND            VALUE "Y".
           03  WB-ARREARS-EOF-IND       PIC X.
           88  WB-ARREARS-EOF           VALUE "Y".
           03  WB-DEDM-EOF-IND          PIC X.
           88  WB-DEDM-EOF              VALUE "Y".
           03  WB-HISTORY-EOF-IND       PIC X.
           88  WB-HISTORY-EOF           VALUE "Y".
           03  WB-YTD-AVAILABLE-IND     PIC X.
           88  WB-YTD-AVAILABLE         VALUE "Y".
           03  WB-LEAVE-AVAILABLE-IND   PIC X.
           88  WB-LEAVE-AVAILABLE       VALUE "Y".
           03  WB-ARREARS-AVAILABLE-IND PIC X.
           88  WB-ARREARS-AVAILABLE     VALUE "Y".
           03  WB-DEDM-AVAILABLE-IND    PIC X.
           88  WB-DEDM-AVAILABLE        VALUE "Y".
           03  WB-HISTORY-AVAILABLE-IND PIC X.
           88  WB-HISTORY-AVAILABLE     VALUE "Y".
           03  WB-HELD-AVAILABLE-IND    PIC X.
           88  WB-HELD-AVAILABLE        VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-YTD-STATUS                PIC XX.
       01  WI-LEAVE-STATUS              PIC XX.
       01  WI-ARREARS-STATUS            PIC XX.
       01  WI-DEDM-STATUS               PIC XX.
       01  WI-HISTORY-STATUS            PIC XX.
       01  WI-HELD-STATUS               PIC XX.
      *
       01      WK-SECTION-COUNTS.
         03    WK-ARREARS-LINES         PIC S9(4) COMP.
         03    WK-DEDUCTION-LINES       PIC S9(4) COMP.
         03    WK-HISTORY-LINES         PIC S9(4) COMP.
      *
       01      WC-HEADING-LINES.

         03    WC-LINE1.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(25) VALUE
                                        "PAYROLL ENQUIRY".
           05  FILLER                   PIC X(09) VALUE "EMPLOYEE ".
           05  WC-L1-NUMBER             PIC X(06).
         03    WC-ARREARS-HEAD.
           05  FILLER                   PIC X(12) VALUE "ARREARS".
           05  FILLER                   PIC X(06) VALUE "CODE".
           05  FILLER                   PIC X(10) VALUE "   ARREARS".
         03    WC-DEDUCTION-HEAD.
           05  FILLER                   PIC X(12) VALUE "DEDUCTIONS".
           05  FILLER                   PIC X(06) VALUE "CODE".
           05  FILLER                   PIC X(13) VALUE "DESCRIPTION".
           05  FILLER                   PIC X(10) VALUE "    AMOUNT".
           05  FILLER                   PIC X(10) VALUE "  PRIORITY".
         03    WC-HISTORY-HEAD1.
           05  FILLER                   PIC X(04) VALUE "PD".
           05  FILLER                   PIC X(10) VALUE "PAY DATE".
           05  FILLER                   PIC X(09) VALUE " HRS ORD".
           05  FILLER                   PIC X(09) VALUE " HRS 1.5".
           05  FILLER                   PIC X(10) VALUE " HRS DBL".
           05  FILLER                   PIC X(06) VALUE " RATE".
           05  FILLER                   PIC X(12) VALUE
                                        "    OVERTIME".
           05  FILLER                   PIC X(11) VALUE
                                        "  LV PAYOUT".
         03    WC-HISTORY-HEAD2.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
                                        "      GROSS".
           05  FILLER                   PIC X(12) VALUE
                                        "        TAX".
           05  FILLER                   PIC X(12) VALUE
                                        "      SUPER".
           05  FILLER                   PIC X(12) VALUE
                                        "       NETT".
           05  FILLER                   PIC X(12) VALUE
                                        " ALLOWANCES".
           05  FILLER                   PIC X(11) VALUE
                                        "  NOT TAXED".
      *
       01      WD-DETAIL-LINES.

         03    WD-MASTER-LINE1.
           05  FILLER                   PIC X(06) VALUE "NAME".
           05  WD-M1-NAME               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE "STATUS ".
           05  WD-M1-STATUS             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE "ENTITY ".
           05  WD-M1-ENTITY             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "STATE ".
           05  WD-M1-STATE              PIC X(03).
         03    WD-MASTER-LINE2.
           05  FILLER                   PIC X(06) VALUE "RATE".
           05  WD-M2-RATE               PIC Z9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "STD HOURS ".
           05  WD-M2-STD-HOURS          PIC Z9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE "COST CENTRE ".
           05  WD-M2-CC                 PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE "AUTO PAY ".
           05  WD-M2-AUTO-PAY           PIC X(01).
         03    WD-MASTER-LINE3.
           05  FILLER                   PIC X(06) VALUE "BSB".
           05  WD-M3-BSB                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE "ACCOUNT ".
           05  WD-M3-ACCOUNT            PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "FUND USI ".
           05  WD-M3-USI                PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE "MEMBER ".
           05  WD-M3-MEMBER-NO          PIC X(12).

         03    WD-YTD-LINE1.
           05  FILLER                   PIC X(10) VALUE "YTD GROSS".
           05  WD-Y1-GROSS              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "TAX".
           05  WD-Y1-TAX                PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "SUPER".
           05  WD-Y1-SUPER              PIC -Z,ZZZ,ZZ9.99.
         03    WD-YTD-LINE2.
           05  FILLER                   PIC X(10) VALUE "YTD DEDNS".
           05  WD-Y2-DEDNS              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "NETT".
           05  WD-Y2-NETT               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE "STATUS ".
           05  WD-Y2-STATUS             PIC X(06).
         03    WD-YTD-LINE3.
           05  FILLER                   PIC X(10) VALUE "YTD ALLOW".
           05  WD-Y3-ALLOW              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "NOT TAXED".
           05  WD-Y3-NONTAX             PIC -Z,ZZZ,ZZ9.99.

         03    WD-LEAVE-LINE.
           05  FILLER                   PIC X(14) VALUE
                                        "LEAVE  ANNUAL".
           05  WD-LV-ANNUAL             PIC -ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE "PERSONAL".
           05  WD-LV-PERSONAL           PIC -ZZ,ZZ9.99.
           05  FILLER                   PIC X(06) VALUE " HOURS".

         03    WD-ARREARS-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  WD-AR-CODE               PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-AR-ARREARS            PIC -ZZ,ZZ9.99.

         03    WD-DEDUCTION-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  WD-DD-CODE               PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-DD-DESCRIPTION        PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-DD-AMOUNT             PIC -ZZ,ZZ9.99.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  WD-DD-PRIORITY           PIC Z9.

         03    WD-HISTORY-LINE1.
           05  WD-H1-PERIOD-NO          PIC 99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-H1-PAY-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-H1-HOURS-ORD          PIC -ZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H1-HOURS-1-5          PIC -ZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H1-HOURS-DBL          PIC -ZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-H1-RATE               PIC Z9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H1-GROSS-OT           PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H1-LEAVE-PAYOUT       PIC -ZZZ,ZZ9.99.
         03    WD-HISTORY-LINE2.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-H2-GROSS              PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H2-TAX                PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H2-SUPER              PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H2-NETT               PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H2-ALLOW-TAXABLE      PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-H2-ALLOW-NONTAX       PIC -ZZZ,ZZ9.99.

         03    WD-HELD-LINE.
           05  FILLER                   PIC X(09) VALUE "HELD PAY".
           05  WD-HP-AMOUNT             PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "BSB ".
           05  WD-HP-BSB                PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-HP-ACCOUNT            PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE "REASON ".
           05  WD-HP-REASON             PIC X(20).


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4E".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4E ENQUIRY ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           PERFORM 2B-ACCEPT-NUMBER.
           PERFORM 3A-DEAL-WITH-ENQUIRY UNTIL WB-END-OF-ENQUIRY.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4E".
           STOP RUN.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE "N" TO WB-END-IND.
           MOVE "N" TO WB-ABORT-IND.
           MOVE "N" TO WB-YTD-AVAILABLE-IND.
           MOVE "N" TO WB-LEAVE-AVAILABLE-IND.
           MOVE "N" TO WB-ARREARS-AVAILABLE-IND.
           MOVE "N" TO WB-DEDM-AVAILABLE-IND.
           MOVE "N" TO WB-HISTORY-AVAILABLE-IND.
           MOVE "N" TO WB-HELD-AVAILABLE-IND.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WI-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "PAY4EMP NOT FOUND - ENQUIRY ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT YTD-FILE.
           IF WI-YTD-STATUS = "00"
               MOVE "Y" TO WB-YTD-AVAILABLE-IND
           ELSE
               DISPLAY "PAY4YTD NOT FOUND - NO YEAR-TO-DATE SHOWN".
           OPEN INPUT LEAVE-FILE.
           IF WI-LEAVE-STATUS = "00"
               MOVE "Y" TO WB-LEAVE-AVAILABLE-IND
           ELSE
               DISPLAY "PAY4LEAV NOT FOUND - NO LEAVE SHOWN".
           OPEN INPUT ARREARS-FILE.
           IF WI-ARREARS-STATUS = "00"
               MOVE "Y" TO WB-ARREARS-AVAILABLE-IND
           ELSE
               DISPLAY "PAY4ARR NOT FOUND - NO ARREARS SHOWN".
           OPEN INPUT DEDUCTION-MASTER-FILE.
           IF WI-DEDM-STATUS = "00"
               MOVE "Y" TO WB-DEDM-AVAILABLE-IND
           ELSE
               DISPLAY "PAY4DEDM NOT FOUND - NO DEDUCTIONS SHOWN".
           OPEN INPUT HISTORY-FILE.
           IF WI-HISTORY-STATUS = "00"
               MOVE "Y" TO WB-HISTORY-AVAILABLE-IND
           ELSE
               DISPLAY "PAY4HIST NOT FOUND - NO PAY HISTORY SHOWN".
           OPEN INPUT HELD-FILE.
           IF WI-HELD-STATUS = "00"
               MOVE "Y" TO WB-HELD-AVAILABLE-IND
           ELSE
               DISPLAY "PAY4HELD NOT FOUND - NO HELD PAY SHOWN".
       2A-EXIT.
           EXIT.

       2B-ACCEPT-NUMBER SECTION.
       2B-ENTRY.
           DISPLAY " ".
           DISPLAY "EMPLOYEE NUMBER (BLANK TO FINISH)".
           MOVE SPACES TO WA-ENQUIRY-NUMBER.
           ACCEPT WA-ENQUIRY-NUMBER.
           IF WA-ENQUIRY-NUMBER = SPACES
               MOVE "Y" TO WB-END-IND.
       2B-EXIT.
           EXIT.

       2C-PAUSE SECTION.
       2C-ENTRY.
           ADD 1 TO WA-LINE-COUNT.
           IF WA-LINE-COUNT < 20
               GO TO 2C-EXIT.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WA-REPLY.
           MOVE ZERO TO WA-LINE-COUNT.
       2C-EXIT.
           EXIT.

       2D-TIDY-UP SECTION.
       2D-ENTRY.
           DISPLAY "2D TIDY-UP".
           DISPLAY "ENQUIRIES MADE " WA-ENQUIRY-COUNT.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WB-YTD-AVAILABLE
               CLOSE YTD-FILE.
           IF WB-LEAVE-AVAILABLE
               CLOSE LEAVE-FILE.
           IF WB-ARREARS-AVAILABLE
               CLOSE ARREARS-FILE.
           IF WB-DEDM-AVAILABLE
               CLOSE DEDUCTION-MASTER-FILE.
           IF WB-HISTORY-AVAILABLE
               CLOSE HISTORY-FILE.
           IF WB-HELD-AVAILABLE
               CLOSE HELD-FILE.
       2D-EXIT.
           EXIT.

       2E-READ-ARREARS SECTION.
       2E-ENTRY.
           READ ARREARS-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-ARREARS-EOF-IND.
           IF NOT WB-ARREARS-EOF
               IF AR-NUMBER NOT = WA-ENQUIRY-NUMBER
                   MOVE "Y" TO WB-ARREARS-EOF-IND.
       2E-EXIT.
           EXIT.

       2F-READ-DEDUCTION SECTION.
       2F-ENTRY.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-DEDM-EOF-IND.
           IF NOT WB-DEDM-EOF
               IF DD-NUMBER NOT = WA-ENQUIRY-NUMBER
                   MOVE "Y" TO WB-DEDM-EOF-IND.
       2F-EXIT.
           EXIT.

       2G-READ-HISTORY SECTION.
       2G-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               IF PH-NUMBER NOT = WA-ENQUIRY-NUMBER
                   MOVE "Y" TO WB-HISTORY-EOF-IND.
       2G-EXIT.
           EXIT.

       3A-DEAL-WITH-ENQUIRY SECTION.
       3A-ENTRY.
           ADD 1 TO WA-ENQUIRY-COUNT.
           MOVE ZERO TO WA-LINE-COUNT.
           MOVE WA-ENQUIRY-NUMBER TO WC-L1-NUMBER.
           DISPLAY " ".
           DISPLAY WC-LINE1.
           PERFORM 4A-SHOW-MASTER.
           PERFORM 4B-SHOW-YTD.
           PERFORM 4C-SHOW-LEAVE.
           PERFORM 4D-SHOW-ARREARS.
           PERFORM 4F-SHOW-DEDUCTIONS.
           PERFORM 4H-SHOW-HISTORY.
           PERFORM 4J-SHOW-HELD.
           DISPLAY "END OF ENQUIRY FOR " WA-ENQUIRY-NUMBER.
           PERFORM 2B-ACCEPT-NUMBER.
       3A-EXIT.
           EXIT.

       4A-SHOW-MASTER SECTION.
       4A-ENTRY.
           DISPLAY " ".
           MOVE WA-ENQUIRY-NUMBER TO EM-NUMBER.
           MOVE "Y" TO WB-EMPLOYEE-FOUND-IND.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-NUMBER
               INVALID KEY MOVE "N" TO WB-EMPLOYEE-FOUND-IND.
           IF NOT WB-EMPLOYEE-FOUND
               DISPLAY "NO MASTER RECORD FOR " WA-ENQUIRY-NUMBER
               GO TO 4A-EXIT.
           MOVE EM-NAME                 TO WD-M1-NAME.
           IF EM-ACTIVE
               MOVE "ACTIVE"            TO WD-M1-STATUS
           ELSE
           IF EM-TERMINATED
               MOVE "TERMINATED"        TO WD-M1-STATUS
           ELSE
               MOVE EM-STATUS           TO WD-M1-STATUS.
           MOVE EM-ENTITY-CODE          TO WD-M1-ENTITY.
           MOVE EM-STATE-CODE           TO WD-M1-STATE.
           MOVE EM-RATE                 TO WD-M2-RATE.
           MOVE EM-STD-HOURS            TO WD-M2-STD-HOURS.
           MOVE EM-COST-CENTRE          TO WD-M2-CC.
           MOVE EM-AUTO-PAY-IND         TO WD-M2-AUTO-PAY.
           MOVE EM-BANK-BSB             TO WD-M3-BSB.
           MOVE EM-BANK-ACCOUNT         TO WD-M3-ACCOUNT.
           MOVE EM-SUPER-FUND-USI       TO WD-M3-USI.
           MOVE EM-SUPER-MEMBER-NO      TO WD-M3-MEMBER-NO.
           DISPLAY WD-MASTER-LINE1.
           DISPLAY WD-MASTER-LINE2.
           DISPLAY WD-MASTER-LINE3.
           ADD 4 TO WA-LINE-COUNT.
       4A-EXIT.
           EXIT.

       4B-SHOW-YTD SECTION.
       4B-ENTRY.
           IF NOT WB-YTD-AVAILABLE
               GO TO 4B-EXIT.
           DISPLAY " ".
           MOVE WA-ENQUIRY-NUMBER TO YT-NUMBER.
           MOVE "Y" TO WB-YTD-FOUND-IND.
           READ YTD-FILE KEY IS YT-NUMBER
               INVALID KEY MOVE "N" TO WB-YTD-FOUND-IND.
           IF NOT WB-YTD-FOUND
               DISPLAY "NO YEAR-TO-DATE RECORD"
               GO TO 4B-EXIT.
           MOVE YT-YTD-GROSS            TO WD-Y1-GROSS.
           MOVE YT-YTD-TAX              TO WD-Y1-TAX.
           MOVE YT-YTD-SUPER            TO WD-Y1-SUPER.
           MOVE YT-YTD-DEDNS            TO WD-Y2-DEDNS.
           MOVE YT-YTD-NETT             TO WD-Y2-NETT.
           IF YT-CLOSED
               MOVE "CLOSED"            TO WD-Y2-STATUS
           ELSE
               MOVE "OPEN"              TO WD-Y2-STATUS.
           MOVE YT-YTD-ALLOW            TO WD-Y3-ALLOW.
           MOVE YT-YTD-ALLOW-NONTAX     TO WD-Y3-NONTAX.
           DISPLAY WD-YTD-LINE1.
           DISPLAY WD-YTD-LINE2.
           DISPLAY WD-YTD-LINE3.
           ADD 4 TO WA-LINE-COUNT.
       4B-EXIT.
           EXIT.

       4C-SHOW-LEAVE SECTION.
       4C-ENTRY.
           IF NOT WB-LEAVE-AVAILABLE
               GO TO 4C-EXIT.
           DISPLAY " ".
           MOVE WA-ENQUIRY-NUMBER TO LV-NUMBER.
           MOVE "Y" TO WB-LEAVE-FOUND-IND.
           READ LEAVE-FILE KEY IS LV-NUMBER
               INVALID KEY MOVE "N" TO WB-LEAVE-FOUND-IND.
           IF NOT WB-LEAVE-FOUND
               DISPLAY "NO LEAVE RECORD"
               GO TO 4C-EXIT.
           MOVE LV-ANNUAL-BAL           TO WD-LV-ANNUAL.
           MOVE LV-PERSONAL-BAL         TO WD-LV-PERSONAL.
           DISPLAY WD-LEAVE-LINE.
           ADD 2 TO WA-LINE-COUNT.
       4C-EXIT.
           EXIT.

       4D-SHOW-ARREARS SECTION.
       4D-ENTRY.
           IF NOT WB-ARREARS-AVAILABLE
               GO TO 4D-EXIT.
           DISPLAY " ".
           MOVE ZERO TO WK-ARREARS-LINES.
           MOVE WA-ENQUIRY-NUMBER TO AR-NUMBER.
           MOVE LOW-VALUES TO AR-DED-CODE.
           MOVE "N" TO WB-ARREARS-EOF-IND.
           START ARREARS-FILE KEY NOT < AR-KEY
               INVALID KEY MOVE "Y" TO WB-ARREARS-EOF-IND.
           IF NOT WB-ARREARS-EOF
               PERFORM 2E-READ-ARREARS.
           PERFORM 4E-SHOW-ARREARS-LINE UNTIL WB-ARREARS-EOF.
           IF WK-ARREARS-LINES = ZERO
               DISPLAY "NO ARREARS OWING".
           ADD 1 TO WA-LINE-COUNT.
       4D-EXIT.
           EXIT.

       4E-SHOW-ARREARS-LINE SECTION.
       4E-ENTRY.
           IF AR-ARREARS = ZERO
               PERFORM 2E-READ-ARREARS
               GO TO 4E-EXIT.
           IF WK-ARREARS-LINES = ZERO
               DISPLAY WC-ARREARS-HEAD
               PERFORM 2C-PAUSE.
           ADD 1 TO WK-ARREARS-LINES.
           MOVE AR-DED-CODE             TO WD-AR-CODE.
           MOVE AR-ARREARS              TO WD-AR-ARREARS.
           DISPLAY WD-ARREARS-LINE.
           PERFORM 2C-PAUSE.
           PERFORM 2E-READ-ARREARS.
       4E-EXIT.
           EXIT.

       4F-SHOW-DEDUCTIONS SECTION.
       4F-ENTRY.
           IF NOT WB-DEDM-AVAILABLE
               GO TO 4F-EXIT.
           DISPLAY " ".
           MOVE ZERO TO WK-DEDUCTION-LINES.
           MOVE WA-ENQUIRY-NUMBER TO DD-NUMBER.
           MOVE LOW-VALUES TO DD-CODE.
           MOVE "N" TO WB-DEDM-EOF-IND.
           START DEDUCTION-MASTER-FILE KEY NOT < DD-KEY
               INVALID KEY MOVE "Y" TO WB-DEDM-EOF-IND.
           IF NOT WB-DEDM-EOF
               PERFORM 2F-READ-DEDUCTION.
           PERFORM 4G-SHOW-DEDUCTION-LINE UNTIL WB-DEDM-EOF.
           IF WK-DEDUCTION-LINES = ZERO
               DISPLAY "NO ACTIVE DEDUCTIONS".
           ADD 1 TO WA-LINE-COUNT.
       4F-EXIT.
           EXIT.

       4G-SHOW-DEDUCTION-LINE SECTION.
       4G-ENTRY.
           IF NOT DD-DED-ACTIVE
               PERFORM 2F-READ-DEDUCTION
               GO TO 4G-EXIT.
           IF WK-DEDUCTION-LINES = ZERO
               DISPLAY WC-DEDUCTION-HEAD
               PERFORM 2C-PAUSE.
           ADD 1 TO WK-DEDUCTION-LINES.
           MOVE DD-CODE                 TO WD-DD-CODE.
           MOVE DD-DESCRIPTION          TO WD-DD-DESCRIPTION.
           MOVE DD-AMOUNT               TO WD-DD-AMOUNT.
           MOVE DD-PRIORITY             TO WD-DD-PRIORITY.
           DISPLAY WD-DEDUCTION-LINE.
           PERFORM 2C-PAUSE.
           PERFORM 2F-READ-DEDUCTION.
       4G-EXIT.
           EXIT.

       4H-SHOW-HISTORY SECTION.
       4H-ENTRY.
           IF NOT WB-HISTORY-AVAILABLE
               GO TO 4H-EXIT.
           DISPLAY " ".
           MOVE ZERO TO WK-HISTORY-LINES.
           MOVE WA-ENQUIRY-NUMBER TO PH-NUMBER.
           MOVE ZERO TO PH-PERIOD-NO.
           MOVE "N" TO WB-HISTORY-EOF-IND.
           START HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               PERFORM 2G-READ-HISTORY.
           PERFORM 4I-SHOW-HISTORY-LINE UNTIL WB-HISTORY-EOF.
           IF WK-HISTORY-LINES = ZERO
               DISPLAY "NO PAY HISTORY".
           ADD 1 TO WA-LINE-COUNT.
       4H-EXIT.
           EXIT.

       4I-SHOW-HISTORY-LINE SECTION.
       4I-ENTRY.
           IF WK-HISTORY-LINES = ZERO
               DISPLAY WC-HISTORY-HEAD1
               DISPLAY WC-HISTORY-HEAD2
               PERFORM 2C-PAUSE
               PERFORM 2C-PAUSE.
           ADD 1 TO WK-HISTORY-LINES.
           MOVE PH-PERIOD-NO            TO WD-H1-PERIOD-NO.
           MOVE PH-PAY-DATE             TO WD-H1-PAY-DATE.
           MOVE PH-HOURS-ORD            TO WD-H1-HOURS-ORD.
           MOVE PH-HOURS-1-5            TO WD-H1-HOURS-1-5.
           MOVE PH-HOURS-DBL            TO WD-H1-HOURS-DBL.
           MOVE PH-RATE                 TO WD-H1-RATE.
           MOVE PH-GROSS-OT             TO WD-H1-GROSS-OT.
           MOVE PH-LEAVE-PAYOUT         TO WD-H1-LEAVE-PAYOUT.
           MOVE PH-GROSS                TO WD-H2-GROSS.
           MOVE PH-TAX                  TO WD-H2-TAX.
           MOVE PH-SUPER                TO WD-H2-SUPER.
           MOVE PH-NETT                 TO WD-H2-NETT.
           MOVE PH-ALLOW-TAXABLE        TO WD-H2-ALLOW-TAXABLE.
           MOVE PH-ALLOW-NONTAX         TO WD-H2-ALLOW-NONTAX.
           DISPLAY WD-HISTORY-LINE1.
           PERFORM 2C-PAUSE.
           DISPLAY WD-HISTORY-LINE2.
           PERFORM 2C-PAUSE.
           PERFORM 2G-READ-HISTORY.
       4I-EXIT.
           EXIT.

       4J-SHOW-HELD SECTION.
       4J-ENTRY.
           IF NOT WB-HELD-AVAILABLE
               GO TO 4J-EXIT.
           DISPLAY " ".
           MOVE WA-ENQUIRY-NUMBER TO HP-NUMBER.
           MOVE "Y" TO WB-HELD-FOUND-IND.
           READ HELD-FILE KEY IS HP-NUMBER
               INVALID KEY MOVE "N" TO WB-HELD-FOUND-IND.
           IF NOT WB-HELD-FOUND
               DISPLAY "NO PAY HELD"
               GO TO 4J-EXIT.
           MOVE HP-AMOUNT               TO WD-HP-AMOUNT.
           MOVE HP-BANK-BSB             TO WD-HP-BSB.
           MOVE HP-BANK-ACCOUNT         TO WD-HP-ACCOUNT.
           MOVE HP-REASON               TO WD-HP-REASON.
           DISPLAY WD-HELD-LINE.
       4J-EXIT.
           EXIT.
