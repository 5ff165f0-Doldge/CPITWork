       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4B.
       AUTHOR. LYDIA.

      *                   program works out back pay for rate changes
      *                   made by master maintenance with an effective
      *                   period.  for every period already paid since
      *                   the effective period the hours held on the
      *                   pay history are paid again at the difference
      *                   between the rate paid in that period and the
      *                   new rate.  a back pay correction is added to
      *                   the pay adjustment file for the adjustment
      *                   run to apply, a register of every correction
      *                   generated is printed for review, and the rate
      *                   changes dealt with are archived so that they
      *                   are not paid twice.  an effective period
      *                   after the current period is last year's.
      *                   a history period after the current period is
      *                   last year's, and so is one up to the current
      *                   period whose pay date is not the date logged
      *                   for that period on the period log.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      *
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.
      *
       FILE-CONTROL.
           SELECT RATE-CHANGE-FILE ASSIGN TO "PAY4RCHG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RATE-CHANGE-STATUS
           SELECT RATE-CHANGE-ARCHIVE-FILE ASSIGN TO "PAY4RCHA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RATE-ARCHIVE-STATUS
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
           SELECT ADJUSTMENT-FILE ASSIGN TO "PAY4ADJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-ADJUSTMENT-STATUS
           SELECT REGISTER-FILE ASSIGN TO PRINTER "PAY4BPRG"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SORT-FILE ASSIGN TO "PAY4BSRT".
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      RATE-CHANGE-FILE         LABEL RECORDS STANDARD.
       01      RATE-CHANGE-REC.
         03    RX-NUMBER                PIC X(6).
         03    RX-NAME                  PIC X(20).
         03    RX-OLD-RATE              PIC 99V99.
         03    RX-NEW-RATE              PIC 99V99.
         03    RX-EFFECTIVE-PERIOD      PIC 99.
      *
       FD      RATE-CHANGE-ARCHIVE-FILE.
       01      RATE-CHANGE-ARCHIVE-REC  PIC X(36).
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
       FD      ADJUSTMENT-FILE.
       01      ADJUSTMENT-REC.
         03    AJ-NUMBER                PIC X(6).
         03    AJ-NAME                  PIC X(20).
         03    AJ-PERIOD-NO             PIC 99.
         03    AJ-SIGN                  PIC X.
           88  AJ-RECOVERY              VALUE "-".
         03    AJ-HOURS-ORD             PIC 99V99.
         03    AJ-HOURS-1-5             PIC 99V99.
         03    AJ-HOURS-DBL             PIC 99V99.
         03    AJ-RATE                  PIC 99V99.
         03    AJ-KIND                  PIC X.
           88  AJ-BACK-PAY              VALUE "B".
      *
       FD      REGISTER-FILE.
       01      REGISTER-REC             PIC X(110).
      *
       SD      SORT-FILE.
       01      SORT-REC.
         03    SB-NUMBER                PIC X(6).
         03    SB-POSITION              PIC 999.
         03    SB-SEQUENCE              PIC S9(8) COMP.
         03    SB-NAME                  PIC X(20).
         03    SB-NEW-RATE              PIC 99V99.
         03    SB-EFFECTIVE-PERIOD      PIC 99.
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-CHANGE-COUNT          PIC S9(8) COMP.
           03  WA-INVALID-COUNT         PIC S9(8) COMP.
           03  WA-EMPLOYEE-COUNT        PIC S9(8) COMP.
           03  WA-PERIOD-COUNT          PIC S9(8) COMP.
           03  WA-GENERATED-COUNT       PIC S9(8) COMP.
           03  WA-BY-HAND-COUNT         PIC S9(8) COMP.
           03  WA-ARCHIVE-COUNT         PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-EXCEPTION-REASON      PIC X(40).
      *
       01  WB-INDICATORS.
           03  WB-RATE-CHANGE-EOF-IND   PIC X.
           88  WB-RATE-CHANGE-EOF       VALUE "Y".
           03  WB-HISTORY-EOF-IND       PIC X.
           88  WB-HISTORY-EOF           VALUE "Y".
           03  WB-THIS-YEAR-IND         PIC X.
           88  WB-THIS-YEAR             VALUE "Y".
           03  WB-SORT-EOF-IND          PIC X.
           88  WB-SORT-EOF              VALUE "Y".
           03  WB-FIRST-LINE-IND        PIC X.
           88  WB-FIRST-LINE            VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-RATE-CHANGE-STATUS        PIC XX.
       01  WI-RATE-ARCHIVE-STATUS       PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-EXCEPTION-STATUS          PIC XX.
       01  WI-HISTORY-STATUS            PIC XX.
       01  WI-PERIOD-LOG-STATUS         PIC XX.
       01  WI-ADJUSTMENT-STATUS         PIC XX.
      *
       01      WT-CHANGE-TABLE.
           03  WT-CHANGE-COUNT          PIC S9(4) COMP VALUE ZERO.
           03  WT-CHANGE-ENTRY OCCURS 20 TIMES
                                        INDEXED BY WT-CHANGE-IDX.
               05  WT-POSITION          PIC 999.
               05  WT-NEW-RATE          PIC 99V99.
               05  WT-EFFECTIVE-PERIOD  PIC 99.
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
      *
       01      WK-BREAK-CONTROL.
         03    WK-CURR-NUMBER           PIC X(6).
         03    WK-CURR-NAME             PIC X(20).
         03    WK-EMPLOYEE-PERIODS      PIC S9(4) COMP.
      *
       01      WX-BACK-PAY-VALUES.
         03    WX-HIST-POSITION         PIC 999.
         03    WX-NEW-RATE              PIC 99V99.
         03    WX-RATE-DIFF             PIC 99V99.
         03    WX-BACK-PAY              PIC S9(7)V99  COMP.
      *
       01      WG-TOTALS.
         03    WG-TOTAL-BACK-PAY        PIC S9(9)V99  COMP.
      *
       01      WC-HEADING-LINES.

         03    WC-LINE2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(24) VALUE
                                        "BACK PAY REGISTER".
           05  FILLER                   PIC X(15) VALUE
                                        "CURRENT PERIOD ".
           05  WC-L2-PERIOD-NO          PIC 99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "PAGE ".
           05  WC-L2-PAGE-NO            PIC Z9.
         03    WC-LINE4.
           05  FILLER                   PIC X(07) VALUE "NUMBER".
           05  FILLER                   PIC X(21) VALUE "NAME".
           05  FILLER                   PIC X(04) VALUE "PER".
           05  FILLER                   PIC X(07) VALUE "ORD HR".
           05  FILLER                   PIC X(07) VALUE "1.5 HR".
           05  FILLER                   PIC X(08) VALUE "DBL HR".
           05  FILLER                   PIC X(07) VALUE " PAID".
           05  FILLER                   PIC X(07) VALUE "  NEW".
           05  FILLER                   PIC X(13) VALUE
                                        "     BACK PAY".
           05  FILLER                   PIC X(06) VALUE "ACTION".
      *
       01      WD-DETAIL-LINES.

         03    WD-REGISTER-LINE.
           05  WD-RG-NUMBER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RG-NAME               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RG-PERIOD             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-RG-HOURS-ORD          PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RG-HOURS-1-5          PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RG-HOURS-DBL          PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-RG-PAID-RATE          PIC Z9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-RG-NEW-RATE           PIC Z9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-RG-BACK-PAY           PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-RG-ACTION             PIC X(24).

         03    WD-TOTAL-LINE.
           05  FILLER                   PIC X(14) VALUE
                                        "RATE CHANGES".
           05  WD-TL-CHANGES            PIC ZZZ9.
           05  FILLER                   PIC X(11) VALUE "  INVALID".
           05  WD-TL-INVALID            PIC ZZZ9.
           05  FILLER                   PIC X(13) VALUE
                                        "  GENERATED".
           05  WD-TL-GENERATED          PIC ZZZ9.
           05  FILLER                   PIC X(11) VALUE "  BY HAND".
           05  WD-TL-BY-HAND            PIC ZZZ9.
           05  FILLER                   PIC X(18) VALUE
                                        "  TOTAL BACK PAY ".
           05  WD-TL-BACK-PAY           PIC -ZZ,ZZZ,ZZ9.99.
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4B".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4B RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           SORT SORT-FILE
               ON ASCENDING KEY SB-NUMBER SB-POSITION SB-SEQUENCE
               INPUT PROCEDURE IS 3A-COLLECT-CHANGES
               OUTPUT PROCEDURE IS 3C-GENERATE-BACK-PAY.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4B".
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           IF WB-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WA-CHANGE-COUNT          TO JS-READ-COUNT.
           MOVE WA-GENERATED-COUNT       TO JS-ACCEPTED-COUNT.
           MOVE WA-BY-HAND-COUNT         TO JS-REJECTED-COUNT.
           MOVE WG-TOTAL-BACK-PAY        TO JS-AMOUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE 16 TO WA-LINE-COUNT.
           MOVE "N" TO WB-RATE-CHANGE-EOF-IND.
           MOVE "N" TO WB-ABORT-IND.
           MOVE "Y" TO WB-FIRST-LINE-IND.
           MOVE LOW-VALUES TO WG-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           PERFORM 2M-READ-RUN-CONTROL.
           OPEN INPUT RATE-CHANGE-FILE.
           IF WI-RATE-CHANGE-STATUS NOT = "00"
               DISPLAY "PAY4RCHG NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2A-EXIT.
           OPEN INPUT HISTORY-FILE.
           IF WI-HISTORY-STATUS NOT = "00"
               DISPLAY "PAY4HIST NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE RATE-CHANGE-FILE
               GO TO 2A-EXIT.
           OPEN INPUT PERIOD-LOG-FILE.
           IF WI-PERIOD-LOG-STATUS NOT = "00"
               DISPLAY "PAY4PLOG NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE RATE-CHANGE-FILE, HISTORY-FILE
               GO TO 2A-EXIT.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF WI-ADJUSTMENT-STATUS NOT = "00"
               OPEN OUTPUT ADJUSTMENT-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 2S-OPEN-EXCEPTION-FILE.
       2A-EXIT.
           EXIT.

       2B-READ-RATE-CHANGE SECTION.
       2B-ENTRY.
           READ RATE-CHANGE-FILE
               AT END MOVE "Y" TO WB-RATE-CHANGE-EOF-IND.
           IF NOT WB-RATE-CHANGE-EOF
               DISPLAY "2B JUST READ " RATE-CHANGE-REC
               ADD 1 TO WA-CHANGE-COUNT.
       2B-EXIT.
           EXIT.

       2C-PRINT-LINE SECTION.
       2C-ENTRY.
           WRITE REGISTER-REC AFTER WA-LINE-THROW.
           ADD WA-LINE-THROW TO WA-LINE-COUNT.
           MOVE 1 TO WA-LINE-THROW.
           MOVE SPACES TO REGISTER-REC.
       2C-EXIT.
           EXIT.

       2D-TIDY-UP SECTION.
       2D-ENTRY.
           DISPLAY "2D TIDY-UP".
           PERFORM 4G-PRINT-TOTALS.
           CLOSE RATE-CHANGE-FILE, HISTORY-FILE, PERIOD-LOG-FILE,
                 ADJUSTMENT-FILE, REGISTER-FILE, EXCEPTION-FILE.
           PERFORM 2E-ROLL-RATE-CHANGES.
       2D-EXIT.
           EXIT.

       2E-ROLL-RATE-CHANGES SECTION.
       2E-ENTRY.
           DISPLAY "2E ROLL RATE CHANGES".
           OPEN INPUT RATE-CHANGE-FILE.
           IF WI-RATE-CHANGE-STATUS NOT = "00"
               DISPLAY "PAY4RCHG NOT FOUND - NO RATE CHANGES TO ROLL"
               GO TO 2E-EXIT.
           OPEN EXTEND RATE-CHANGE-ARCHIVE-FILE.
           IF WI-RATE-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT RATE-CHANGE-ARCHIVE-FILE.
           MOVE "N" TO WB-RATE-CHANGE-EOF-IND.
           PERFORM 2F-READ-ROLL-ENTRY.
           PERFORM 3D-ARCHIVE-RATE-CHANGE UNTIL WB-RATE-CHANGE-EOF.
           CLOSE RATE-CHANGE-FILE, RATE-CHANGE-ARCHIVE-FILE.
           OPEN OUTPUT RATE-CHANGE-FILE.
           CLOSE RATE-CHANGE-FILE.
           DISPLAY "RATE CHANGES ARCHIVED " WA-ARCHIVE-COUNT.
       2E-EXIT.
           EXIT.

       2F-READ-ROLL-ENTRY SECTION.
       2F-ENTRY.
           READ RATE-CHANGE-FILE
               AT END MOVE "Y" TO WB-RATE-CHANGE-EOF-IND.
       2F-EXIT.
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
           MOVE WM-PAY-PERIOD-NO TO WC-L2-PERIOD-NO.
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
           MOVE SPACES TO EXCEPTION-REC.
           MOVE WK-CURR-NUMBER           TO ER-NUMBER.
           MOVE WK-CURR-NAME             TO ER-NAME.
           MOVE WA-EXCEPTION-REASON      TO ER-REASON.
           PERFORM 2T-STAMP-EXCEPTION.
           WRITE EXCEPTION-REC.
       2J-EXIT.
           EXIT.

       3A-COLLECT-CHANGES SECTION.
       3A-ENTRY.
           DISPLAY "3A COLLECT CHANGES".
           PERFORM 2B-READ-RATE-CHANGE.
           PERFORM 3B-DEAL-WITH-RATE-CHANGE
               UNTIL WB-RATE-CHANGE-EOF.
       3A-EXIT.
           EXIT.

       3B-DEAL-WITH-RATE-CHANGE SECTION.
       3B-ENTRY.
           IF RX-EFFECTIVE-PERIOD IS NOT NUMERIC
                   OR RX-EFFECTIVE-PERIOD = ZERO
                   OR RX-NEW-RATE IS NOT NUMERIC
                   OR RX-NEW-RATE = ZERO
               MOVE RX-NUMBER TO WK-CURR-NUMBER
               MOVE RX-NAME   TO WK-CURR-NAME
               MOVE "INVALID RATE CHANGE - NO BACK PAY"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               ADD 1 TO WA-INVALID-COUNT
               PERFORM 2B-READ-RATE-CHANGE
               GO TO 3B-EXIT.
           MOVE RX-NUMBER               TO SB-NUMBER.
           IF RX-EFFECTIVE-PERIOD > WM-PAY-PERIOD-NO
               MOVE RX-EFFECTIVE-PERIOD TO SB-POSITION
           ELSE
               ADD RX-EFFECTIVE-PERIOD 100 GIVING SB-POSITION.
           MOVE WA-CHANGE-COUNT         TO SB-SEQUENCE.
           MOVE RX-NAME                 TO SB-NAME.
           MOVE RX-NEW-RATE             TO SB-NEW-RATE.
           MOVE RX-EFFECTIVE-PERIOD     TO SB-EFFECTIVE-PERIOD.
           RELEASE SORT-REC.
           PERFORM 2B-READ-RATE-CHANGE.
       3B-EXIT.
           EXIT.

       3C-GENERATE-BACK-PAY SECTION.
       3C-ENTRY.
           DISPLAY "3C GENERATE BACK PAY".
           MOVE "N" TO WB-SORT-EOF-IND.
           PERFORM 3G-RETURN-SORT-RECORD.
           PERFORM 3H-DEAL-WITH-CHANGE UNTIL WB-SORT-EOF.
           IF NOT WB-FIRST-LINE
               PERFORM 4A-END-EMPLOYEE.
       3C-EXIT.
           EXIT.

       3D-ARCHIVE-RATE-CHANGE SECTION.
       3D-ENTRY.
           MOVE RATE-CHANGE-REC TO RATE-CHANGE-ARCHIVE-REC.
           WRITE RATE-CHANGE-ARCHIVE-REC.
           ADD 1 TO WA-ARCHIVE-COUNT.
           PERFORM 2F-READ-ROLL-ENTRY.
       3D-EXIT.
           EXIT.

       3G-RETURN-SORT-RECORD SECTION.
       3G-ENTRY.
           RETURN SORT-FILE AT END MOVE "Y" TO WB-SORT-EOF-IND.
       3G-EXIT.
           EXIT.

       3H-DEAL-WITH-CHANGE SECTION.
       3H-ENTRY.
           IF WB-FIRST-LINE
               MOVE "N" TO WB-FIRST-LINE-IND
               PERFORM 3K-START-EMPLOYEE
           ELSE
               IF SB-NUMBER NOT = WK-CURR-NUMBER
                   PERFORM 4A-END-EMPLOYEE
                   PERFORM 3K-START-EMPLOYEE.
           IF WT-CHANGE-COUNT < 20
               ADD 1 TO WT-CHANGE-COUNT
               SET WT-CHANGE-IDX TO WT-CHANGE-COUNT
               MOVE SB-POSITION TO WT-POSITION (WT-CHANGE-IDX)
               MOVE SB-NEW-RATE TO WT-NEW-RATE (WT-CHANGE-IDX)
               MOVE SB-EFFECTIVE-PERIOD
                                TO WT-EFFECTIVE-PERIOD (WT-CHANGE-IDX)
           ELSE
               MOVE "TOO MANY RATE CHANGES - CHANGE IGNORED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION.
           PERFORM 3G-RETURN-SORT-RECORD.
       3H-EXIT.
           EXIT.

       3J-PRINT-HEADINGS SECTION.
       3J-ENTRY.
           DISPLAY "3J-PRINT-HEADINGS".
           ADD 1 TO WA-PAGE-COUNT.
           MOVE WA-PAGE-COUNT TO WC-L2-PAGE-NO.
           MOVE WC-LINE2 TO REGISTER-REC.
           WRITE REGISTER-REC AFTER NEW-PAGE.
           MOVE WC-LINE4 TO REGISTER-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           MOVE ZERO TO WA-LINE-COUNT.
       3J-EXIT.
           EXIT.

       3K-START-EMPLOYEE SECTION.
       3K-ENTRY.
           MOVE SB-NUMBER TO WK-CURR-NUMBER.
           MOVE SB-NAME   TO WK-CURR-NAME.
           MOVE ZERO TO WK-EMPLOYEE-PERIODS.
           MOVE ZERO TO WT-CHANGE-COUNT.
       3K-EXIT.
           EXIT.

       3L-READ-HISTORY SECTION.
       3L-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               IF PH-NUMBER NOT = WK-CURR-NUMBER
                   MOVE "Y" TO WB-HISTORY-EOF-IND.
       3L-EXIT.
           EXIT.

       4A-END-EMPLOYEE SECTION.
       4A-ENTRY.
           DISPLAY "4A-END-EMPLOYEE " WK-CURR-NUMBER.
           ADD 1 TO WA-EMPLOYEE-COUNT.
           MOVE WK-CURR-NUMBER TO PH-NUMBER.
           MOVE ZERO TO PH-PERIOD-NO.
           MOVE "N" TO WB-HISTORY-EOF-IND.
           START HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WB-HISTORY-EOF-IND.
           IF NOT WB-HISTORY-EOF
               PERFORM 3L-READ-HISTORY.
           PERFORM 4B-DEAL-WITH-HISTORY UNTIL WB-HISTORY-EOF.
           IF WK-EMPLOYEE-PERIODS = ZERO
               PERFORM 4H-SETUP-EMPTY-LINE
               MOVE "NOTHING OWED" TO WD-RG-ACTION
               PERFORM 4F-PRINT-REGISTER-LINE.
       4A-EXIT.
           EXIT.

       4B-DEAL-WITH-HISTORY SECTION.
       4B-ENTRY.
           PERFORM 4J-CHECK-HISTORY-YEAR.
           IF PH-PERIOD-NO > WM-PAY-PERIOD-NO OR NOT WB-THIS-YEAR
               MOVE PH-PERIOD-NO TO WX-HIST-POSITION
           ELSE
               ADD PH-PERIOD-NO 100 GIVING WX-HIST-POSITION.
           MOVE ZERO TO WX-NEW-RATE.
           PERFORM 4C-FIND-NEW-RATE
               VARYING WT-CHANGE-IDX FROM 1 BY 1
               UNTIL WT-CHANGE-IDX > WT-CHANGE-COUNT.
           IF WX-NEW-RATE = ZERO OR WX-NEW-RATE = PH-RATE
               PERFORM 3L-READ-HISTORY
               GO TO 4B-EXIT.
           ADD 1 TO WK-EMPLOYEE-PERIODS.
           ADD 1 TO WA-PERIOD-COUNT.
           MOVE WK-CURR-NUMBER          TO WD-RG-NUMBER.
           MOVE PH-NAME                 TO WD-RG-NAME.
           MOVE PH-PERIOD-NO            TO WD-RG-PERIOD.
           MOVE PH-HOURS-ORD            TO WD-RG-HOURS-ORD.
           MOVE PH-HOURS-1-5            TO WD-RG-HOURS-1-5.
           MOVE PH-HOURS-DBL            TO WD-RG-HOURS-DBL.
           MOVE PH-RATE                 TO WD-RG-PAID-RATE.
           MOVE WX-NEW-RATE             TO WD-RG-NEW-RATE.
           MOVE ZERO                    TO WD-RG-BACK-PAY.
           IF PH-RATE = ZERO
               MOVE "NO RATE ON HISTORY - CALCULATE BY HAND"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4D-BY-HAND
               GO TO 4B-EXIT.
           IF PH-HOURS-ORD < ZERO OR PH-HOURS-ORD > 99.99
                   OR PH-HOURS-1-5 < ZERO OR PH-HOURS-1-5 > 99.99
                   OR PH-HOURS-DBL < ZERO OR PH-HOURS-DBL > 99.99
               MOVE "HOURS OUT OF RANGE - CALCULATE BY HAND"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4D-BY-HAND
               GO TO 4B-EXIT.
           PERFORM 4E-WRITE-BACK-PAY.
           PERFORM 3L-READ-HISTORY.
       4B-EXIT.
           EXIT.

       4C-FIND-NEW-RATE SECTION.
       4C-ENTRY.
           IF WT-POSITION (WT-CHANGE-IDX) NOT > WX-HIST-POSITION
               MOVE WT-NEW-RATE (WT-CHANGE-IDX) TO WX-NEW-RATE.
       4C-EXIT.
           EXIT.

       4D-BY-HAND SECTION.
       4D-ENTRY.
           DISPLAY "4D-BY-HAND " WK-CURR-NUMBER " " PH-PERIOD-NO.
           PERFORM 2J-WRITE-EXCEPTION.
           MOVE "CALCULATE BY HAND" TO WD-RG-ACTION.
           PERFORM 4F-PRINT-REGISTER-LINE.
           ADD 1 TO WA-BY-HAND-COUNT.
           PERFORM 3L-READ-HISTORY.
       4D-EXIT.
           EXIT.

       4E-WRITE-BACK-PAY SECTION.
       4E-ENTRY.
           DISPLAY "4E-WRITE-BACK-PAY " WK-CURR-NUMBER " "
                   PH-PERIOD-NO.
           MOVE PH-NUMBER               TO AJ-NUMBER.
           MOVE PH-NAME                 TO AJ-NAME.
           MOVE PH-PERIOD-NO            TO AJ-PERIOD-NO.
           MOVE PH-HOURS-ORD            TO AJ-HOURS-ORD.
           MOVE PH-HOURS-1-5            TO AJ-HOURS-1-5.
           MOVE PH-HOURS-DBL            TO AJ-HOURS-DBL.
           MOVE "B"                     TO AJ-KIND.
           IF WX-NEW-RATE > PH-RATE
               SUBTRACT PH-RATE FROM WX-NEW-RATE GIVING WX-RATE-DIFF
               MOVE SPACE TO AJ-SIGN
               MOVE "PAY" TO WD-RG-ACTION
           ELSE
               SUBTRACT WX-NEW-RATE FROM PH-RATE GIVING WX-RATE-DIFF
               MOVE "-" TO AJ-SIGN
               MOVE "RECOVER" TO WD-RG-ACTION.
           MOVE WX-RATE-DIFF            TO AJ-RATE.
           WRITE ADJUSTMENT-REC.
           COMPUTE WX-BACK-PAY ROUNDED =
                   (AJ-HOURS-ORD * WX-RATE-DIFF)
                 + (AJ-HOURS-1-5 * WX-RATE-DIFF * 1.5)
                 + (AJ-HOURS-DBL * WX-RATE-DIFF * 2).
           IF AJ-RECOVERY
               COMPUTE WX-BACK-PAY = ZERO - WX-BACK-PAY.
           MOVE WX-BACK-PAY             TO WD-RG-BACK-PAY.
           ADD WX-BACK-PAY              TO WG-TOTAL-BACK-PAY.
           PERFORM 4F-PRINT-REGISTER-LINE.
           ADD 1 TO WA-GENERATED-COUNT.
       4E-EXIT.
           EXIT.

       4F-PRINT-REGISTER-LINE SECTION.
       4F-ENTRY.
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           MOVE WD-REGISTER-LINE TO REGISTER-REC.
           PERFORM 2C-PRINT-LINE.
       4F-EXIT.
           EXIT.

       4G-PRINT-TOTALS SECTION.
       4G-ENTRY.
           DISPLAY "4G-PRINT-TOTALS".
           IF WA-LINE-COUNT > 12
               PERFORM 3J-PRINT-HEADINGS.
           MOVE WA-CHANGE-COUNT         TO WD-TL-CHANGES.
           MOVE WA-INVALID-COUNT        TO WD-TL-INVALID.
           MOVE WA-GENERATED-COUNT      TO WD-TL-GENERATED.
           MOVE WA-BY-HAND-COUNT        TO WD-TL-BY-HAND.
           MOVE WG-TOTAL-BACK-PAY       TO WD-TL-BACK-PAY.
           MOVE WD-TOTAL-LINE TO REGISTER-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
       4G-EXIT.
           EXIT.

       4H-SETUP-EMPTY-LINE SECTION.
       4H-ENTRY.
           MOVE WK-CURR-NUMBER          TO WD-RG-NUMBER.
           MOVE WK-CURR-NAME            TO WD-RG-NAME.
           SET WT-CHANGE-IDX TO 1.
           MOVE WT-EFFECTIVE-PERIOD (WT-CHANGE-IDX) TO WD-RG-PERIOD.
           MOVE ZERO                    TO WD-RG-HOURS-ORD,
                                           WD-RG-HOURS-1-5,
                                           WD-RG-HOURS-DBL,
                                           WD-RG-PAID-RATE,
                                           WD-RG-BACK-PAY.
           MOVE WT-NEW-RATE (WT-CHANGE-IDX) TO WD-RG-NEW-RATE.
       4H-EXIT.
           EXIT.

       4J-CHECK-HISTORY-YEAR SECTION.
       4J-ENTRY.
           MOVE "Y" TO WB-THIS-YEAR-IND.
           IF PH-PAY-DATE = SPACES
               GO TO 4J-EXIT.
           MOVE PH-PERIOD-NO TO PL-PERIOD-NO.
           READ PERIOD-LOG-FILE KEY IS PL-PERIOD-NO
               INVALID KEY MOVE SPACES TO PL-PAY-DATE.
           IF PH-PAY-DATE NOT = PL-PAY-DATE
               DISPLAY "4J HISTORY NOT THIS YEAR " PH-NUMBER " "
                       PH-PERIOD-NO " " PH-PAY-DATE
               MOVE "N" TO WB-THIS-YEAR-IND.
       4J-EXIT.
           EXIT.
