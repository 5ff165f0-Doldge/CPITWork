       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4L.
       AUTHOR. LYDIA.

      *                   program values the outstanding annual and
      *                   personal leave balances at month end.  each
      *                   balance on the leave file is costed at the
      *                   employee's current master rate and the
      *                   valuation is reported by entity and cost
      *                   centre, with the movement since the previous
      *                   month-end taken from the leave valuation
      *                   snapshot.  the movement for each cost centre
      *                   is raised as a balanced accrual journal
      *                   (leave expense against leave provision)
      *                   through the gl account mappings, on one gl
      *                   extract per entity.  a trial run prints the
      *                   report only.  the snapshot records the
      *                   entity and cost centre each value was
      *                   provided under.  when an employee has moved,
      *                   last month's value is released from the old
      *                   entity and cost centre, on the old entity's
      *                   extract, and the whole current value is
      *                   provided under the new one.

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
           SELECT EXCEPTION-FILE ASSIGN TO "PAY4EXC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-EXCEPTION-STATUS
           SELECT LEAVE-FILE ASSIGN TO "PAY4LEAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-NUMBER
           FILE STATUS IS WI-LEAVE-STATUS
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
           SELECT SNAPSHOT-FILE ASSIGN TO "PAY4LVSN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-NUMBER
           FILE STATUS IS WI-SNAPSHOT-STATUS
           SELECT GL-FILE ASSIGN TO WT-GL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-STATUS
           SELECT REPORT-FILE ASSIGN TO PRINTER "PAY4LVRP"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SORT-FILE ASSIGN TO "PAY4LSRW".
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
       FD      LEAVE-FILE.
       01      LEAVE-REC.
         03    LV-NUMBER                PIC X(6).
         03    LV-NAME                  PIC X(20).
         03    LV-ANNUAL-BAL            PIC S9(5)V99  COMP.
         03    LV-PERSONAL-BAL          PIC S9(5)V99  COMP.
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
             88  GM-LEAVE-EXPENSE       VALUE "L".
             88  GM-LEAVE-PROVISION     VALUE "P".
         03    GM-ACCOUNT-NO            PIC X(8).
         03    GM-DR-CR                 PIC X.
      *
       FD      SNAPSHOT-FILE.
       01      SNAPSHOT-REC.
         03    LS-NUMBER                PIC X(6).
         03    LS-MONTH                 PIC X(6).
         03    LS-ANNUAL-VALUE          PIC S9(7)V99  COMP.
         03    LS-PERSONAL-VALUE        PIC S9(7)V99  COMP.
         03    LS-PRIOR-MONTH           PIC X(6).
         03    LS-PRIOR-ANNUAL-VALUE    PIC S9(7)V99  COMP.
         03    LS-PRIOR-PERSONAL-VALUE  PIC S9(7)V99  COMP.
         03    LS-ENTITY-CODE           PIC X(2).
         03    LS-COST-CENTRE           PIC X(4).
         03    LS-PRIOR-ENTITY-CODE     PIC X(2).
         03    LS-PRIOR-COST-CENTRE     PIC X(4).
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
       01      REPORT-REC               PIC X(100).
      *
       SD      SORT-FILE.
       01      SORT-REC.
         03    SL-ENTITY-CODE           PIC X(2).
         03    SL-COST-CENTRE           PIC X(4).
         03    SL-NUMBER                PIC X(6).
         03    SL-NAME                  PIC X(20).
         03    SL-RATE                  PIC 99V99.
         03    SL-ANNUAL-HOURS          PIC S9(5)V99  COMP.
         03    SL-PERSONAL-HOURS        PIC S9(5)V99  COMP.
         03    SL-ANNUAL-VALUE          PIC S9(7)V99  COMP.
         03    SL-PERSONAL-VALUE        PIC S9(7)V99  COMP.
         03    SL-RECORD-TYPE           PIC X.
           88  SL-BALANCE               VALUE "B".
           88  SL-TRANSFER-OUT          VALUE "T".
         03    SL-PRIOR-VALUE           PIC S9(7)V99  COMP.
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-LEAVE-COUNT           PIC S9(8) COMP.
           03  WA-VALUED-COUNT          PIC S9(8) COMP.
           03  WA-NO-MASTER-COUNT       PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-EXCEPTION-REASON      PIC X(40).
      *
       01  WB-INDICATORS.
           03  WB-LEAVE-EOF-IND         PIC X.
           88  WB-LEAVE-EOF             VALUE "Y".
           03  WB-SORT-EOF-IND          PIC X.
           88  WB-SORT-EOF              VALUE "Y".
           03  WB-EMPLOYEE-FOUND-IND    PIC X.
           88  WB-EMPLOYEE-FOUND        VALUE "Y".
           03  WB-SNAPSHOT-FOUND-IND    PIC X.
           88  WB-SNAPSHOT-FOUND        VALUE "Y".
           03  WB-TRANSFERRED-IND       PIC X.
           88  WB-TRANSFERRED           VALUE "Y".
           03  WB-GLMAP-FOUND-IND       PIC X.
           88  WB-GLMAP-FOUND           VALUE "Y".
           03  WB-FIRST-LINE-IND        PIC X.
           88  WB-FIRST-LINE            VALUE "Y".
           03  WB-GL-FILE-OPEN-IND      PIC X.
           88  WB-GL-FILE-OPEN          VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-MONTH-END-STATUS          PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-EXCEPTION-STATUS          PIC XX.
       01  WI-LEAVE-STATUS              PIC XX.
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-GLMAP-STATUS              PIC XX.
       01  WI-SNAPSHOT-STATUS           PIC XX.
       01  WI-GL-STATUS                 PIC XX.
      *
       01  WT-GL-FILENAME.
           03  FILLER                   PIC X(7) VALUE "PAY4LGL".
           03  WT-GL-ENTITY             PIC X(2).
      *
       01      WM-RUN-CONTROL.
           03  WM-MONTH                 PIC X(6) VALUE SPACES.
           03  WM-TRIAL-IND             PIC X VALUE SPACE.
           88  WM-TRIAL-RUN             VALUE "T".
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
      *
       01      WF-EMPLOYEE-VALUES.
         03    WF-ANNUAL-VALUE          PIC S9(7)V99  COMP.
         03    WF-PERSONAL-VALUE        PIC S9(7)V99  COMP.
         03    WF-TOTAL-VALUE           PIC S9(7)V99  COMP.
         03    WF-PRIOR-VALUE           PIC S9(7)V99  COMP.
         03    WF-MOVEMENT              PIC S9(7)V99  COMP.
      *
       01      WK-BREAK-CONTROL.
         03    WK-CURR-ENTITY           PIC X(2).
         03    WK-CURR-CC               PIC X(4).
      *
       01      WK-TRANSFER-CONTROL.
         03    WK-NEW-ENTITY            PIC X(2).
         03    WK-NEW-CC                PIC X(4).
         03    WK-PRIOR-ENTITY          PIC X(2).
         03    WK-PRIOR-CC              PIC X(4).
      *
       01      WG-TOTALS.
         03    WG-CC-ANNUAL-VALUE       PIC S9(9)V99  COMP.
         03    WG-CC-PERSONAL-VALUE     PIC S9(9)V99  COMP.
         03    WG-CC-TOTAL-VALUE        PIC S9(9)V99  COMP.
         03    WG-CC-MOVEMENT           PIC S9(9)V99  COMP.
         03    WG-EN-ANNUAL-VALUE       PIC S9(9)V99  COMP.
         03    WG-EN-PERSONAL-VALUE     PIC S9(9)V99  COMP.
         03    WG-EN-TOTAL-VALUE        PIC S9(9)V99  COMP.
         03    WG-EN-MOVEMENT           PIC S9(9)V99  COMP.
         03    WG-ALL-ANNUAL-VALUE      PIC S9(9)V99  COMP.
         03    WG-ALL-PERSONAL-VALUE    PIC S9(9)V99  COMP.
         03    WG-ALL-TOTAL-VALUE       PIC S9(9)V99  COMP.
         03    WG-ALL-MOVEMENT          PIC S9(9)V99  COMP.
         03    WG-JOURNAL-DEBITS        PIC S9(9)V99  COMP.
         03    WG-JOURNAL-CREDITS       PIC S9(9)V99  COMP.
         03    WG-JOURNAL-DROPPED       PIC S9(9)V99  COMP.
      *
       01      WY-GL-POST-VALUES.
           03  WY-GL-AMOUNT             PIC S9(9)V99  COMP.
           03  WY-GL-ABS-AMOUNT         PIC S9(9)V99  COMP.
           03  WY-EXPENSE-ACCOUNT       PIC X(8).
           03  WY-EXPENSE-DR-CR         PIC X.
           03  WY-PROVISION-ACCOUNT     PIC X(8).
           03  WY-PROVISION-DR-CR       PIC X.
           03  WY-GL-DR-CR              PIC X.
      *
       01      WC-HEADING-LINES.

         03    WC-LINE2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE
                                        "A. B. CEEDEE CO. LTD.".
           05  FILLER                   PIC X(27) VALUE
                                        "LEAVE LIABILITY VALUATION".
           05  FILLER                   PIC X(06) VALUE "MONTH ".
           05  WC-L2-MONTH              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "PAGE ".
           05  WC-L2-PAGE-NO            PIC Z9.
         03    WC-LINE3.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(45) VALUE
                  "TRIAL RUN - NO JOURNAL OR SNAPSHOT UPDATE".
         03    WC-LINE4.
           05  FILLER                   PIC X(07) VALUE "NUMBER".
           05  FILLER                   PIC X(21) VALUE "NAME".
           05  FILLER                   PIC X(06) VALUE " RATE".
           05  FILLER                   PIC X(09) VALUE " ANN HRS".
           05  FILLER                   PIC X(12) VALUE "  ANN VALUE".
           05  FILLER                   PIC X(09) VALUE " PER HRS".
           05  FILLER                   PIC X(12) VALUE "  PER VALUE".
           05  FILLER                   PIC X(12) VALUE "  LIABILITY".
           05  FILLER                   PIC X(11) VALUE "   MOVEMENT".
      *
       01      WD-DETAIL-LINES.

         03    WD-ENTITY-LINE.
           05  FILLER                   PIC X(07) VALUE "ENTITY ".
           05  WD-EL-ENTITY             PIC X(02).

         03    WD-LEAVE-LINE.
           05  WD-LL-NUMBER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-NAME               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-RATE               PIC Z9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-ANNUAL-HOURS       PIC -ZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-ANNUAL-VALUE       PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-PERSONAL-HOURS     PIC -ZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-PERSONAL-VALUE     PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-TOTAL-VALUE        PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-LL-MOVEMENT           PIC -ZZZ,ZZ9.99.

         03    WD-TOTAL-LINE.
           05  WD-TL-DESCRIPTION        PIC X(20).
           05  WD-TL-CODE               PIC X(04).
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  WD-TL-ANNUAL-VALUE       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  WD-TL-PERSONAL-VALUE     PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-TOTAL-VALUE        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-TL-MOVEMENT           PIC -Z,ZZZ,ZZ9.99.

         03    WD-DROPPED-LINE.
           05  FILLER                   PIC X(14) VALUE
                                        "  COST CENTRE ".
           05  WD-DL-CC                 PIC X(04).
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
                                        "MOVEMENT NOT JOURNALLED".
           05  WD-DT-DROPPED            PIC -Z,ZZZ,ZZ9.99.

         03    WD-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE
                                        "LEAVE RECORDS READ".
           05  WD-CL-READ               PIC ZZZZZ9.
           05  FILLER                   PIC X(10) VALUE "  VALUED".
           05  WD-CL-VALUED             PIC ZZZZZ9.
           05  FILLER                   PIC X(14) VALUE
                                        "  NO MASTER".
           05  WD-CL-NO-MASTER          PIC ZZZZZ9.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4L".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4L RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           SORT SORT-FILE
               ON ASCENDING KEY SL-ENTITY-CODE SL-COST-CENTRE
                                SL-NUMBER
               INPUT PROCEDURE IS 3A-COLLECT-LEAVE
               OUTPUT PROCEDURE IS 3C-VALUE-LEAVE.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4L".
           STOP RUN.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE 16 TO WA-LINE-COUNT.
           MOVE "N" TO WB-LEAVE-EOF-IND.
           MOVE "N" TO WB-ABORT-IND.
           MOVE "N" TO WB-GL-FILE-OPEN-IND.
           MOVE "Y" TO WB-FIRST-LINE-IND.
           MOVE LOW-VALUES TO WG-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM 2M-READ-RUN-CONTROL.
           PERFORM 2N-READ-MONTH-END.
           IF WB-RUN-ABORTED
               GO TO 2A-EXIT.
           OPEN INPUT LEAVE-FILE.
           IF WI-LEAVE-STATUS NOT = "00"
               DISPLAY "PAY4LEAV NOT FOUND - RUN ABORTED"
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
           OPEN I-O SNAPSHOT-FILE.
           IF WI-SNAPSHOT-STATUS NOT = "00"
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE.
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
           CLOSE LEAVE-FILE, EMPLOYEE-MASTER-FILE, GL-MAP-FILE,
                 SNAPSHOT-FILE, REPORT-FILE, EXCEPTION-FILE.
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

       2W-SWITCH-ENTITY-FILE SECTION.
       2W-ENTRY.
           MOVE SL-ENTITY-CODE TO WK-CURR-ENTITY.
           MOVE SL-ENTITY-CODE TO WT-GL-ENTITY.
           MOVE SL-ENTITY-CODE TO WD-EL-ENTITY.
           MOVE WD-ENTITY-LINE TO REPORT-REC.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           IF WM-TRIAL-RUN
               GO TO 2W-EXIT.
           OPEN OUTPUT GL-FILE.
           IF WI-GL-STATUS NOT = "00"
               DISPLAY "PAY4LGL FOR ENTITY " WK-CURR-ENTITY
                       " FAILED TO OPEN"
           ELSE
               MOVE "Y" TO WB-GL-FILE-OPEN-IND.
       2W-EXIT.
           EXIT.

       2X-CLOSE-ENTITY-FILE SECTION.
       2X-ENTRY.
           IF NOT WB-GL-FILE-OPEN
               GO TO 2X-EXIT.
           CLOSE GL-FILE.
           MOVE "N" TO WB-GL-FILE-OPEN-IND.
       2X-EXIT.
           EXIT.

       3A-COLLECT-LEAVE SECTION.
       3A-ENTRY.
           DISPLAY "3A COLLECT LEAVE".
           MOVE LOW-VALUES TO LV-NUMBER.
           START LEAVE-FILE KEY NOT < LV-NUMBER
               INVALID KEY MOVE "Y" TO WB-LEAVE-EOF-IND.
           IF NOT WB-LEAVE-EOF
               PERFORM 3B-READ-LEAVE.
           PERFORM 3D-DEAL-WITH-LEAVE UNTIL WB-LEAVE-EOF.
       3A-EXIT.
           EXIT.

       3B-READ-LEAVE SECTION.
       3B-ENTRY.
           READ LEAVE-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-LEAVE-EOF-IND.
           IF NOT WB-LEAVE-EOF
               DISPLAY "3B JUST READ LEAVE " LV-NUMBER
               ADD 1 TO WA-LEAVE-COUNT.
       3B-EXIT.
           EXIT.

       3D-DEAL-WITH-LEAVE SECTION.
       3D-ENTRY.
           MOVE LV-NUMBER TO EM-NUMBER.
           MOVE "Y" TO WB-EMPLOYEE-FOUND-IND.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-NUMBER
               INVALID KEY MOVE "N" TO WB-EMPLOYEE-FOUND-IND.
           IF NOT WB-EMPLOYEE-FOUND
               DISPLAY "3D LEAVE BALANCE HAS NO MASTER " LV-NUMBER
               MOVE SPACES TO EXCEPTION-REC
               MOVE LV-NUMBER            TO ER-NUMBER
               MOVE LV-NAME              TO ER-NAME
               MOVE "LEAVE BALANCE - EMPLOYEE NOT ON MASTER"
                                         TO WA-EXCEPTION-REASON
               PERFORM 2J-WRITE-EXCEPTION
               ADD 1 TO WA-NO-MASTER-COUNT
               PERFORM 3B-READ-LEAVE
               GO TO 3D-EXIT.
           PERFORM 3H-RELEASE-TRANSFER-OUT.
           MOVE EM-ENTITY-CODE          TO SL-ENTITY-CODE.
           MOVE EM-COST-CENTRE          TO SL-COST-CENTRE.
           MOVE LV-NUMBER               TO SL-NUMBER.
           MOVE LV-NAME                 TO SL-NAME.
           MOVE EM-RATE                 TO SL-RATE.
           MOVE LV-ANNUAL-BAL           TO SL-ANNUAL-HOURS.
           MOVE LV-PERSONAL-BAL         TO SL-PERSONAL-HOURS.
           COMPUTE SL-ANNUAL-VALUE ROUNDED =
                   LV-ANNUAL-BAL * EM-RATE.
           COMPUTE SL-PERSONAL-VALUE ROUNDED =
                   LV-PERSONAL-BAL * EM-RATE.
           MOVE "B"                     TO SL-RECORD-TYPE.
           MOVE ZERO                    TO SL-PRIOR-VALUE.
           RELEASE SORT-REC.
           PERFORM 3B-READ-LEAVE.
       3D-EXIT.
           EXIT.

       3H-RELEASE-TRANSFER-OUT SECTION.
       3H-ENTRY.
           MOVE LV-NUMBER TO LS-NUMBER.
           MOVE "Y" TO WB-SNAPSHOT-FOUND-IND.
           READ SNAPSHOT-FILE KEY IS LS-NUMBER
               INVALID KEY MOVE "N" TO WB-SNAPSHOT-FOUND-IND.
           MOVE EM-ENTITY-CODE          TO WK-NEW-ENTITY.
           MOVE EM-COST-CENTRE          TO WK-NEW-CC.
           PERFORM 4J-FIND-PRIOR-VALUE.
           IF NOT WB-TRANSFERRED OR WF-PRIOR-VALUE = ZERO
               GO TO 3H-EXIT.
           DISPLAY "3H LEAVE PROVISION TRANSFERRED FROM "
                   WK-PRIOR-ENTITY " " WK-PRIOR-CC " FOR " LV-NUMBER.
           MOVE WK-PRIOR-ENTITY         TO SL-ENTITY-CODE.
           MOVE WK-PRIOR-CC             TO SL-COST-CENTRE.
           MOVE LV-NUMBER               TO SL-NUMBER.
           MOVE LV-NAME                 TO SL-NAME.
           MOVE EM-RATE                 TO SL-RATE.
           MOVE ZERO TO SL-ANNUAL-HOURS, SL-PERSONAL-HOURS,
                        SL-ANNUAL-VALUE, SL-PERSONAL-VALUE.
           MOVE "T"                     TO SL-RECORD-TYPE.
           MOVE WF-PRIOR-VALUE          TO SL-PRIOR-VALUE.
           RELEASE SORT-REC.
       3H-EXIT.
           EXIT.

       3C-VALUE-LEAVE SECTION.
       3C-ENTRY.
           DISPLAY "3C VALUE LEAVE".
           MOVE "N" TO WB-SORT-EOF-IND.
           PERFORM 3E-RETURN-SORT-RECORD.
           PERFORM 3F-DEAL-WITH-EMPLOYEE UNTIL WB-SORT-EOF.
           IF NOT WB-FIRST-LINE
               PERFORM 4C-END-COST-CENTRE
               PERFORM 4D-END-ENTITY.
       3C-EXIT.
           EXIT.

       3E-RETURN-SORT-RECORD SECTION.
       3E-ENTRY.
           RETURN SORT-FILE AT END MOVE "Y" TO WB-SORT-EOF-IND.
       3E-EXIT.
           EXIT.

       3F-DEAL-WITH-EMPLOYEE SECTION.
       3F-ENTRY.
           DISPLAY "3F DEALING WITH " SL-NUMBER.
           IF WA-LINE-COUNT > 12
               PERFORM 3G-PRINT-HEADINGS.
           IF WB-FIRST-LINE
               MOVE "N" TO WB-FIRST-LINE-IND
               PERFORM 2W-SWITCH-ENTITY-FILE
               MOVE SL-COST-CENTRE TO WK-CURR-CC
           ELSE
               IF SL-ENTITY-CODE NOT = WK-CURR-ENTITY
                   PERFORM 4C-END-COST-CENTRE
                   PERFORM 4D-END-ENTITY
                   PERFORM 2W-SWITCH-ENTITY-FILE
                   MOVE SL-COST-CENTRE TO WK-CURR-CC
               ELSE
                   IF SL-COST-CENTRE NOT = WK-CURR-CC
                       PERFORM 4C-END-COST-CENTRE
                       MOVE SL-COST-CENTRE TO WK-CURR-CC.
           IF SL-TRANSFER-OUT
               PERFORM 4K-CALC-TRANSFER-OUT
           ELSE
               PERFORM 4A-CALC-MOVEMENT
               ADD 1 TO WA-VALUED-COUNT.
           PERFORM 4B-PRINT-LEAVE-LINE.
           ADD SL-ANNUAL-VALUE   TO WG-CC-ANNUAL-VALUE.
           ADD SL-PERSONAL-VALUE TO WG-CC-PERSONAL-VALUE.
           ADD WF-TOTAL-VALUE    TO WG-CC-TOTAL-VALUE.
           ADD WF-MOVEMENT       TO WG-CC-MOVEMENT.
           PERFORM 3E-RETURN-SORT-RECORD.
       3F-EXIT.
           EXIT.

       3G-PRINT-HEADINGS SECTION.
       3G-ENTRY.
           DISPLAY "3G-PRINT-HEADINGS".
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
       3G-EXIT.
           EXIT.

       4A-CALC-MOVEMENT SECTION.
       4A-ENTRY.
           MOVE SL-ANNUAL-VALUE   TO WF-ANNUAL-VALUE.
           MOVE SL-PERSONAL-VALUE TO WF-PERSONAL-VALUE.
           ADD WF-ANNUAL-VALUE WF-PERSONAL-VALUE
               GIVING WF-TOTAL-VALUE.
           MOVE SL-NUMBER TO LS-NUMBER.
           MOVE "Y" TO WB-SNAPSHOT-FOUND-IND.
           READ SNAPSHOT-FILE KEY IS LS-NUMBER
               INVALID KEY MOVE "N" TO WB-SNAPSHOT-FOUND-IND.
           MOVE SL-ENTITY-CODE          TO WK-NEW-ENTITY.
           MOVE SL-COST-CENTRE          TO WK-NEW-CC.
           PERFORM 4J-FIND-PRIOR-VALUE.
           IF WB-TRANSFERRED
               MOVE ZERO TO WF-PRIOR-VALUE.
           SUBTRACT WF-PRIOR-VALUE FROM WF-TOTAL-VALUE
               GIVING WF-MOVEMENT.
           IF WM-TRIAL-RUN
               GO TO 4A-EXIT.
           IF WB-SNAPSHOT-FOUND AND LS-MONTH > WM-MONTH
               DISPLAY "4A SNAPSHOT LATER THAN MONTH - NOT UPDATED "
                       SL-NUMBER
               GO TO 4A-EXIT.
           PERFORM 4E-UPDATE-SNAPSHOT.
       4A-EXIT.
           EXIT.

       4E-UPDATE-SNAPSHOT SECTION.
       4E-ENTRY.
           IF NOT WB-SNAPSHOT-FOUND
               MOVE SL-NUMBER           TO LS-NUMBER
               MOVE WM-MONTH            TO LS-MONTH
               MOVE WF-ANNUAL-VALUE     TO LS-ANNUAL-VALUE
               MOVE WF-PERSONAL-VALUE   TO LS-PERSONAL-VALUE
               MOVE SPACES              TO LS-PRIOR-MONTH
               MOVE ZERO TO LS-PRIOR-ANNUAL-VALUE,
                            LS-PRIOR-PERSONAL-VALUE
               MOVE SL-ENTITY-CODE      TO LS-ENTITY-CODE
               MOVE SL-COST-CENTRE      TO LS-COST-CENTRE
               MOVE SPACES TO LS-PRIOR-ENTITY-CODE,
                              LS-PRIOR-COST-CENTRE
               WRITE SNAPSHOT-REC
               GO TO 4E-EXIT.
           IF LS-MONTH NOT = WM-MONTH
               MOVE LS-MONTH            TO LS-PRIOR-MONTH
               MOVE LS-ANNUAL-VALUE     TO LS-PRIOR-ANNUAL-VALUE
               MOVE LS-PERSONAL-VALUE   TO LS-PRIOR-PERSONAL-VALUE
               MOVE LS-ENTITY-CODE      TO LS-PRIOR-ENTITY-CODE
               MOVE LS-COST-CENTRE      TO LS-PRIOR-COST-CENTRE
               MOVE WM-MONTH            TO LS-MONTH.
           MOVE WF-ANNUAL-VALUE         TO LS-ANNUAL-VALUE.
           MOVE WF-PERSONAL-VALUE       TO LS-PERSONAL-VALUE.
           MOVE SL-ENTITY-CODE          TO LS-ENTITY-CODE.
           MOVE SL-COST-CENTRE          TO LS-COST-CENTRE.
           REWRITE SNAPSHOT-REC.
       4E-EXIT.
           EXIT.

       4J-FIND-PRIOR-VALUE SECTION.
       4J-ENTRY.
           MOVE ZERO TO WF-PRIOR-VALUE.
           MOVE "N" TO WB-TRANSFERRED-IND.
           IF NOT WB-SNAPSHOT-FOUND
               GO TO 4J-EXIT.
           IF LS-MONTH = WM-MONTH
               ADD LS-PRIOR-ANNUAL-VALUE LS-PRIOR-PERSONAL-VALUE
                   GIVING WF-PRIOR-VALUE
               MOVE LS-PRIOR-ENTITY-CODE TO WK-PRIOR-ENTITY
               MOVE LS-PRIOR-COST-CENTRE TO WK-PRIOR-CC
           ELSE
               ADD LS-ANNUAL-VALUE LS-PERSONAL-VALUE
                   GIVING WF-PRIOR-VALUE
               MOVE LS-ENTITY-CODE      TO WK-PRIOR-ENTITY
               MOVE LS-COST-CENTRE      TO WK-PRIOR-CC.
           IF WK-PRIOR-ENTITY = SPACES AND WK-PRIOR-CC = SPACES
               GO TO 4J-EXIT.
           IF WK-PRIOR-ENTITY NOT = WK-NEW-ENTITY
                   OR WK-PRIOR-CC NOT = WK-NEW-CC
               MOVE "Y" TO WB-TRANSFERRED-IND.
       4J-EXIT.
           EXIT.

       4K-CALC-TRANSFER-OUT SECTION.
       4K-ENTRY.
           MOVE ZERO TO WF-ANNUAL-VALUE, WF-PERSONAL-VALUE,
                        WF-TOTAL-VALUE.
           MOVE SL-PRIOR-VALUE          TO WF-PRIOR-VALUE.
           SUBTRACT WF-PRIOR-VALUE FROM WF-TOTAL-VALUE
               GIVING WF-MOVEMENT.
       4K-EXIT.
           EXIT.

       4B-PRINT-LEAVE-LINE SECTION.
       4B-ENTRY.
           MOVE SL-NUMBER               TO WD-LL-NUMBER.
           MOVE SL-NAME                 TO WD-LL-NAME.
           MOVE SL-RATE                 TO WD-LL-RATE.
           MOVE SL-ANNUAL-HOURS         TO WD-LL-ANNUAL-HOURS.
           MOVE SL-ANNUAL-VALUE         TO WD-LL-ANNUAL-VALUE.
           MOVE SL-PERSONAL-HOURS       TO WD-LL-PERSONAL-HOURS.
           MOVE SL-PERSONAL-VALUE       TO WD-LL-PERSONAL-VALUE.
           MOVE WF-TOTAL-VALUE          TO WD-LL-TOTAL-VALUE.
           MOVE WF-MOVEMENT             TO WD-LL-MOVEMENT.
           MOVE WD-LEAVE-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4B-EXIT.
           EXIT.

       4C-END-COST-CENTRE SECTION.
       4C-ENTRY.
           DISPLAY "4C-END-COST-CENTRE " WK-CURR-CC.
           MOVE "  COST CENTRE TOTAL" TO WD-TL-DESCRIPTION.
           MOVE WK-CURR-CC              TO WD-TL-CODE.
           MOVE WG-CC-ANNUAL-VALUE      TO WD-TL-ANNUAL-VALUE.
           MOVE WG-CC-PERSONAL-VALUE    TO WD-TL-PERSONAL-VALUE.
           MOVE WG-CC-TOTAL-VALUE       TO WD-TL-TOTAL-VALUE.
           MOVE WG-CC-MOVEMENT          TO WD-TL-MOVEMENT.
           MOVE WD-TOTAL-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           PERFORM 4F-POST-ACCRUAL.
           MOVE 2 TO WA-LINE-THROW.
           ADD WG-CC-ANNUAL-VALUE   TO WG-EN-ANNUAL-VALUE.
           ADD WG-CC-PERSONAL-VALUE TO WG-EN-PERSONAL-VALUE.
           ADD WG-CC-TOTAL-VALUE    TO WG-EN-TOTAL-VALUE.
           ADD WG-CC-MOVEMENT       TO WG-EN-MOVEMENT.
           MOVE ZERO TO WG-CC-ANNUAL-VALUE, WG-CC-PERSONAL-VALUE,
                        WG-CC-TOTAL-VALUE, WG-CC-MOVEMENT.
       4C-EXIT.
           EXIT.

       4D-END-ENTITY SECTION.
       4D-ENTRY.
           DISPLAY "4D-END-ENTITY " WK-CURR-ENTITY.
           MOVE "ENTITY TOTAL" TO WD-TL-DESCRIPTION.
           MOVE WK-CURR-ENTITY          TO WD-TL-CODE.
           MOVE WG-EN-ANNUAL-VALUE      TO WD-TL-ANNUAL-VALUE.
           MOVE WG-EN-PERSONAL-VALUE    TO WD-TL-PERSONAL-VALUE.
           MOVE WG-EN-TOTAL-VALUE       TO WD-TL-TOTAL-VALUE.
           MOVE WG-EN-MOVEMENT          TO WD-TL-MOVEMENT.
           MOVE WD-TOTAL-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
           MOVE 2 TO WA-LINE-THROW.
           PERFORM 2X-CLOSE-ENTITY-FILE.
           ADD WG-EN-ANNUAL-VALUE   TO WG-ALL-ANNUAL-VALUE.
           ADD WG-EN-PERSONAL-VALUE TO WG-ALL-PERSONAL-VALUE.
           ADD WG-EN-TOTAL-VALUE    TO WG-ALL-TOTAL-VALUE.
           ADD WG-EN-MOVEMENT       TO WG-ALL-MOVEMENT.
           MOVE ZERO TO WG-EN-ANNUAL-VALUE, WG-EN-PERSONAL-VALUE,
                        WG-EN-TOTAL-VALUE, WG-EN-MOVEMENT.
       4D-EXIT.
           EXIT.

       4F-POST-ACCRUAL SECTION.
       4F-ENTRY.
           IF WG-CC-MOVEMENT = ZERO OR WM-TRIAL-RUN
               GO TO 4F-EXIT.
           MOVE SPACES TO EXCEPTION-REC.
           MOVE WK-CURR-CC TO ER-NUMBER.
           MOVE WK-CURR-CC TO GM-COST-CENTRE.
           MOVE "L" TO GM-COMPONENT.
           MOVE "Y" TO WB-GLMAP-FOUND-IND.
           READ GL-MAP-FILE KEY IS GM-KEY
               INVALID KEY MOVE "N" TO WB-GLMAP-FOUND-IND.
           IF NOT WB-GLMAP-FOUND
               DISPLAY "NO GL ACCOUNT MAPPING FOR " WK-CURR-CC " L"
               MOVE "NO GL ACCOUNT MAPPING - ACCRUAL DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4H-DROP-ACCRUAL
               GO TO 4F-EXIT.
           MOVE GM-ACCOUNT-NO            TO WY-EXPENSE-ACCOUNT.
           MOVE GM-DR-CR                 TO WY-EXPENSE-DR-CR.
           MOVE "P" TO GM-COMPONENT.
           MOVE "Y" TO WB-GLMAP-FOUND-IND.
           READ GL-MAP-FILE KEY IS GM-KEY
               INVALID KEY MOVE "N" TO WB-GLMAP-FOUND-IND.
           IF NOT WB-GLMAP-FOUND
               DISPLAY "NO GL ACCOUNT MAPPING FOR " WK-CURR-CC " P"
               MOVE "NO GL ACCOUNT MAPPING - ACCRUAL DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4H-DROP-ACCRUAL
               GO TO 4F-EXIT.
           MOVE GM-ACCOUNT-NO            TO WY-PROVISION-ACCOUNT.
           MOVE GM-DR-CR                 TO WY-PROVISION-DR-CR.
           IF WY-EXPENSE-DR-CR = WY-PROVISION-DR-CR
               DISPLAY "LEAVE MAPPINGS ON SAME SIDE FOR " WK-CURR-CC
               MOVE "LEAVE GL MAPPINGS NOT DR/CR - DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4H-DROP-ACCRUAL
               GO TO 4F-EXIT.
           IF NOT WB-GL-FILE-OPEN
               MOVE "LEAVE GL EXTRACT NOT OPEN - DROPPED"
                                         TO WA-EXCEPTION-REASON
               PERFORM 4H-DROP-ACCRUAL
               GO TO 4F-EXIT.
           MOVE WG-CC-MOVEMENT TO WY-GL-AMOUNT.
           MOVE WY-EXPENSE-ACCOUNT       TO GL-ACCOUNT-NO.
           MOVE WY-EXPENSE-DR-CR         TO WY-GL-DR-CR.
           PERFORM 4F1-WRITE-JOURNAL-LINE.
           MOVE WY-PROVISION-ACCOUNT     TO GL-ACCOUNT-NO.
           MOVE WY-PROVISION-DR-CR       TO WY-GL-DR-CR.
           PERFORM 4F1-WRITE-JOURNAL-LINE.
       4F-EXIT.
           EXIT.

       4F1-WRITE-JOURNAL-LINE SECTION.
       4F1-ENTRY.
           MOVE WK-CURR-CC               TO GL-CC.
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
       4F1-EXIT.
           EXIT.

       4H-DROP-ACCRUAL SECTION.
       4H-ENTRY.
           PERFORM 2J-WRITE-EXCEPTION.
           ADD WG-CC-MOVEMENT TO WG-JOURNAL-DROPPED.
           MOVE WK-CURR-CC              TO WD-DL-CC.
           MOVE WA-EXCEPTION-REASON     TO WD-DL-REASON.
           MOVE WD-DROPPED-LINE TO REPORT-REC.
           PERFORM 2C-PRINT-LINE.
       4H-EXIT.
           EXIT.

       4G-PRINT-TOTALS SECTION.
       4G-ENTRY.
           DISPLAY "4G-PRINT-TOTALS".
           IF WA-LINE-COUNT > 12
               PERFORM 3G-PRINT-HEADINGS.
           MOVE "GRAND TOTAL" TO WD-TL-DESCRIPTION.
           MOVE SPACES                  TO WD-TL-CODE.
           MOVE WG-ALL-ANNUAL-VALUE     TO WD-TL-ANNUAL-VALUE.
           MOVE WG-ALL-PERSONAL-VALUE   TO WD-TL-PERSONAL-VALUE.
           MOVE WG-ALL-TOTAL-VALUE      TO WD-TL-TOTAL-VALUE.
           MOVE WG-ALL-MOVEMENT         TO WD-TL-MOVEMENT.
           MOVE WD-TOTAL-LINE TO REPORT-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
           MOVE WA-LEAVE-COUNT          TO WD-CL-READ.
           MOVE WA-VALUED-COUNT         TO WD-CL-VALUED.
           MOVE WA-NO-MASTER-COUNT      TO WD-CL-NO-MASTER.
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
