       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4K.
       AUTHOR. LYDIA.

      *                   program is run once, when the release that
      *                   widens the employee master, year-to-date and
      *                   pay history records is installed, and before
      *                   the first pay cycle on that release.  the
      *                   existing files are first renamed, pay4emp to
      *                   pay4empo, pay4ytd to pay4ytdo and pay4hist
      *                   to pay4hsto.  each old file is read in key
      *                   order under its old layout and every record
      *                   is written to a new file under the current
      *                   layout.  the employee master gains the state
      *                   code, which is left blank for the master
      *                   maintenance run to fill in.  the year-to-date
      *                   record gains the allowance totals, set to
      *                   zero.  the history record gains the overtime
      *                   and leave payout amounts, the pay date, the
      *                   hours and rate worked and the allowance
      *                   amounts; the pay date is left blank and the
      *                   amounts, hours and rate are set to zero.  an
      *                   old file that is not present is reported and
      *                   skipped.  the gl work file needs no
      *                   conversion as the pay run builds it afresh.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      *
       FILE-CONTROL.
           SELECT OLD-EMPLOYEE-FILE ASSIGN TO "PAY4EMPO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OE-NUMBER
           FILE STATUS IS WI-OLD-EMPLOYEE-STATUS
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "PAY4EMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-NUMBER
           FILE STATUS IS WI-EMPLOYEE-STATUS
           SELECT OLD-YTD-FILE ASSIGN TO "PAY4YTDO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OY-NUMBER
           FILE STATUS IS WI-OLD-YTD-STATUS
           SELECT YTD-FILE ASSIGN TO "PAY4YTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YT-NUMBER
           FILE STATUS IS WI-YTD-STATUS
           SELECT OLD-HISTORY-FILE ASSIGN TO "PAY4HSTO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OH-KEY
           FILE STATUS IS WI-OLD-HISTORY-STATUS
           SELECT HISTORY-FILE ASSIGN TO "PAY4HIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WI-HISTORY-STATUS.
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      OLD-EMPLOYEE-FILE.
       01      OLD-EMPLOYEE-REC.
         03    OE-NUMBER                PIC X(6).
         03    OE-NAME                  PIC X(20).
         03    OE-RATE                  PIC 99V99.
         03    OE-BANK-BSB              PIC X(6).
         03    OE-BANK-ACCOUNT          PIC X(9).
         03    OE-COST-CENTRE           PIC X(4).
         03    OE-SUPER-FUND-USI        PIC X(14).
         03    OE-SUPER-MEMBER-NO       PIC X(12).
         03    OE-STATUS                PIC X.
         03    OE-AUTO-PAY-IND          PIC X.
         03    OE-STD-HOURS             PIC 99V99.
         03    OE-ENTITY-CODE           PIC X(2).
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
       FD      OLD-YTD-FILE.
       01      OLD-YTD-REC.
         03    OY-NUMBER                PIC X(6).
         03    OY-NAME                  PIC X(20).
         03    OY-YTD-GROSS             PIC S9(8)V99  COMP.
         03    OY-YTD-TAX               PIC S9(8)V99  COMP.
         03    OY-YTD-SUPER             PIC S9(8)V99  COMP.
         03    OY-YTD-DEDNS             PIC S9(8)V99  COMP.
         03    OY-YTD-NETT              PIC S9(8)V99  COMP.
         03    OY-STATUS                PIC X.
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
       FD      OLD-HISTORY-FILE.
       01      OLD-HISTORY-REC.
         03    OH-KEY.
           05  OH-NUMBER                PIC X(6).
           05  OH-PERIOD-NO             PIC 99.
         03    OH-NAME                  PIC X(20).
         03    OH-GROSS                 PIC S9(6)V99  COMP.
         03    OH-TAX                   PIC S9(6)V99  COMP.
         03    OH-SUPER                 PIC S9(6)V99  COMP.
         03    OH-NETT                  PIC S9(6)V99  COMP.
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
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-EMPLOYEE-COUNT        PIC S9(8) COMP.
           03  WA-YTD-COUNT             PIC S9(8) COMP.
           03  WA-HISTORY-COUNT         PIC S9(8) COMP.
           03  WA-REJECT-COUNT          PIC S9(8) COMP.
      *
       01  WB-INDICATORS.
           03  WB-EOF-IND               PIC X.
           88  WB-EOF                   VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-OLD-EMPLOYEE-STATUS       PIC XX.
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-OLD-YTD-STATUS            PIC XX.
       01  WI-YTD-STATUS                PIC XX.
       01  WI-OLD-HISTORY-STATUS        PIC XX.
       01  WI-HISTORY-STATUS            PIC XX.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4K".
           PERFORM 2A-INITIALISE.
           PERFORM 3A-CONVERT-EMPLOYEES.
           IF NOT WB-RUN-ABORTED
               PERFORM 3B-CONVERT-YTD.
           IF NOT WB-RUN-ABORTED
               PERFORM 3C-CONVERT-HISTORY.
           PERFORM 2D-TIDY-UP.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4K RUN ABORTED - SEE MESSAGES ABOVE".
       1A-FINISH.
           DISPLAY "FINISHING PAY4K".
           STOP RUN.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE "N" TO WB-ABORT-IND.
       2A-EXIT.
           EXIT.

       2D-TIDY-UP SECTION.
       2D-ENTRY.
           DISPLAY "2D TIDY-UP".
           DISPLAY "EMPLOYEE MASTERS CONVERTED " WA-EMPLOYEE-COUNT.
           DISPLAY "YTD RECORDS CONVERTED      " WA-YTD-COUNT.
           DISPLAY "HISTORY RECORDS CONVERTED  " WA-HISTORY-COUNT.
           DISPLAY "RECORDS REJECTED           " WA-REJECT-COUNT.
       2D-EXIT.
           EXIT.

       3A-CONVERT-EMPLOYEES SECTION.
       3A-ENTRY.
           DISPLAY "3A CONVERT EMPLOYEES".
           OPEN INPUT OLD-EMPLOYEE-FILE.
           IF WI-OLD-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "PAY4EMPO NOT FOUND - MASTERS NOT CONVERTED"
               GO TO 3A-EXIT.
           OPEN OUTPUT EMPLOYEE-MASTER-FILE.
           IF WI-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "PAY4EMP CANNOT BE CREATED - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE OLD-EMPLOYEE-FILE
               GO TO 3A-EXIT.
           MOVE "N" TO WB-EOF-IND.
           MOVE LOW-VALUES TO OE-NUMBER.
           START OLD-EMPLOYEE-FILE KEY NOT < OE-NUMBER
               INVALID KEY MOVE "Y" TO WB-EOF-IND.
           IF NOT WB-EOF
               PERFORM 4A-READ-OLD-EMPLOYEE.
           PERFORM 4B-COPY-EMPLOYEE UNTIL WB-EOF.
           CLOSE OLD-EMPLOYEE-FILE, EMPLOYEE-MASTER-FILE.
       3A-EXIT.
           EXIT.

       3B-CONVERT-YTD SECTION.
       3B-ENTRY.
           DISPLAY "3B CONVERT YTD".
           OPEN INPUT OLD-YTD-FILE.
           IF WI-OLD-YTD-STATUS NOT = "00"
               DISPLAY "PAY4YTDO NOT FOUND - YTD NOT CONVERTED"
               GO TO 3B-EXIT.
           OPEN OUTPUT YTD-FILE.
           IF WI-YTD-STATUS NOT = "00"
               DISPLAY "PAY4YTD CANNOT BE CREATED - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE OLD-YTD-FILE
               GO TO 3B-EXIT.
           MOVE "N" TO WB-EOF-IND.
           MOVE LOW-VALUES TO OY-NUMBER.
           START OLD-YTD-FILE KEY NOT < OY-NUMBER
               INVALID KEY MOVE "Y" TO WB-EOF-IND.
           IF NOT WB-EOF
               PERFORM 4C-READ-OLD-YTD.
           PERFORM 4D-COPY-YTD UNTIL WB-EOF.
           CLOSE OLD-YTD-FILE, YTD-FILE.
       3B-EXIT.
           EXIT.

       3C-CONVERT-HISTORY SECTION.
       3C-ENTRY.
           DISPLAY "3C CONVERT HISTORY".
           OPEN INPUT OLD-HISTORY-FILE.
           IF WI-OLD-HISTORY-STATUS NOT = "00"
               DISPLAY "PAY4HSTO NOT FOUND - HISTORY NOT CONVERTED"
               GO TO 3C-EXIT.
           OPEN OUTPUT HISTORY-FILE.
           IF WI-HISTORY-STATUS NOT = "00"
               DISPLAY "PAY4HIST CANNOT BE CREATED - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE OLD-HISTORY-FILE
               GO TO 3C-EXIT.
           MOVE "N" TO WB-EOF-IND.
           MOVE LOW-VALUES TO OH-KEY.
           START OLD-HISTORY-FILE KEY NOT < OH-KEY
               INVALID KEY MOVE "Y" TO WB-EOF-IND.
           IF NOT WB-EOF
               PERFORM 4E-READ-OLD-HISTORY.
           PERFORM 4F-COPY-HISTORY UNTIL WB-EOF.
           CLOSE OLD-HISTORY-FILE, HISTORY-FILE.
       3C-EXIT.
           EXIT.

       4A-READ-OLD-EMPLOYEE SECTION.
       4A-ENTRY.
           READ OLD-EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-EOF-IND.
       4A-EXIT.
           EXIT.

       4B-COPY-EMPLOYEE SECTION.
       4B-ENTRY.
           MOVE OE-NUMBER               TO EM-NUMBER.
           MOVE OE-NAME                 TO EM-NAME.
           MOVE OE-RATE                 TO EM-RATE.
           MOVE OE-BANK-BSB             TO EM-BANK-BSB.
           MOVE OE-BANK-ACCOUNT         TO EM-BANK-ACCOUNT.
           MOVE OE-COST-CENTRE          TO EM-COST-CENTRE.
           MOVE OE-SUPER-FUND-USI       TO EM-SUPER-FUND-USI.
           MOVE OE-SUPER-MEMBER-NO      TO EM-SUPER-MEMBER-NO.
           MOVE OE-STATUS               TO EM-STATUS.
           MOVE OE-AUTO-PAY-IND         TO EM-AUTO-PAY-IND.
           MOVE OE-STD-HOURS            TO EM-STD-HOURS.
           MOVE OE-ENTITY-CODE          TO EM-ENTITY-CODE.
           MOVE SPACES                  TO EM-STATE-CODE.
           WRITE EMPLOYEE-MASTER-REC.
           IF WI-EMPLOYEE-STATUS = "00"
               ADD 1 TO WA-EMPLOYEE-COUNT
           ELSE
               DISPLAY "4B MASTER NOT WRITTEN " EM-NUMBER
                       " STATUS " WI-EMPLOYEE-STATUS
               ADD 1 TO WA-REJECT-COUNT.
           PERFORM 4A-READ-OLD-EMPLOYEE.
       4B-EXIT.
           EXIT.

       4C-READ-OLD-YTD SECTION.
       4C-ENTRY.
           READ OLD-YTD-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-EOF-IND.
       4C-EXIT.
           EXIT.

       4D-COPY-YTD SECTION.
       4D-ENTRY.
           MOVE OY-NUMBER               TO YT-NUMBER.
           MOVE OY-NAME                 TO YT-NAME.
           MOVE OY-YTD-GROSS            TO YT-YTD-GROSS.
           MOVE OY-YTD-TAX              TO YT-YTD-TAX.
           MOVE OY-YTD-SUPER            TO YT-YTD-SUPER.
           MOVE OY-YTD-DEDNS            TO YT-YTD-DEDNS.
           MOVE OY-YTD-NETT             TO YT-YTD-NETT.
           MOVE OY-STATUS               TO YT-STATUS.
           MOVE ZERO TO YT-YTD-ALLOW, YT-YTD-ALLOW-NONTAX.
           WRITE YTD-REC.
           IF WI-YTD-STATUS = "00"
               ADD 1 TO WA-YTD-COUNT
           ELSE
               DISPLAY "4D YTD NOT WRITTEN " YT-NUMBER
                       " STATUS " WI-YTD-STATUS
               ADD 1 TO WA-REJECT-COUNT.
           PERFORM 4C-READ-OLD-YTD.
       4D-EXIT.
           EXIT.

       4E-READ-OLD-HISTORY SECTION.
       4E-ENTRY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WB-EOF-IND.
       4E-EXIT.
           EXIT.

       4F-COPY-HISTORY SECTION.
       4F-ENTRY.
           MOVE OH-NUMBER               TO PH-NUMBER.
           MOVE OH-PERIOD-NO            TO PH-PERIOD-NO.
           MOVE OH-NAME                 TO PH-NAME.
           MOVE OH-GROSS                TO PH-GROSS.
           MOVE OH-TAX                  TO PH-TAX.
           MOVE OH-SUPER                TO PH-SUPER.
           MOVE OH-NETT                 TO PH-NETT.
           MOVE ZERO TO PH-GROSS-OT, PH-LEAVE-PAYOUT,
                        PH-HOURS-ORD, PH-HOURS-1-5, PH-HOURS-DBL,
                        PH-RATE, PH-ALLOW-TAXABLE, PH-ALLOW-NONTAX,
                        PH-ALLOW-SUPER.
           MOVE SPACES                  TO PH-PAY-DATE.
           WRITE HISTORY-REC.
           IF WI-HISTORY-STATUS = "00"
               ADD 1 TO WA-HISTORY-COUNT
           ELSE
               DISPLAY "4F HISTORY NOT WRITTEN " PH-KEY
                       " STATUS " WI-HISTORY-STATUS
               ADD 1 TO WA-REJECT-COUNT.
           PERFORM 4E-READ-OLD-HISTORY.
       4F-EXIT.
           EXIT.
