      *                   before/after audit listing of every change
      *                   so a supervisor can sight alterations to
      *                   bank details and rates before the pay run.
      *                   a rate change carrying an effective period
      *                   is also written to the rate change file so
      *                   the back pay run can pay the difference for
      *                   the periods already paid since that period.
      *                   a change of bank details is written to the
      *                   bank change file for the payment screening
      *                   run.  each employee carries the state in
      *                   which they work, for payroll tax.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-NUMBER
           FILE STATUS IS WI-EMPLOYEE-STATUS
           SELECT RATE-CHANGE-FILE ASSIGN TO "PAY4RCHG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RATE-CHANGE-STATUS
           SELECT BANK-CHANGE-FILE ASSIGN TO "PAY4BCHG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-BANK-CHANGE-STATUS.
      *
      *
       DATA DIVISION.
         03    MT-AUTO-PAY-IND          PIC X.
         03    MT-STD-HOURS             PIC 99V99.
         03    MT-ENTITY-CODE           PIC X(2).
         03    MT-EFFECTIVE-PERIOD      PIC 99.
         03    MT-STATE-CODE            PIC X(3).
           88  MT-VALID-STATE           VALUE "NSW" "VIC" "QLD" "SA "
                                              "WA " "TAS" "NT " "ACT".
      *
       FD      AUDIT-FILE.
       01      AUDIT-REC                PIC X(120).
           88  EM-AUTO-PAY              VALUE "Y".
         03    EM-STD-HOURS             PIC 99V99.
         03    EM-ENTITY-CODE           PIC X(2).
         03    EM-STATE-CODE            PIC X(3).
      *
       FD      RATE-CHANGE-FILE.
       01      RATE-CHANGE-REC.
         03    RX-NUMBER                PIC X(6).
         03    RX-NAME                  PIC X(20).
         03    RX-OLD-RATE              PIC 99V99.
         03    RX-NEW-RATE              PIC 99V99.
         03    RX-EFFECTIVE-PERIOD      PIC 99.
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
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-CHANGE-COUNT          PIC S9(8) COMP.
           03  WA-TERM-COUNT            PIC S9(8) COMP.
           03  WA-REJECT-COUNT          PIC S9(8) COMP.
           03  WA-RATE-CHANGE-COUNT     PIC S9(8) COMP.
           03  WA-BANK-CHANGE-COUNT     PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-REJECT-REASON         PIC X(40).
           03  WA-OLD-RATE              PIC 99V99.
           03  WA-OLD-BANK-BSB          PIC X(6).
           03  WA-OLD-BANK-ACCOUNT      PIC X(9).
      *
       01  WB-INDICATORS.
           03  WB-EOF-IND               PIC X.
      *
       01  WI-TRANS-STATUS              PIC XX.
       01  WI-EMPLOYEE-STATUS           PIC XX.
       01  WI-RATE-CHANGE-STATUS        PIC XX.
       01  WI-BANK-CHANGE-STATUS        PIC XX.
      *
       01      WC-HEADING-LINES.

           05  FILLER                   PIC X(03) VALUE "ST".
           05  FILLER                   PIC X(03) VALUE "AU".
           05  FILLER                   PIC X(06) VALUE "STD".
           05  FILLER                   PIC X(03) VALUE "EN".
           05  FILLER                   PIC X(03) VALUE "STA".
      *
       01      WD-DETAIL-LINES.

           05  WD-ML-STD-HOURS          PIC Z9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-ML-ENTITY             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-ML-STATE              PIC X(03).

         03    WD-REJECT-LINE.
           05  FILLER                   PIC X(07) VALUE "REJECT".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RL-REASON             PIC X(40).

         03    WD-RATE-CHANGE-LINE.
           05  FILLER                   PIC X(07) VALUE "BACKPAY".
           05  WD-RC-NUMBER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RC-NAME               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-RC-OLD-RATE           PIC Z9.99.
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  WD-RC-NEW-RATE           PIC Z9.99.
           05  FILLER                   PIC X(18) VALUE
                                        " EFFECTIVE PERIOD ".
           05  WD-RC-EFFECTIVE-PERIOD   PIC 99.

         03    WD-TOTAL-LINE.
           05  FILLER                   PIC X(19) VALUE
                                        "TRANSACTIONS READ".
           05  WD-TL-TERMS              PIC ZZZ9.
           05  FILLER                   PIC X(11) VALUE "  REJECTED".
           05  WD-TL-REJECTS            PIC ZZZ9.
           05  FILLER                   PIC X(15) VALUE
                                        "  RATE CHANGES".
           05  WD-TL-RATE-CHANGES       PIC ZZZ9.
           05  FILLER                   PIC X(14) VALUE
                                        "  BANK CHANGES".
           05  WD-TL-BANK-CHANGES       PIC ZZZ9.
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4M".
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           IF WB-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WA-TRANS-COUNT           TO JS-READ-COUNT.
           SUBTRACT WA-REJECT-COUNT FROM WA-TRANS-COUNT
               GIVING JS-ACCEPTED-COUNT.
           MOVE WA-REJECT-COUNT          TO JS-REJECTED-COUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       1A-STOP.

       2A-INITIALISE SECTION.
               CLOSE EMPLOYEE-MASTER-FILE
               OPEN I-O EMPLOYEE-MASTER-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND RATE-CHANGE-FILE.
           IF WI-RATE-CHANGE-STATUS NOT = "00"
               OPEN OUTPUT RATE-CHANGE-FILE.
           OPEN EXTEND BANK-CHANGE-FILE.
           IF WI-BANK-CHANGE-STATUS NOT = "00"
               OPEN OUTPUT BANK-CHANGE-FILE.
           PERFORM 2B-READ-TRANS.
       2A-EXIT.
           EXIT.
       2D-ENTRY.
           DISPLAY "2D TIDY-UP".
           PERFORM 4G-PRINT-TOTALS.
           CLOSE TRANS-FILE, AUDIT-FILE, EMPLOYEE-MASTER-FILE,
                 RATE-CHANGE-FILE, BANK-CHANGE-FILE.
       2D-EXIT.
           EXIT.

                                         TO WA-REJECT-REASON
               PERFORM 4F-PRINT-REJECT
               GO TO 4A-EXIT.
           IF NOT MT-VALID-STATE
               MOVE "STATE CODE MISSING OR INVALID ON ADD"
                                         TO WA-REJECT-REASON
               PERFORM 4F-PRINT-REJECT
               GO TO 4A-EXIT.
           MOVE MT-NUMBER               TO EM-NUMBER.
           MOVE MT-NAME                 TO EM-NAME.
           MOVE MT-RATE                 TO EM-RATE.
           ELSE
               MOVE ZERO                TO EM-STD-HOURS.
           MOVE MT-ENTITY-CODE          TO EM-ENTITY-CODE.
           MOVE MT-STATE-CODE           TO EM-STATE-CODE.
           WRITE EMPLOYEE-MASTER-REC.
           MOVE "ADDED" TO WD-ML-TAG.
           PERFORM 4E-PRINT-MASTER-LINE.
                                         TO WA-REJECT-REASON
               PERFORM 4F-PRINT-REJECT
               GO TO 4B-EXIT.
           IF MT-EFFECTIVE-PERIOD IS NOT NUMERIC
               MOVE ZERO TO MT-EFFECTIVE-PERIOD.
           IF MT-EFFECTIVE-PERIOD NOT = ZERO
                   AND (MT-RATE IS NOT NUMERIC OR MT-RATE = ZERO)
               MOVE "EFFECTIVE PERIOD WITHOUT A NEW RATE"
                                         TO WA-REJECT-REASON
               PERFORM 4F-PRINT-REJECT
               GO TO 4B-EXIT.
           IF MT-STATE-CODE NOT = SPACES AND NOT MT-VALID-STATE
               MOVE "INVALID STATE CODE ON CHANGE"
                                         TO WA-REJECT-REASON
               PERFORM 4F-PRINT-REJECT
               GO TO 4B-EXIT.
           MOVE "BEFORE" TO WD-ML-TAG.
           PERFORM 4E-PRINT-MASTER-LINE.
           MOVE EM-RATE TO WA-OLD-RATE.
           MOVE EM-BANK-BSB TO WA-OLD-BANK-BSB.
           MOVE EM-BANK-ACCOUNT TO WA-OLD-BANK-ACCOUNT.
           IF MT-NAME NOT = SPACES
               MOVE MT-NAME             TO EM-NAME.
           IF MT-RATE IS NUMERIC AND MT-RATE NOT = ZERO
               MOVE MT-STD-HOURS        TO EM-STD-HOURS.
           IF MT-ENTITY-CODE NOT = SPACES
               MOVE MT-ENTITY-CODE      TO EM-ENTITY-CODE.
           IF MT-STATE-CODE NOT = SPACES
               MOVE MT-STATE-CODE       TO EM-STATE-CODE.
           REWRITE EMPLOYEE-MASTER-REC.
           MOVE "AFTER" TO WD-ML-TAG.
           PERFORM 4E-PRINT-MASTER-LINE.
           ADD 1 TO WA-CHANGE-COUNT.
           IF MT-EFFECTIVE-PERIOD NOT = ZERO
                   AND EM-RATE NOT = WA-OLD-RATE
               PERFORM 4H-WRITE-RATE-CHANGE.
           IF EM-BANK-BSB NOT = WA-OLD-BANK-BSB
                   OR EM-BANK-ACCOUNT NOT = WA-OLD-BANK-ACCOUNT
               PERFORM 4J-WRITE-BANK-CHANGE.
       4B-EXIT.
           EXIT.

           ELSE
               MOVE ZERO                TO WD-ML-STD-HOURS.
           MOVE EM-ENTITY-CODE          TO WD-ML-ENTITY.
           MOVE EM-STATE-CODE           TO WD-ML-STATE.
           MOVE WD-MASTER-LINE TO AUDIT-REC.
           PERFORM 2C-PRINT-LINE.
       4E-EXIT.
           MOVE WA-CHANGE-COUNT         TO WD-TL-CHANGES.
           MOVE WA-TERM-COUNT           TO WD-TL-TERMS.
           MOVE WA-REJECT-COUNT         TO WD-TL-REJECTS.
           MOVE WA-RATE-CHANGE-COUNT    TO WD-TL-RATE-CHANGES.
           MOVE WA-BANK-CHANGE-COUNT    TO WD-TL-BANK-CHANGES.
           MOVE WD-TOTAL-LINE TO AUDIT-REC.
           MOVE 3 TO WA-LINE-THROW.
           PERFORM 2C-PRINT-LINE.
       4G-EXIT.
           EXIT.

       4H-WRITE-RATE-CHANGE SECTION.
       4H-ENTRY.
           DISPLAY "4H-WRITE-RATE-CHANGE " EM-NUMBER.
           MOVE EM-NUMBER               TO RX-NUMBER.
           MOVE EM-NAME                 TO RX-NAME.
           MOVE WA-OLD-RATE             TO RX-OLD-RATE.
           MOVE EM-RATE                 TO RX-NEW-RATE.
           MOVE MT-EFFECTIVE-PERIOD     TO RX-EFFECTIVE-PERIOD.
           WRITE RATE-CHANGE-REC.
           MOVE EM-NUMBER               TO WD-RC-NUMBER.
           MOVE EM-NAME                 TO WD-RC-NAME.
           MOVE WA-OLD-RATE             TO WD-RC-OLD-RATE.
           MOVE EM-RATE                 TO WD-RC-NEW-RATE.
           MOVE MT-EFFECTIVE-PERIOD     TO WD-RC-EFFECTIVE-PERIOD.
           MOVE WD-RATE-CHANGE-LINE TO AUDIT-REC.
           PERFORM 2C-PRINT-LINE.
           ADD 1 TO WA-RATE-CHANGE-COUNT.
       4H-EXIT.
           EXIT.

       4J-WRITE-BANK-CHANGE SECTION.
       4J-ENTRY.
           DISPLAY "4J-WRITE-BANK-CHANGE " EM-NUMBER.
           MOVE EM-NUMBER               TO BC-NUMBER.
           MOVE EM-NAME                 TO BC-NAME.
           MOVE WA-OLD-BANK-BSB         TO BC-OLD-BANK-BSB.
           MOVE WA-OLD-BANK-ACCOUNT     TO BC-OLD-BANK-ACCOUNT.
           MOVE EM-BANK-BSB             TO BC-NEW-BANK-BSB.
           MOVE EM-BANK-ACCOUNT         TO BC-NEW-BANK-ACCOUNT.
           WRITE BANK-CHANGE-REC.
           ADD 1 TO WA-BANK-CHANGE-COUNT.
       4J-EXIT.
           EXIT.

       5A-PRINT-FIRST-LINE SECTION.
       5A-ENTRY.
           DISPLAY "PRINT-FIRST-LINE".
