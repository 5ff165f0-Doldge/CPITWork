      *                   file.  held pays whose bank details have
      *                   since been corrected on the employee master
      *                   are reissued on a supplementary eft file.
      *                   pays held by payment screening are reissued
      *                   to the master bank details only once a
      *                   supervisor has released them on the release
      *                   file; releases are archived once read so
      *                   that each is used for one run only.  an
      *                   item returned for an employee whose pay is
      *                   already held by screening is added to that
      *                   hold, which keeps its screening reason.
      *                   every reversal and reissue is written to the
      *                   exception file so it shows in the trend
      *                   report.
           FILE STATUS IS WI-GL-STATUS
           SELECT REISSUE-EFT-FILE ASSIGN TO "PAY4REFT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-REISSUE-STATUS
           SELECT GL-LOG-FILE ASSIGN TO "PAY4GLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-LOG-STATUS
           SELECT JOURNAL-FILE ASSIGN TO "PAY4TJNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-STATUS
           SELECT RELEASE-FILE ASSIGN TO "PAY4HREL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RELEASE-STATUS
           SELECT RELEASE-ARCHIVE-FILE ASSIGN TO "PAY4HRLA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RELEASE-ARCHIVE-STATUS.
      *
      *
       DATA DIVISION.
         03    YT-STATUS                PIC X.
           88  YT-OPEN                  VALUE "O".
           88  YT-CLOSED                VALUE "C".
         03    YT-YTD-ALLOW             PIC S9(8)V99  COMP.
         03    YT-YTD-ALLOW-NONTAX      PIC S9(8)V99  COMP.
      *
       FD      EMPLOYEE-MASTER-FILE.
       01      EMPLOYEE-MASTER-REC.
           88  EM-AUTO-PAY              VALUE "Y".
         03    EM-STD-HOURS             PIC 99V99.
         03    EM-ENTITY-CODE           PIC X(2).
         03    EM-STATE-CODE            PIC X(3).
      *
       FD      GL-MAP-FILE.
       01      GL-MAP-REC.
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
         03    RF-BANK-ACCOUNT          PIC X(9).
         03    FILLER                   PIC X.
         03    RF-NETT                  PIC ZZZ9.99.
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
       FD      RELEASE-FILE.
       01      RELEASE-REC.
         03    HR-NUMBER                PIC X(6).
         03    HR-SUPERVISOR            PIC X(8).
      *
       FD      RELEASE-ARCHIVE-FILE.
       01      RELEASE-ARCHIVE-REC      PIC X(14).
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-REVERSED-COUNT        PIC S9(8) COMP.
           03  WA-REISSUE-COUNT         PIC S9(8) COMP.
           03  WA-STILL-HELD-COUNT      PIC S9(8) COMP.
           03  WA-RELEASE-COUNT         PIC S9(8) COMP.
      *
       01  WA-EDIT-FIELDS.
           03  WA-EXCEPTION-REASON      PIC X(40).
           03  WA-RETURN-AMOUNT         PIC S9(6)V99  COMP.
           03  WA-RELEASE-REASON.
               05  FILLER               PIC X(24) VALUE
                                        "SCREENED PAY RELEASED - ".
               05  WA-RR-SUPERVISOR     PIC X(8).
      *
       01  WB-INDICATORS.
           03  WB-EOF-IND               PIC X.
           88  WB-GLMAP-FOUND           VALUE "Y".
           03  WB-HELD-FOUND-IND        PIC X.
           88  WB-HELD-FOUND            VALUE "Y".
           03  WB-RELEASE-EOF-IND       PIC X.
           88  WB-RELEASE-EOF           VALUE "Y".
           03  WB-RELEASED-IND          PIC X.
           88  WB-RELEASED              VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-HELD-STATUS               PIC XX.
       01  WI-GL-STATUS                 PIC XX.
       01  WI-REISSUE-STATUS            PIC XX.
       01  WI-JOURNAL-STATUS            PIC XX.
       01  WI-GL-LOG-STATUS             PIC XX.
       01  WI-RELEASE-STATUS            PIC XX.
       01  WI-RELEASE-ARCHIVE-STATUS    PIC XX.
      *
       01      WR-RELEASE-TABLE.
           03  WR-RELEASE-COUNT         PIC S9(4) COMP VALUE ZERO.
           03  WR-RELEASE-ENTRY OCCURS 200 TIMES
                                        INDEXED BY WR-RELEASE-IDX.
               05  WR-NUMBER            PIC X(6).
               05  WR-SUPERVISOR        PIC X(8).
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE 1.
           03  WY-GL-REVERSE-IND        PIC X.
           88  WY-GL-REVERSE            VALUE "Y".
           03  WY-GL-COST-CENTRE        PIC X(4).
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4R".
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           IF WB-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WA-RETURN-COUNT          TO JS-READ-COUNT.
           MOVE WA-REISSUE-COUNT         TO JS-ACCEPTED-COUNT.
           MOVE WA-STILL-HELD-COUNT      TO JS-REJECTED-COUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       1A-STOP.

       2A-INITIALISE SECTION.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT REISSUE-EFT-FILE.
           PERFORM 2S-OPEN-EXCEPTION-FILE.
           PERFORM 2N-OPEN-JOURNAL-FILE.
           PERFORM 2O-OPEN-GL-LOG-FILE.
           PERFORM 2G-LOAD-RELEASES.
           IF NOT WB-NO-RETURNS
               PERFORM 2B-READ-RETURN.
       2A-EXIT.
           DISPLAY "PAYMENTS REVERSED " WA-REVERSED-COUNT.
           DISPLAY "PAYMENTS REISSUED " WA-REISSUE-COUNT.
           DISPLAY "STILL HELD        " WA-STILL-HELD-COUNT.
           DISPLAY "RELEASES READ     " WA-RELEASE-COUNT.
           IF NOT WB-NO-RETURNS
               CLOSE RETURN-FILE.
           CLOSE EXCEPTION-FILE, YTD-FILE, EMPLOYEE-MASTER-FILE,
                 GL-MAP-FILE, HELD-FILE, GL-FILE, REISSUE-EFT-FILE,
                 JOURNAL-FILE, GL-LOG-FILE.
           PERFORM 2H-ROLL-RELEASES.
       2D-EXIT.
           EXIT.

       2F-EXIT.
           EXIT.

       2G-LOAD-RELEASES SECTION.
       2G-ENTRY.
           DISPLAY "2G LOAD RELEASES".
           MOVE ZERO TO WR-RELEASE-COUNT.
           OPEN INPUT RELEASE-FILE.
           IF WI-RELEASE-STATUS NOT = "00"
               DISPLAY "PAY4HREL NOT FOUND - NO SCREENED PAYS RELEASED"
               GO TO 2G-EXIT.
           MOVE "N" TO WB-RELEASE-EOF-IND.
           PERFORM 2I-READ-RELEASE.
           PERFORM 3E-STORE-RELEASE UNTIL WB-RELEASE-EOF.
           CLOSE RELEASE-FILE.
       2G-EXIT.
           EXIT.

       2H-ROLL-RELEASES SECTION.
       2H-ENTRY.
           DISPLAY "2H ROLL RELEASES".
           OPEN INPUT RELEASE-FILE.
           IF WI-RELEASE-STATUS NOT = "00"
               GO TO 2H-EXIT.
           OPEN EXTEND RELEASE-ARCHIVE-FILE.
           IF WI-RELEASE-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT RELEASE-ARCHIVE-FILE.
           MOVE "N" TO WB-RELEASE-EOF-IND.
           PERFORM 2I-READ-RELEASE.
           PERFORM 3F-ARCHIVE-RELEASE UNTIL WB-RELEASE-EOF.
           CLOSE RELEASE-FILE, RELEASE-ARCHIVE-FILE.
           OPEN OUTPUT RELEASE-FILE.
           CLOSE RELEASE-FILE.
       2H-EXIT.
           EXIT.

       2I-READ-RELEASE SECTION.
       2I-ENTRY.
           READ RELEASE-FILE AT END MOVE "Y" TO WB-RELEASE-EOF-IND.
       2I-EXIT.
           EXIT.

       2M-READ-RUN-CONTROL SECTION.
       2M-ENTRY.
           DISPLAY "2M READ RUN CONTROL".
       2S-EXIT.
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

       2T-STAMP-EXCEPTION SECTION.
       2T-ENTRY.
           MOVE WM-PAY-PERIOD-NO  TO ER-PERIOD-NO.
           MOVE WA-RETURN-AMOUNT        TO WY-GL-AMOUNT.
           PERFORM 4C-POST-GL-COMPONENT.
           PERFORM 4B-HOLD-PAYMENT.
           MOVE "R" TO TJ-TYPE.
           PERFORM 4E-WRITE-JOURNAL.
           MOVE "EFT PAYMENT RETURNED BY BANK - REVERSED"
                                         TO WA-EXCEPTION-REASON.
           PERFORM 2J-WRITE-EXCEPTION.
           MOVE "Y" TO WB-HELD-FOUND-IND.
           READ HELD-FILE KEY IS HP-NUMBER
               INVALID KEY MOVE "N" TO WB-HELD-FOUND-IND.
           IF WB-HELD-FOUND AND HP-SCREENED
               ADD WA-RETURN-AMOUNT TO HP-AMOUNT
               REWRITE HELD-REC
               GO TO 4B-EXIT.
           IF WB-HELD-FOUND
               ADD WA-RETURN-AMOUNT TO HP-AMOUNT
           ELSE
               MOVE GM-DR-CR             TO GL-DR-CR.
           MOVE WY-GL-AMOUNT             TO GL-AMOUNT.
           WRITE GL-REC.
           MOVE "PAY4R"                  TO GO-SOURCE.
           MOVE EM-ENTITY-CODE           TO GO-ENTITY-CODE.
           MOVE WM-PAY-PERIOD-NO         TO GO-PERIOD-NO.
           MOVE WM-PAY-DATE              TO GO-PAY-DATE.
           MOVE WY-GL-COST-CENTRE        TO GO-CC.
           MOVE WY-GL-COMPONENT          TO GO-COMPONENT.
           MOVE GM-ACCOUNT-NO            TO GO-ACCOUNT-NO.
           MOVE GL-DR-CR                 TO GO-DR-CR.
           IF WY-GL-REVERSE
               COMPUTE GO-AMOUNT = ZERO - WY-GL-AMOUNT
           ELSE
               MOVE WY-GL-AMOUNT         TO GO-AMOUNT.
           WRITE GL-LOG-REC.
       4C-EXIT.
           EXIT.

               ADD 1 TO WA-STILL-HELD-COUNT
               PERFORM 2F-READ-HELD
               GO TO 3B-EXIT.
           MOVE "N" TO WB-RELEASED-IND.
           IF HP-SCREENED
               PERFORM 3D-MATCH-RELEASE
                   VARYING WR-RELEASE-IDX FROM 1 BY 1
                   UNTIL WR-RELEASE-IDX > WR-RELEASE-COUNT
                      OR WB-RELEASED.
           IF HP-SCREENED AND NOT WB-RELEASED
               DISPLAY "3B AWAITING SUPERVISOR RELEASE " HP-NUMBER
               ADD 1 TO WA-STILL-HELD-COUNT
               PERFORM 2F-READ-HELD
               GO TO 3B-EXIT.
           IF NOT HP-SCREENED
                   AND EM-BANK-BSB = HP-BANK-BSB
                   AND EM-BANK-ACCOUNT = HP-BANK-ACCOUNT
               DISPLAY "3B BANK DETAILS NOT YET CORRECTED " HP-NUMBER
               ADD 1 TO WA-STILL-HELD-COUNT
       3B-EXIT.
           EXIT.

       3D-MATCH-RELEASE SECTION.
       3D-ENTRY.
           IF WR-NUMBER (WR-RELEASE-IDX) = HP-NUMBER
               MOVE "Y" TO WB-RELEASED-IND
               MOVE WR-SUPERVISOR (WR-RELEASE-IDX) TO WA-RR-SUPERVISOR.
       3D-EXIT.
           EXIT.

       3E-STORE-RELEASE SECTION.
       3E-ENTRY.
           ADD 1 TO WA-RELEASE-COUNT.
           IF HR-NUMBER = SPACES OR HR-SUPERVISOR = SPACES
               DISPLAY "3E RELEASE IGNORED - NUMBER OR SUPERVISOR "
                       "MISSING " RELEASE-REC
               PERFORM 2I-READ-RELEASE
               GO TO 3E-EXIT.
           IF WR-RELEASE-COUNT NOT < 200
               DISPLAY "3E RELEASE TABLE FULL - IGNORED " HR-NUMBER
               PERFORM 2I-READ-RELEASE
               GO TO 3E-EXIT.
           ADD 1 TO WR-RELEASE-COUNT.
           SET WR-RELEASE-IDX TO WR-RELEASE-COUNT.
           MOVE HR-NUMBER     TO WR-NUMBER (WR-RELEASE-IDX).
           MOVE HR-SUPERVISOR TO WR-SUPERVISOR (WR-RELEASE-IDX).
           PERFORM 2I-READ-RELEASE.
       3E-EXIT.
           EXIT.

       3F-ARCHIVE-RELEASE SECTION.
       3F-ENTRY.
           MOVE RELEASE-REC TO RELEASE-ARCHIVE-REC.
           WRITE RELEASE-ARCHIVE-REC.
           PERFORM 2I-READ-RELEASE.
       3F-EXIT.
           EXIT.

       4D-REISSUE-PAYMENT SECTION.
       4D-ENTRY.
           DISPLAY "4D-REISSUE-PAYMENT " HP-NUMBER.
           MOVE "N" TO WY-GL-COMPONENT.
           MOVE WA-RETURN-AMOUNT        TO WY-GL-AMOUNT.
           PERFORM 4C-POST-GL-COMPONENT.
           MOVE "I" TO TJ-TYPE.
           PERFORM 4E-WRITE-JOURNAL.
           MOVE HP-NUMBER                TO RT-NUMBER.
           IF HP-SCREENED
               MOVE WA-RELEASE-REASON    TO WA-EXCEPTION-REASON
           ELSE
               MOVE "HELD PAY REISSUED TO CORRECTED ACCOUNT"
                                         TO WA-EXCEPTION-REASON.
           PERFORM 2J-WRITE-EXCEPTION.
           DELETE HELD-FILE RECORD.
           ADD 1 TO WA-REISSUE-COUNT.
       4D-EXIT.
           EXIT.

       4E-WRITE-JOURNAL SECTION.
       4E-ENTRY.
           DISPLAY "4E-WRITE-JOURNAL " EM-NUMBER " " TJ-TYPE.
           MOVE EM-NUMBER               TO TJ-NUMBER.
           MOVE EM-ENTITY-CODE          TO TJ-ENTITY-CODE.
           MOVE EM-COST-CENTRE          TO TJ-COST-CENTRE.
           MOVE WM-PAY-PERIOD-NO        TO TJ-RUN-PERIOD-NO.
           MOVE WM-PAY-DATE             TO TJ-RUN-PAY-DATE.
           MOVE WM-PAY-PERIOD-NO        TO TJ-REF-PERIOD-NO.
           MOVE ZERO                    TO TJ-GROSS, TJ-TAX, TJ-SUPER.
           MOVE WA-RETURN-AMOUNT        TO TJ-NETT.
           WRITE JOURNAL-REC.
       4E-EXIT.
           EXIT.
