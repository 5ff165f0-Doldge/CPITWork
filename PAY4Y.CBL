      *                   an archive copy of every record, then purges
      *                   closed (terminated) employees and resets
      *                   the remaining balances to zero ready for
      *                   period 1 of the new year.  the adjustment
      *                   and returned-payment journal and the gl
      *                   posting log are archived and emptied at the
      *                   same time.  the payment summary shows the
      *                   taxable allowances included in the gross
      *                   and the allowances paid free of tax.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCHIVE-FILE ASSIGN TO "PAY4YARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-ARCHIVE-STATUS
           SELECT JOURNAL-FILE ASSIGN TO "PAY4TJNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-STATUS
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "PAY4YTJA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-JOURNAL-ARCHIVE-STATUS
           SELECT GL-LOG-FILE ASSIGN TO "PAY4GLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-LOG-STATUS
           SELECT GL-LOG-ARCHIVE-FILE ASSIGN TO "PAY4YGLA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-GL-LOG-ARCHIVE-STATUS.
      *
      *
       DATA DIVISION.
         03    YT-STATUS                PIC X.
           88  YT-OPEN                  VALUE "O".
           88  YT-CLOSED                VALUE "C".
         03    YT-YTD-ALLOW             PIC S9(8)V99  COMP.
         03    YT-YTD-ALLOW-NONTAX      PIC S9(8)V99  COMP.
      *
       FD      RUN-CONTROL-FILE.
       01      RUN-CONTROL-REC.
         03    AV-YTD-DEDNS             PIC S9(8)V99.
         03    AV-YTD-NETT              PIC S9(8)V99.
         03    AV-STATUS                PIC X.
         03    AV-YTD-ALLOW             PIC S9(8)V99.
         03    AV-YTD-ALLOW-NONTAX      PIC S9(8)V99.
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
       FD      JOURNAL-ARCHIVE-FILE.
       01      JOURNAL-ARCHIVE-REC      PIC X(80).
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
       FD      GL-LOG-ARCHIVE-FILE.
       01      GL-LOG-ARCHIVE-REC       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-EMPLOYEE-COUNT        PIC S9(8) COMP.
           03  WA-PURGE-COUNT           PIC S9(8) COMP.
           03  WA-JOURNAL-COUNT         PIC S9(8) COMP.
           03  WA-GL-LOG-COUNT          PIC S9(8) COMP.
           03  WA-PAGE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-COUNT            PIC S9(8) COMP.
           03  WA-LINE-THROW            PIC S9(8) COMP.
       01  WB-INDICATORS.
           03  WB-EOF-IND               PIC X.
           88  WB-EOF                   VALUE "Y".
           03  WB-JOURNAL-EOF-IND       PIC X.
           88  WB-JOURNAL-EOF           VALUE "Y".
           03  WB-GL-LOG-EOF-IND        PIC X.
           88  WB-GL-LOG-EOF            VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-YTD-STATUS                PIC XX.
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-ARCHIVE-STATUS            PIC XX.
       01  WI-JOURNAL-STATUS            PIC XX.
       01  WI-JOURNAL-ARCHIVE-STATUS    PIC XX.
       01  WI-GL-LOG-STATUS             PIC XX.
       01  WI-GL-LOG-ARCHIVE-STATUS     PIC XX.
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
         03    WZ-SU-LINE6.
           05  FILLER                   PIC X(12) VALUE "DEDUCTIONS ".
           05  WZ-SU6-DEDNS             PIC ZZ,ZZZ,ZZ9.99.
         03    WZ-SU-LINE7.
           05  FILLER                   PIC X(12) VALUE "ALLOWANCES ".
           05  WZ-SU7-ALLOW             PIC ZZ,ZZZ,ZZ9.99.
         03    WZ-SU-LINE8.
           05  FILLER                   PIC X(12) VALUE "NOT TAXED ".
           05  WZ-SU8-NONTAX            PIC ZZ,ZZZ,ZZ9.99.
      *
       01      WC-HEADING-LINES.

           DISPLAY "2D TIDY-UP".
           PERFORM 4D-PRINT-TOTALS.
           CLOSE YTD-FILE, SUMMARY-FILE, REGISTER-FILE, ARCHIVE-FILE.
           PERFORM 2E-ROLL-JOURNAL.
           PERFORM 2G-ROLL-GL-LOG.
       2D-EXIT.
           EXIT.

       2E-ROLL-JOURNAL SECTION.
       2E-ENTRY.
           DISPLAY "2E ROLL JOURNAL".
           OPEN INPUT JOURNAL-FILE.
           IF WI-JOURNAL-STATUS NOT = "00"
               DISPLAY "PAY4TJNL NOT FOUND - NO JOURNAL TO ROLL"
               GO TO 2E-EXIT.
           OPEN OUTPUT JOURNAL-ARCHIVE-FILE.
           MOVE "N" TO WB-JOURNAL-EOF-IND.
           PERFORM 2F-READ-JOURNAL.
           PERFORM 3C-ARCHIVE-JOURNAL-ENTRY UNTIL WB-JOURNAL-EOF.
           CLOSE JOURNAL-FILE, JOURNAL-ARCHIVE-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY "JOURNAL ENTRIES ARCHIVED " WA-JOURNAL-COUNT.
       2E-EXIT.
           EXIT.

       2F-READ-JOURNAL SECTION.
       2F-ENTRY.
           READ JOURNAL-FILE AT END MOVE "Y" TO WB-JOURNAL-EOF-IND.
       2F-EXIT.
           EXIT.

       2G-ROLL-GL-LOG SECTION.
       2G-ENTRY.
           DISPLAY "2G ROLL GL LOG".
           OPEN INPUT GL-LOG-FILE.
           IF WI-GL-LOG-STATUS NOT = "00"
               DISPLAY "PAY4GLOG NOT FOUND - NO GL LOG TO ROLL"
               GO TO 2G-EXIT.
           OPEN OUTPUT GL-LOG-ARCHIVE-FILE.
           MOVE "N" TO WB-GL-LOG-EOF-IND.
           PERFORM 2H-READ-GL-LOG.
           PERFORM 3D-ARCHIVE-GL-LOG-ENTRY UNTIL WB-GL-LOG-EOF.
           CLOSE GL-LOG-FILE, GL-LOG-ARCHIVE-FILE.
           OPEN OUTPUT GL-LOG-FILE.
           CLOSE GL-LOG-FILE.
           DISPLAY "GL POSTINGS ARCHIVED    " WA-GL-LOG-COUNT.
       2G-EXIT.
           EXIT.

       2H-READ-GL-LOG SECTION.
       2H-ENTRY.
           READ GL-LOG-FILE AT END MOVE "Y" TO WB-GL-LOG-EOF-IND.
       2H-EXIT.
           EXIT.

       2M-READ-RUN-CONTROL SECTION.
       2M-ENTRY.
           DISPLAY "2M READ RUN CONTROL".
       3B-EXIT.
           EXIT.

       3C-ARCHIVE-JOURNAL-ENTRY SECTION.
       3C-ENTRY.
           MOVE JOURNAL-REC TO JOURNAL-ARCHIVE-REC.
           WRITE JOURNAL-ARCHIVE-REC.
           ADD 1 TO WA-JOURNAL-COUNT.
           PERFORM 2F-READ-JOURNAL.
       3C-EXIT.
           EXIT.

       3D-ARCHIVE-GL-LOG-ENTRY SECTION.
       3D-ENTRY.
           MOVE GL-LOG-REC TO GL-LOG-ARCHIVE-REC.
           WRITE GL-LOG-ARCHIVE-REC.
           ADD 1 TO WA-GL-LOG-COUNT.
           PERFORM 2H-READ-GL-LOG.
       3D-EXIT.
           EXIT.

       4A-WRITE-ARCHIVE SECTION.
       4A-ENTRY.
           MOVE YT-NUMBER               TO AV-NUMBER.
           MOVE YT-YTD-DEDNS            TO AV-YTD-DEDNS.
           MOVE YT-YTD-NETT             TO AV-YTD-NETT.
           MOVE YT-STATUS               TO AV-STATUS.
           MOVE YT-YTD-ALLOW            TO AV-YTD-ALLOW.
           MOVE YT-YTD-ALLOW-NONTAX     TO AV-YTD-ALLOW-NONTAX.
           WRITE ARCHIVE-REC.
       4A-EXIT.
           EXIT.
           MOVE YT-YTD-DEDNS            TO WZ-SU6-DEDNS.
           MOVE WZ-SU-LINE6 TO SUMMARY-REC.
           WRITE SUMMARY-REC AFTER 1.
           MOVE YT-YTD-ALLOW            TO WZ-SU7-ALLOW.
           MOVE WZ-SU-LINE7 TO SUMMARY-REC.
           WRITE SUMMARY-REC AFTER 2.
           MOVE YT-YTD-ALLOW-NONTAX     TO WZ-SU8-NONTAX.
           MOVE WZ-SU-LINE8 TO SUMMARY-REC.
           WRITE SUMMARY-REC AFTER 1.
       4B-EXIT.
           EXIT.

               ADD 1 TO WA-PURGE-COUNT
           ELSE
               MOVE ZERO TO YT-YTD-GROSS, YT-YTD-TAX, YT-YTD-SUPER,
                            YT-YTD-DEDNS, YT-YTD-NETT,
                            YT-YTD-ALLOW, YT-YTD-ALLOW-NONTAX
               MOVE "O" TO YT-STATUS
               REWRITE YTD-REC.
       4F-EXIT.
