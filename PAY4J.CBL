       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY4J.
       AUTHOR. LYDIA.

      *                   program runs the steps of a pay cycle in
      *                   order - master maintenance, batch collection,
      *                   the pay run, payment screening, returns and
      *                   reissues, back pay and adjustments - and stops
      *                   the cycle at the first step that aborts.
      *                   the start, finish, outcome and control totals
      *                   of every step are written to the permanent
      *                   run journal with the operator and the time.
      *                   a cycle is identified by the pay date, period
      *                   and trial flag on the run control record; a
      *                   rerun of a cycle that stopped picks up at the
      *                   step that failed.  a trial cycle only runs
      *                   as far as the pay run and may be rerun once
      *                   complete; a live cycle may not.  a step with
      *                   an input file that is missing or empty is not
      *                   called.  the maintenance and adjustment files
      *                   are archived and emptied once their step has
      *                   completed so that they cannot be applied
      *                   twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      *
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "PAY4CTRL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RUN-CONTROL-STATUS
           SELECT PARAMETER-FILE ASSIGN TO "PAY4JPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-PARAMETER-STATUS
           SELECT RUN-JOURNAL-FILE ASSIGN TO "PAY4JRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-RUN-JOURNAL-STATUS
           SELECT STEP-INPUT-FILE ASSIGN TO WT-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-STEP-INPUT-STATUS
           SELECT STEP-ARCHIVE-FILE ASSIGN TO WT-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WI-STEP-ARCHIVE-STATUS.
      *
      *
       DATA DIVISION.
       FILE SECTION.
       FD      RUN-CONTROL-FILE         LABEL RECORDS STANDARD.
       01      RUN-CONTROL-REC.
         03    RC-PERIOD-NO             PIC 99.
         03    RC-PAY-DATE              PIC X(8).
         03    RC-FREQUENCY             PIC X.
         03    RC-SUPER-RATE            PIC V999.
         03    RC-TRIAL-FLAG            PIC X.
           88  RC-TRIAL-RUN             VALUE "T".
         03    RC-PROTECTED-NET         PIC 9(4)V99.
      *
       FD      PARAMETER-FILE.
       01      PARAMETER-REC.
         03    JP-OPERATOR              PIC X(8).
      *
       FD      RUN-JOURNAL-FILE.
       01      RUN-JOURNAL-REC.
         03    JR-PAY-DATE              PIC X(8).
         03    JR-PERIOD-NO             PIC 99.
         03    JR-TRIAL-FLAG            PIC X.
         03    JR-EVENT                 PIC X.
           88  JR-CYCLE-BEGIN           VALUE "B".
           88  JR-STEP-START            VALUE "S".
           88  JR-STEP-FINISH           VALUE "F".
           88  JR-CYCLE-END             VALUE "E".
         03    JR-STEP-NO               PIC 9.
         03    JR-PROGRAM               PIC X(8).
         03    JR-OUTCOME               PIC X.
           88  JR-COMPLETED             VALUE "C".
           88  JR-ABORTED               VALUE "A".
           88  JR-NO-INPUT              VALUE "N".
           88  JR-ALREADY-POSTED        VALUE "P".
           88  JR-TRIAL-SKIPPED         VALUE "T".
           88  JR-STEP-DONE             VALUE "C" "N" "P" "T".
         03    JR-RETURN-CODE           PIC 9(4).
         03    JR-OPERATOR              PIC X(8).
         03    JR-RUN-DATE              PIC 9(8).
         03    JR-RUN-TIME              PIC 9(8).
         03    JR-READ-COUNT            PIC 9(8).
         03    JR-ACCEPTED-COUNT        PIC 9(8).
         03    JR-REJECTED-COUNT        PIC 9(8).
         03    JR-AMOUNT                PIC S9(9)V99.
      *
       FD      STEP-INPUT-FILE.
       01      STEP-INPUT-REC           PIC X(132).
      *
       FD      STEP-ARCHIVE-FILE.
       01      STEP-ARCHIVE-REC         PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WA-COUNTERS.
           03  WA-STEP-NO               PIC S9(8) COMP.
           03  WA-RESTART-STEP          PIC S9(8) COMP.
           03  WA-STEP-RC               PIC S9(8) COMP.
           03  WA-JOURNAL-COUNT         PIC S9(8) COMP.
           03  WA-ARCHIVE-COUNT         PIC S9(8) COMP.
      *
       01  WB-INDICATORS.
           03  WB-JOURNAL-EOF-IND       PIC X.
           88  WB-JOURNAL-EOF           VALUE "Y".
           03  WB-INPUT-EOF-IND         PIC X.
           88  WB-INPUT-EOF             VALUE "Y".
           03  WB-INPUT-FOUND-IND       PIC X.
           88  WB-INPUT-FOUND           VALUE "Y".
           03  WB-CYCLE-COMPLETE-IND    PIC X.
           88  WB-CYCLE-COMPLETE        VALUE "Y".
           03  WB-CYCLE-STOPPED-IND     PIC X.
           88  WB-CYCLE-STOPPED         VALUE "Y".
           03  WB-ABORT-IND             PIC X.
           88  WB-RUN-ABORTED           VALUE "Y".
      *
       01  WI-RUN-CONTROL-STATUS        PIC XX.
       01  WI-PARAMETER-STATUS          PIC XX.
       01  WI-RUN-JOURNAL-STATUS        PIC XX.
       01  WI-STEP-INPUT-STATUS         PIC XX.
       01  WI-STEP-ARCHIVE-STATUS       PIC XX.
      *
       01  WT-FILENAMES.
           03  WT-INPUT-FILENAME        PIC X(8).
           03  WT-ARCHIVE-FILENAME      PIC X(8).
      *
       01      WM-RUN-CONTROL.
           03  WM-PAY-PERIOD-NO         PIC 99 VALUE ZERO.
           03  WM-PAY-DATE              PIC X(8) VALUE SPACES.
           03  WM-TRIAL-FLAG            PIC X VALUE "L".
           88  WM-TRIAL-RUN             VALUE "T".
           03  WM-OPERATOR              PIC X(8) VALUE SPACES.
           03  WM-RUN-DATE              PIC 9(8) VALUE ZERO.
           03  WM-RUN-TIME              PIC 9(8) VALUE ZERO.
           03  WM-OUTCOME               PIC X VALUE SPACE.
      *
       01      WP-STEP-VALUES.
           03  FILLER                   PIC X(25) VALUE
                                        "PAY4M   PAY4MNT PAY4MNTA ".
           03  FILLER                   PIC X(25) VALUE
                                        "PAY4C                    ".
           03  FILLER                   PIC X(25) VALUE
                                        "PAY4                     ".
           03  FILLER                   PIC X(25) VALUE
                                        "PAY4F                   L".
           03  FILLER                   PIC X(25) VALUE
                                        "PAY4R                   L".
           03  FILLER                   PIC X(25) VALUE
                                        "PAY4B   PAY4RCHG        L".
           03  FILLER                   PIC X(25) VALUE
                                        "PAY4A   PAY4ADJ PAY4ADJAL".
       01      WP-STEP-TABLE REDEFINES WP-STEP-VALUES.
           03  WP-STEP-ENTRY OCCURS 7 TIMES.
               05  WP-PROGRAM           PIC X(8).
               05  WP-INPUT-NAME        PIC X(8).
               05  WP-ARCHIVE-NAME      PIC X(8).
               05  WP-LIVE-ONLY-IND     PIC X.
               88  WP-LIVE-ONLY         VALUE "L".
       01      WP-STEP-CONTROL.
           03  WP-STEP-COUNT            PIC S9(4) COMP VALUE 7.
           03  WP-STEP-DONE-IND         PIC X OCCURS 7 TIMES.
      *
       01  JOB-STEP-TOTALS EXTERNAL.
           03  JS-READ-COUNT            PIC S9(8) COMP.
           03  JS-ACCEPTED-COUNT        PIC S9(8) COMP.
           03  JS-REJECTED-COUNT        PIC S9(8) COMP.
           03  JS-AMOUNT                PIC S9(9)V99 COMP.


       PROCEDURE DIVISION.
       1A-MAIN-LINE SECTION.
       1A-START.
           DISPLAY "STARTING PAY4J".
           PERFORM 2A-INITIALISE.
           IF WB-RUN-ABORTED
               DISPLAY "PAY4J RUN ABORTED - SEE MESSAGES ABOVE"
               GO TO 1A-FINISH.
           IF WB-CYCLE-COMPLETE
               DISPLAY "PAY CYCLE " WM-PAY-DATE " PERIOD "
                       WM-PAY-PERIOD-NO " ALREADY COMPLETE"
               GO TO 1A-FINISH.
           PERFORM 4C-WRITE-CYCLE-BEGIN.
           PERFORM 3A-RUN-STEP
               VARYING WA-STEP-NO FROM WA-RESTART-STEP BY 1
               UNTIL WA-STEP-NO > WP-STEP-COUNT
                  OR WB-CYCLE-STOPPED.
           PERFORM 2D-TIDY-UP.
       1A-FINISH.
           DISPLAY "FINISHING PAY4J".
           IF WB-RUN-ABORTED OR WB-CYCLE-STOPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           STOP RUN.
       1A-STOP.

       2A-INITIALISE SECTION.
       2A-ENTRY.
           DISPLAY "2A INITIALISE".
           MOVE LOW-VALUES TO WA-COUNTERS.
           MOVE "N" TO WB-ABORT-IND.
           MOVE "N" TO WB-CYCLE-COMPLETE-IND.
           MOVE "N" TO WB-CYCLE-STOPPED-IND.
           PERFORM 2E-CLEAR-STEP-DONE
               VARYING WA-STEP-NO FROM 1 BY 1
               UNTIL WA-STEP-NO > WP-STEP-COUNT.
           PERFORM 2M-READ-RUN-CONTROL.
           IF WB-RUN-ABORTED
               GO TO 2A-EXIT.
           PERFORM 2G-READ-PARAMETER.
           IF WB-RUN-ABORTED
               GO TO 2A-EXIT.
           PERFORM 2H-LOAD-JOURNAL.
           IF WB-CYCLE-COMPLETE
               GO TO 2A-EXIT.
           MOVE 1 TO WA-RESTART-STEP.
           PERFORM 2F-FIND-RESTART-STEP
               UNTIL WA-RESTART-STEP > WP-STEP-COUNT
                  OR WP-STEP-DONE-IND (WA-RESTART-STEP) = "N".
           IF WA-RESTART-STEP > 1
               DISPLAY "RESTARTING PAY CYCLE AT STEP " WA-RESTART-STEP.
           OPEN EXTEND RUN-JOURNAL-FILE.
           IF WI-RUN-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT RUN-JOURNAL-FILE.
       2A-EXIT.
           EXIT.

       2D-TIDY-UP SECTION.
       2D-ENTRY.
           DISPLAY "2D TIDY-UP".
           PERFORM 4D-WRITE-CYCLE-END.
           CLOSE RUN-JOURNAL-FILE.
           DISPLAY "JOURNAL RECORDS WRITTEN " WA-JOURNAL-COUNT.
       2D-EXIT.
           EXIT.

       2E-CLEAR-STEP-DONE SECTION.
       2E-ENTRY.
           MOVE "N" TO WP-STEP-DONE-IND (WA-STEP-NO).
       2E-EXIT.
           EXIT.

       2F-FIND-RESTART-STEP SECTION.
       2F-ENTRY.
           ADD 1 TO WA-RESTART-STEP.
       2F-EXIT.
           EXIT.

       2G-READ-PARAMETER SECTION.
       2G-ENTRY.
           DISPLAY "2G READ PARAMETER".
           OPEN INPUT PARAMETER-FILE.
           IF WI-PARAMETER-STATUS NOT = "00"
               DISPLAY "PAY4JPRM NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2G-EXIT.
           READ PARAMETER-FILE
               AT END MOVE SPACES TO PARAMETER-REC.
           CLOSE PARAMETER-FILE.
           IF JP-OPERATOR = SPACES
               DISPLAY "NO OPERATOR ON PAY4JPRM - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2G-EXIT.
           MOVE JP-OPERATOR TO WM-OPERATOR.
       2G-EXIT.
           EXIT.

       2H-LOAD-JOURNAL SECTION.
       2H-ENTRY.
           DISPLAY "2H LOAD JOURNAL".
           OPEN INPUT RUN-JOURNAL-FILE.
           IF WI-RUN-JOURNAL-STATUS NOT = "00"
               DISPLAY "PAY4JRNL NOT FOUND - NEW JOURNAL"
               GO TO 2H-EXIT.
           MOVE "N" TO WB-JOURNAL-EOF-IND.
           PERFORM 2I-READ-JOURNAL.
           PERFORM 3D-NOTE-JOURNAL-ENTRY UNTIL WB-JOURNAL-EOF.
           CLOSE RUN-JOURNAL-FILE.
       2H-EXIT.
           EXIT.

       2I-READ-JOURNAL SECTION.
       2I-ENTRY.
           READ RUN-JOURNAL-FILE
               AT END MOVE "Y" TO WB-JOURNAL-EOF-IND.
       2I-EXIT.
           EXIT.

       2J-STAMP-JOURNAL SECTION.
       2J-ENTRY.
           ACCEPT WM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WM-RUN-TIME FROM TIME.
           MOVE WM-PAY-DATE             TO JR-PAY-DATE.
           MOVE WM-PAY-PERIOD-NO        TO JR-PERIOD-NO.
           MOVE WM-TRIAL-FLAG           TO JR-TRIAL-FLAG.
           MOVE WM-OPERATOR             TO JR-OPERATOR.
           MOVE WM-RUN-DATE             TO JR-RUN-DATE.
           MOVE WM-RUN-TIME             TO JR-RUN-TIME.
       2J-EXIT.
           EXIT.

       2K-READ-STEP-INPUT SECTION.
       2K-ENTRY.
           READ STEP-INPUT-FILE
               AT END MOVE "Y" TO WB-INPUT-EOF-IND.
       2K-EXIT.
           EXIT.

       2M-READ-RUN-CONTROL SECTION.
       2M-ENTRY.
           DISPLAY "2M READ RUN CONTROL".
           OPEN INPUT RUN-CONTROL-FILE.
           IF WI-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "PAY4CTRL NOT FOUND - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               GO TO 2M-EXIT.
           READ RUN-CONTROL-FILE.
           IF WI-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "PAY4CTRL EMPTY - RUN ABORTED"
               MOVE "Y" TO WB-ABORT-IND
               CLOSE RUN-CONTROL-FILE
               GO TO 2M-EXIT.
           MOVE RC-PERIOD-NO    TO WM-PAY-PERIOD-NO.
           MOVE RC-PAY-DATE     TO WM-PAY-DATE.
           IF RC-TRIAL-RUN
               MOVE "T" TO WM-TRIAL-FLAG
               DISPLAY "TRIAL CYCLE - STEPS AFTER THE PAY RUN NOT RUN".
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "PAY CYCLE " WM-PAY-DATE " PERIOD "
                   WM-PAY-PERIOD-NO " " WM-TRIAL-FLAG.
       2M-EXIT.
           EXIT.

       3A-RUN-STEP SECTION.
       3A-ENTRY.
           MOVE ZERO TO JS-READ-COUNT, JS-ACCEPTED-COUNT,
                        JS-REJECTED-COUNT, JS-AMOUNT.
           MOVE ZERO TO WA-STEP-RC.
           IF WP-LIVE-ONLY (WA-STEP-NO) AND WM-TRIAL-RUN
               DISPLAY "3A " WP-PROGRAM (WA-STEP-NO)
                       " NOT RUN ON A TRIAL CYCLE"
               MOVE "T" TO WM-OUTCOME
               PERFORM 4B-WRITE-STEP-FINISH
               GO TO 3A-EXIT.
           IF WP-INPUT-NAME (WA-STEP-NO) NOT = SPACES
               PERFORM 3B-CHECK-STEP-INPUT
               IF NOT WB-INPUT-FOUND
                   DISPLAY "3A " WP-PROGRAM (WA-STEP-NO) " NOT RUN - "
                           WP-INPUT-NAME (WA-STEP-NO) " IS EMPTY"
                   MOVE "N" TO WM-OUTCOME
                   PERFORM 4B-WRITE-STEP-FINISH
                   GO TO 3A-EXIT.
           PERFORM 4A-WRITE-STEP-START.
           DISPLAY "3A CALLING " WP-PROGRAM (WA-STEP-NO).
           MOVE ZERO TO RETURN-CODE.
           CALL WP-PROGRAM (WA-STEP-NO).
           MOVE RETURN-CODE TO WA-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           CANCEL WP-PROGRAM (WA-STEP-NO).
           IF WA-STEP-RC = ZERO
               MOVE "C" TO WM-OUTCOME
           ELSE
               IF WA-STEP-RC = 4
                   MOVE "P" TO WM-OUTCOME
               ELSE
                   MOVE "A" TO WM-OUTCOME.
           IF WM-OUTCOME = "C"
                   AND WP-ARCHIVE-NAME (WA-STEP-NO) NOT = SPACES
               PERFORM 3C-ARCHIVE-STEP-INPUT.
           PERFORM 4B-WRITE-STEP-FINISH.
           IF WM-OUTCOME = "A"
               DISPLAY "3A " WP-PROGRAM (WA-STEP-NO)
                       " ABORTED - RETURN CODE " WA-STEP-RC
                       " - PAY CYCLE STOPPED"
               MOVE "Y" TO WB-CYCLE-STOPPED-IND.
       3A-EXIT.
           EXIT.

       3B-CHECK-STEP-INPUT SECTION.
       3B-ENTRY.
           MOVE "N" TO WB-INPUT-FOUND-IND.
           MOVE WP-INPUT-NAME (WA-STEP-NO) TO WT-INPUT-FILENAME.
           OPEN INPUT STEP-INPUT-FILE.
           IF WI-STEP-INPUT-STATUS NOT = "00"
               GO TO 3B-EXIT.
           MOVE "N" TO WB-INPUT-EOF-IND.
           PERFORM 2K-READ-STEP-INPUT.
           IF NOT WB-INPUT-EOF
               MOVE "Y" TO WB-INPUT-FOUND-IND.
           CLOSE STEP-INPUT-FILE.
       3B-EXIT.
           EXIT.

       3C-ARCHIVE-STEP-INPUT SECTION.
       3C-ENTRY.
           DISPLAY "3C ARCHIVE " WP-INPUT-NAME (WA-STEP-NO).
           MOVE ZERO TO WA-ARCHIVE-COUNT.
           MOVE WP-INPUT-NAME (WA-STEP-NO)   TO WT-INPUT-FILENAME.
           MOVE WP-ARCHIVE-NAME (WA-STEP-NO) TO WT-ARCHIVE-FILENAME.
           OPEN INPUT STEP-INPUT-FILE.
           IF WI-STEP-INPUT-STATUS NOT = "00"
               GO TO 3C-EXIT.
           OPEN EXTEND STEP-ARCHIVE-FILE.
           IF WI-STEP-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT STEP-ARCHIVE-FILE.
           MOVE "N" TO WB-INPUT-EOF-IND.
           PERFORM 2K-READ-STEP-INPUT.
           PERFORM 3E-COPY-STEP-INPUT UNTIL WB-INPUT-EOF.
           CLOSE STEP-INPUT-FILE, STEP-ARCHIVE-FILE.
           OPEN OUTPUT STEP-INPUT-FILE.
           CLOSE STEP-INPUT-FILE.
           DISPLAY "3C RECORDS ARCHIVED " WA-ARCHIVE-COUNT.
       3C-EXIT.
           EXIT.

       3D-NOTE-JOURNAL-ENTRY SECTION.
       3D-ENTRY.
           IF JR-PAY-DATE NOT = WM-PAY-DATE
                   OR JR-PERIOD-NO NOT = WM-PAY-PERIOD-NO
                   OR JR-TRIAL-FLAG NOT = WM-TRIAL-FLAG
               PERFORM 2I-READ-JOURNAL
               GO TO 3D-EXIT.
           IF JR-STEP-FINISH AND JR-STEP-DONE
                   AND JR-STEP-NO > ZERO
                   AND JR-STEP-NO NOT > WP-STEP-COUNT
               MOVE "Y" TO WP-STEP-DONE-IND (JR-STEP-NO).
           IF JR-CYCLE-END AND JR-COMPLETED
               IF WM-TRIAL-RUN
                   PERFORM 2E-CLEAR-STEP-DONE
                       VARYING WA-STEP-NO FROM 1 BY 1
                       UNTIL WA-STEP-NO > WP-STEP-COUNT
               ELSE
                   MOVE "Y" TO WB-CYCLE-COMPLETE-IND.
           PERFORM 2I-READ-JOURNAL.
       3D-EXIT.
           EXIT.

       3E-COPY-STEP-INPUT SECTION.
       3E-ENTRY.
           MOVE STEP-INPUT-REC TO STEP-ARCHIVE-REC.
           WRITE STEP-ARCHIVE-REC.
           ADD 1 TO WA-ARCHIVE-COUNT.
           PERFORM 2K-READ-STEP-INPUT.
       3E-EXIT.
           EXIT.

       4A-WRITE-STEP-START SECTION.
       4A-ENTRY.
           MOVE SPACES TO RUN-JOURNAL-REC.
           PERFORM 2J-STAMP-JOURNAL.
           MOVE "S"                     TO JR-EVENT.
           MOVE WA-STEP-NO              TO JR-STEP-NO.
           MOVE WP-PROGRAM (WA-STEP-NO) TO JR-PROGRAM.
           MOVE ZERO TO JR-RETURN-CODE, JR-READ-COUNT,
                        JR-ACCEPTED-COUNT, JR-REJECTED-COUNT,
                        JR-AMOUNT.
           WRITE RUN-JOURNAL-REC.
           ADD 1 TO WA-JOURNAL-COUNT.
       4A-EXIT.
           EXIT.

       4B-WRITE-STEP-FINISH SECTION.
       4B-ENTRY.
           MOVE SPACES TO RUN-JOURNAL-REC.
           PERFORM 2J-STAMP-JOURNAL.
           MOVE "F"                     TO JR-EVENT.
           MOVE WA-STEP-NO              TO JR-STEP-NO.
           MOVE WP-PROGRAM (WA-STEP-NO) TO JR-PROGRAM.
           MOVE WM-OUTCOME              TO JR-OUTCOME.
           MOVE WA-STEP-RC              TO JR-RETURN-CODE.
           MOVE JS-READ-COUNT           TO JR-READ-COUNT.
           MOVE JS-ACCEPTED-COUNT       TO JR-ACCEPTED-COUNT.
           MOVE JS-REJECTED-COUNT       TO JR-REJECTED-COUNT.
           MOVE JS-AMOUNT               TO JR-AMOUNT.
           WRITE RUN-JOURNAL-REC.
           ADD 1 TO WA-JOURNAL-COUNT.
           DISPLAY "4B " JR-PROGRAM " OUTCOME " JR-OUTCOME
                   " READ " JR-READ-COUNT
                   " ACCEPTED " JR-ACCEPTED-COUNT
                   " REJECTED " JR-REJECTED-COUNT.
       4B-EXIT.
           EXIT.

       4C-WRITE-CYCLE-BEGIN SECTION.
       4C-ENTRY.
           MOVE SPACES TO RUN-JOURNAL-REC.
           PERFORM 2J-STAMP-JOURNAL.
           MOVE "B"                     TO JR-EVENT.
           MOVE WA-RESTART-STEP         TO JR-STEP-NO.
           MOVE "PAY4J"                 TO JR-PROGRAM.
           MOVE ZERO TO JR-RETURN-CODE, JR-READ-COUNT,
                        JR-ACCEPTED-COUNT, JR-REJECTED-COUNT,
                        JR-AMOUNT.
           WRITE RUN-JOURNAL-REC.
           ADD 1 TO WA-JOURNAL-COUNT.
       4C-EXIT.
           EXIT.

       4D-WRITE-CYCLE-END SECTION.
       4D-ENTRY.
           MOVE SPACES TO RUN-JOURNAL-REC.
           PERFORM 2J-STAMP-JOURNAL.
           MOVE "E"                     TO JR-EVENT.
           MOVE "PAY4J"                 TO JR-PROGRAM.
           MOVE ZERO TO JR-STEP-NO, JR-RETURN-CODE, JR-READ-COUNT,
                        JR-ACCEPTED-COUNT, JR-REJECTED-COUNT,
                        JR-AMOUNT.
           IF WB-CYCLE-STOPPED
               MOVE "A" TO JR-OUTCOME
               MOVE 8   TO JR-RETURN-CODE
               DISPLAY "PAY CYCLE STOPPED - RERUN PAY4J TO RESTART"
           ELSE
               MOVE "C" TO JR-OUTCOME
               DISPLAY "PAY CYCLE COMPLETE".
           WRITE RUN-JOURNAL-REC.
           ADD 1 TO WA-JOURNAL-COUNT.
       4D-EXIT.
           EXIT.
