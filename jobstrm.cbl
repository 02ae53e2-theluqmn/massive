      *end-of-day job stream controller. BMICALCULATOR runs silent
      *from RUNCTL.DAT, but the rest of the night - reconciliation,
      *acknowledgement matching, the backup, and the month-end
      *reports and audit cutover - was an operator running each
      *program by hand in the right order and checking every return
      *code. This controller runs the night from a step table,
      *JOBSTEP.DAT: one line per step giving the program, the
      *command that runs it, the highest return code it may end with,
      *whether it runs daily or only at month end, and the answers
      *to its prompts. Steps run in table order, each with its
      *answers fed in from JOBPARM.TMP and its screen output added
      *to JOBOUT.TXT; the stream stops at the first step whose return
      *code is over its limit. Every step's start and end times and
      *return code go to the job log JOBLOG.TXT. Where the stream
      *got to is kept in JOBCTL.DAT, so a rerun after a failure
      *picks up at the failed step instead of running the night
      *again from the top. JOBPARM.TMP is left in place after the
      *run and overwritten for every step.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "JOBSTRM".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO "JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPTAB-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT STEP-PARM-FILE ASSIGN TO "JOBPARM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPPARM-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *step table lines - see WS-STEP-LINE. Lines starting with an
      *asterisk are comments.
       FD  STEP-TABLE-FILE.
       01  STEP-TABLE-RECORD           PIC X(132).

       FD  JOB-CONTROL-FILE.
       01  JOB-CONTROL-RECORD          PIC X(20).

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD              PIC X(120).

      *one prompt answer per line, read by the step program's ACCEPTs.
       FD  STEP-PARM-FILE.
       01  STEP-PARM-RECORD            PIC X(40).

      *the scheduler's run-control file for BMICALCULATOR - read here
      *only for the operator the night runs under.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-MODE                  PIC X.
           05 RC-OPERATOR-ID           PIC X(10).
           05 RC-INPUT-FILENAME        PIC X(40).
           05 RC-CKPT-INTERVAL         PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-STEPTAB-STATUS           PIC XX.
       01  WS-JOBCTL-STATUS            PIC XX.
       01  WS-JOBLOG-STATUS            PIC XX.
       01  WS-STEPPARM-STATUS          PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-TIME            PIC 9(6).
           05 FILLER                   PIC X(7).
       01  WS-NEXT-MONTH-DATE          PIC 9(8).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05 WS-NM-YEAR               PIC 9(4).
           05 WS-NM-MONTH              PIC 99.
           05 WS-NM-DAY                PIC 99.
       01  WS-TODAY-INT                PIC 9(8).
       01  WS-NEXT-MONTH-INT           PIC 9(8).

      *where the stream got to, as kept in JOBCTL.DAT: the night it
      *belongs to, its state (R running, F stopped on a failed step,
      *C complete), the step to start from on a rerun, whether it was
      *a month-end run and the failed step's return code.
       01  WS-JOB-CONTROL.
           05 WS-JC-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-JC-STATE              PIC X.
               88 JC-RUNNING           VALUE "R".
               88 JC-FAILED            VALUE "F".
               88 JC-COMPLETE          VALUE "C".
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-JC-NEXT-STEP          PIC 99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-JC-MONTH-END          PIC X.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-JC-LAST-RC            PIC 9(4).

      *the night being run - today, or the night a restart belongs
      *to. &TODAY in the parameters is this date.
       01  WS-STREAM-DATE              PIC 9(8).
       01  WS-STREAM-DATE-PARTS REDEFINES WS-STREAM-DATE.
           05 WS-SD-YEAR               PIC 9(4).
           05 WS-SD-MONTH              PIC 99.
           05 WS-SD-DAY                PIC 99.

      *&MONTH and &PRVMON as YYYYMM, worked out from the stream date.
       01  WS-PARM-MONTH.
           05 WS-PM-YEAR               PIC 9(4).
           05 WS-PM-MONTH              PIC 99.

      *a step table line as laid out in JOBSTEP.DAT. The parameters
      *are the step's prompt answers in order, separated by "/".
      *&OPER is replaced by the operator from RUNCTL.DAT, &TODAY
      *by the run date, &MONTH by the run date's month (YYYYMM) and
      *&PRVMON by the month before it.
       01  WS-STEP-LINE.
           05 WS-SL-STEP-NO            PIC 99.
           05 FILLER                   PIC X.
           05 WS-SL-PROGRAM            PIC X(13).
           05 FILLER                   PIC X.
           05 WS-SL-COMMAND            PIC X(40).
           05 FILLER                   PIC X.
           05 WS-SL-MAX-RC             PIC 9(4).
           05 FILLER                   PIC X.
           05 WS-SL-FREQUENCY          PIC X.
           05 FILLER                   PIC X.
           05 WS-SL-PARAMETERS         PIC X(60).
           05 FILLER                   PIC X(7).
       01  WS-STEP-LINE-START REDEFINES WS-STEP-LINE.
           05 WS-SL-FIRST-CHAR         PIC X.
           05 FILLER                   PIC X(131).

       01  WS-STEP-TABLE.
           05 WS-STEP                  OCCURS 20 TIMES.
               10 WS-ST-STEP-NO        PIC 99.
               10 WS-ST-PROGRAM        PIC X(13).
               10 WS-ST-COMMAND        PIC X(40).
               10 WS-ST-MAX-RC         PIC 9(4).
               10 WS-ST-FREQUENCY      PIC X.
                   88 ST-DAILY         VALUE "D".
                   88 ST-MONTH-END     VALUE "M".
               10 WS-ST-PARAMETERS     PIC X(60).
       01  WS-STEP-MAX                 PIC 99 VALUE 20.
       01  WS-STEP-COUNT               PIC 99 VALUE 0.
       01  WS-STEP-SUB                 PIC 99 VALUE 0.
       01  WS-START-SUB                PIC 99 VALUE 1.
       01  WS-TABLE-ERRORS             PIC 99 VALUE 0.

       01  WS-STEPTAB-EOF-SW           PIC X VALUE "N".
           88 STEPTAB-EOF              VALUE "Y".

       01  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.

       01  WS-MONTH-END-SW             PIC X VALUE "N".
           88 MONTH-END-RUN            VALUE "Y".
       01  WS-MONTH-END-ANSWER         PIC X VALUE SPACE.
       01  WS-RESTART-ANSWER           PIC X VALUE SPACE.
       01  WS-CONFIRM                  PIC X VALUE SPACE.

       01  WS-PRIOR-SW                 PIC X VALUE "N".
           88 PRIOR-STATE-FOUND        VALUE "Y".
       01  WS-STREAM-STOPPED-SW        PIC X VALUE "N".
           88 STREAM-STOPPED           VALUE "Y".

      *the prompt answers split out of the parameter column.
       01  WS-PARM-TABLE.
           05 WS-PARM                  PIC X(40) OCCURS 8 TIMES.
       01  WS-PARM-COUNT               PIC 99 VALUE 0.
       01  WS-PARM-SUB                 PIC 99 VALUE 0.

       01  WS-COMMAND-LINE             PIC X(160).

      *the shell hands back a wait status - the exit code times 256,
      *with the low byte set only when the program was killed.
       01  WS-SYSTEM-STATUS            PIC S9(9) VALUE 0.
       01  WS-STEP-RC                  PIC 9(4) VALUE 0.
       01  WS-KILL-SIGNAL              PIC 9(4) VALUE 0.
       01  WS-STEP-START-TIME          PIC 9(6).
       01  WS-STEP-END-TIME            PIC 9(6).
       01  WS-STEP-RESULT              PIC X(10).

      *controller return codes: 0 stream complete (or nothing to do),
      *8 no usable step table, 12 stream stopped on a failed step.
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
           88 RUN-CLEAN                VALUE 0.
           88 RUN-NO-STEP-TABLE        VALUE 8.
           88 RUN-STEP-FAILED          VALUE 12.

       01  WS-COUNT-RUN                PIC 99 VALUE 0.
       01  WS-COUNT-SKIPPED            PIC 99 VALUE 0.

       01  WS-LOG-STEP-LINE.
           05 WS-LG-DATE               PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X(5) VALUE "STEP ".
           05 WS-LG-STEP-NO            PIC 99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LG-PROGRAM            PIC X(13).
           05 FILLER                   PIC X(7) VALUE " start ".
           05 WS-LG-START-TIME         PIC 9(6).
           05 FILLER                   PIC X(5) VALUE " end ".
           05 WS-LG-END-TIME           PIC 9(6).
           05 FILLER                   PIC X(4) VALUE " RC ".
           05 WS-LG-RC                 PIC Z(3)9.
           05 FILLER                   PIC X(5) VALUE " max ".
           05 WS-LG-MAX-RC             PIC Z(3)9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LG-RESULT             PIC X(10).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' end-of-day job stream".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-STEP-TABLE.
           IF WS-STEP-COUNT = 0 OR WS-TABLE-ERRORS > 0
               DISPLAY "No usable step table - stream not started."
               SET RUN-NO-STEP-TABLE TO TRUE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

           PERFORM 1300-CHECK-RESTART.
           PERFORM 2000-RUN-STREAM.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-TODAY-DATE TO WS-STREAM-DATE.

           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.

           PERFORM 1100-READ-RUN-CONTROL.
           PERFORM 1150-CHECK-MONTH-END.

       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUNCTL.DAT not found - steps asking for the"
                   " operator (&OPER) get a blank answer."
               EXIT PARAGRAPH
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ.
           CLOSE RUN-CONTROL-FILE.

      *month-end steps run on the last day of the month - tomorrow
      *is the first of the next. The scheduler (or whoever is at the
      *console) can force it either way; no answer goes by the
      *calendar.
       1150-CHECK-MONTH-END.
           MOVE WS-TODAY-DATE TO WS-NEXT-MONTH-DATE.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           MOVE 1 TO WS-NM-DAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE).
           IF WS-NEXT-MONTH-INT - 1 = WS-TODAY-INT
               MOVE "Y" TO WS-MONTH-END-SW
           ELSE
               MOVE "N" TO WS-MONTH-END-SW
           END-IF.

           MOVE SPACE TO WS-MONTH-END-ANSWER.
           DISPLAY "Month-end run (Y/N, blank to go by the calendar):".
           ACCEPT WS-MONTH-END-ANSWER.
           INSPECT WS-MONTH-END-ANSWER CONVERTING "yn" TO "YN".
           IF WS-MONTH-END-ANSWER = "Y" OR WS-MONTH-END-ANSWER = "N"
               MOVE WS-MONTH-END-ANSWER TO WS-MONTH-END-SW
           END-IF.

      *a missing step table is replaced with the standard night so
      *the stream can be started the first time without hand-typing
      *one; it is a plain text file to edit from then on.
       1200-LOAD-STEP-TABLE.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-TABLE-ERRORS.
           OPEN INPUT STEP-TABLE-FILE.
           IF WS-STEPTAB-STATUS = "35"
               PERFORM 1280-WRITE-DEFAULT-TABLE
               OPEN INPUT STEP-TABLE-FILE
           END-IF.
           IF WS-STEPTAB-STATUS NOT = "00"
               DISPLAY "Unable to open JOBSTEP.DAT - status "
                   WS-STEPTAB-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-STEPTAB-EOF-SW.
           PERFORM UNTIL STEPTAB-EOF
               READ STEP-TABLE-FILE
                   AT END
                       SET STEPTAB-EOF TO TRUE
                   NOT AT END
                       MOVE STEP-TABLE-RECORD TO WS-STEP-LINE
                       PERFORM 1250-STORE-STEP
               END-READ
           END-PERFORM.
           CLOSE STEP-TABLE-FILE.

      *a bad line stops the stream before anything runs - half a
      *night run from a table nobody can read is worse than none.
       1250-STORE-STEP.
           IF WS-SL-FIRST-CHAR = "*" OR WS-STEP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SL-STEP-NO NOT NUMERIC
               OR WS-SL-MAX-RC NOT NUMERIC
               OR WS-SL-COMMAND = SPACES
               OR (WS-SL-FREQUENCY NOT = "D"
                   AND WS-SL-FREQUENCY NOT = "M")
               DISPLAY "Step table line not valid: " WS-STEP-LINE
               ADD 1 TO WS-TABLE-ERRORS
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "Step table holds more than " WS-STEP-MAX
                   " steps."
               ADD 1 TO WS-TABLE-ERRORS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-SL-STEP-NO TO WS-ST-STEP-NO (WS-STEP-COUNT).
           MOVE WS-SL-PROGRAM TO WS-ST-PROGRAM (WS-STEP-COUNT).
           MOVE WS-SL-COMMAND TO WS-ST-COMMAND (WS-STEP-COUNT).
           MOVE WS-SL-MAX-RC TO WS-ST-MAX-RC (WS-STEP-COUNT).
           MOVE WS-SL-FREQUENCY TO WS-ST-FREQUENCY (WS-STEP-COUNT).
           MOVE WS-SL-PARAMETERS
               TO WS-ST-PARAMETERS (WS-STEP-COUNT).

      *the standard night: the silent batch (which also rebuilds the
      *recall worklist), reconciliation of the day, acknowledgement
      *aging, then at month end the clinic statistics for the
      *night's month and the audit log cutover of the month before
      *it (named, not "0", so a restart after midnight still reports
      *and cuts over the right months), and last the master file
      *backup so the generation holds the night's finished state.
      *Rejects, reconciliation differences and aged acknowledgements
      *(RC 4) are for the morning's reports and do not stop the
      *night.
       1280-WRITE-DEFAULT-TABLE.
           DISPLAY "JOBSTEP.DAT not found - writing the standard".
           DISPLAY "end-of-day step table.".
           OPEN OUTPUT STEP-TABLE-FILE.
           IF WS-STEPTAB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO STEP-TABLE-RECORD.
           STRING "*N PROGRAM       COMMAND                           "
               "       MXRC F PARAMETERS (prompt answers, / apart)"
               DELIMITED BY SIZE INTO STEP-TABLE-RECORD.
           WRITE STEP-TABLE-RECORD.

           MOVE SPACES TO WS-STEP-LINE.
           MOVE 1 TO WS-SL-STEP-NO.
           MOVE "BMICALCULATOR" TO WS-SL-PROGRAM.
           MOVE "./main" TO WS-SL-COMMAND.
           MOVE 4 TO WS-SL-MAX-RC.
           MOVE "D" TO WS-SL-FREQUENCY.
           MOVE SPACES TO WS-SL-PARAMETERS.
           PERFORM 1290-WRITE-DEFAULT-STEP.

           MOVE 2 TO WS-SL-STEP-NO.
           MOVE "BMIRECON" TO WS-SL-PROGRAM.
           MOVE "./bmirecon" TO WS-SL-COMMAND.
           MOVE 4 TO WS-SL-MAX-RC.
           MOVE "D" TO WS-SL-FREQUENCY.
           MOVE "&TODAY" TO WS-SL-PARAMETERS.
           PERFORM 1290-WRITE-DEFAULT-STEP.

           MOVE 3 TO WS-SL-STEP-NO.
           MOVE "BMIACK" TO WS-SL-PROGRAM.
           MOVE "./bmiack" TO WS-SL-COMMAND.
           MOVE 4 TO WS-SL-MAX-RC.
           MOVE "D" TO WS-SL-FREQUENCY.
           MOVE "0" TO WS-SL-PARAMETERS.
           PERFORM 1290-WRITE-DEFAULT-STEP.

           MOVE 4 TO WS-SL-STEP-NO.
           MOVE "CLINSTAT" TO WS-SL-PROGRAM.
           MOVE "./clinstat" TO WS-SL-COMMAND.
           MOVE 0 TO WS-SL-MAX-RC.
           MOVE "M" TO WS-SL-FREQUENCY.
           MOVE "&MONTH" TO WS-SL-PARAMETERS.
           PERFORM 1290-WRITE-DEFAULT-STEP.

           MOVE 5 TO WS-SL-STEP-NO.
           MOVE "AUDITCUT" TO WS-SL-PROGRAM.
           MOVE "./auditcut" TO WS-SL-COMMAND.
           MOVE 0 TO WS-SL-MAX-RC.
           MOVE "M" TO WS-SL-FREQUENCY.
           MOVE "&PRVMON" TO WS-SL-PARAMETERS.
           PERFORM 1290-WRITE-DEFAULT-STEP.

           MOVE 6 TO WS-SL-STEP-NO.
           MOVE "MASTBKUP" TO WS-SL-PROGRAM.
           MOVE "./mastbkup" TO WS-SL-COMMAND.
           MOVE 4 TO WS-SL-MAX-RC.
           MOVE "D" TO WS-SL-FREQUENCY.
           MOVE "B/&OPER" TO WS-SL-PARAMETERS.
           PERFORM 1290-WRITE-DEFAULT-STEP.

           CLOSE STEP-TABLE-FILE.

       1290-WRITE-DEFAULT-STEP.
           MOVE WS-STEP-LINE TO STEP-TABLE-RECORD.
           WRITE STEP-TABLE-RECORD.

      *a stream that stopped on a failed step - or never finished,
      *if the controller itself went down - restarts at that step by
      *default, keeping the month-end setting of the night it
      *belongs to; answering T runs the whole table again. A stream
      *already completed today is not run twice unless asked.
       1300-CHECK-RESTART.
           MOVE 1 TO WS-START-SUB.
           MOVE "N" TO WS-PRIOR-SW.
           OPEN INPUT JOB-CONTROL-FILE.
           IF WS-JOBCTL-STATUS = "00"
               READ JOB-CONTROL-FILE INTO WS-JOB-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PRIOR-SW
               END-READ
               CLOSE JOB-CONTROL-FILE
           END-IF.
           IF NOT PRIOR-STATE-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF JC-COMPLETE
               IF WS-JC-RUN-DATE = WS-TODAY-DATE
                   DISPLAY "Tonight's stream already completed."
                   DISPLAY "Run the whole stream again (Y/N)?"
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   INSPECT WS-CONFIRM CONVERTING "y" TO "Y"
                   IF WS-CONFIRM NOT = "Y"
                       DISPLAY "Nothing run."
                       PERFORM 9000-TERMINATE
                       STOP RUN
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF NOT JC-FAILED AND NOT JC-RUNNING
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-START-SUB.
           MOVE 0 TO WS-STEP-SUB.
           PERFORM UNTIL WS-STEP-SUB >= WS-STEP-COUNT
               ADD 1 TO WS-STEP-SUB
               IF WS-ST-STEP-NO (WS-STEP-SUB) = WS-JC-NEXT-STEP
                   AND WS-START-SUB = 0
                   MOVE WS-STEP-SUB TO WS-START-SUB
               END-IF
           END-PERFORM.
           IF WS-START-SUB = 0
               DISPLAY "Stream of " WS-JC-RUN-DATE " stopped at step "
                   WS-JC-NEXT-STEP ", which is no longer in the table."
               DISPLAY "Running from the top."
               MOVE 1 TO WS-START-SUB
               EXIT PARAGRAPH
           END-IF.

           IF JC-FAILED
               DISPLAY "Stream of " WS-JC-RUN-DATE " stopped at step "
                   WS-JC-NEXT-STEP " " WS-ST-PROGRAM (WS-START-SUB)
                   " - RC " WS-JC-LAST-RC
           ELSE
               DISPLAY "Stream of " WS-JC-RUN-DATE " did not finish - "
                   "last started step " WS-JC-NEXT-STEP " "
                   WS-ST-PROGRAM (WS-START-SUB)
           END-IF.
           DISPLAY "(R)estart from that step or run from the (T)op"
               " - blank restarts:".
           MOVE SPACE TO WS-RESTART-ANSWER.
           ACCEPT WS-RESTART-ANSWER.
           INSPECT WS-RESTART-ANSWER CONVERTING "t" TO "T".
           IF WS-RESTART-ANSWER = "T"
               MOVE 1 TO WS-START-SUB
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JC-RUN-DATE TO WS-STREAM-DATE.
           IF WS-MONTH-END-ANSWER NOT = "Y"
               AND WS-MONTH-END-ANSWER NOT = "N"
               AND (WS-JC-MONTH-END = "Y" OR WS-JC-MONTH-END = "N")
               MOVE WS-JC-MONTH-END TO WS-MONTH-END-SW
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           STRING WS-TODAY-DATE " RESTART of stream " WS-JC-RUN-DATE
               " from step " WS-JC-NEXT-STEP
               DELIMITED BY SIZE INTO JOB-LOG-RECORD.
           WRITE JOB-LOG-RECORD.

       2000-RUN-STREAM.
           MOVE SPACES TO JOB-LOG-RECORD.
           STRING WS-TODAY-DATE " " WS-TODAY-TIME
               " STREAM START  steps " WS-STEP-COUNT
               "  from step " WS-ST-STEP-NO (WS-START-SUB)
               "  month-end " WS-MONTH-END-SW
               DELIMITED BY SIZE INTO JOB-LOG-RECORD.
           WRITE JOB-LOG-RECORD.
           DISPLAY "Running from step " WS-ST-STEP-NO (WS-START-SUB)
               " - month-end " WS-MONTH-END-SW.

           MOVE WS-START-SUB TO WS-STEP-SUB.
           PERFORM UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR STREAM-STOPPED
               PERFORM 2100-RUN-STEP
               ADD 1 TO WS-STEP-SUB
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO JOB-LOG-RECORD.
           IF STREAM-STOPPED
               STRING WS-TODAY-DATE " " WS-TODAY-TIME
                   " STREAM STOPPED at step " WS-JC-NEXT-STEP
                   " - rerun to restart from it"
                   DELIMITED BY SIZE INTO JOB-LOG-RECORD
           ELSE
               STRING WS-TODAY-DATE " " WS-TODAY-TIME
                   " STREAM COMPLETE"
                   DELIMITED BY SIZE INTO JOB-LOG-RECORD
               MOVE "C" TO WS-JC-STATE
               MOVE 0 TO WS-JC-NEXT-STEP
               MOVE 0 TO WS-JC-LAST-RC
               PERFORM 2800-SAVE-JOB-CONTROL
           END-IF.
           WRITE JOB-LOG-RECORD.

      *the job control record is rewritten before each step starts,
      *so a controller that dies mid-step still knows where it was.
       2100-RUN-STEP.
           IF ST-MONTH-END (WS-STEP-SUB) AND NOT MONTH-END-RUN
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-TODAY-TIME TO WS-STEP-START-TIME
               MOVE WS-TODAY-TIME TO WS-STEP-END-TIME
               MOVE 0 TO WS-STEP-RC
               MOVE "SKIPPED" TO WS-STEP-RESULT
               PERFORM 2500-LOG-STEP
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-JC-STATE.
           MOVE WS-ST-STEP-NO (WS-STEP-SUB) TO WS-JC-NEXT-STEP.
           MOVE 0 TO WS-JC-LAST-RC.
           PERFORM 2800-SAVE-JOB-CONTROL.

           PERFORM 2200-WRITE-PARAMETERS.

           MOVE SPACES TO WS-COMMAND-LINE.
           STRING WS-ST-COMMAND (WS-STEP-SUB) DELIMITED BY "  "
               " < JOBPARM.TMP >> JOBOUT.TXT 2>&1"
               DELIMITED BY SIZE INTO WS-COMMAND-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-TODAY-TIME TO WS-STEP-START-TIME.
           MOVE SPACES TO JOB-LOG-RECORD.
           STRING WS-TODAY-DATE " STEP " WS-ST-STEP-NO (WS-STEP-SUB)
               " " WS-ST-PROGRAM (WS-STEP-SUB)
               " start " WS-STEP-START-TIME " STARTED"
               DELIMITED BY SIZE INTO JOB-LOG-RECORD.
           WRITE JOB-LOG-RECORD.
           DISPLAY "Step " WS-ST-STEP-NO (WS-STEP-SUB) " "
               WS-ST-PROGRAM (WS-STEP-SUB) " started "
               WS-STEP-START-TIME.

           PERFORM 2300-EXECUTE-STEP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-TODAY-TIME TO WS-STEP-END-TIME.
           ADD 1 TO WS-COUNT-RUN.

           IF WS-STEP-RC > WS-ST-MAX-RC (WS-STEP-SUB)
               MOVE "FAILED" TO WS-STEP-RESULT
               MOVE "Y" TO WS-STREAM-STOPPED-SW
               SET RUN-STEP-FAILED TO TRUE
               MOVE "F" TO WS-JC-STATE
               MOVE WS-STEP-RC TO WS-JC-LAST-RC
               PERFORM 2800-SAVE-JOB-CONTROL
           ELSE
               MOVE "OK" TO WS-STEP-RESULT
           END-IF.
           PERFORM 2500-LOG-STEP.

      *the answers go one to a line; a step with no parameters gets
      *an empty file so it never waits on the console.
       2200-WRITE-PARAMETERS.
           MOVE SPACES TO WS-PARM-TABLE.
           MOVE 0 TO WS-PARM-COUNT.
           IF WS-ST-PARAMETERS (WS-STEP-SUB) NOT = SPACES
               UNSTRING WS-ST-PARAMETERS (WS-STEP-SUB)
                   DELIMITED BY "/"
                   INTO WS-PARM (1) WS-PARM (2) WS-PARM (3)
                        WS-PARM (4) WS-PARM (5) WS-PARM (6)
                        WS-PARM (7) WS-PARM (8)
                   TALLYING IN WS-PARM-COUNT
               END-UNSTRING
           END-IF.

           OPEN OUTPUT STEP-PARM-FILE.
           MOVE 0 TO WS-PARM-SUB.
           PERFORM UNTIL WS-PARM-SUB >= WS-PARM-COUNT
               ADD 1 TO WS-PARM-SUB
               PERFORM 2250-WRITE-PARAMETER
           END-PERFORM.
           CLOSE STEP-PARM-FILE.

       2250-WRITE-PARAMETER.
           EVALUATE WS-PARM (WS-PARM-SUB)
               WHEN "&OPER"
                   MOVE WS-OPERATOR-ID TO STEP-PARM-RECORD
               WHEN "&TODAY"
                   MOVE WS-STREAM-DATE TO STEP-PARM-RECORD
               WHEN "&MONTH"
                   MOVE WS-SD-YEAR TO WS-PM-YEAR
                   MOVE WS-SD-MONTH TO WS-PM-MONTH
                   MOVE WS-PARM-MONTH TO STEP-PARM-RECORD
               WHEN "&PRVMON"
                   MOVE WS-SD-YEAR TO WS-PM-YEAR
                   MOVE WS-SD-MONTH TO WS-PM-MONTH
                   IF WS-PM-MONTH = 1
                       SUBTRACT 1 FROM WS-PM-YEAR
                       MOVE 12 TO WS-PM-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-PM-MONTH
                   END-IF
                   MOVE WS-PARM-MONTH TO STEP-PARM-RECORD
               WHEN OTHER
                   MOVE WS-PARM (WS-PARM-SUB) TO STEP-PARM-RECORD
           END-EVALUATE.
           WRITE STEP-PARM-RECORD.

       2300-EXECUTE-STEP.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE 0 TO RETURN-CODE.

      *a program that could not be started, or was killed, has no
      *return code of its own - count it as over any limit.
           IF WS-SYSTEM-STATUS < 0
               MOVE 9999 TO WS-STEP-RC
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-SYSTEM-STATUS BY 256
               GIVING WS-STEP-RC REMAINDER WS-KILL-SIGNAL.
           IF WS-KILL-SIGNAL NOT = 0
               MOVE 9999 TO WS-STEP-RC
           END-IF.

       2500-LOG-STEP.
           MOVE WS-TODAY-DATE TO WS-LG-DATE.
           MOVE WS-ST-STEP-NO (WS-STEP-SUB) TO WS-LG-STEP-NO.
           MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO WS-LG-PROGRAM.
           MOVE WS-STEP-START-TIME TO WS-LG-START-TIME.
           MOVE WS-STEP-END-TIME TO WS-LG-END-TIME.
           MOVE WS-STEP-RC TO WS-LG-RC.
           MOVE WS-ST-MAX-RC (WS-STEP-SUB) TO WS-LG-MAX-RC.
           MOVE WS-STEP-RESULT TO WS-LG-RESULT.
           MOVE WS-LOG-STEP-LINE TO JOB-LOG-RECORD.
           WRITE JOB-LOG-RECORD.
           DISPLAY "Step " WS-ST-STEP-NO (WS-STEP-SUB) " "
               WS-ST-PROGRAM (WS-STEP-SUB) " " WS-STEP-RESULT
               " RC " WS-STEP-RC.

       2800-SAVE-JOB-CONTROL.
           MOVE WS-STREAM-DATE TO WS-JC-RUN-DATE.
           MOVE WS-MONTH-END-SW TO WS-JC-MONTH-END.
           OPEN OUTPUT JOB-CONTROL-FILE.
           IF WS-JOBCTL-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write JOBCTL.DAT - status "
                   WS-JOBCTL-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOB-CONTROL TO JOB-CONTROL-RECORD.
           WRITE JOB-CONTROL-RECORD.
           CLOSE JOB-CONTROL-FILE.

       8000-PRINT-SUMMARY.
           DISPLAY "-".
           DISPLAY "Steps run: " WS-COUNT-RUN
               "  skipped (month end only): " WS-COUNT-SKIPPED.
           IF STREAM-STOPPED
               DISPLAY "STREAM STOPPED at step " WS-JC-NEXT-STEP
                   " - see JOBLOG.TXT and JOBOUT.TXT, fix the cause"
               DISPLAY "and rerun to restart from that step."
           ELSE
               DISPLAY "Stream complete."
           END-IF.

       9000-TERMINATE.
           CLOSE JOB-LOG-FILE.
           DISPLAY "Return code " WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "JOBSTRM".
