      *operator activity and sign-on exception report. Reads every
      *audit line dated in a period - from the monthly archives cut by
      *AUDITCUT (AUDARCH.YYYYMM) and from the live AUDITLOG.TXT - and
      *totals, operator by operator, the screenings posted, readings
      *rejected or held, master-file changes (patient, goal, recall,
      *operator, pediatric table, visit corrections) and sign-ons
      *accepted and rejected. A second section lists the exceptions a
      *compliance review asks about first: every rejected sign-on,
      *activity in the period by operators now deactivated or not on
      *the operator master, and master changes made outside clinic
      *hours. AUDITCUT moves a line to the archive of the month it is
      *cut in, which may be later than the line's own date, so every
      *archive from the start of the period to the current month is
      *read and the lines are selected by their own date. The report
      *is written to OPERACT.TXT; nothing is updated, so it may run
      *at any time. The exception lines are gathered in the work file
      *OPERACT.TMP, which is left in place and overwritten each run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OPERACT".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT EXCEPTION-WORK-FILE ASSIGN TO "OPERACT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "OPERACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(120).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID           PIC X(10).
           05 OM-NAME                  PIC X(30).
           05 OM-AUTH-LEVEL            PIC 9.
           05 OM-ACTIVE-FLAG           PIC X.
               88 OM-ACTIVE            VALUE "A".
               88 OM-DEACTIVATED       VALUE "D".

       FD  EXCEPTION-WORK-FILE.
       01  EXCEPTION-WORK-RECORD       PIC X(132).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-ACTRPT-STATUS            PIC XX.

       01  WS-LOG-FILENAME             PIC X(40).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-TIME            PIC 9(6).
           05 FILLER                   PIC X(7).

       01  WS-FROM-DATE                PIC 9(8).
       01  WS-TO-DATE                  PIC 9(8).

      *archive months are walked from the start of the period to the
      *current month.
       01  WS-SCAN-MONTH               PIC 9(6).
       01  WS-SCAN-PARTS REDEFINES WS-SCAN-MONTH.
           05 WS-SM-YEAR               PIC 9(4).
           05 WS-SM-MONTH              PIC 99.
       01  WS-LAST-MONTH               PIC 9(6).

      *normal clinic hours, Monday to Friday. A master change outside
      *them is listed as an exception.
       01  WS-CLINIC-OPEN              PIC 9(6) VALUE 080000.
       01  WS-CLINIC-CLOSE             PIC 9(6) VALUE 180000.

       01  WS-DAY-NUMBER               PIC 9(7) VALUE 0.
       01  WS-WEEK-NUMBER              PIC 9(7) VALUE 0.
      *day 1 of the integer calendar (1 January 1601) was a Monday,
      *so the remainder over 7 gives 1 Monday .. 6 Saturday, 0 Sunday.
       01  WS-WEEKDAY                  PIC 9 VALUE 0.
           88 WEEKEND-DAY              VALUES 0 6.
       01  WS-DAY-NAMES.
           05 FILLER                   PIC X(3) VALUE "SUN".
           05 FILLER                   PIC X(3) VALUE "MON".
           05 FILLER                   PIC X(3) VALUE "TUE".
           05 FILLER                   PIC X(3) VALUE "WED".
           05 FILLER                   PIC X(3) VALUE "THU".
           05 FILLER                   PIC X(3) VALUE "FRI".
           05 FILLER                   PIC X(3) VALUE "SAT".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME              PIC X(3) OCCURS 7 TIMES.

       01  WS-EOF-SW                   PIC X VALUE "N".
           88 FILE-EOF                 VALUE "Y".
       01  WS-OPERMAST-OPEN-SW         PIC X VALUE "N".
           88 OPERMAST-AVAILABLE       VALUE "Y".

      *the audit line layout written by BMICALCULATOR, redefined over
      *the raw record for parsing.
       01  WS-AUDIT-LINE.
           05 WS-AL-OPERATOR           PIC X(10).
           05 FILLER                   PIC X.
           05 WS-AL-DATE               PIC 9(8).
           05 FILLER                   PIC X.
           05 WS-AL-TIME               PIC 9(6).
           05 FILLER                   PIC X.
           05 WS-AL-PATIENT-ID         PIC X(10).
           05 FILLER                   PIC X.
           05 WS-AL-WEIGHT             PIC X(6).
           05 FILLER                   PIC X.
           05 WS-AL-HEIGHT             PIC X(4).
           05 FILLER                   PIC X.
           05 WS-AL-BMI                PIC X(6).
           05 FILLER                   PIC X.
           05 WS-AL-CATEGORY           PIC X(40).
           05 FILLER                   PIC X(23).

      *the category column carries the note on every line that is not
      *a calculation. Each program's notes open with a fixed word or
      *phrase; these views pick the openings apart.
       01  WS-NOTE                     PIC X(40).
       01  WS-NOTE-VIEW-5 REDEFINES WS-NOTE.
           05 WS-NOTE-P5               PIC X(5).
           05 WS-NOTE-VISIT-DATE       PIC X(8).
           05 FILLER                   PIC X.
           05 WS-NOTE-WAS              PIC X(3).
           05 FILLER                   PIC X(23).
       01  WS-NOTE-VIEW-8 REDEFINES WS-NOTE.
           05 WS-NOTE-P8               PIC X(8).
           05 FILLER                   PIC X(32).
       01  WS-NOTE-VIEW-9 REDEFINES WS-NOTE.
           05 WS-NOTE-P9               PIC X(9).
           05 FILLER                   PIC X(31).
       01  WS-NOTE-VIEW-12 REDEFINES WS-NOTE.
           05 WS-NOTE-P12              PIC X(12).
           05 FILLER                   PIC X(28).
       01  WS-NOTE-VIEW-13 REDEFINES WS-NOTE.
           05 WS-NOTE-P13              PIC X(13).
           05 FILLER                   PIC X(27).
       01  WS-NOTE-VIEW-14 REDEFINES WS-NOTE.
           05 WS-NOTE-P14              PIC X(14).
           05 FILLER                   PIC X(26).
       01  WS-NOTE-VIEW-16 REDEFINES WS-NOTE.
           05 WS-NOTE-P16              PIC X(16).
           05 FILLER                   PIC X(24).
      *PATLOAD's summary line - "PATLOAD A=nnnnnnn C=nnnnnnn D=nnnnnnn",
      *and "PATLOAD K=nnnnnnn" when contact details were loaded.
       01  WS-NOTE-PATLOAD REDEFINES WS-NOTE.
           05 WS-NOTE-P10              PIC X(10).
           05 WS-NOTE-ADDED            PIC 9(7).
           05 FILLER                   PIC X(3).
           05 WS-NOTE-CHANGED          PIC 9(7).
           05 FILLER                   PIC X(3).
           05 WS-NOTE-DEACTIVATED      PIC 9(7).
           05 FILLER                   PIC X(3).

      *the report column a line is counted in (0 - not counted) and
      *how many changes it stands for.
       01  WS-KIND-COL                 PIC 99 VALUE 0.
           88 KIND-NOT-COUNTED         VALUE 0.
           88 KIND-MASTER-CHANGE       VALUES 4 THRU 9.
           88 KIND-SIGNON-REJECTED     VALUE 11.
       01  WS-KIND-ADD                 PIC 9(7) VALUE 0.

      *one entry per operator ID seen in the period, kept in ID order.
       01  WS-OP-MAX                   PIC 9(3) VALUE 200.
       01  WS-OP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-OP-TABLE.
           05 WS-OT-ENTRY OCCURS 200 TIMES.
               10 WS-OT-ID             PIC X(10).
               10 WS-OT-COUNT          PIC 9(7) OCCURS 11 TIMES.
               10 WS-OT-ACTIVE-LINES   PIC 9(7).
               10 WS-OT-LAST-DATE      PIC 9(8).
               10 WS-OT-LAST-TIME      PIC 9(6).
       01  WS-OP-SUB                   PIC 9(3) COMP VALUE 0.
       01  WS-OP-SHIFT                 PIC 9(3) COMP VALUE 0.
       01  WS-OP-FOUND                 PIC 9(3) COMP VALUE 0.
       01  WS-COL-SUB                  PIC 99 COMP VALUE 0.
       01  WS-TOTAL-TABLE.
           05 WS-TOTAL-COUNT           PIC 9(7) OCCURS 11 TIMES.

       01  WS-COUNT-FILES              PIC 9(3) VALUE 0.
       01  WS-COUNT-READ               PIC 9(7) VALUE 0.
       01  WS-COUNT-FILE-READ          PIC 9(7) VALUE 0.
       01  WS-COUNT-SELECTED           PIC 9(7) VALUE 0.
       01  WS-COUNT-UNDATED            PIC 9(7) VALUE 0.
       01  WS-COUNT-OVERFLOW           PIC 9(7) VALUE 0.
       01  WS-COUNT-EXC-SIGNON         PIC 9(5) VALUE 0.
       01  WS-COUNT-EXC-HOURS          PIC 9(5) VALUE 0.
       01  WS-COUNT-EXC-OPERATOR       PIC 9(5) VALUE 0.

       01  WS-HEAD-LINE-1.
           05 FILLER                   PIC X(44) VALUE
               "OPERATOR   NAME                 STATUS  ".
           05 FILLER                   PIC X(35) VALUE
               " SCREEN REJECT   HELD  PATNT   GOAL".
           05 FILLER                   PIC X(42) VALUE
               " RECALL   OPER PEDREF   HIST SGN-OK SGN-RJ".

       01  WS-HEAD-LINE-2.
           05 FILLER                   PIC X(38) VALUE
               "TYPE             DATE     TIME   DAY ".
           05 FILLER                   PIC X(27) VALUE
               "OPERATOR   PATIENT    NOTE".

       01  WS-DETAIL-LINE.
           05 WS-DL-OPERATOR           PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-NAME               PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-STATUS             PIC X(12).
           05 WS-DL-COLUMN OCCURS 11 TIMES.
               10 FILLER               PIC X.
               10 WS-DL-COUNT          PIC ZZZZZ9.

       01  WS-EXCEPTION-LINE.
           05 WS-EL-TYPE               PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-DATE               PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-TIME               PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-DAY                PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-OPERATOR           PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-PATIENT-ID         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-TEXT               PIC X(60).

       01  WS-RPT-COUNT                PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' operator activity report".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-ARCHIVES.
           MOVE "AUDITLOG.TXT" TO WS-LOG-FILENAME.
           PERFORM 3000-SCAN-LOG.
           PERFORM 4000-CHECK-OPERATORS.
           CLOSE EXCEPTION-WORK-FILE.
           PERFORM 5000-PRINT-ACTIVITY.
           PERFORM 6000-PRINT-EXCEPTIONS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           MOVE 0 TO WS-FROM-DATE.
           PERFORM UNTIL WS-FROM-DATE > 0
               DISPLAY "From date (YYYYMMDD):"
               ACCEPT WS-FROM-DATE
               IF WS-FROM-DATE NOT NUMERIC
                   MOVE 0 TO WS-FROM-DATE
               END-IF
           END-PERFORM.
           DISPLAY "To date (YYYYMMDD, 0 for today):".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE NOT NUMERIC OR WS-TO-DATE = 0
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date - nothing to report."
               STOP RUN
           END-IF.

           MOVE 1 TO WS-COL-SUB.
           PERFORM UNTIL WS-COL-SUB > 11
               MOVE 0 TO WS-TOTAL-COUNT (WS-COL-SUB)
               ADD 1 TO WS-COL-SUB
           END-PERFORM.

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS = "00"
               MOVE "Y" TO WS-OPERMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-OPERMAST-OPEN-SW
               DISPLAY "WARNING: operator master OPERMAST.DAT not"
                   " available (status " WS-OPERMAST-STATUS ")"
               DISPLAY "Deactivated operators cannot be flagged."
           END-IF.

           OPEN OUTPUT EXCEPTION-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open work file OPERACT.TMP - status "
                   WS-WORK-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ACTIVITY-REPORT-FILE.
           MOVE "        'MASSIVE' OPERATOR ACTIVITY REPORT"
               TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           STRING "Period " WS-FROM-DATE " to " WS-TO-DATE
               "   run " WS-TODAY-DATE " " WS-TODAY-TIME
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           STRING "Clinic hours " WS-CLINIC-OPEN " to "
               WS-CLINIC-CLOSE " Monday to Friday"
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE "Audit files read:" TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.

      *an archive that is not there is normal - the month may not
      *have been cut yet, or had no activity - so it is only noted.
       2000-SCAN-ARCHIVES.
           COMPUTE WS-SCAN-MONTH = WS-FROM-DATE / 100.
           COMPUTE WS-LAST-MONTH = WS-TODAY-DATE / 100.

           PERFORM UNTIL WS-SCAN-MONTH > WS-LAST-MONTH
               MOVE SPACES TO WS-LOG-FILENAME
               STRING "AUDARCH." WS-SCAN-MONTH
                   DELIMITED BY SIZE INTO WS-LOG-FILENAME
               PERFORM 3000-SCAN-LOG
               IF WS-SM-MONTH = 12
                   ADD 1 TO WS-SM-YEAR
                   MOVE 1 TO WS-SM-MONTH
               ELSE
                   ADD 1 TO WS-SM-MONTH
               END-IF
           END-PERFORM.

       3000-SCAN-LOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "  " WS-LOG-FILENAME "  not found"
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-FILES.
           MOVE 0 TO WS-COUNT-FILE-READ.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL FILE-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-FILE-READ
                       PERFORM 3100-SELECT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           ADD WS-COUNT-FILE-READ TO WS-COUNT-READ.

           MOVE WS-COUNT-FILE-READ TO WS-RPT-COUNT.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           STRING "  " WS-LOG-FILENAME WS-RPT-COUNT " lines"
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.

      *lines with an unparseable date cannot be placed in the period
      *and are only counted.
       3100-SELECT-LINE.
           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE.
           IF WS-AL-DATE NOT NUMERIC
               ADD 1 TO WS-COUNT-UNDATED
               EXIT PARAGRAPH
           END-IF.
           IF WS-AL-DATE < WS-FROM-DATE
               OR WS-AL-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-SELECTED.

           PERFORM 3200-CLASSIFY-LINE.
           PERFORM 3300-FIND-OPERATOR.
           IF WS-OP-FOUND > 0
               IF NOT KIND-NOT-COUNTED
                   ADD WS-KIND-ADD
                       TO WS-OT-COUNT (WS-OP-FOUND WS-KIND-COL)
               END-IF
               IF NOT KIND-SIGNON-REJECTED
                   ADD 1 TO WS-OT-ACTIVE-LINES (WS-OP-FOUND)
                   MOVE WS-AL-DATE TO WS-OT-LAST-DATE (WS-OP-FOUND)
                   MOVE WS-AL-TIME TO WS-OT-LAST-TIME (WS-OP-FOUND)
               END-IF
           END-IF.
           IF NOT KIND-NOT-COUNTED
               ADD WS-KIND-ADD TO WS-TOTAL-COUNT (WS-KIND-COL)
           END-IF.

           IF KIND-SIGNON-REJECTED
               MOVE "REJECTED SIGN-ON" TO WS-EL-TYPE
               PERFORM 3500-WRITE-EXCEPTION
               ADD 1 TO WS-COUNT-EXC-SIGNON
           END-IF.
           IF KIND-MASTER-CHANGE
               PERFORM 3400-CHECK-CLINIC-HOURS
           END-IF.

      *columns - 1 screenings posted, 2 readings rejected, 3 readings
      *held for review, 4 patient master and contacts, 5 goal,
      *6 recall postings and letters, 7 operator master, 8 pediatric
      *table, 9 visit corrections and voids, 10 sign-ons accepted,
      *11 sign-ons rejected. Notes not
      *listed here (run lock overrides, pediatric table publishing,
      *duplicate batch notes, suspense decisions, patient inquiries
      *and the detail lines of a correction) are read but not counted.
       3200-CLASSIFY-LINE.
           MOVE WS-AL-CATEGORY TO WS-NOTE.
           MOVE 0 TO WS-KIND-COL.
           MOVE 1 TO WS-KIND-ADD.

           EVALUATE TRUE
               WHEN WS-NOTE-P16 = "SIGN-ON ACCEPTED"
               WHEN WS-NOTE-P14 = "SIGN-ON WAIVED"
                   MOVE 10 TO WS-KIND-COL
               WHEN WS-NOTE-P16 = "SIGN-ON REJECTED"
               WHEN WS-NOTE-P13 = "BATCH REFUSED"
                   MOVE 11 TO WS-KIND-COL
               WHEN WS-NOTE-P8 = "PATIENT "
               WHEN WS-NOTE-P8 = "CONTACT "
               WHEN WS-NOTE-P12 = "MERGED INTO "
                   MOVE 4 TO WS-KIND-COL
               WHEN WS-NOTE-P10 = "PATLOAD K="
                   MOVE 4 TO WS-KIND-COL
                   IF WS-NOTE-ADDED NUMERIC
                       MOVE WS-NOTE-ADDED TO WS-KIND-ADD
                   END-IF
               WHEN WS-NOTE-P10 = "PATLOAD A="
                   MOVE 4 TO WS-KIND-COL
                   IF WS-NOTE-ADDED NUMERIC
                       AND WS-NOTE-CHANGED NUMERIC
                       AND WS-NOTE-DEACTIVATED NUMERIC
                       COMPUTE WS-KIND-ADD = WS-NOTE-ADDED
                           + WS-NOTE-CHANGED + WS-NOTE-DEACTIVATED
                   END-IF
               WHEN WS-NOTE-P5 = "GOAL "
                   MOVE 5 TO WS-KIND-COL
               WHEN WS-NOTE-P13 = "RECALL POSTED"
               WHEN WS-NOTE-P12 = "LETTER SENT "
                   MOVE 6 TO WS-KIND-COL
               WHEN WS-NOTE-P9 = "OPERATOR "
                   MOVE 7 TO WS-KIND-COL
               WHEN WS-NOTE-P12 = "PEDREF BAND "
                   MOVE 8 TO WS-KIND-COL
               WHEN (WS-NOTE-P5 = "CORR " OR WS-NOTE-P5 = "VOID ")
                   AND WS-NOTE-WAS = "WAS"
                   MOVE 9 TO WS-KIND-COL
               WHEN WS-NOTE-P5 = "CORR "
               WHEN WS-NOTE-P5 = "VOID "
               WHEN WS-NOTE-P5 = "SUSP "
               WHEN WS-NOTE-P8 = "INQUIRY "
                   CONTINUE
               WHEN WS-AL-PATIENT-ID = SPACES
                   CONTINUE
               WHEN WS-NOTE-P5 = "HELD "
                   MOVE 3 TO WS-KIND-COL
               WHEN WS-AL-BMI = "  0.00"
                   MOVE 2 TO WS-KIND-COL
               WHEN OTHER
                   MOVE 1 TO WS-KIND-COL
           END-EVALUATE.

           IF WS-KIND-ADD = 0
               MOVE 0 TO WS-KIND-COL
           END-IF.

      *find the line's operator in the table, adding it in ID order
      *when first seen.
       3300-FIND-OPERATOR.
           MOVE 0 TO WS-OP-FOUND.
           MOVE 1 TO WS-OP-SUB.
           PERFORM UNTIL WS-OP-SUB > WS-OP-COUNT
                   OR WS-OT-ID (WS-OP-SUB) >= WS-AL-OPERATOR
               ADD 1 TO WS-OP-SUB
           END-PERFORM.
           IF WS-OP-SUB <= WS-OP-COUNT
               IF WS-OT-ID (WS-OP-SUB) = WS-AL-OPERATOR
                   MOVE WS-OP-SUB TO WS-OP-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-OP-COUNT >= WS-OP-MAX
               ADD 1 TO WS-COUNT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OP-COUNT TO WS-OP-SHIFT.
           PERFORM UNTIL WS-OP-SHIFT < WS-OP-SUB
               MOVE WS-OT-ENTRY (WS-OP-SHIFT)
                   TO WS-OT-ENTRY (WS-OP-SHIFT + 1)
               SUBTRACT 1 FROM WS-OP-SHIFT
           END-PERFORM.
           ADD 1 TO WS-OP-COUNT.

           MOVE WS-AL-OPERATOR TO WS-OT-ID (WS-OP-SUB).
           MOVE 1 TO WS-COL-SUB.
           PERFORM UNTIL WS-COL-SUB > 11
               MOVE 0 TO WS-OT-COUNT (WS-OP-SUB WS-COL-SUB)
               ADD 1 TO WS-COL-SUB
           END-PERFORM.
           MOVE 0 TO WS-OT-ACTIVE-LINES (WS-OP-SUB).
           MOVE 0 TO WS-OT-LAST-DATE (WS-OP-SUB).
           MOVE 0 TO WS-OT-LAST-TIME (WS-OP-SUB).
           MOVE WS-OP-SUB TO WS-OP-FOUND.

       3400-CHECK-CLINIC-HOURS.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-AL-DATE).
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY.
           IF NOT WEEKEND-DAY
               AND WS-AL-TIME >= WS-CLINIC-OPEN
               AND WS-AL-TIME < WS-CLINIC-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE "OUT OF HOURS" TO WS-EL-TYPE.
           PERFORM 3500-WRITE-EXCEPTION.
           ADD 1 TO WS-COUNT-EXC-HOURS.

       3500-WRITE-EXCEPTION.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-AL-DATE).
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY.
           MOVE WS-AL-DATE TO WS-EL-DATE.
           MOVE WS-AL-TIME TO WS-EL-TIME.
           MOVE WS-DAY-NAME (WS-WEEKDAY + 1) TO WS-EL-DAY.
           MOVE WS-AL-OPERATOR TO WS-EL-OPERATOR.
           MOVE WS-AL-PATIENT-ID TO WS-EL-PATIENT-ID.
           MOVE WS-AL-CATEGORY TO WS-EL-TEXT.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-WORK-RECORD.
           WRITE EXCEPTION-WORK-RECORD.

      *anyone who did more than fail to sign on in the period must be
      *an active operator on the master. The master carries no
      *deactivation date, so this flags the operator's activity in
      *the period and leaves the timing to the OPERATOR DEACTIVATED
      *line in the audit log.
       4000-CHECK-OPERATORS.
           IF NOT OPERMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-OP-SUB.
           PERFORM UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OT-ACTIVE-LINES (WS-OP-SUB) > 0
                   PERFORM 4100-CHECK-ONE-OPERATOR
               END-IF
               ADD 1 TO WS-OP-SUB
           END-PERFORM.

       4100-CHECK-ONE-OPERATOR.
           MOVE WS-OT-ID (WS-OP-SUB) TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-EL-TYPE
               NOT INVALID KEY
                   IF OM-DEACTIVATED
                       MOVE "DEACTIVATED OPER" TO WS-EL-TYPE
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
           END-READ.

           MOVE WS-OT-LAST-DATE (WS-OP-SUB) TO WS-EL-DATE.
           MOVE WS-OT-LAST-TIME (WS-OP-SUB) TO WS-EL-TIME.
           MOVE SPACES TO WS-EL-DAY.
           MOVE WS-OT-ID (WS-OP-SUB) TO WS-EL-OPERATOR.
           MOVE SPACES TO WS-EL-PATIENT-ID.
           MOVE WS-OT-ACTIVE-LINES (WS-OP-SUB) TO WS-RPT-COUNT.
           MOVE SPACES TO WS-EL-TEXT.
           STRING WS-RPT-COUNT " audit lines in period, last at"
               " date/time shown"
               DELIMITED BY SIZE INTO WS-EL-TEXT.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-WORK-RECORD.
           WRITE EXCEPTION-WORK-RECORD.
           ADD 1 TO WS-COUNT-EXC-OPERATOR.

       5000-PRINT-ACTIVITY.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE "ACTIVITY BY OPERATOR" TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE WS-HEAD-LINE-1 TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.

           MOVE 1 TO WS-OP-SUB.
           PERFORM UNTIL WS-OP-SUB > WS-OP-COUNT
               PERFORM 5100-PRINT-OPERATOR
               ADD 1 TO WS-OP-SUB
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL" TO WS-DL-OPERATOR.
           MOVE 1 TO WS-COL-SUB.
           PERFORM UNTIL WS-COL-SUB > 11
               MOVE WS-TOTAL-COUNT (WS-COL-SUB)
                   TO WS-DL-COUNT (WS-COL-SUB)
               ADD 1 TO WS-COL-SUB
           END-PERFORM.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE WS-DETAIL-LINE TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.

           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           STRING "PATNT - patient master and contact changes"
               " (PATMAINT, PATLOAD records, PATMERGE)   HIST - visits"
               " corrected or voided in HISTCORR"
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           STRING "RECALL - recall outcomes posted and recall letters"
               " sent"
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           IF WS-COUNT-OVERFLOW > 0
               MOVE WS-COUNT-OVERFLOW TO WS-RPT-COUNT
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "Operator table full - " WS-RPT-COUNT
                   " lines not shown by operator (in totals)"
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF.

       5100-PRINT-OPERATOR.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-OT-ID (WS-OP-SUB) TO WS-DL-OPERATOR.
           IF OPERMAST-AVAILABLE
               MOVE WS-OT-ID (WS-OP-SUB) TO OM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON MAST" TO WS-DL-STATUS
                   NOT INVALID KEY
                       MOVE OM-NAME TO WS-DL-NAME
                       IF OM-DEACTIVATED
                           MOVE "DEACTIVATED" TO WS-DL-STATUS
                       ELSE
                           MOVE "ACTIVE" TO WS-DL-STATUS
                       END-IF
               END-READ
           END-IF.
           MOVE 1 TO WS-COL-SUB.
           PERFORM UNTIL WS-COL-SUB > 11
               MOVE WS-OT-COUNT (WS-OP-SUB WS-COL-SUB)
                   TO WS-DL-COUNT (WS-COL-SUB)
               ADD 1 TO WS-COL-SUB
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.

      *the exceptions were written to the work file in the order the
      *audit files were read - archives oldest first, then the live
      *log - followed by the operator checks.
       6000-PRINT-EXCEPTIONS.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE "EXCEPTIONS" TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE WS-HEAD-LINE-2 TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.

           OPEN INPUT EXCEPTION-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "  (exception work file not available)"
                   TO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL FILE-EOF
               READ EXCEPTION-WORK-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE EXCEPTION-WORK-RECORD
                           TO ACTIVITY-REPORT-RECORD
                       WRITE ACTIVITY-REPORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-WORK-FILE.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           STRING "Lines read " WS-COUNT-READ
               "  in period " WS-COUNT-SELECTED
               "  undated " WS-COUNT-UNDATED
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD.
           STRING "Exceptions - rejected sign-ons " WS-COUNT-EXC-SIGNON
               "  out of hours " WS-COUNT-EXC-HOURS
               "  operators " WS-COUNT-EXC-OPERATOR
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
           WRITE ACTIVITY-REPORT-RECORD.

           DISPLAY "Audit files read : " WS-COUNT-FILES.
           DISPLAY "Lines read       : " WS-COUNT-READ.
           DISPLAY "Lines in period  : " WS-COUNT-SELECTED.
           DISPLAY "Operators        : " WS-OP-COUNT.
           DISPLAY "Rejected sign-ons: " WS-COUNT-EXC-SIGNON.
           DISPLAY "Out of hours     : " WS-COUNT-EXC-HOURS.
           DISPLAY "Operator flags   : " WS-COUNT-EXC-OPERATOR.
           DISPLAY "Report written to OPERACT.TXT".

       9000-TERMINATE.
           IF OPERMAST-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           CLOSE ACTIVITY-REPORT-FILE.

       END PROGRAM "OPERACT".
