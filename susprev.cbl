      *suspense review. BMICALCULATOR holds a batch reading on
      *SUSPENSE.DAT instead of posting it when the weight, or an
      *adult's height, has moved further since the patient's last
      *visit than the days between could explain - a 25 kg "loss" in
      *a fortnight is a keying slip far more often than a patient. A
      *clinician works through the held readings here, each shown
      *beside the prior visit it was compared with, and either
      *(R)eleases it as read, (C)orrects the weight/height and
      *releases that, or re(J)ects it. A released reading gets exactly
      *what the batch would have given it: the history record dated
      *the screening day, the audit line, the export row, a report
      *card on BMIREPORT.TXT and a recall on the recall master if the
      *result calls for one. Any active operator may review; a reject
      *or correction needs a reason, and every decision goes to the
      *audit log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SUSPREV".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.

           SELECT PATIENT-HISTORY-FILE ASSIGN TO "PATHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PATIENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT GOAL-MASTER-FILE ASSIGN TO "GOALMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GL-PATIENT-ID
               FILE STATUS IS WS-GOALMAST-STATUS.

           SELECT RECALL-MASTER-FILE ASSIGN TO "RECALLMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT PEDIATRIC-REF-FILE ASSIGN TO "PEDREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDREF-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "BMIEXPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BMIREPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *held batch readings - the layout written by BMICALCULATOR's
      *7900-HOLD-READING.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SP-KEY.
               10 SP-PATIENT-ID        PIC X(10).
               10 SP-SCREEN-DATE       PIC 9(8).
               10 SP-RECNO             PIC 9(7).
           05 SP-HELD-TIME             PIC 9(6).
           05 SP-OPERATOR-ID           PIC X(10).
           05 SP-SITE                  PIC X(10).
           05 SP-BATCHNO               PIC 9(4).
           05 SP-WEIGHT-KG             PIC 999V99.
           05 SP-HEIGHT-M              PIC 9V99.
           05 SP-DOB                   PIC 9(8).
           05 SP-SEX                   PIC X.
           05 SP-PRIOR-DATE            PIC 9(8).
           05 SP-PRIOR-WEIGHT          PIC 999V99.
           05 SP-PRIOR-HEIGHT          PIC 9V99.
           05 SP-PRIOR-BMI             PIC 999V99.
           05 SP-PRIOR-CATEGORY        PIC X(22).
           05 SP-REASON                PIC X(40).
           05 SP-STATUS                PIC X.
               88 SP-HELD              VALUE "H".
               88 SP-RELEASED          VALUE "R".
               88 SP-CORRECTED         VALUE "C".
               88 SP-REJECTED          VALUE "X".
           05 SP-REVIEW-ID             PIC X(10).
           05 SP-REVIEW-DATE           PIC 9(8).
           05 SP-REVIEW-TIME           PIC 9(6).
           05 SP-POSTED-WEIGHT         PIC 999V99.
           05 SP-POSTED-HEIGHT         PIC 9V99.
           05 SP-REVIEW-NOTE           PIC X(30).

       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05 PM-PATIENT-ID            PIC X(10).
           05 PM-NAME                  PIC X(30).
           05 PM-DOB                   PIC 9(8).
           05 PM-SEX                   PIC X.
           05 PM-HOME-CLINIC           PIC X(10).
           05 PM-ACTIVE-FLAG           PIC X.
               88 PM-ACTIVE            VALUE "A".
               88 PM-DEACTIVATED       VALUE "D".

       FD  PATIENT-HISTORY-FILE.
       01  PATIENT-HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-PATIENT-ID      PIC X(10).
               10 HIST-DATE            PIC 9(8).
           05 HIST-WEIGHT-KG           PIC 999V99.
           05 HIST-HEIGHT-M            PIC 9V99.
           05 HIST-BMI                 PIC 999V99.
           05 HIST-CATEGORY            PIC X(22).
           05 HIST-PERCENTILE          PIC 9(3).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID           PIC X(10).
           05 OM-NAME                  PIC X(30).
           05 OM-AUTH-LEVEL            PIC 9.
           05 OM-ACTIVE-FLAG           PIC X.
               88 OM-ACTIVE            VALUE "A".
               88 OM-DEACTIVATED       VALUE "D".

       FD  GOAL-MASTER-FILE.
       01  GOAL-MASTER-RECORD.
           05 GL-PATIENT-ID            PIC X(10).
           05 GL-TYPE                  PIC X.
               88 GL-TARGET-BMI        VALUE "B".
               88 GL-TARGET-WEIGHT     VALUE "W".
           05 GL-TARGET-VALUE          PIC 999V99.
           05 GL-SET-DATE              PIC 9(8).
           05 GL-REVIEW-DATE           PIC 9(8).
           05 GL-STATUS                PIC X.
               88 GL-OPEN              VALUE "O".
               88 GL-CLOSED            VALUE "X".
           05 GL-CLOSED-DATE           PIC 9(8).

       FD  RECALL-MASTER-FILE.
       01  RECALL-MASTER-RECORD.
           05 RM-KEY.
               10 RM-PATIENT-ID        PIC X(10).
               10 RM-DATE              PIC 9(8).
           05 RM-BMI                   PIC 999V99.
           05 RM-CATEGORY              PIC X(22).
           05 RM-REASON                PIC X(40).
           05 RM-STATUS                PIC X.
               88 RM-OPEN              VALUE "O".
               88 RM-CONTACTED         VALUE "C".
               88 RM-BOOKED            VALUE "B".
               88 RM-CLOSED            VALUE "X".
               88 RM-UNREACHABLE       VALUE "U".
               88 RM-UNRESOLVED        VALUES "O" "C" "U".
           05 RM-OUTCOME-DATE          PIC 9(8).
           05 RM-OUTCOME-NOTE          PIC X(30).

       FD  PEDIATRIC-REF-FILE.
       01  PEDIATRIC-REF-RECORD.
           05 PR-SEX                   PIC X.
           05 PR-AGE-LO-MONTHS         PIC 9(3).
           05 PR-AGE-HI-MONTHS         PIC 9(3).
           05 PR-CUTOFF                PIC 999V99 OCCURS 7 TIMES.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(120).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).

      *system-wide run lock written by the nightly batch - see
      *BMICALCULATOR's 3030-TAKE-RUN-LOCK.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD             PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-GOALMAST-STATUS          PIC XX.
       01  WS-RECMAST-STATUS           PIC XX.
       01  WS-PEDREF-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-EXPORT-STATUS            PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-LOCK-STATUS              PIC XX.

       01  WS-GOALMAST-OPEN-SW         PIC X VALUE "N".
           88 GOALMAST-AVAILABLE       VALUE "Y".
       01  WS-RECMAST-OPEN-SW          PIC X VALUE "N".
           88 RECMAST-AVAILABLE        VALUE "Y".
       01  WS-GOAL-DIST                PIC S999V99 VALUE 0.
       01  WS-RPT-GOAL                 PIC ZZ9.99.
       01  WS-RPT-GOAL-DIST            PIC +ZZ9.99.

       01  WS-LOCK-HELD-SW             PIC X VALUE "N".
           88 RUN-LOCK-IS-HELD         VALUE "Y".
       01  WS-LOCK-LINE.
           05 WS-LK-PROGRAM            PIC X(13).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LK-OPERATOR           PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LK-DATE               PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LK-TIME               PIC 9(6).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-TIME            PIC 9(6).
           05 FILLER                   PIC X(7).

       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-SIGNON-OK-SW             PIC X VALUE "N".
           88 SIGNON-ACCEPTED          VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9 VALUE 0.
       01  WS-SIGNON-NOTE              PIC X(40).

       01  WS-ACTION                   PIC X VALUE SPACE.
           88 ACTION-REVIEW            VALUE "R".
           88 ACTION-LIST              VALUE "L".
           88 ACTION-EXIT              VALUE "X".

       01  WS-DECISION                 PIC X VALUE SPACE.
           88 DECIDE-RELEASE           VALUE "R".
           88 DECIDE-CORRECT           VALUE "C".
           88 DECIDE-REJECT            VALUE "J".
           88 DECIDE-SKIP              VALUE "S".
           88 DECIDE-STOP              VALUE "X".

       01  WS-SCAN-EOF-SW              PIC X VALUE "N".
           88 SCAN-DONE                VALUE "Y".
       01  WS-POSTED-SW                PIC X VALUE "N".
           88 READING-POSTED           VALUE "Y".
       01  WS-REVIEW-NOTE              PIC X(30).
       01  WS-CONFIRM                  PIC X.

       01  WS-COUNT-LISTED             PIC 9(5) VALUE 0.
       01  WS-COUNT-RELEASED           PIC 9(5) VALUE 0.
       01  WS-COUNT-CORRECTED          PIC 9(5) VALUE 0.
       01  WS-COUNT-REJECTED           PIC 9(5) VALUE 0.

       01  WS-PATIENT-ID               PIC X(10).
       01  WS-PATIENT-NAME             PIC X(30).
       01  WS-SCREEN-DAY               PIC 9(8).

       01  WS-VALID-INPUT-SW           PIC X VALUE "N".
           88 VALID-INPUT              VALUE "Y".
       01  WS-REJECT-REASON            PIC X(40).

      *the reading being posted - same names and pictures as the batch
      *so the grading paragraphs below read exactly as they do there.
       01  WEIGHT_KG                   PIC 999V99.
       01  HEIGHT_M                    PIC 9V99.
       01  BMI                         PIC 999V99.
       01  WS-CATEGORY                 PIC X(22).

      *pediatric BMI-for-age classification (under 20 years).
       01  WS-DOB                      PIC 9(8).
       01  WS-DOB-PARTS REDEFINES WS-DOB.
           05 WS-DOB-YEAR              PIC 9(4).
           05 WS-DOB-MONTH             PIC 99.
           05 WS-DOB-DAY               PIC 99.
       01  WS-SEX                      PIC X.
       01  WS-SCREEN-DATE              PIC 9(8).
       01  WS-SCREEN-PARTS REDEFINES WS-SCREEN-DATE.
           05 WS-SCR-YEAR              PIC 9(4).
           05 WS-SCR-MONTH             PIC 99.
           05 WS-SCR-DAY               PIC 99.
       01  WS-AGE-MONTHS               PIC S9(5) VALUE 0.
       01  WS-PERCENTILE               PIC 9(3) VALUE 0.

       01  WS-PEDIATRIC-SW             PIC X VALUE "N".
           88 PEDIATRIC-PATIENT        VALUE "Y".

       01  WS-PEDREF-LOADED-SW         PIC X VALUE "N".
           88 PEDREF-LOADED            VALUE "Y".

       01  WS-PEDREF-EOF-SW            PIC X VALUE "N".
           88 PEDREF-EOF               VALUE "Y".

       01  WS-PEDREF-MAX               PIC 9(3) VALUE 100.
       01  WS-PEDREF-COUNT             PIC 9(3) VALUE 0.
       01  WS-PEDREF-TABLE.
           05 WS-PEDREF-ENTRY OCCURS 100 TIMES.
               10 WS-PB-SEX            PIC X.
               10 WS-PB-AGE-LO         PIC 9(3).
               10 WS-PB-AGE-HI         PIC 9(3).
               10 WS-PB-CUTOFF         PIC 999V99 OCCURS 7 TIMES.

      *percentile value carried by each cutoff column of the table.
       01  WS-PCTL-VALUES.
           05 FILLER                   PIC 9(3) VALUE 005.
           05 FILLER                   PIC 9(3) VALUE 010.
           05 FILLER                   PIC 9(3) VALUE 025.
           05 FILLER                   PIC 9(3) VALUE 050.
           05 FILLER                   PIC 9(3) VALUE 075.
           05 FILLER                   PIC 9(3) VALUE 085.
           05 FILLER                   PIC 9(3) VALUE 095.
       01  WS-PCTL-TABLE REDEFINES WS-PCTL-VALUES.
           05 WS-PCTL                  PIC 9(3) OCCURS 7 TIMES.

       01  WS-BAND-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-CUT-SUB                  PIC 9 COMP VALUE 0.
       01  WS-PEDREF-SUB               PIC 9(3) COMP VALUE 0.

      *follow-up recall check, as the batch makes it.
       01  WS-RECALL-REASON            PIC X(40).
       01  WS-RANK-CATEGORY            PIC X(22).
       01  WS-RANK                     PIC 9.
       01  WS-CURR-RANK                PIC 9.
       01  WS-PRIOR-RANK               PIC 9.
       01  WS-PRIOR-CATEGORY           PIC X(22).
       01  WS-PRIOR-DATE               PIC 9(8).
       01  WS-PRIOR-FOUND-SW           PIC X VALUE "N".
           88 PRIOR-VISIT-FOUND        VALUE "Y".
       01  WS-RECALL-LOOKUP-EOF-SW     PIC X VALUE "N".
           88 RECALL-LOOKUP-DONE       VALUE "Y".
       01  WS-SEVERE-RESULT-SW         PIC X VALUE "N".
           88 SEVERE-RESULT            VALUE "Y".
       01  WS-COUNT-RECALL             PIC 9(5) VALUE 0.

       01  WS-RPT-WEIGHT               PIC ZZ9.99.
       01  WS-RPT-HEIGHT               PIC 9.99.
       01  WS-RPT-BMI                  PIC ZZ9.99.

      *the audit line layout written by BMICALCULATOR.
       01  WS-AUDIT-LINE.
           05 WS-AL-OPERATOR           PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-DATE               PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-TIME               PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-PATIENT-ID         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-WEIGHT             PIC ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-HEIGHT             PIC 9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-BMI                PIC ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-CATEGORY           PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-AL-PERCENTILE         PIC 9(3).

      *the export line layout written by BMICALCULATOR, with the
      *date the row was sent added after the percentile so BMIACK
      *ages it from today rather than from the visit.
       01  WS-EXPORT-LINE.
           05 WS-EX-PATIENT-ID         PIC X(10).
           05 WS-EX-COMMA1             PIC X VALUE ",".
           05 WS-EX-DATE               PIC 9(8).
           05 WS-EX-COMMA2             PIC X VALUE ",".
           05 WS-EX-BMI                PIC 9(3).99.
           05 WS-EX-COMMA3             PIC X VALUE ",".
           05 WS-EX-CATEGORY           PIC X(22).
           05 WS-EX-COMMA4             PIC X VALUE ",".
           05 WS-EX-PERCENTILE         PIC 9(3).
           05 WS-EX-COMMA5             PIC X VALUE ",".
           05 WS-EX-SENT-DATE          PIC 9(8).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' held reading review".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 1200-CHECK-RUN-LOCK.
           PERFORM 1300-OPERATOR-SIGN-ON.
           PERFORM 1600-LOAD-PEDIATRIC-REF.
           PERFORM 1700-OPEN-OUTPUTS.

           PERFORM UNTIL ACTION-EXIT
               DISPLAY " "
               DISPLAY "Action - (R)eview held readings (L)ist held"
               DISPLAY "readings e(X)it:"
               ACCEPT WS-ACTION
               INSPECT WS-ACTION CONVERTING "rlx" TO "RLX"
               EVALUATE TRUE
                   WHEN ACTION-REVIEW
                       PERFORM 2000-REVIEW-HELD
                   WHEN ACTION-LIST
                       PERFORM 2500-LIST-HELD
                   WHEN ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action - " WS-ACTION
               END-EVALUATE
           END-PERFORM.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "Unable to open suspense file SUSPENSE.DAT"
                   " - status " WS-SUSPENSE-STATUS
               DISPLAY "Nothing has been held yet."
               STOP RUN
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-PATMAST-STATUS NOT = "00"
               DISPLAY "Unable to open patient master - status "
                   WS-PATMAST-STATUS
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF.

           OPEN I-O PATIENT-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open PATHIST.DAT - status "
                   WS-HIST-STATUS
               CLOSE SUSPENSE-FILE
               CLOSE PATIENT-MASTER-FILE
               STOP RUN
           END-IF.

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               DISPLAY "Operator master OPERMAST.DAT not available"
                   " (status " WS-OPERMAST-STATUS ")"
               DISPLAY "Set it up with OPERMNT. No one can sign on."
               CLOSE SUSPENSE-FILE
               CLOSE PATIENT-MASTER-FILE
               CLOSE PATIENT-HISTORY-FILE
               STOP RUN
           END-IF.

      *no goal file only means no goal lines on the report cards.
           OPEN INPUT GOAL-MASTER-FILE.
           IF WS-GOALMAST-STATUS = "00"
               MOVE "Y" TO WS-GOALMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-GOALMAST-OPEN-SW
           END-IF.

      *the recall master persists across runs - created when missing,
      *never truncated.
           OPEN I-O RECALL-MASTER-FILE.
           IF WS-RECMAST-STATUS = "35"
               OPEN OUTPUT RECALL-MASTER-FILE
               CLOSE RECALL-MASTER-FILE
               OPEN I-O RECALL-MASTER-FILE
           END-IF.
           IF WS-RECMAST-STATUS = "00"
               MOVE "Y" TO WS-RECMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-RECMAST-OPEN-SW
               DISPLAY "WARNING: recall master RECALLMS.DAT not"
                   " available (status " WS-RECMAST-STATUS ")"
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *the nightly batch writes the suspense and history files while
      *it runs - wait for it to finish. Clearing a lock left by an
      *abend is a supervisor job (PATMAINT, OPERMNT or HISTARCH), not
      *review work.
       1200-CHECK-RUN-LOCK.
           MOVE "N" TO WS-LOCK-HELD-SW.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ RUN-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RUN-LOCK-RECORD TO WS-LOCK-LINE
                   MOVE "Y" TO WS-LOCK-HELD-SW
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF NOT RUN-LOCK-IS-HELD
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Run lock held by " WS-LK-PROGRAM
               " (operator " WS-LK-OPERATOR ")".
           DISPLAY "since " WS-LK-DATE " " WS-LK-TIME ".".
           DISPLAY "Try again after the batch ends, or ask a".
           DISPLAY "supervisor to clear a stale lock in PATMAINT.".
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *any active operator may review held readings - the clinicians
      *sign on with their own IDs. Every attempt goes to the audit
      *log.
       1300-OPERATOR-SIGN-ON.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM UNTIL SIGNON-ACCEPTED
                   OR WS-SIGNON-TRIES >= 3
               DISPLAY "Enter operator ID:"
               ACCEPT WS-OPERATOR-ID
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 1350-CHECK-OPERATOR
               IF NOT SIGNON-ACCEPTED
                   DISPLAY "Sign-on rejected - " WS-SIGNON-NOTE
               END-IF
           END-PERFORM.

           IF NOT SIGNON-ACCEPTED
               DISPLAY "Operator sign-on failed - cancelled."
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

       1350-CHECK-OPERATOR.
           MOVE "N" TO WS-SIGNON-OK-SW.
           INSPECT WS-OPERATOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "SIGN-ON REJECTED - unknown operator"
                       TO WS-SIGNON-NOTE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OM-DEACTIVATED
                           MOVE "SIGN-ON REJECTED - deactivated"
                               TO WS-SIGNON-NOTE
                       WHEN OM-AUTH-LEVEL < 1
                           MOVE "SIGN-ON REJECTED - no authority"
                               TO WS-SIGNON-NOTE
                       WHEN OTHER
                           MOVE "Y" TO WS-SIGNON-OK-SW
                           MOVE "SIGN-ON ACCEPTED (SUSPREV)"
                               TO WS-SIGNON-NOTE
                   END-EVALUATE
           END-READ.
           PERFORM 1400-AUDIT-SIGN-ON.

       1400-AUDIT-SIGN-ON.
           MOVE SPACES TO WS-AL-PATIENT-ID.
           MOVE WS-SIGNON-NOTE TO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

       1450-WRITE-AUDIT-LINE.
           MOVE WS-OPERATOR-ID TO WS-AL-OPERATOR.
           MOVE WS-TODAY-DATE TO WS-AL-DATE.
           MOVE WS-TODAY-TIME TO WS-AL-TIME.
           MOVE 0 TO WS-AL-WEIGHT.
           MOVE 0 TO WS-AL-HEIGHT.
           MOVE 0 TO WS-AL-BMI.
           MOVE 0 TO WS-AL-PERCENTILE.
           MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *load the BMI-for-age reference bands. Without the table a held
      *reading for a patient under 20 cannot be graded, so it cannot
      *be released - it can still be rejected.
       1600-LOAD-PEDIATRIC-REF.
           OPEN INPUT PEDIATRIC-REF-FILE.
           IF WS-PEDREF-STATUS NOT = "00"
               DISPLAY "WARNING: pediatric reference PEDREF.DAT not"
                   " available (status " WS-PEDREF-STATUS ")"
               DISPLAY "Readings for patients under 20 cannot be"
                   " released."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PEDREF-EOF-SW.
           PERFORM UNTIL PEDREF-EOF
               READ PEDIATRIC-REF-FILE
                   AT END
                       SET PEDREF-EOF TO TRUE
                   NOT AT END
                       PERFORM 1650-STORE-PEDIATRIC-BAND
               END-READ
           END-PERFORM.
           CLOSE PEDIATRIC-REF-FILE.

           IF WS-PEDREF-COUNT > 0
               SET PEDREF-LOADED TO TRUE
           END-IF.

       1650-STORE-PEDIATRIC-BAND.
           INSPECT PR-SEX CONVERTING "mf" TO "MF".
           IF PR-AGE-LO-MONTHS NOT NUMERIC
               OR PR-AGE-HI-MONTHS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-CUT-SUB.
           PERFORM UNTIL WS-CUT-SUB > 7
               IF PR-CUTOFF (WS-CUT-SUB) NOT NUMERIC
                   MOVE 9 TO WS-CUT-SUB
               ELSE
                   ADD 1 TO WS-CUT-SUB
               END-IF
           END-PERFORM.
           IF WS-CUT-SUB = 9
               DISPLAY "WARNING: pediatric reference band skipped -"
                   " bad cutoff data"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PEDREF-COUNT >= WS-PEDREF-MAX
               DISPLAY "WARNING: pediatric reference table full -"
                   " extra bands ignored"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PEDREF-COUNT.
           MOVE PR-SEX TO WS-PB-SEX (WS-PEDREF-COUNT).
           MOVE PR-AGE-LO-MONTHS TO WS-PB-AGE-LO (WS-PEDREF-COUNT).
           MOVE PR-AGE-HI-MONTHS TO WS-PB-AGE-HI (WS-PEDREF-COUNT).
           MOVE 1 TO WS-CUT-SUB.
           PERFORM UNTIL WS-CUT-SUB > 7
               MOVE PR-CUTOFF (WS-CUT-SUB)
                   TO WS-PB-CUTOFF (WS-PEDREF-COUNT WS-CUT-SUB)
               ADD 1 TO WS-CUT-SUB
           END-PERFORM.

      *released readings join the same feed and report card file the
      *batch appends to.
       1700-OPEN-OUTPUTS.
           OPEN EXTEND EXPORT-FILE.
           IF WS-EXPORT-STATUS = "35"
               OPEN OUTPUT EXPORT-FILE
           END-IF.

           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF.

      *walk the suspense file in key order, offering each reading
      *still held. (X) at any reading ends the pass; the rest stay
      *held for the next one.
       2000-REVIEW-HELD.
           MOVE LOW-VALUES TO SP-KEY.
           MOVE "N" TO WS-SCAN-EOF-SW.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           MOVE 0 TO WS-COUNT-LISTED.

           PERFORM UNTIL SCAN-DONE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF SP-HELD
                           ADD 1 TO WS-COUNT-LISTED
                           PERFORM 2100-REVIEW-ONE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-COUNT-LISTED = 0
               DISPLAY "No readings are held for review."
           END-IF.

       2100-REVIEW-ONE.
           PERFORM 2150-SHOW-READING.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL DECIDE-RELEASE OR DECIDE-CORRECT
                   OR DECIDE-REJECT OR DECIDE-SKIP OR DECIDE-STOP
               DISPLAY "(R)elease as read (C)orrect and release"
               DISPLAY "re(J)ect (S)kip e(X)it review:"
               ACCEPT WS-DECISION
               INSPECT WS-DECISION CONVERTING "rcjsx" TO "RCJSX"
           END-PERFORM.

           EVALUATE TRUE
               WHEN DECIDE-RELEASE
                   MOVE SPACES TO WS-REVIEW-NOTE
                   MOVE SP-WEIGHT-KG TO WEIGHT_KG
                   MOVE SP-HEIGHT-M TO HEIGHT_M
                   PERFORM 3000-POST-READING
                   IF READING-POSTED
                       SET SP-RELEASED TO TRUE
                       ADD 1 TO WS-COUNT-RELEASED
                       PERFORM 2900-UPDATE-SUSPENSE
                   END-IF
               WHEN DECIDE-CORRECT
                   PERFORM 2200-ACCEPT-CORRECTION
                   IF VALID-INPUT
                       PERFORM 3000-POST-READING
                   END-IF
                   IF VALID-INPUT AND READING-POSTED
                       SET SP-CORRECTED TO TRUE
                       ADD 1 TO WS-COUNT-CORRECTED
                       PERFORM 2900-UPDATE-SUSPENSE
                   END-IF
               WHEN DECIDE-REJECT
                   PERFORM 2300-ACCEPT-NOTE
                   SET SP-REJECTED TO TRUE
                   MOVE 0 TO WEIGHT_KG
                   MOVE 0 TO HEIGHT_M
                   ADD 1 TO WS-COUNT-REJECTED
                   PERFORM 2900-UPDATE-SUSPENSE
                   PERFORM 6200-AUDIT-REJECT
                   DISPLAY "Reading rejected - not posted."
               WHEN DECIDE-STOP
                   SET SCAN-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2150-SHOW-READING.
           MOVE SPACES TO WS-PATIENT-NAME.
           MOVE SP-PATIENT-ID TO PM-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE "(not on master)" TO WS-PATIENT-NAME
               NOT INVALID KEY
                   MOVE PM-NAME TO WS-PATIENT-NAME
           END-READ.

           DISPLAY " ".
           DISPLAY "Patient " SP-PATIENT-ID " " WS-PATIENT-NAME.
           DISPLAY "Held    " SP-SCREEN-DATE " site " SP-SITE
               " batch " SP-BATCHNO " operator " SP-OPERATOR-ID.
           DISPLAY "Reason  " SP-REASON.
           MOVE SP-WEIGHT-KG TO WS-RPT-WEIGHT.
           MOVE SP-HEIGHT-M TO WS-RPT-HEIGHT.
           IF SP-HEIGHT-M > 0
               COMPUTE BMI ROUNDED =
                   SP-WEIGHT-KG / (SP-HEIGHT-M * SP-HEIGHT-M)
           ELSE
               MOVE 0 TO BMI
           END-IF.
           MOVE BMI TO WS-RPT-BMI.
           DISPLAY "  this reading " SP-SCREEN-DATE
               "  weight " WS-RPT-WEIGHT
               "  height " WS-RPT-HEIGHT
               "  BMI " WS-RPT-BMI.
           MOVE SP-PRIOR-WEIGHT TO WS-RPT-WEIGHT.
           MOVE SP-PRIOR-HEIGHT TO WS-RPT-HEIGHT.
           MOVE SP-PRIOR-BMI TO WS-RPT-BMI.
           DISPLAY "  prior visit  " SP-PRIOR-DATE
               "  weight " WS-RPT-WEIGHT
               "  height " WS-RPT-HEIGHT
               "  BMI " WS-RPT-BMI.
           DISPLAY "               " SP-PRIOR-CATEGORY.

       2200-ACCEPT-CORRECTION.
           DISPLAY "(1/2) Corrected weight in kilograms:".
           ACCEPT WEIGHT_KG.
           DISPLAY "(2/2) Corrected height in meters:".
           ACCEPT HEIGHT_M.
           PERFORM 4400-VALIDATE-MEASUREMENTS.
           IF NOT VALID-INPUT
               DISPLAY "Invalid entry - " WS-REJECT-REASON
                   " - reading left held."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2300-ACCEPT-NOTE.

      *a correction or a reject is not accepted without a reason.
       2300-ACCEPT-NOTE.
           MOVE SPACES TO WS-REVIEW-NOTE.
           PERFORM UNTIL WS-REVIEW-NOTE NOT = SPACES
               DISPLAY "Reason (required):"
               ACCEPT WS-REVIEW-NOTE
           END-PERFORM.

      *the decision is written back onto the suspense entry, which
      *stays on file as the record of what was held and why.
       2900-UPDATE-SUSPENSE.
           MOVE WS-OPERATOR-ID TO SP-REVIEW-ID.
           MOVE WS-TODAY-DATE TO SP-REVIEW-DATE.
           MOVE WS-TODAY-TIME TO SP-REVIEW-TIME.
           MOVE WEIGHT_KG TO SP-POSTED-WEIGHT.
           MOVE HEIGHT_M TO SP-POSTED-HEIGHT.
           MOVE WS-REVIEW-NOTE TO SP-REVIEW-NOTE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: suspense entry not updated -"
                       " status " WS-SUSPENSE-STATUS
           END-REWRITE.

       2500-LIST-HELD.
           MOVE LOW-VALUES TO SP-KEY.
           MOVE "N" TO WS-SCAN-EOF-SW.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           MOVE 0 TO WS-COUNT-LISTED.

           PERFORM UNTIL SCAN-DONE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF SP-HELD
                           ADD 1 TO WS-COUNT-LISTED
                           DISPLAY "  " SP-SCREEN-DATE " "
                               SP-PATIENT-ID " " SP-SITE " "
                               SP-REASON
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Readings held: " WS-COUNT-LISTED.

      *post the reading in WEIGHT_KG/HEIGHT_M exactly as the batch
      *would have on the screening day: graded at the patient's age
      *that day, on history under that day's date, then audit,
      *export, report card and recall check. Anything that stops the
      *grading or the history write leaves the reading held.
       3000-POST-READING.
           MOVE "N" TO WS-POSTED-SW.
           MOVE SP-PATIENT-ID TO WS-PATIENT-ID.
           MOVE SP-SCREEN-DATE TO WS-SCREEN-DAY.

           MOVE "Y" TO WS-VALID-INPUT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-PATIENT-ID TO PM-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-INPUT-SW
                   MOVE "patient ID not on master"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF PM-DEACTIVATED
                       MOVE "N" TO WS-VALID-INPUT-SW
                       MOVE "patient is deactivated"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE PM-NAME TO WS-PATIENT-NAME
                   END-IF
           END-READ.
           IF VALID-INPUT
               MOVE SP-DOB TO WS-DOB
               MOVE SP-SEX TO WS-SEX
               PERFORM 4460-RESOLVE-DEMOGRAPHICS
           END-IF.
           IF VALID-INPUT
               PERFORM 4400-VALIDATE-MEASUREMENTS
           END-IF.
           IF NOT VALID-INPUT
               DISPLAY "Cannot post - " WS-REJECT-REASON
                   " - reading left held."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4500-CALCULATE-AND-CLASSIFY.

           MOVE WS-PATIENT-ID TO HIST-PATIENT-ID.
           MOVE WS-SCREEN-DAY TO HIST-DATE.
           MOVE WEIGHT_KG TO HIST-WEIGHT-KG.
           MOVE HEIGHT_M TO HIST-HEIGHT-M.
           MOVE BMI TO HIST-BMI.
           MOVE WS-CATEGORY TO HIST-CATEGORY.
           MOVE WS-PERCENTILE TO HIST-PERCENTILE.
           WRITE PATIENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Cannot post - a visit for " WS-SCREEN-DAY
                       " is already on history."
                   DISPLAY "Amend that visit in HISTCORR if needed"
                       " and reject this reading."
                   EXIT PARAGRAPH
           END-WRITE.

           SET READING-POSTED TO TRUE.
           DISPLAY "Posted - BMI " BMI " " WS-CATEGORY.
           PERFORM 6000-WRITE-AUDIT-RECORD.
           PERFORM 6100-AUDIT-RELEASE.
           PERFORM 7000-WRITE-EXPORT-RECORD.
           PERFORM 7500-PRINT-REPORT-CARD.
           PERFORM 4700-CHECK-RECALL.

      *work out whether the reading is pediatric (under 20 on the
      *screening day) and if so find the BMI-for-age reference band.
      *The demographics held with the reading win; blanks fall back to
      *the patient master. No date of birth at all means the adult
      *scale, exactly as the batch grades it.
       4460-RESOLVE-DEMOGRAPHICS.
           MOVE "N" TO WS-PEDIATRIC-SW.
           MOVE 0 TO WS-PERCENTILE.
           MOVE 0 TO WS-BAND-SUB.

           IF WS-DOB NOT NUMERIC
               MOVE 0 TO WS-DOB
           END-IF.
           IF WS-DOB = 0 AND PM-DOB IS NUMERIC
               MOVE PM-DOB TO WS-DOB
           END-IF.
           INSPECT WS-SEX CONVERTING "mf" TO "MF".
           IF WS-SEX NOT = "M" AND WS-SEX NOT = "F"
               MOVE PM-SEX TO WS-SEX
               INSPECT WS-SEX CONVERTING "mf" TO "MF"
           END-IF.

           IF WS-DOB = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCREEN-DAY TO WS-SCREEN-DATE.
           COMPUTE WS-AGE-MONTHS =
               (WS-SCR-YEAR - WS-DOB-YEAR) * 12
               + WS-SCR-MONTH - WS-DOB-MONTH.
           IF WS-SCR-DAY < WS-DOB-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.

           IF WS-AGE-MONTHS < 0
               MOVE "N" TO WS-VALID-INPUT-SW
               MOVE "date of birth after screening date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-AGE-MONTHS >= 240
               EXIT PARAGRAPH
           END-IF.

           IF NOT PEDREF-LOADED
               MOVE "N" TO WS-VALID-INPUT-SW
               MOVE "pediatric reference table not loaded"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-SEX NOT = "M" AND WS-SEX NOT = "F"
               MOVE "N" TO WS-VALID-INPUT-SW
               MOVE "sex required for pediatric grading"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BAND-SUB.
           MOVE 1 TO WS-PEDREF-SUB.
           PERFORM UNTIL WS-PEDREF-SUB > WS-PEDREF-COUNT
                   OR WS-BAND-SUB > 0
               IF WS-PB-SEX (WS-PEDREF-SUB) = WS-SEX
                   AND WS-AGE-MONTHS
                       >= WS-PB-AGE-LO (WS-PEDREF-SUB)
                   AND WS-AGE-MONTHS
                       <= WS-PB-AGE-HI (WS-PEDREF-SUB)
                   MOVE WS-PEDREF-SUB TO WS-BAND-SUB
               END-IF
               ADD 1 TO WS-PEDREF-SUB
           END-PERFORM.

           IF WS-BAND-SUB = 0
               MOVE "N" TO WS-VALID-INPUT-SW
               MOVE "no pediatric reference band for age/sex"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           SET PEDIATRIC-PATIENT TO TRUE.

       4400-VALIDATE-MEASUREMENTS.
           MOVE "Y" TO WS-VALID-INPUT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WEIGHT_KG = 0
               MOVE "N" TO WS-VALID-INPUT-SW
               MOVE "weight must be greater than zero"
                   TO WS-REJECT-REASON
           ELSE IF HEIGHT_M <= 0
               MOVE "N" TO WS-VALID-INPUT-SW
               MOVE "height must be greater than zero"
                   TO WS-REJECT-REASON
           END-IF.

      *same WHO scale and BMI-for-age grading as BMICALCULATOR's
      *4500/4600.
       4500-CALCULATE-AND-CLASSIFY.
           COMPUTE BMI ROUNDED = WEIGHT_KG / (HEIGHT_M * HEIGHT_M).

           IF PEDIATRIC-PATIENT
               PERFORM 4600-CLASSIFY-PEDIATRIC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PERCENTILE.
           EVALUATE TRUE
               WHEN BMI < 16.0
                   MOVE "SEVERELY UNDERWEIGHT" TO WS-CATEGORY
               WHEN BMI < 18.5
                   MOVE "UNDERWEIGHT" TO WS-CATEGORY
               WHEN BMI < 25.0
                   MOVE "NORMAL" TO WS-CATEGORY
               WHEN BMI < 30.0
                   MOVE "OVERWEIGHT" TO WS-CATEGORY
               WHEN BMI < 35.0
                   MOVE "OBESE CLASS I" TO WS-CATEGORY
               WHEN BMI < 40.0
                   MOVE "OBESE CLASS II" TO WS-CATEGORY
               WHEN OTHER
                   MOVE "OBESE CLASS III" TO WS-CATEGORY
           END-EVALUATE.

      *BMI-for-age grading for patients under 20. The percentile is
      *the highest reference cutoff the BMI has reached; zero means
      *below the 5th percentile.
       4600-CLASSIFY-PEDIATRIC.
           MOVE 0 TO WS-PERCENTILE.
           MOVE 1 TO WS-CUT-SUB.
           PERFORM UNTIL WS-CUT-SUB > 7
               IF BMI >= WS-PB-CUTOFF (WS-BAND-SUB WS-CUT-SUB)
                   MOVE WS-PCTL (WS-CUT-SUB) TO WS-PERCENTILE
               END-IF
               ADD 1 TO WS-CUT-SUB
           END-PERFORM.

           EVALUATE TRUE
               WHEN BMI < WS-PB-CUTOFF (WS-BAND-SUB 1)
                   MOVE "PEDI UNDERWEIGHT" TO WS-CATEGORY
               WHEN BMI < WS-PB-CUTOFF (WS-BAND-SUB 6)
                   MOVE "PEDI HEALTHY WEIGHT" TO WS-CATEGORY
               WHEN BMI < WS-PB-CUTOFF (WS-BAND-SUB 7)
                   MOVE "PEDI OVERWEIGHT" TO WS-CATEGORY
               WHEN OTHER
                   MOVE "PEDI OBESE" TO WS-CATEGORY
           END-EVALUATE.

      *the batch's recall rule: always for the severe categories, and
      *for anyone whose severity rank worsened against the most recent
      *visit before the screening day.
       4700-CHECK-RECALL.
           MOVE "N" TO WS-SEVERE-RESULT-SW.
           MOVE SPACES TO WS-RECALL-REASON.

           EVALUATE WS-CATEGORY
               WHEN "SEVERELY UNDERWEIGHT"
               WHEN "OBESE CLASS III"
               WHEN "PEDI UNDERWEIGHT"
               WHEN "PEDI OBESE"
                   SET SEVERE-RESULT TO TRUE
           END-EVALUATE.

           PERFORM 4720-FIND-PRIOR-VISIT.

           MOVE WS-CATEGORY TO WS-RANK-CATEGORY.
           PERFORM 4750-RANK-CATEGORY.
           MOVE WS-RANK TO WS-CURR-RANK.

           MOVE 0 TO WS-PRIOR-RANK.
           IF PRIOR-VISIT-FOUND
               MOVE WS-PRIOR-CATEGORY TO WS-RANK-CATEGORY
               PERFORM 4750-RANK-CATEGORY
               MOVE WS-RANK TO WS-PRIOR-RANK
           END-IF.

           EVALUATE TRUE
               WHEN SEVERE-RESULT
                   MOVE "SEVERE CATEGORY" TO WS-RECALL-REASON
               WHEN PRIOR-VISIT-FOUND
                   AND WS-CURR-RANK > WS-PRIOR-RANK
                   MOVE SPACES TO WS-RECALL-REASON
                   STRING "WORSENED FROM " WS-PRIOR-CATEGORY
                       DELIMITED BY SIZE INTO WS-RECALL-REASON
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO WS-COUNT-RECALL.
           IF RECMAST-AVAILABLE
               PERFORM 7720-POST-RECALL-MASTER
           END-IF.

       4720-FIND-PRIOR-VISIT.
           MOVE "N" TO WS-PRIOR-FOUND-SW.
           MOVE SPACES TO WS-PRIOR-CATEGORY.
           MOVE 0 TO WS-PRIOR-DATE.

           MOVE "N" TO WS-RECALL-LOOKUP-EOF-SW.
           MOVE WS-PATIENT-ID TO HIST-PATIENT-ID.
           START PATIENT-HISTORY-FILE
               KEY IS EQUAL TO HIST-PATIENT-ID
               INVALID KEY
                   SET RECALL-LOOKUP-DONE TO TRUE
           END-START.

           PERFORM UNTIL RECALL-LOOKUP-DONE
               READ PATIENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET RECALL-LOOKUP-DONE TO TRUE
                   NOT AT END
                       IF HIST-PATIENT-ID NOT = WS-PATIENT-ID
                           SET RECALL-LOOKUP-DONE TO TRUE
                       ELSE
                           IF HIST-DATE < WS-SCREEN-DAY
                               AND HIST-DATE > WS-PRIOR-DATE
                               MOVE "Y" TO WS-PRIOR-FOUND-SW
                               MOVE HIST-DATE TO WS-PRIOR-DATE
                               MOVE HIST-CATEGORY
                                   TO WS-PRIOR-CATEGORY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *severity rank: 0 normal, stepping outward to 4 for the worst.
       4750-RANK-CATEGORY.
           EVALUATE WS-RANK-CATEGORY
               WHEN "NORMAL"
               WHEN "PEDI HEALTHY WEIGHT"
                   MOVE 0 TO WS-RANK
               WHEN "UNDERWEIGHT"
               WHEN "OVERWEIGHT"
               WHEN "PEDI UNDERWEIGHT"
               WHEN "PEDI OVERWEIGHT"
                   MOVE 1 TO WS-RANK
               WHEN "SEVERELY UNDERWEIGHT"
               WHEN "OBESE CLASS I"
               WHEN "PEDI OBESE"
                   MOVE 2 TO WS-RANK
               WHEN "OBESE CLASS II"
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 4 TO WS-RANK
           END-EVALUATE.

      *the calculation line is dated the screening day, like the
      *history record and export row beside it, so the daily
      *reconciliation for that day sees all three agree. When it was
      *released, and by whom, is the note line 6100 writes.
       6000-WRITE-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO WS-AL-OPERATOR.
           MOVE WS-SCREEN-DAY TO WS-AL-DATE.
           MOVE WS-TODAY-TIME TO WS-AL-TIME.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE WEIGHT_KG TO WS-AL-WEIGHT.
           MOVE HEIGHT_M TO WS-AL-HEIGHT.
           MOVE BMI TO WS-AL-BMI.
           MOVE WS-CATEGORY TO WS-AL-CATEGORY.
           MOVE WS-PERCENTILE TO WS-AL-PERCENTILE.
           MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       6100-AUDIT-RELEASE.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE SPACES TO WS-AL-CATEGORY.
           IF DECIDE-CORRECT
               STRING "SUSP CORRECTED " WS-SCREEN-DAY
                   DELIMITED BY SIZE INTO WS-AL-CATEGORY
               PERFORM 1450-WRITE-AUDIT-LINE
               PERFORM 6300-AUDIT-NOTE
           ELSE
               STRING "SUSP RELEASED " WS-SCREEN-DAY
                   DELIMITED BY SIZE INTO WS-AL-CATEGORY
               PERFORM 1450-WRITE-AUDIT-LINE
           END-IF.

       6200-AUDIT-REJECT.
           MOVE SP-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "SUSP REJECTED " SP-SCREEN-DATE
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.
           PERFORM 6300-AUDIT-NOTE.

       6300-AUDIT-NOTE.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "SUSP RSN " WS-REVIEW-NOTE
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

       7000-WRITE-EXPORT-RECORD.
           MOVE WS-PATIENT-ID TO WS-EX-PATIENT-ID.
           MOVE WS-SCREEN-DAY TO WS-EX-DATE.
           MOVE WS-TODAY-DATE TO WS-EX-SENT-DATE.
           MOVE BMI TO WS-EX-BMI.
           MOVE WS-CATEGORY TO WS-EX-CATEGORY.
           MOVE WS-PERCENTILE TO WS-EX-PERCENTILE.
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.

       7500-PRINT-REPORT-CARD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "========================================"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "        'MASSIVE' CLINIC BMI REPORT CARD"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "========================================"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Patient    : " WS-PATIENT-NAME DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Patient ID : " WS-PATIENT-ID DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Date       : " WS-SCREEN-DAY DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WEIGHT_KG TO WS-RPT-WEIGHT.
           MOVE HEIGHT_M TO WS-RPT-HEIGHT.
           MOVE BMI TO WS-RPT-BMI.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Weight (kg): " WS-RPT-WEIGHT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Height (m) : " WS-RPT-HEIGHT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "BMI        : " WS-RPT-BMI DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Category   : " WS-CATEGORY DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF PEDIATRIC-PATIENT
               MOVE SPACES TO REPORT-RECORD
               STRING "Percentile : " WS-PERCENTILE
                   " (BMI-for-age)" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM 7550-PRINT-GOAL-LINES.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Referral notes:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "________________________________________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "________________________________________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       7550-PRINT-GOAL-LINES.
           IF NOT GOALMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PATIENT-ID TO GL-PATIENT-ID.
           READ GOAL-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT GL-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE GL-TARGET-VALUE TO WS-RPT-GOAL.
           IF GL-TARGET-BMI
               COMPUTE WS-GOAL-DIST = BMI - GL-TARGET-VALUE
               MOVE WS-GOAL-DIST TO WS-RPT-GOAL-DIST
               MOVE SPACES TO REPORT-RECORD
               STRING "Goal BMI   : " WS-RPT-GOAL
                   "  (set " GL-SET-DATE
                   ", review " GL-REVIEW-DATE ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "To goal    : " WS-RPT-GOAL-DIST " BMI"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               COMPUTE WS-GOAL-DIST = WEIGHT_KG - GL-TARGET-VALUE
               MOVE WS-GOAL-DIST TO WS-RPT-GOAL-DIST
               MOVE SPACES TO REPORT-RECORD
               STRING "Goal weight: " WS-RPT-GOAL " kg"
                   "  (set " GL-SET-DATE
                   ", review " GL-REVIEW-DATE ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "To goal    : " WS-RPT-GOAL-DIST " kg"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *new recalls land on the recall master as open entries dated
      *the screening day; the next batch's worklist rebuild picks them
      *up. A key collision means the entry is already there and the
      *desk's posted outcome, if any, must not be overwritten.
       7720-POST-RECALL-MASTER.
           MOVE WS-PATIENT-ID TO RM-PATIENT-ID.
           MOVE WS-SCREEN-DAY TO RM-DATE.
           MOVE BMI TO RM-BMI.
           MOVE WS-CATEGORY TO RM-CATEGORY.
           MOVE WS-RECALL-REASON TO RM-REASON.
           SET RM-OPEN TO TRUE.
           MOVE 0 TO RM-OUTCOME-DATE.
           MOVE SPACES TO RM-OUTCOME-NOTE.
           WRITE RECALL-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       8000-PRINT-TOTALS.
           DISPLAY "Released  : " WS-COUNT-RELEASED.
           DISPLAY "Corrected : " WS-COUNT-CORRECTED.
           DISPLAY "Rejected  : " WS-COUNT-REJECTED.
           DISPLAY "Recalls   : " WS-COUNT-RECALL.

       9000-TERMINATE.
           CLOSE SUSPENSE-FILE.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE PATIENT-HISTORY-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           IF GOALMAST-AVAILABLE
               CLOSE GOAL-MASTER-FILE
           END-IF.
           IF RECMAST-AVAILABLE
               CLOSE RECALL-MASTER-FILE
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           CLOSE EXPORT-FILE.
           CLOSE REPORT-FILE.

       END PROGRAM "SUSPREV".
