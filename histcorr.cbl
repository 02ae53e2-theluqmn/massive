      *screening visit correction. A keying slip at the screening desk
      *(18 kg keyed for 81) used to stay on PATHIST.DAT for good - the
      *trend report, the clinic statistics and the downstream records
      *system all carried it. A supervisor corrects it here, one
      *HIST-KEY visit at a time: (A)mend re-keys the weight/height and
      *re-grades the visit with the same WHO and BMI-for-age logic as
      *BMICALCULATOR (age taken at the visit date, not today), and
      *(V)oid removes the visit outright. Every change needs a reason
      *and goes to the audit log with the before and after figures. An
      *amendment or void row in the standard export layout, keyed on
      *the original patient ID and visit date, is appended to
      *BMIEXPORT.CSV so the downstream copy is corrected too and
      *BMIACK tracks its acknowledgement like any other row. A void
      *row carries BMI zero and category VOID. A recall raised off the
      *visit and still unresolved on RECALLMS.DAT is settled too: a
      *void closes it, and an amendment closes it when the corrected
      *reading no longer meets the batch's recall rule or else puts
      *the corrected figures on it. An amendment that now meets the
      *rule where no recall was raised raises one. The session's
      *changes are listed on CORRRPT.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HISTCORR".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PEDIATRIC-REF-FILE ASSIGN TO "PEDREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDREF-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "BMIEXPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT RECALL-MASTER-FILE ASSIGN TO "RECALLMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CORR-REPORT-FILE ASSIGN TO "CORRRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *system-wide run lock written by the nightly batch - see
      *BMICALCULATOR's 3030-TAKE-RUN-LOCK.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD             PIC X(40).

       FD  CORR-REPORT-FILE.
       01  CORR-REPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-PEDREF-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-EXPORT-STATUS            PIC XX.
       01  WS-RECMAST-STATUS           PIC XX.
       01  WS-LOCK-STATUS              PIC XX.
       01  WS-CORRRPT-STATUS           PIC XX.

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

       01  WS-SUPERVISOR-ID            PIC X(10).
       01  WS-SIGNON-OK-SW             PIC X VALUE "N".
           88 SIGNON-ACCEPTED          VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9 VALUE 0.
       01  WS-SIGNON-NOTE              PIC X(40).

       01  WS-ACTION                   PIC X VALUE SPACE.
           88 ACTION-AMEND             VALUE "A".
           88 ACTION-VOID              VALUE "V".
           88 ACTION-EXIT              VALUE "X".

       01  WS-PATIENT-ID               PIC X(10).
       01  WS-PATIENT-NAME             PIC X(30).
       01  WS-VISIT-DATE               PIC 9(8).
       01  WS-CONFIRM                  PIC X.
       01  WS-REASON                   PIC X(30).

       01  WS-RECORD-FOUND-SW          PIC X VALUE "N".
           88 RECORD-FOUND             VALUE "Y".

       01  WS-SCAN-EOF-SW              PIC X VALUE "N".
           88 SCAN-DONE                VALUE "Y".

       01  WS-VALID-INPUT-SW           PIC X VALUE "N".
           88 VALID-INPUT              VALUE "Y".
       01  WS-REJECT-REASON            PIC X(40).

      *the visit as it stood before the change.
       01  WS-OLD-WEIGHT               PIC 999V99.
       01  WS-OLD-HEIGHT               PIC 9V99.
       01  WS-OLD-BMI                  PIC 999V99.
       01  WS-OLD-CATEGORY             PIC X(22).
       01  WS-OLD-PERCENTILE           PIC 9(3).

      *the corrected reading - same names and pictures as the batch
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

       01  WS-COUNT-AMENDED            PIC 9(5) VALUE 0.
       01  WS-COUNT-VOIDED             PIC 9(5) VALUE 0.

       01  WS-RECMAST-OPEN-SW          PIC X VALUE "N".
           88 RECMAST-AVAILABLE        VALUE "Y".
       01  WS-RECALL-FOUND-SW          PIC X VALUE "N".
           88 RECALL-FOUND             VALUE "Y".
       01  WS-RECALL-ACTION            PIC X(7).
       01  WS-RECALL-NOTE              PIC X(30).
       01  WS-COUNT-RECALL-CLOSED      PIC 9(5) VALUE 0.
       01  WS-COUNT-RECALL-UPDATED     PIC 9(5) VALUE 0.
       01  WS-COUNT-RECALL-RAISED      PIC 9(5) VALUE 0.

      *recall check on the corrected reading, as the batch makes it.
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

      *before/after figures as they are printed in the audit note.
       01  WS-FIGURES.
           05 WS-FG-WEIGHT             PIC 999.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-FG-HEIGHT             PIC 9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-FG-BMI                PIC 999.99.

       01  WS-CORR-HEADER.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "ACTION".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "PATIENT ID".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "VISIT".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "WEIGHT".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "HGT".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "BMI".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE "CATEGORY".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "PCTL".

       01  WS-CORR-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-ACTION             PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-PATIENT-ID         PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-DATE               PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-WEIGHT             PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-HEIGHT             PIC 9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-BMI                PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-CATEGORY           PIC X(22).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CR-PERCENTILE         PIC ZZ9.

      *the audit line layout written by BMICALCULATOR. Correction
      *notes ride in the category column with zero measurements, as
      *every maintenance program's notes do, so the reconciliation
      *never counts a correction as a fresh calculation.
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
           DISPLAY "'Massive' screening visit correction".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 1300-SUPERVISOR-SIGN-ON.
           PERFORM 1500-CHECK-RUN-LOCK.
           PERFORM 1200-LOAD-PEDIATRIC-REF.
           PERFORM 1600-OPEN-OUTPUTS.

           PERFORM UNTIL ACTION-EXIT
               DISPLAY " "
               DISPLAY "Action - (A)mend a visit (V)oid a visit"
               DISPLAY "e(X)it:"
               ACCEPT WS-ACTION
               INSPECT WS-ACTION CONVERTING "avx" TO "AVX"
               EVALUATE TRUE
                   WHEN ACTION-AMEND
                       PERFORM 3000-AMEND-VISIT
                   WHEN ACTION-VOID
                       PERFORM 4000-VOID-VISIT
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

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-PATMAST-STATUS NOT = "00"
               DISPLAY "Unable to open patient master - status "
                   WS-PATMAST-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PATIENT-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open PATHIST.DAT - status "
                   WS-HIST-STATUS
               CLOSE PATIENT-MASTER-FILE
               STOP RUN
           END-IF.

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               DISPLAY "Operator master OPERMAST.DAT not available"
                   " (status " WS-OPERMAST-STATUS ")"
               DISPLAY "Set it up with OPERMNT. No one can sign on."
               CLOSE PATIENT-MASTER-FILE
               CLOSE PATIENT-HISTORY-FILE
               STOP RUN
           END-IF.

      *no recall master means no recall has been raised yet - there is
      *nothing to settle, so corrections go ahead without it.
           OPEN I-O RECALL-MASTER-FILE.
           IF WS-RECMAST-STATUS = "00"
               MOVE "Y" TO WS-RECMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-RECMAST-OPEN-SW
               DISPLAY "WARNING: recall master RECALLMS.DAT not"
                   " available (status " WS-RECMAST-STATUS ")"
               DISPLAY "Recalls will not be settled this session."
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *load the BMI-for-age reference bands. Without the table a visit
      *for a patient under 20 cannot be re-graded and is not amended -
      *it can still be voided.
       1200-LOAD-PEDIATRIC-REF.
           OPEN INPUT PEDIATRIC-REF-FILE.
           IF WS-PEDREF-STATUS NOT = "00"
               DISPLAY "WARNING: pediatric reference PEDREF.DAT not"
                   " available (status " WS-PEDREF-STATUS ")"
               DISPLAY "Visits for patients under 20 cannot be"
                   " amended."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PEDREF-EOF-SW.
           PERFORM UNTIL PEDREF-EOF
               READ PEDIATRIC-REF-FILE
                   AT END
                       SET PEDREF-EOF TO TRUE
                   NOT AT END
                       PERFORM 1250-STORE-PEDIATRIC-BAND
               END-READ
           END-PERFORM.
           CLOSE PEDIATRIC-REF-FILE.

           IF WS-PEDREF-COUNT > 0
               SET PEDREF-LOADED TO TRUE
           END-IF.

       1250-STORE-PEDIATRIC-BAND.
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

      *corrections rewrite clinical history - supervisors only.
       1300-SUPERVISOR-SIGN-ON.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM UNTIL SIGNON-ACCEPTED
                   OR WS-SIGNON-TRIES >= 3
               DISPLAY "Enter supervisor ID:"
               ACCEPT WS-SUPERVISOR-ID
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 1350-CHECK-SUPERVISOR
               IF NOT SIGNON-ACCEPTED
                   DISPLAY "Sign-on rejected - " WS-SIGNON-NOTE
               END-IF
           END-PERFORM.

           IF NOT SIGNON-ACCEPTED
               DISPLAY "Supervisor sign-on failed - cancelled."
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

       1350-CHECK-SUPERVISOR.
           MOVE "N" TO WS-SIGNON-OK-SW.
           INSPECT WS-SUPERVISOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE WS-SUPERVISOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "SIGN-ON REJECTED - unknown operator"
                       TO WS-SIGNON-NOTE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OM-DEACTIVATED
                           MOVE "SIGN-ON REJECTED - deactivated"
                               TO WS-SIGNON-NOTE
                       WHEN OM-AUTH-LEVEL < 3
                           MOVE "SIGN-ON REJECTED - not supervisor"
                               TO WS-SIGNON-NOTE
                       WHEN OTHER
                           MOVE "Y" TO WS-SIGNON-OK-SW
                           MOVE "SIGN-ON ACCEPTED (HISTCORR)"
                               TO WS-SIGNON-NOTE
                   END-EVALUATE
           END-READ.
           PERFORM 1400-AUDIT-SIGN-ON.

       1400-AUDIT-SIGN-ON.
           MOVE SPACES TO WS-AL-PATIENT-ID.
           MOVE WS-SIGNON-NOTE TO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

       1450-WRITE-AUDIT-LINE.
           MOVE WS-SUPERVISOR-ID TO WS-AL-OPERATOR.
           MOVE WS-TODAY-DATE TO WS-AL-DATE.
           MOVE WS-TODAY-TIME TO WS-AL-TIME.
           MOVE 0 TO WS-AL-WEIGHT.
           MOVE 0 TO WS-AL-HEIGHT.
           MOVE 0 TO WS-AL-BMI.
           MOVE 0 TO WS-AL-PERCENTILE.
           MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *the nightly batch holds the system-wide run lock while it has
      *the history file open - refuse to start while it is held. The
      *signed-on supervisor may override a lock left behind by an
      *abend; the override clears the lock and writes itself to the
      *audit log.
       1500-CHECK-RUN-LOCK.
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
           DISPLAY "If that run abended, the lock can be cleared".
           DISPLAY "and the run can continue. Override (Y/N)?".
           ACCEPT WS-CONFIRM.
           INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Cancelled - try again after the batch ends."
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-SIGNON-NOTE.
           STRING "RUN LOCK OVERRIDDEN - was " WS-LK-PROGRAM
               DELIMITED BY SIZE INTO WS-SIGNON-NOTE.
           PERFORM 1400-AUDIT-SIGN-ON.
           OPEN OUTPUT RUN-LOCK-FILE.
           CLOSE RUN-LOCK-FILE.
           DISPLAY "Lock cleared.".

      *the export feed is appended to like the batch does; the
      *correction listing is this session's alone.
       1600-OPEN-OUTPUTS.
           OPEN EXTEND EXPORT-FILE.
           IF WS-EXPORT-STATUS = "35"
               OPEN OUTPUT EXPORT-FILE
           END-IF.

           OPEN OUTPUT CORR-REPORT-FILE.
           MOVE "          'MASSIVE' SCREENING VISIT CORRECTIONS"
               TO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           MOVE SPACES TO CORR-REPORT-RECORD.
           STRING "          Run " WS-TODAY-DATE
               "  supervisor " WS-SUPERVISOR-ID
               DELIMITED BY SIZE INTO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           MOVE SPACES TO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           MOVE WS-CORR-HEADER TO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.

      *prompt for the HIST-KEY of the visit and show it. Leaves
      *RECORD-FOUND set and the visit's figures in WS-OLD-xxx.
       2000-SELECT-VISIT.
           MOVE "N" TO WS-RECORD-FOUND-SW.
           DISPLAY "Enter patient ID:".
           ACCEPT WS-PATIENT-ID.
           INSPECT WS-PATIENT-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO WS-PATIENT-NAME.
           MOVE WS-PATIENT-ID TO PM-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Patient " WS-PATIENT-ID
                       " not on master"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE PM-NAME TO WS-PATIENT-NAME
           END-READ.

           PERFORM 2100-LIST-VISITS.

           DISPLAY "Visit date to correct (YYYYMMDD):".
           ACCEPT WS-VISIT-DATE.

           MOVE WS-PATIENT-ID TO HIST-PATIENT-ID.
           MOVE WS-VISIT-DATE TO HIST-DATE.
           READ PATIENT-HISTORY-FILE
               INVALID KEY
                   DISPLAY "No visit on " WS-VISIT-DATE " for "
                       WS-PATIENT-ID
                   EXIT PARAGRAPH
           END-READ.

           MOVE "Y" TO WS-RECORD-FOUND-SW.
           MOVE HIST-WEIGHT-KG TO WS-OLD-WEIGHT.
           MOVE HIST-HEIGHT-M TO WS-OLD-HEIGHT.
           MOVE HIST-BMI TO WS-OLD-BMI.
           MOVE HIST-CATEGORY TO WS-OLD-CATEGORY.
           MOVE HIST-PERCENTILE TO WS-OLD-PERCENTILE.

           DISPLAY "Patient: " WS-PATIENT-ID " " WS-PATIENT-NAME.
           DISPLAY "Visit  : " HIST-DATE
               "  weight " HIST-WEIGHT-KG
               "  height " HIST-HEIGHT-M.
           DISPLAY "         BMI " HIST-BMI " " HIST-CATEGORY
               " pctl " HIST-PERCENTILE.

       2100-LIST-VISITS.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE WS-PATIENT-ID TO HIST-PATIENT-ID.
           START PATIENT-HISTORY-FILE KEY IS EQUAL TO HIST-PATIENT-ID
               INVALID KEY
                   DISPLAY "No visits on file for " WS-PATIENT-ID
                   SET SCAN-DONE TO TRUE
           END-START.

           IF NOT SCAN-DONE
               DISPLAY "Visits on file for " WS-PATIENT-ID ":"
           END-IF.
           PERFORM UNTIL SCAN-DONE
               READ PATIENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-PATIENT-ID NOT = WS-PATIENT-ID
                           SET SCAN-DONE TO TRUE
                       ELSE
                           DISPLAY "  " HIST-DATE " BMI: "
                               HIST-BMI " " HIST-CATEGORY
                       END-IF
               END-READ
           END-PERFORM.

      *a correction is not accepted without a reason - it is what the
      *audit trail is for.
       2200-ACCEPT-REASON.
           MOVE SPACES TO WS-REASON.
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY "Reason for the change (required):"
               ACCEPT WS-REASON
           END-PERFORM.

       3000-AMEND-VISIT.
           PERFORM 2000-SELECT-VISIT.
           IF NOT RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.

      *re-grading needs the patient's age at the visit, not today.
           MOVE "Y" TO WS-VALID-INPUT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-DOB.
           MOVE SPACE TO WS-SEX.
           PERFORM 4460-RESOLVE-DEMOGRAPHICS.
           IF NOT VALID-INPUT
               DISPLAY "Cannot re-grade this visit - "
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "(1/2) Corrected weight in kilograms:".
           ACCEPT WEIGHT_KG.
           DISPLAY "(2/2) Corrected height in meters:".
           ACCEPT HEIGHT_M.
           PERFORM 4400-VALIDATE-MEASUREMENTS.
           IF NOT VALID-INPUT
               DISPLAY "Invalid entry - " WS-REJECT-REASON
                   " - no change made."
               EXIT PARAGRAPH
           END-IF.
           IF WEIGHT_KG = WS-OLD-WEIGHT AND HEIGHT_M = WS-OLD-HEIGHT
               DISPLAY "Same as the visit on file - no change made."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4500-CALCULATE-AND-CLASSIFY.
           DISPLAY "Corrected BMI " BMI " " WS-CATEGORY
               " pctl " WS-PERCENTILE.

           PERFORM 2200-ACCEPT-REASON.
           DISPLAY "Apply this correction (Y/N)?".
           ACCEPT WS-CONFIRM.
           INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Correction cancelled."
               EXIT PARAGRAPH
           END-IF.

           MOVE WEIGHT_KG TO HIST-WEIGHT-KG.
           MOVE HEIGHT_M TO HIST-HEIGHT-M.
           MOVE BMI TO HIST-BMI.
           MOVE WS-CATEGORY TO HIST-CATEGORY.
           MOVE WS-PERCENTILE TO HIST-PERCENTILE.
           REWRITE PATIENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed - status " WS-HIST-STATUS
                       " - no change made."
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-COUNT-AMENDED.
           PERFORM 5000-AUDIT-AMENDMENT.
           PERFORM 6000-WRITE-AMEND-EXPORT.
           PERFORM 7000-LIST-AMENDMENT.
           PERFORM 6700-SETTLE-AMEND-RECALL.
           DISPLAY "Visit amended.".

       4000-VOID-VISIT.
           PERFORM 2000-SELECT-VISIT.
           IF NOT RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-ACCEPT-REASON.
           DISPLAY "VOID this visit - it is removed from history"
               " (Y/N)?".
           ACCEPT WS-CONFIRM.
           INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Void cancelled."
               EXIT PARAGRAPH
           END-IF.

           DELETE PATIENT-HISTORY-FILE
               INVALID KEY
                   DISPLAY "Delete failed - status " WS-HIST-STATUS
                       " - no change made."
                   EXIT PARAGRAPH
           END-DELETE.

           ADD 1 TO WS-COUNT-VOIDED.
           PERFORM 5500-AUDIT-VOID.
           PERFORM 6500-WRITE-VOID-EXPORT.
           PERFORM 7500-LIST-VOID.
           PERFORM 6800-SETTLE-VOID-RECALL.
           DISPLAY "Visit voided.".

      *work out whether the visit was pediatric (under 20 at the visit
      *date) and if so find the BMI-for-age reference band. The
      *demographics come from the master. No date of birth at all
      *means the adult scale, exactly as the batch grades it.
       4460-RESOLVE-DEMOGRAPHICS.
           MOVE "N" TO WS-PEDIATRIC-SW.
           MOVE 0 TO WS-PERCENTILE.
           MOVE 0 TO WS-BAND-SUB.

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

           MOVE WS-VISIT-DATE TO WS-SCREEN-DATE.
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
      *4500/4600 - a corrected visit must read exactly as it would
      *had it been keyed right first time.
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

      *the batch's recall rule applied to the corrected reading:
      *always for the severe categories, and for anyone whose severity
      *rank worsened against the most recent visit before this one.
      *Leaves WS-RECALL-REASON blank when no recall is called for.
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
           END-EVALUATE.

      *most recent visit before the corrected one, via the alternate
      *key. Moves the history file off the visit just rewritten, so
      *it is only used once the rewrite is done.
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
                           IF HIST-DATE < WS-VISIT-DATE
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

      *three audit notes under the visit's patient ID: the figures as
      *they were, the figures as corrected, and the reason.
       5000-AUDIT-AMENDMENT.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE WS-OLD-WEIGHT TO WS-FG-WEIGHT.
           MOVE WS-OLD-HEIGHT TO WS-FG-HEIGHT.
           MOVE WS-OLD-BMI TO WS-FG-BMI.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "CORR " WS-VISIT-DATE " WAS " WS-FIGURES
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

           MOVE WEIGHT_KG TO WS-FG-WEIGHT.
           MOVE HEIGHT_M TO WS-FG-HEIGHT.
           MOVE BMI TO WS-FG-BMI.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "CORR " WS-VISIT-DATE " NOW " WS-FIGURES
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "CORR RSN " WS-REASON
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

       5500-AUDIT-VOID.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE WS-OLD-WEIGHT TO WS-FG-WEIGHT.
           MOVE WS-OLD-HEIGHT TO WS-FG-HEIGHT.
           MOVE WS-OLD-BMI TO WS-FG-BMI.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "VOID " WS-VISIT-DATE " WAS " WS-FIGURES
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "VOID RSN " WS-REASON
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

      *the downstream system keys its copy on patient ID and visit
      *date, so the replacement row carries the original visit date,
      *not today's.
       6000-WRITE-AMEND-EXPORT.
           MOVE WS-PATIENT-ID TO WS-EX-PATIENT-ID.
           MOVE WS-VISIT-DATE TO WS-EX-DATE.
           MOVE WS-TODAY-DATE TO WS-EX-SENT-DATE.
           MOVE BMI TO WS-EX-BMI.
           MOVE WS-CATEGORY TO WS-EX-CATEGORY.
           MOVE WS-PERCENTILE TO WS-EX-PERCENTILE.
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.

       6500-WRITE-VOID-EXPORT.
           MOVE WS-PATIENT-ID TO WS-EX-PATIENT-ID.
           MOVE WS-VISIT-DATE TO WS-EX-DATE.
           MOVE WS-TODAY-DATE TO WS-EX-SENT-DATE.
           MOVE 0 TO WS-EX-BMI.
           MOVE "VOID" TO WS-EX-CATEGORY.
           MOVE 0 TO WS-EX-PERCENTILE.
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.

      *the recall master is keyed on the visit, so a recall raised off
      *it shares its patient ID and date. One the desk has already
      *booked or closed keeps its posted outcome.
       6700-SETTLE-AMEND-RECALL.
           IF NOT RECMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4700-CHECK-RECALL.
           PERFORM 6750-READ-VISIT-RECALL.

           IF NOT RECALL-FOUND
               IF WS-RECALL-REASON = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PATIENT-ID TO RM-PATIENT-ID
               MOVE WS-VISIT-DATE TO RM-DATE
               MOVE BMI TO RM-BMI
               MOVE WS-CATEGORY TO RM-CATEGORY
               MOVE WS-RECALL-REASON TO RM-REASON
               SET RM-OPEN TO TRUE
               MOVE 0 TO RM-OUTCOME-DATE
               MOVE SPACES TO RM-OUTCOME-NOTE
               WRITE RECALL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Recall not raised - status "
                           WS-RECMAST-STATUS
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WS-COUNT-RECALL-RAISED
               MOVE "OPENED" TO WS-RECALL-ACTION
               PERFORM 6900-RECORD-RECALL-ACTION
               EXIT PARAGRAPH
           END-IF.

           IF NOT RM-UNRESOLVED
               EXIT PARAGRAPH
           END-IF.

           IF WS-RECALL-REASON = SPACES
               MOVE "VISIT CORRECTED" TO WS-RECALL-NOTE
               PERFORM 6850-CLOSE-RECALL
               EXIT PARAGRAPH
           END-IF.

           MOVE BMI TO RM-BMI.
           MOVE WS-CATEGORY TO RM-CATEGORY.
           MOVE WS-RECALL-REASON TO RM-REASON.
           REWRITE RECALL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Recall not updated - status "
                       WS-RECMAST-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-COUNT-RECALL-UPDATED.
           MOVE "UPDATED" TO WS-RECALL-ACTION.
           PERFORM 6900-RECORD-RECALL-ACTION.

       6750-READ-VISIT-RECALL.
           MOVE "N" TO WS-RECALL-FOUND-SW.
           MOVE WS-PATIENT-ID TO RM-PATIENT-ID.
           MOVE WS-VISIT-DATE TO RM-DATE.
           READ RECALL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECALL-FOUND-SW
           END-READ.

      *a voided visit leaves nothing to recall the patient about.
       6800-SETTLE-VOID-RECALL.
           IF NOT RECMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6750-READ-VISIT-RECALL.
           IF NOT RECALL-FOUND OR NOT RM-UNRESOLVED
               EXIT PARAGRAPH
           END-IF.
           MOVE "VISIT VOIDED" TO WS-RECALL-NOTE.
           PERFORM 6850-CLOSE-RECALL.

       6850-CLOSE-RECALL.
           SET RM-CLOSED TO TRUE.
           MOVE WS-TODAY-DATE TO RM-OUTCOME-DATE.
           MOVE WS-RECALL-NOTE TO RM-OUTCOME-NOTE.
           REWRITE RECALL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Recall not closed - status "
                       WS-RECMAST-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-COUNT-RECALL-CLOSED.
           MOVE "CLOSED" TO WS-RECALL-ACTION.
           PERFORM 6900-RECORD-RECALL-ACTION.

      *audited in RECALLMNT's RECALL POSTED form, so the operator
      *activity report counts it with the desk's recall postings.
       6900-RECORD-RECALL-ACTION.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE SPACES TO WS-AL-CATEGORY.
           IF ACTION-VOID
               STRING "RECALL POSTED " DELIMITED BY SIZE
                   WS-RECALL-ACTION DELIMITED BY SPACE
                   " VISIT VOIDED" DELIMITED BY SIZE
                   INTO WS-AL-CATEGORY
           ELSE
               STRING "RECALL POSTED " DELIMITED BY SIZE
                   WS-RECALL-ACTION DELIMITED BY SPACE
                   " VISIT CORRECTED" DELIMITED BY SIZE
                   INTO WS-AL-CATEGORY
           END-IF.
           PERFORM 1450-WRITE-AUDIT-LINE.

           MOVE SPACES TO CORR-REPORT-RECORD.
           STRING "          recall " DELIMITED BY SIZE
               WS-RECALL-ACTION DELIMITED BY SPACE
               " - " RM-REASON DELIMITED BY SIZE
               INTO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           DISPLAY "Recall " WS-RECALL-ACTION " for visit "
               WS-VISIT-DATE ".".

       7000-LIST-AMENDMENT.
           MOVE "WAS" TO WS-CR-ACTION.
           MOVE WS-PATIENT-ID TO WS-CR-PATIENT-ID.
           MOVE WS-VISIT-DATE TO WS-CR-DATE.
           MOVE WS-OLD-WEIGHT TO WS-CR-WEIGHT.
           MOVE WS-OLD-HEIGHT TO WS-CR-HEIGHT.
           MOVE WS-OLD-BMI TO WS-CR-BMI.
           MOVE WS-OLD-CATEGORY TO WS-CR-CATEGORY.
           MOVE WS-OLD-PERCENTILE TO WS-CR-PERCENTILE.
           MOVE WS-CORR-LINE TO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.

           MOVE "AMEND" TO WS-CR-ACTION.
           MOVE WEIGHT_KG TO WS-CR-WEIGHT.
           MOVE HEIGHT_M TO WS-CR-HEIGHT.
           MOVE BMI TO WS-CR-BMI.
           MOVE WS-CATEGORY TO WS-CR-CATEGORY.
           MOVE WS-PERCENTILE TO WS-CR-PERCENTILE.
           MOVE WS-CORR-LINE TO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           PERFORM 7800-LIST-REASON.

       7500-LIST-VOID.
           MOVE "VOID" TO WS-CR-ACTION.
           MOVE WS-PATIENT-ID TO WS-CR-PATIENT-ID.
           MOVE WS-VISIT-DATE TO WS-CR-DATE.
           MOVE WS-OLD-WEIGHT TO WS-CR-WEIGHT.
           MOVE WS-OLD-HEIGHT TO WS-CR-HEIGHT.
           MOVE WS-OLD-BMI TO WS-CR-BMI.
           MOVE WS-OLD-CATEGORY TO WS-CR-CATEGORY.
           MOVE WS-OLD-PERCENTILE TO WS-CR-PERCENTILE.
           MOVE WS-CORR-LINE TO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           PERFORM 7800-LIST-REASON.

       7800-LIST-REASON.
           MOVE SPACES TO CORR-REPORT-RECORD.
           STRING "          reason: " WS-REASON
               DELIMITED BY SIZE INTO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.

       8000-PRINT-TOTALS.
           MOVE SPACES TO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           MOVE SPACES TO CORR-REPORT-RECORD.
           STRING "Visits amended: " WS-COUNT-AMENDED
               "  voided: " WS-COUNT-VOIDED
               DELIMITED BY SIZE INTO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           MOVE SPACES TO CORR-REPORT-RECORD.
           STRING "Recalls closed: " WS-COUNT-RECALL-CLOSED
               "  updated: " WS-COUNT-RECALL-UPDATED
               "  raised: " WS-COUNT-RECALL-RAISED
               DELIMITED BY SIZE INTO CORR-REPORT-RECORD.
           WRITE CORR-REPORT-RECORD.
           CLOSE CORR-REPORT-FILE.
           CLOSE EXPORT-FILE.

           DISPLAY "Visits amended: " WS-COUNT-AMENDED.
           DISPLAY "Visits voided : " WS-COUNT-VOIDED.
           DISPLAY "Recalls closed: " WS-COUNT-RECALL-CLOSED
               "  updated: " WS-COUNT-RECALL-UPDATED
               "  raised: " WS-COUNT-RECALL-RAISED.
           DISPLAY "Correction listing written to CORRRPT.TXT".

       9000-TERMINATE.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE PATIENT-HISTORY-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           IF RECMAST-AVAILABLE
               CLOSE RECALL-MASTER-FILE
           END-IF.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM "HISTCORR".
