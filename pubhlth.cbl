      *quarterly public-health obesity return. Reads PATHIST.DAT with
      *PATMAST.DAT for a chosen calendar quarter and counts each
      *patient once, on their latest visit in the quarter, into the
      *health department's matrix: age band at the visit (2-4, 5-11,
      *12-17, 18-39, 40-64, 65+) by sex by category group. Children
      *under 18 are graded on the BMI-for-age percentile the batch
      *stored with the visit, adults on the WHO BMI cutoffs. The
      *department's fixed-format submission file PHRETURN.DAT carries
      *a header record, one detail record per matrix cell (zero cells
      *included) and a trailer with the record and patient counts.
      *The validation report PHRETURN.TXT prints the same matrix with
      *any cell of 1 to 4 patients suppressed - along with whatever
      *other cell would let it be worked back from a total - the
      *control totals, and the patients left out for missing or
      *unusable demographics.
      *Nothing is updated. The work file PHRETURN.TMP behind the
      *exclusion list is left in place and overwritten each run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PUBHLTH".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-HISTORY-FILE ASSIGN TO "PATHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PATIENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.

           SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MX-LOSER-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT EXCLUSION-WORK-FILE ASSIGN TO "PHRETURN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO "PHRETURN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "PHRETURN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05 PM-PATIENT-ID            PIC X(10).
           05 PM-NAME                  PIC X(30).
           05 PM-DOB                   PIC 9(8).
           05 PM-SEX                   PIC X.
           05 PM-HOME-CLINIC           PIC X(10).
           05 PM-ACTIVE-FLAG           PIC X.

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD.
           05 MX-LOSER-ID              PIC X(10).
           05 MX-SURVIVOR-ID           PIC X(10).
           05 MX-MERGE-DATE            PIC 9(8).
           05 MX-OPERATOR-ID           PIC X(10).

       FD  EXCLUSION-WORK-FILE.
       01  EXCLUSION-WORK-RECORD       PIC X(80).

      *the department loads fixed 80-byte records with no line ends,
      *trailing filler included.
       FD  SUBMISSION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBMISSION-RECORD           PIC X(80).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-XREF-STATUS              PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-SUBMIT-STATUS            PIC XX.
       01  WS-RETRPT-STATUS            PIC XX.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-TIME            PIC 9(6).
           05 FILLER                   PIC X(7).
       01  WS-TODAY-YMD REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-YEAR            PIC 9(4).
           05 WS-TODAY-MONTH           PIC 99.
           05 FILLER                   PIC X(15).

      *submitting organisation as registered with the department.
       01  WS-SUBMITTER-CODE           PIC X(10) VALUE "MASSIVE".
       01  WS-RETURN-ID                PIC X(8) VALUE "PHOBESQ".

      *return quarter YYYYQ and the calendar dates it covers.
       01  WS-RETURN-QUARTER           PIC 9(5) VALUE 0.
       01  WS-RQ-PARTS REDEFINES WS-RETURN-QUARTER.
           05 WS-RQ-YEAR               PIC 9(4).
           05 WS-RQ-NUMBER             PIC 9.
       01  WS-CURRENT-QUARTER          PIC 9(5) VALUE 0.
       01  WS-CQ-PARTS REDEFINES WS-CURRENT-QUARTER.
           05 WS-CQ-YEAR               PIC 9(4).
           05 WS-CQ-NUMBER             PIC 9.
       01  WS-PERIOD-START             PIC 9(8) VALUE 0.
       01  WS-PERIOD-END               PIC 9(8) VALUE 0.

       01  WS-QUARTER-END-VALUES.
           05 FILLER                   PIC 9(4) VALUE 0331.
           05 FILLER                   PIC 9(4) VALUE 0630.
           05 FILLER                   PIC 9(4) VALUE 0930.
           05 FILLER                   PIC 9(4) VALUE 1231.
       01  WS-QUARTER-END-TABLE REDEFINES WS-QUARTER-END-VALUES.
           05 WS-QE-MMDD               PIC 9(4) OCCURS 4 TIMES.

       01  WS-QUARTER-OK-SW            PIC X VALUE "N".
           88 QUARTER-OK               VALUE "Y".
       01  WS-PARTIAL-SW               PIC X VALUE "N".
           88 QUARTER-PARTIAL          VALUE "Y".

       01  WS-HIST-EOF-SW              PIC X VALUE "N".
           88 HIST-EOF                 VALUE "Y".
       01  WS-WORK-EOF-SW              PIC X VALUE "N".
           88 WORK-EOF                 VALUE "Y".
       01  WS-XREF-OPEN-SW             PIC X VALUE "N".
           88 XREF-AVAILABLE           VALUE "Y".
       01  WS-MERGED-SW                PIC X VALUE "N".
           88 MERGED-AWAY              VALUE "Y".

      *the patient's latest visit in the quarter so far. PATHIST is
      *keyed patient then date, so the last one held when the patient
      *ID changes is the one that counts.
       01  WS-VISIT-HELD-SW            PIC X VALUE "N".
           88 VISIT-HELD               VALUE "Y".
       01  WS-HOLD-VISIT.
           05 WS-HOLD-PATIENT-ID       PIC X(10).
           05 WS-HOLD-DATE             PIC 9(8).
           05 WS-HOLD-BMI              PIC 999V99.
           05 WS-HOLD-CATEGORY         PIC X(22).
           05 WS-HOLD-PERCENTILE       PIC 9(3).
       01  WS-HOLD-NAME                PIC X(30).

       01  WS-EXCLUDE-REASON           PIC X(32).
       01  WS-VISIT-SEX                PIC X VALUE SPACE.
       01  WS-DOB-MISSING-SW           PIC X VALUE "N".
           88 DOB-MISSING              VALUE "Y".
       01  WS-SEX-MISSING-SW           PIC X VALUE "N".
           88 SEX-MISSING              VALUE "Y".

      *age at the visit date, worked in months the way CLINSTAT and
      *the batch do, then whole years for the department's bands.
       01  WS-AGE-MONTHS               PIC S9(5) VALUE 0.
       01  WS-AGE-YEARS                PIC 9(3) VALUE 0.
       01  WS-DOB-PARTS.
           05 WS-DOB-YEAR              PIC 9(4).
           05 WS-DOB-MONTH             PIC 99.
           05 WS-DOB-DAY               PIC 99.
       01  WS-VISIT-DATE               PIC 9(8).
       01  WS-VISIT-YMD REDEFINES WS-VISIT-DATE.
           05 WS-VD-YEAR               PIC 9(4).
           05 WS-VD-MONTH              PIC 99.
           05 WS-VD-DAY                PIC 99.

      *the department's age bands, sexes and category groups - the
      *group letters mirror the batch run summary: U/N/O/B.
       01  WS-BAND-VALUES.
           05 FILLER                   PIC X(5) VALUE "02-04".
           05 FILLER                   PIC X(5) VALUE "05-11".
           05 FILLER                   PIC X(5) VALUE "12-17".
           05 FILLER                   PIC X(5) VALUE "18-39".
           05 FILLER                   PIC X(5) VALUE "40-64".
           05 FILLER                   PIC X(5) VALUE "65+".
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 WS-BAND-LABEL            PIC X(5) OCCURS 6 TIMES.

       01  WS-SEX-VALUES               PIC X(2) VALUE "MF".
       01  WS-SEX-TABLE REDEFINES WS-SEX-VALUES.
           05 WS-SEX-CODE              PIC X OCCURS 2 TIMES.

       01  WS-GROUP-VALUES             PIC X(4) VALUE "UNOB".
       01  WS-GROUP-TABLE REDEFINES WS-GROUP-VALUES.
           05 WS-GROUP-CODE            PIC X OCCURS 4 TIMES.

       01  WS-RETURN-MATRIX.
           05 WS-RT-BAND OCCURS 6 TIMES.
               10 WS-RT-SEX OCCURS 2 TIMES.
                   15 WS-RT-COUNT      PIC 9(7) OCCURS 4 TIMES.

       01  WS-BAND-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-SEX-SUB                  PIC 9(3) COMP VALUE 0.
       01  WS-GROUP-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-CELL-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-ROW-SUB                  PIC 9(3) COMP VALUE 0.
       01  WS-SCAN-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-PICK-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-HIDDEN-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-COL-ROW-SUB              PIC 9(3) COMP VALUE 0.
       01  WS-HIDE-CHANGED-SW          PIC X VALUE "N".
           88 HIDE-CHANGED             VALUE "Y".

       01  WS-COUNT-PATIENTS           PIC 9(7) VALUE 0.
       01  WS-COUNT-RETURNED           PIC 9(7) VALUE 0.
       01  WS-COUNT-UNDER-TWO          PIC 9(7) VALUE 0.
       01  WS-COUNT-MERGED             PIC 9(7) VALUE 0.
       01  WS-COUNT-EXCLUDED           PIC 9(7) VALUE 0.
       01  WS-COUNT-DETAIL             PIC 9(5) VALUE 0.
       01  WS-COUNT-SUPPRESSED         PIC 9(5) VALUE 0.
       01  WS-TRAILER-PATIENTS         PIC 9(9) VALUE 0.

      *submission file records - 80 bytes, fixed columns.
       01  WS-SUBMIT-HEADER.
           05 WS-SH-TYPE               PIC X VALUE "H".
           05 WS-SH-RETURN-ID          PIC X(8).
           05 WS-SH-SUBMITTER          PIC X(10).
           05 WS-SH-QUARTER            PIC 9(5).
           05 WS-SH-PERIOD-START       PIC 9(8).
           05 WS-SH-PERIOD-END         PIC 9(8).
           05 WS-SH-CREATED-DATE       PIC 9(8).
           05 WS-SH-CREATED-TIME       PIC 9(6).
           05 WS-SH-PERIOD-STATE       PIC X.
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  WS-SUBMIT-DETAIL.
           05 WS-SD-TYPE               PIC X VALUE "D".
           05 WS-SD-QUARTER            PIC 9(5).
           05 WS-SD-AGE-BAND           PIC X(5).
           05 WS-SD-SEX                PIC X.
           05 WS-SD-GROUP              PIC X.
           05 WS-SD-COUNT              PIC 9(7).
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  WS-SUBMIT-TRAILER.
           05 WS-ST-TYPE               PIC X VALUE "T".
           05 WS-ST-QUARTER            PIC 9(5).
           05 WS-ST-DETAIL-COUNT       PIC 9(5).
           05 WS-ST-PATIENTS           PIC 9(9).
           05 FILLER                   PIC X(60) VALUE SPACES.

      *report matrix - one row per band and sex, then sex and grand
      *totals. Columns are the four groups plus the row total.
       01  WS-ROW-VALUES.
           05 WS-ROW-VALUE             PIC 9(9) OCCURS 5 TIMES.
       01  WS-GRAND-VALUES.
           05 WS-GRAND-VALUE           PIC 9(9) OCCURS 5 TIMES.

      *the whole matrix as printed, each cell with its suppression
      *flag: P a count of 1 to 4, S hidden so a P cell cannot be
      *worked out from a total, N printed. Rows 1 to 12 are the bands
      *by sex (band 1 M, band 1 F, band 2 M, ...), 13 ALL/M, 14 ALL/F
      *and 15 ALL/ALL.
       01  WS-PRINT-ROWS.
           05 WS-PR-ROW OCCURS 15 TIMES.
               10 WS-PR-CELL OCCURS 5 TIMES.
                   15 WS-PR-VALUE      PIC 9(9).
                   15 WS-PR-HIDE       PIC X.

      *the print rows making up one column total - its parts, then the
      *row holding their total.
       01  WS-COLUMN-ROWS.
           05 WS-CR-ROW                PIC 9(3) COMP OCCURS 7 TIMES.
       01  WS-CR-COUNT                 PIC 9(3) COMP VALUE 0.

       01  WS-CELL-EDIT.
           05 WS-CE-NUMBER             PIC Z(9)9.
       01  WS-CELL-TEXT REDEFINES WS-CELL-EDIT PIC X(10).

       01  WS-MATRIX-HEADING.
           05 FILLER                   PIC X(14) VALUE "  AGE    SEX".
           05 FILLER                   PIC X(10) VALUE "     UNDER".
           05 FILLER                   PIC X(10) VALUE "   HEALTHY".
           05 FILLER                   PIC X(10) VALUE "      OVER".
           05 FILLER                   PIC X(10) VALUE "     OBESE".
           05 FILLER                   PIC X(10) VALUE "     TOTAL".

       01  WS-MATRIX-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ML-BAND               PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ML-SEX                PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ML-CELL               PIC X(10) OCCURS 5 TIMES.

       01  WS-COUNT-LINE.
           05 WS-CL-TEXT               PIC X(41).
           05 WS-CL-COUNT              PIC Z(6)9.

       01  WS-EXCL-HEADING.
           05 FILLER                   PIC X(13) VALUE "  PATIENT".
           05 FILLER                   PIC X(25) VALUE "NAME".
           05 FILLER                   PIC X(9) VALUE "VISIT".
           05 FILLER                   PIC X(6) VALUE "REASON".

       01  WS-EXCL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-EL-PATIENT-ID         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-NAME               PIC X(24).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-DATE               PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-EL-REASON             PIC X(32).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' quarterly public-health obesity return".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 3000-WALK-HISTORY.
           CLOSE EXCLUSION-WORK-FILE.
           PERFORM 5000-WRITE-SUBMISSION.
           PERFORM 6000-PRINT-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-TODAY-YEAR TO WS-CQ-YEAR.
           COMPUTE WS-CQ-NUMBER = (WS-TODAY-MONTH - 1) / 3 + 1.

           PERFORM UNTIL QUARTER-OK
               DISPLAY "Return quarter (YYYYQ, 0 for the last"
                   " completed quarter):"
               ACCEPT WS-RETURN-QUARTER
               PERFORM 1100-CHECK-QUARTER
           END-PERFORM.

           COMPUTE WS-PERIOD-START = WS-RQ-YEAR * 10000
               + ((WS-RQ-NUMBER - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-PERIOD-END = WS-RQ-YEAR * 10000
               + WS-QE-MMDD (WS-RQ-NUMBER).
           DISPLAY "Quarter " WS-RETURN-QUARTER " covers "
               WS-PERIOD-START " to " WS-PERIOD-END.
           IF QUARTER-PARTIAL
               DISPLAY "WARNING: the quarter is not over yet - the"
                   " return is marked partial"
           END-IF.

           OPEN INPUT PATIENT-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open PATHIST.DAT - status "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *age band and sex both come from the master - without it every
      *patient would be excluded, so there is no return to make.
           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-PATMAST-STATUS NOT = "00"
               DISPLAY "Unable to open PATMAST.DAT - status "
                   WS-PATMAST-STATUS
               CLOSE PATIENT-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *no cross-reference file just means no merges have been done.
           OPEN INPUT MERGE-XREF-FILE.
           IF WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OPEN-SW
           END-IF.

           OPEN OUTPUT EXCLUSION-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open work file PHRETURN.TMP -"
                   " status " WS-WORK-STATUS
               PERFORM 1900-CLOSE-INPUTS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SUBMISSION-FILE.
           IF WS-SUBMIT-STATUS NOT = "00"
               DISPLAY "Unable to open submission file PHRETURN.DAT"
                   " - status " WS-SUBMIT-STATUS
               PERFORM 1900-CLOSE-INPUTS
               CLOSE EXCLUSION-WORK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RETURN-REPORT-FILE.
           IF WS-RETRPT-STATUS NOT = "00"
               DISPLAY "Unable to open report PHRETURN.TXT - status "
                   WS-RETRPT-STATUS
               PERFORM 1900-CLOSE-INPUTS
               CLOSE EXCLUSION-WORK-FILE
               CLOSE SUBMISSION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO WS-RETURN-MATRIX.

      *0 takes the last completed quarter. A quarter still running is
      *allowed - the department sometimes asks for early figures -
      *but the return is marked partial; a future one is refused.
       1100-CHECK-QUARTER.
           IF WS-RETURN-QUARTER NOT NUMERIC
               MOVE 99999 TO WS-RETURN-QUARTER
           END-IF.
           IF WS-RETURN-QUARTER = 0
               IF WS-CQ-NUMBER = 1
                   COMPUTE WS-RQ-YEAR = WS-CQ-YEAR - 1
                   MOVE 4 TO WS-RQ-NUMBER
               ELSE
                   MOVE WS-CQ-YEAR TO WS-RQ-YEAR
                   COMPUTE WS-RQ-NUMBER = WS-CQ-NUMBER - 1
               END-IF
           END-IF.

           IF WS-RQ-NUMBER < 1 OR WS-RQ-NUMBER > 4
               OR WS-RQ-YEAR < 1900
               DISPLAY "Enter the quarter as YYYYQ with Q from 1 to 4."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RETURN-QUARTER > WS-CURRENT-QUARTER
               DISPLAY "Quarter " WS-RETURN-QUARTER
                   " has not started yet."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RETURN-QUARTER = WS-CURRENT-QUARTER
               MOVE "Y" TO WS-PARTIAL-SW
           ELSE
               MOVE "N" TO WS-PARTIAL-SW
           END-IF.
           MOVE "Y" TO WS-QUARTER-OK-SW.

       1900-CLOSE-INPUTS.
           CLOSE PATIENT-HISTORY-FILE.
           CLOSE PATIENT-MASTER-FILE.
           IF XREF-AVAILABLE
               CLOSE MERGE-XREF-FILE
           END-IF.

       3000-WALK-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SW.
           MOVE "N" TO WS-VISIT-HELD-SW.
           PERFORM UNTIL HIST-EOF
               READ PATIENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-HOLD-VISIT
               END-READ
           END-PERFORM.

           IF VISIT-HELD
               PERFORM 3200-COUNT-PATIENT
           END-IF.

       3100-HOLD-VISIT.
           IF HIST-DATE < WS-PERIOD-START
               OR HIST-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
           END-IF.

           IF VISIT-HELD AND HIST-PATIENT-ID NOT = WS-HOLD-PATIENT-ID
               PERFORM 3200-COUNT-PATIENT
           END-IF.

           MOVE HIST-PATIENT-ID TO WS-HOLD-PATIENT-ID.
           MOVE HIST-DATE TO WS-HOLD-DATE.
           MOVE HIST-BMI TO WS-HOLD-BMI.
           MOVE HIST-CATEGORY TO WS-HOLD-CATEGORY.
           MOVE HIST-PERCENTILE TO WS-HOLD-PERCENTILE.
           MOVE "Y" TO WS-VISIT-HELD-SW.

      *one patient's latest visit in the quarter into the matrix.
       3200-COUNT-PATIENT.
           MOVE "N" TO WS-VISIT-HELD-SW.
           ADD 1 TO WS-COUNT-PATIENTS.

      *visits still filed under a merged-away ID are the same-date
      *collisions PATMERGE left behind; the survivor has that visit,
      *so counting the old ID too would count the person twice.
           MOVE "N" TO WS-MERGED-SW.
           IF XREF-AVAILABLE
               MOVE WS-HOLD-PATIENT-ID TO MX-LOSER-ID
               READ MERGE-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MERGED-SW
               END-READ
           END-IF.
           IF MERGED-AWAY
               ADD 1 TO WS-COUNT-MERGED
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3300-CHECK-DEMOGRAPHICS.
           IF WS-EXCLUDE-REASON NOT = SPACES
               PERFORM 3700-WRITE-EXCLUSION
               EXIT PARAGRAPH
           END-IF.

      *the department's bands start at 2 years - infants are outside
      *the return rather than missing from it, so they are not listed.
           IF WS-AGE-YEARS < 2
               ADD 1 TO WS-COUNT-UNDER-TWO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3400-FIND-BAND.
           PERFORM 3500-GRADE-VISIT.
           IF WS-EXCLUDE-REASON NOT = SPACES
               PERFORM 3700-WRITE-EXCLUSION
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RT-COUNT (WS-BAND-SUB WS-SEX-SUB WS-GROUP-SUB).
           ADD 1 TO WS-COUNT-RETURNED.

       3300-CHECK-DEMOGRAPHICS.
           MOVE SPACES TO WS-EXCLUDE-REASON.
           MOVE SPACES TO WS-HOLD-NAME.
           MOVE WS-HOLD-PATIENT-ID TO PM-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON PATIENT MASTER" TO WS-EXCLUDE-REASON
           END-READ.
           IF WS-EXCLUDE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE PM-NAME TO WS-HOLD-NAME.

           MOVE "N" TO WS-DOB-MISSING-SW.
           MOVE "N" TO WS-SEX-MISSING-SW.
           IF PM-DOB NOT NUMERIC OR PM-DOB = 0
               MOVE "Y" TO WS-DOB-MISSING-SW
           END-IF.
           MOVE PM-SEX TO WS-VISIT-SEX.
           INSPECT WS-VISIT-SEX CONVERTING "mf" TO "MF".
           IF WS-VISIT-SEX = "M"
               MOVE 1 TO WS-SEX-SUB
           ELSE
               IF WS-VISIT-SEX = "F"
                   MOVE 2 TO WS-SEX-SUB
               ELSE
                   MOVE "Y" TO WS-SEX-MISSING-SW
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN DOB-MISSING AND SEX-MISSING
                   MOVE "DATE OF BIRTH AND SEX MISSING"
                       TO WS-EXCLUDE-REASON
               WHEN DOB-MISSING
                   MOVE "DATE OF BIRTH MISSING" TO WS-EXCLUDE-REASON
               WHEN SEX-MISSING
                   MOVE "SEX MISSING OR NOT M/F" TO WS-EXCLUDE-REASON
           END-EVALUATE.
           IF WS-EXCLUDE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE PM-DOB TO WS-DOB-PARTS.
           MOVE WS-HOLD-DATE TO WS-VISIT-DATE.
           COMPUTE WS-AGE-MONTHS =
               (WS-VD-YEAR - WS-DOB-YEAR) * 12
               + WS-VD-MONTH - WS-DOB-MONTH.
           IF WS-VD-DAY < WS-DOB-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.
           IF WS-AGE-MONTHS < 0
               MOVE "DATE OF BIRTH AFTER THE VISIT" TO WS-EXCLUDE-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-YEARS = WS-AGE-MONTHS / 12.

       3400-FIND-BAND.
           EVALUATE TRUE
               WHEN WS-AGE-YEARS < 5
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-AGE-YEARS < 12
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-AGE-YEARS < 18
                   MOVE 3 TO WS-BAND-SUB
               WHEN WS-AGE-YEARS < 40
                   MOVE 4 TO WS-BAND-SUB
               WHEN WS-AGE-YEARS < 65
                   MOVE 5 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 6 TO WS-BAND-SUB
           END-EVALUATE.

      *children are graded on the percentile stored with the visit -
      *the highest reference cutoff reached, zero below the 5th - so
      *only a visit the batch graded on the pediatric scale has one.
      *The department's adult bands start at 18 but the batch grades
      *by percentile up to 20, so adults are always graded here from
      *the BMI on the WHO cutoffs rather than from the stored category.
       3500-GRADE-VISIT.
           IF WS-BAND-SUB < 4
               IF WS-HOLD-CATEGORY (1:4) NOT = "PEDI"
                   MOVE "CHILD VISIT HAS NO PERCENTILE"
                       TO WS-EXCLUDE-REASON
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WS-HOLD-PERCENTILE < 5
                       MOVE 1 TO WS-GROUP-SUB
                   WHEN WS-HOLD-PERCENTILE < 85
                       MOVE 2 TO WS-GROUP-SUB
                   WHEN WS-HOLD-PERCENTILE < 95
                       MOVE 3 TO WS-GROUP-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-GROUP-SUB
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-HOLD-BMI < 18.5
                   MOVE 1 TO WS-GROUP-SUB
               WHEN WS-HOLD-BMI < 25.0
                   MOVE 2 TO WS-GROUP-SUB
               WHEN WS-HOLD-BMI < 30.0
                   MOVE 3 TO WS-GROUP-SUB
               WHEN OTHER
                   MOVE 4 TO WS-GROUP-SUB
           END-EVALUATE.

       3700-WRITE-EXCLUSION.
           ADD 1 TO WS-COUNT-EXCLUDED.
           MOVE WS-HOLD-PATIENT-ID TO WS-EL-PATIENT-ID.
           MOVE WS-HOLD-NAME TO WS-EL-NAME.
           MOVE WS-HOLD-DATE TO WS-EL-DATE.
           MOVE WS-EXCLUDE-REASON TO WS-EL-REASON.
           MOVE WS-EXCL-LINE TO EXCLUSION-WORK-RECORD.
           WRITE EXCLUSION-WORK-RECORD.

      *header, one detail record per band/sex/group cell in that order
      *- zero cells included, the department loads a full matrix -
      *and a trailer carrying the detail record count and the sum of
      *the detail counts for their load check.
       5000-WRITE-SUBMISSION.
           MOVE WS-RETURN-ID TO WS-SH-RETURN-ID.
           MOVE WS-SUBMITTER-CODE TO WS-SH-SUBMITTER.
           MOVE WS-RETURN-QUARTER TO WS-SH-QUARTER.
           MOVE WS-PERIOD-START TO WS-SH-PERIOD-START.
           MOVE WS-PERIOD-END TO WS-SH-PERIOD-END.
           MOVE WS-TODAY-DATE TO WS-SH-CREATED-DATE.
           MOVE WS-TODAY-TIME TO WS-SH-CREATED-TIME.
           IF QUARTER-PARTIAL
               MOVE "P" TO WS-SH-PERIOD-STATE
           ELSE
               MOVE "F" TO WS-SH-PERIOD-STATE
           END-IF.
           MOVE WS-SUBMIT-HEADER TO SUBMISSION-RECORD.
           WRITE SUBMISSION-RECORD.

           MOVE 0 TO WS-COUNT-DETAIL.
           MOVE 0 TO WS-TRAILER-PATIENTS.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM UNTIL WS-BAND-SUB > 6
               MOVE 1 TO WS-SEX-SUB
               PERFORM UNTIL WS-SEX-SUB > 2
                   PERFORM 5100-WRITE-DETAIL-CELLS
                   ADD 1 TO WS-SEX-SUB
               END-PERFORM
               ADD 1 TO WS-BAND-SUB
           END-PERFORM.

           MOVE WS-RETURN-QUARTER TO WS-ST-QUARTER.
           MOVE WS-COUNT-DETAIL TO WS-ST-DETAIL-COUNT.
           MOVE WS-TRAILER-PATIENTS TO WS-ST-PATIENTS.
           MOVE WS-SUBMIT-TRAILER TO SUBMISSION-RECORD.
           WRITE SUBMISSION-RECORD.

       5100-WRITE-DETAIL-CELLS.
           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB > 4
               MOVE WS-RETURN-QUARTER TO WS-SD-QUARTER
               MOVE WS-BAND-LABEL (WS-BAND-SUB) TO WS-SD-AGE-BAND
               MOVE WS-SEX-CODE (WS-SEX-SUB) TO WS-SD-SEX
               MOVE WS-GROUP-CODE (WS-GROUP-SUB) TO WS-SD-GROUP
               MOVE WS-RT-COUNT (WS-BAND-SUB WS-SEX-SUB WS-GROUP-SUB)
                   TO WS-SD-COUNT
               MOVE WS-SUBMIT-DETAIL TO SUBMISSION-RECORD
               WRITE SUBMISSION-RECORD
               ADD 1 TO WS-COUNT-DETAIL
               ADD WS-SD-COUNT TO WS-TRAILER-PATIENTS
               ADD 1 TO WS-GROUP-SUB
           END-PERFORM.

       6000-PRINT-REPORT.
           MOVE "     'MASSIVE' QUARTERLY PUBLIC-HEALTH OBESITY RETURN"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING "     Quarter " WS-RETURN-QUARTER
               "  -  " WS-PERIOD-START " to " WS-PERIOD-END
               "  -  printed " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           IF QUARTER-PARTIAL
               MOVE "     PARTIAL - the quarter is not over yet"
                   TO RETURN-REPORT-RECORD
               WRITE RETURN-REPORT-RECORD
           END-IF.

           PERFORM 6100-PRINT-MATRIX.
           PERFORM 6400-PRINT-CONTROL-TOTALS.
           PERFORM 6500-PRINT-EXCLUSIONS.

           IF WS-COUNT-EXCLUDED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Patients in quarter : " WS-COUNT-PATIENTS.
           DISPLAY "Patients returned   : " WS-COUNT-RETURNED.
           DISPLAY "Patients excluded   : " WS-COUNT-EXCLUDED.
           DISPLAY "Submission written to PHRETURN.DAT".
           DISPLAY "Validation report written to PHRETURN.TXT".

       6100-PRINT-MATRIX.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "========================================"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "PATIENTS BY AGE BAND, SEX AND CATEGORY GROUP"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "========================================"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "  Cells of 1 to 4 patients are shown as <5."
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING "  Cells shown as * are hidden so a <5 cannot be"
               " worked out from a total."
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING "  Under 18 graded by BMI-for-age percentile,"
               " 18 and over by BMI."
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE WS-MATRIX-HEADING TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

      *the whole matrix is loaded and marked before anything is
      *printed, since hiding a cell in a band row can mean hiding one
      *in the totals below it, and the other way round.
           MOVE 0 TO WS-COUNT-SUPPRESSED.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM UNTIL WS-BAND-SUB > 6
               MOVE 1 TO WS-SEX-SUB
               PERFORM UNTIL WS-SEX-SUB > 2
                   MOVE ZEROS TO WS-ROW-VALUES
                   PERFORM 6110-ADD-BAND-TO-ROW
                   COMPUTE WS-ROW-SUB =
                       (WS-BAND-SUB - 1) * 2 + WS-SEX-SUB
                   PERFORM 6120-LOAD-PRINT-ROW
                   ADD 1 TO WS-SEX-SUB
               END-PERFORM
               ADD 1 TO WS-BAND-SUB
           END-PERFORM.

      *all ages by sex, then everyone.
           MOVE ZEROS TO WS-GRAND-VALUES.
           MOVE 1 TO WS-SEX-SUB.
           PERFORM UNTIL WS-SEX-SUB > 2
               MOVE ZEROS TO WS-ROW-VALUES
               MOVE 1 TO WS-BAND-SUB
               PERFORM UNTIL WS-BAND-SUB > 6
                   PERFORM 6110-ADD-BAND-TO-ROW
                   ADD 1 TO WS-BAND-SUB
               END-PERFORM
               MOVE 1 TO WS-CELL-SUB
               PERFORM UNTIL WS-CELL-SUB > 5
                   ADD WS-ROW-VALUE (WS-CELL-SUB)
                       TO WS-GRAND-VALUE (WS-CELL-SUB)
                   ADD 1 TO WS-CELL-SUB
               END-PERFORM
               COMPUTE WS-ROW-SUB = 12 + WS-SEX-SUB
               PERFORM 6120-LOAD-PRINT-ROW
               ADD 1 TO WS-SEX-SUB
           END-PERFORM.
           MOVE WS-GRAND-VALUES TO WS-ROW-VALUES.
           MOVE 15 TO WS-ROW-SUB.
           PERFORM 6120-LOAD-PRINT-ROW.

           PERFORM 6250-MARK-MATRIX.

           MOVE 1 TO WS-BAND-SUB.
           PERFORM UNTIL WS-BAND-SUB > 6
               MOVE 1 TO WS-SEX-SUB
               PERFORM UNTIL WS-SEX-SUB > 2
                   COMPUTE WS-ROW-SUB =
                       (WS-BAND-SUB - 1) * 2 + WS-SEX-SUB
                   MOVE WS-BAND-LABEL (WS-BAND-SUB) TO WS-ML-BAND
                   MOVE WS-SEX-CODE (WS-SEX-SUB) TO WS-ML-SEX
                   PERFORM 6200-PRINT-MATRIX-ROW
                   ADD 1 TO WS-SEX-SUB
               END-PERFORM
               ADD 1 TO WS-BAND-SUB
           END-PERFORM.

           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "ALL" TO WS-ML-BAND.
           MOVE 1 TO WS-SEX-SUB.
           PERFORM UNTIL WS-SEX-SUB > 2
               COMPUTE WS-ROW-SUB = 12 + WS-SEX-SUB
               MOVE WS-SEX-CODE (WS-SEX-SUB) TO WS-ML-SEX
               PERFORM 6200-PRINT-MATRIX-ROW
               ADD 1 TO WS-SEX-SUB
           END-PERFORM.
           MOVE "ALL" TO WS-ML-SEX.
           MOVE 15 TO WS-ROW-SUB.
           PERFORM 6200-PRINT-MATRIX-ROW.

      *adds the band/sex cells at WS-BAND-SUB/WS-SEX-SUB into the row,
      *column 5 being the row total.
       6110-ADD-BAND-TO-ROW.
           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB > 4
               ADD WS-RT-COUNT (WS-BAND-SUB WS-SEX-SUB WS-GROUP-SUB)
                   TO WS-ROW-VALUE (WS-GROUP-SUB)
               ADD WS-RT-COUNT (WS-BAND-SUB WS-SEX-SUB WS-GROUP-SUB)
                   TO WS-ROW-VALUE (5)
               ADD 1 TO WS-GROUP-SUB
           END-PERFORM.

      *copies WS-ROW-VALUES into print row WS-ROW-SUB and flags the
      *cells of 1 to 4.
       6120-LOAD-PRINT-ROW.
           MOVE 1 TO WS-CELL-SUB.
           PERFORM UNTIL WS-CELL-SUB > 5
               MOVE WS-ROW-VALUE (WS-CELL-SUB)
                   TO WS-PR-VALUE (WS-ROW-SUB WS-CELL-SUB)
               IF WS-ROW-VALUE (WS-CELL-SUB) > 0
                   AND WS-ROW-VALUE (WS-CELL-SUB) < 5
                   MOVE "P" TO WS-PR-HIDE (WS-ROW-SUB WS-CELL-SUB)
               ELSE
                   MOVE "N" TO WS-PR-HIDE (WS-ROW-SUB WS-CELL-SUB)
               END-IF
               ADD 1 TO WS-CELL-SUB
           END-PERFORM.

      *a row with a single hidden cell gives it away - it is the
      *total less the cells shown. The smallest non-zero cell still
      *shown is hidden with it; that is the row total only when
      *every other cell is zero.
       6210-MARK-ROW.
           MOVE 0 TO WS-HIDDEN-COUNT.
           MOVE 0 TO WS-PICK-SUB.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM UNTIL WS-SCAN-SUB > 5
               IF WS-PR-HIDE (WS-ROW-SUB WS-SCAN-SUB) NOT = "N"
                   ADD 1 TO WS-HIDDEN-COUNT
               ELSE
                   IF WS-PR-VALUE (WS-ROW-SUB WS-SCAN-SUB) > 0
                       AND (WS-PICK-SUB = 0
                       OR WS-PR-VALUE (WS-ROW-SUB WS-SCAN-SUB)
                           < WS-PR-VALUE (WS-ROW-SUB WS-PICK-SUB))
                       MOVE WS-SCAN-SUB TO WS-PICK-SUB
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-SUB
           END-PERFORM.
           IF WS-HIDDEN-COUNT = 1 AND WS-PICK-SUB > 0
               MOVE "S" TO WS-PR-HIDE (WS-ROW-SUB WS-PICK-SUB)
               SET HIDE-CHANGED TO TRUE
           END-IF.

      *the print rows for column totals by sex: the six bands for
      *the sex at WS-SEX-SUB, then its ALL row.
       6220-LOAD-SEX-COLUMN.
           MOVE 0 TO WS-CR-COUNT.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM UNTIL WS-BAND-SUB > 6
               ADD 1 TO WS-CR-COUNT
               COMPUTE WS-CR-ROW (WS-CR-COUNT) =
                   (WS-BAND-SUB - 1) * 2 + WS-SEX-SUB
               ADD 1 TO WS-BAND-SUB
           END-PERFORM.
           ADD 1 TO WS-CR-COUNT.
           COMPUTE WS-CR-ROW (WS-CR-COUNT) = 12 + WS-SEX-SUB.

      *the same rule down column WS-CELL-SUB of the rows listed in
      *WS-COLUMN-ROWS, the last of them holding their total.
       6230-MARK-COLUMN.
           MOVE 0 TO WS-HIDDEN-COUNT.
           MOVE 0 TO WS-PICK-SUB.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM UNTIL WS-SCAN-SUB > WS-CR-COUNT
               MOVE WS-CR-ROW (WS-SCAN-SUB) TO WS-COL-ROW-SUB
               IF WS-PR-HIDE (WS-COL-ROW-SUB WS-CELL-SUB) NOT = "N"
                   ADD 1 TO WS-HIDDEN-COUNT
               ELSE
                   IF WS-PR-VALUE (WS-COL-ROW-SUB WS-CELL-SUB) > 0
                       AND (WS-PICK-SUB = 0
                       OR WS-PR-VALUE (WS-COL-ROW-SUB WS-CELL-SUB)
                           < WS-PR-VALUE (WS-PICK-SUB WS-CELL-SUB))
                       MOVE WS-COL-ROW-SUB TO WS-PICK-SUB
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-SUB
           END-PERFORM.
           IF WS-HIDDEN-COUNT = 1 AND WS-PICK-SUB > 0
               MOVE "S" TO WS-PR-HIDE (WS-PICK-SUB WS-CELL-SUB)
               SET HIDE-CHANGED TO TRUE
           END-IF.

      *every row against its total, every band column against its
      *ALL/sex row, and ALL/M with ALL/F against ALL/ALL. Hiding a
      *cell for one of these can leave another with a single hidden
      *cell, so the whole matrix is gone over again until a pass
      *hides nothing more.
       6250-MARK-MATRIX.
           SET HIDE-CHANGED TO TRUE.
           PERFORM UNTIL NOT HIDE-CHANGED
               MOVE "N" TO WS-HIDE-CHANGED-SW
               MOVE 1 TO WS-ROW-SUB
               PERFORM UNTIL WS-ROW-SUB > 15
                   PERFORM 6210-MARK-ROW
                   ADD 1 TO WS-ROW-SUB
               END-PERFORM
               MOVE 1 TO WS-SEX-SUB
               PERFORM UNTIL WS-SEX-SUB > 2
                   PERFORM 6220-LOAD-SEX-COLUMN
                   MOVE 1 TO WS-CELL-SUB
                   PERFORM UNTIL WS-CELL-SUB > 5
                       PERFORM 6230-MARK-COLUMN
                       ADD 1 TO WS-CELL-SUB
                   END-PERFORM
                   ADD 1 TO WS-SEX-SUB
               END-PERFORM
               MOVE 13 TO WS-CR-ROW (1)
               MOVE 14 TO WS-CR-ROW (2)
               MOVE 15 TO WS-CR-ROW (3)
               MOVE 3 TO WS-CR-COUNT
               MOVE 1 TO WS-CELL-SUB
               PERFORM UNTIL WS-CELL-SUB > 5
                   PERFORM 6230-MARK-COLUMN
                   ADD 1 TO WS-CELL-SUB
               END-PERFORM
           END-PERFORM.

       6200-PRINT-MATRIX-ROW.
           MOVE 1 TO WS-CELL-SUB.
           PERFORM UNTIL WS-CELL-SUB > 5
               PERFORM 6300-FORMAT-CELL
               MOVE WS-CELL-TEXT TO WS-ML-CELL (WS-CELL-SUB)
               ADD 1 TO WS-CELL-SUB
           END-PERFORM.
           MOVE WS-MATRIX-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

      *privacy rule: a count of 1 to 4 could identify someone, so it
      *is never printed, nor is a cell it could be worked out from.
      *A zero identifies nobody and is shown.
       6300-FORMAT-CELL.
           EVALUATE WS-PR-HIDE (WS-ROW-SUB WS-CELL-SUB)
               WHEN "P"
                   MOVE "        <5" TO WS-CELL-TEXT
                   ADD 1 TO WS-COUNT-SUPPRESSED
               WHEN "S"
                   MOVE "         *" TO WS-CELL-TEXT
                   ADD 1 TO WS-COUNT-SUPPRESSED
               WHEN OTHER
                   MOVE WS-PR-VALUE (WS-ROW-SUB WS-CELL-SUB)
                       TO WS-CE-NUMBER
           END-EVALUATE.

       6400-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "========================================"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "CONTROL TOTALS" TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "========================================"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Patients with a visit in the quarter : "
               TO WS-CL-TEXT.
           MOVE WS-COUNT-PATIENTS TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Counted in the return                : "
               TO WS-CL-TEXT.
           MOVE WS-COUNT-RETURNED TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Under 2 years (outside the return)   : "
               TO WS-CL-TEXT.
           MOVE WS-COUNT-UNDER-TWO TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Merged-away IDs (counted on survivor): "
               TO WS-CL-TEXT.
           MOVE WS-COUNT-MERGED TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Excluded - listed below              : "
               TO WS-CL-TEXT.
           MOVE WS-COUNT-EXCLUDED TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Submission detail records            : "
               TO WS-CL-TEXT.
           MOVE WS-COUNT-DETAIL TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Submission trailer patient total     : "
               TO WS-CL-TEXT.
           MOVE WS-TRAILER-PATIENTS TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           MOVE "  Report cells suppressed              : "
               TO WS-CL-TEXT.
           MOVE WS-COUNT-SUPPRESSED TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

       6500-PRINT-EXCLUSIONS.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "========================================"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "PATIENTS EXCLUDED FROM THE RETURN"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "========================================"
               TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE WS-EXCL-HEADING TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

           OPEN INPUT EXCLUSION-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "  (work file not available)"
                   TO RETURN-REPORT-RECORD
               WRITE RETURN-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WORK-EOF-SW.
           PERFORM UNTIL WORK-EOF
               READ EXCLUSION-WORK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE EXCLUSION-WORK-RECORD
                           TO RETURN-REPORT-RECORD
                       WRITE RETURN-REPORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE EXCLUSION-WORK-FILE.

           IF WS-COUNT-EXCLUDED = 0
               MOVE "  (none)" TO RETURN-REPORT-RECORD
               WRITE RETURN-REPORT-RECORD
           END-IF.

       9000-TERMINATE.
           PERFORM 1900-CLOSE-INPUTS.
           CLOSE SUBMISSION-FILE.
           CLOSE RETURN-REPORT-FILE.

       END PROGRAM "PUBHLTH".
