      *daily batch intake report. BMICALCULATOR enters every wrapped
      *batch run on the batch register BATCHREG.DAT, keyed by the site
      *code and batch number from the HDR line. This report walks the
      *register site by site and lists, for each site, the batches
      *received on the report date, any batch numbers missing from
      *the site's sequence, batches received out of sequence, and
      *batches still outstanding - started but never finished, or
      *refused on their control totals and not yet resent. A gap in
      *a site's numbers used to surface only when the site lead
      *phoned; now it is on the desk's page the next morning. The
      *register is read only, so the report may run at any time.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BATCHRPT".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO "INTAKERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *the register layout written by BMICALCULATOR - status S
      *started, C applied, R refused on control totals.
       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           05 BR-KEY.
               10 BR-SITE              PIC X(10).
               10 BR-BATCHNO           PIC 9(4).
           05 BR-BATCH-DATE            PIC 9(8).
           05 BR-FIRST-DATE            PIC 9(8).
           05 BR-FIRST-TIME            PIC 9(6).
           05 BR-RUN-DATE              PIC 9(8).
           05 BR-RUN-TIME              PIC 9(6).
           05 BR-OPERATOR-ID           PIC X(10).
           05 BR-RECORD-COUNT          PIC 9(7).
           05 BR-WEIGHT-SUM            PIC 9(9).
           05 BR-ACCEPTED              PIC 9(7).
           05 BR-REJECTED              PIC 9(7).
           05 BR-RETURN-CODE           PIC 9(4).
           05 BR-STATUS                PIC X.
               88 BR-IN-PROGRESS       VALUE "S".
               88 BR-APPLIED           VALUE "C".
               88 BR-REFUSED           VALUE "R".
           05 BR-RUN-COUNT             PIC 9(3).
           05 BR-OVERRIDE-ID           PIC X(10).
           05 BR-INPUT-FILENAME        PIC X(40).
           05 BR-HELD                  PIC 9(7).

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BATCHREG-STATUS          PIC XX.
       01  WS-INTAKE-STATUS            PIC XX.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-TIME            PIC 9(6).
           05 FILLER                   PIC X(7).

       01  WS-REPORT-DATE              PIC 9(8).

       01  WS-REG-EOF-SW               PIC X VALUE "N".
           88 REG-EOF                  VALUE "Y".

      *per-site control break. A site's sequence is checked from the
      *lowest batch number on the register, not from 0001 - a site
      *that was already sending when the register started does not
      *show its whole back catalogue as missing.
       01  WS-SITE                     PIC X(10) VALUE SPACES.
       01  WS-SITE-STARTED-SW          PIC X VALUE "N".
           88 SITE-STARTED             VALUE "Y".
       01  WS-SITE-LOW                 PIC 9(4) VALUE 0.
       01  WS-SITE-HIGH                PIC 9(4) VALUE 0.
       01  WS-EXPECT-BATCHNO           PIC 9(5) VALUE 0.
       01  WS-GAP-END                  PIC 9(4) VALUE 0.
       01  WS-GAP-SIZE                 PIC 9(4) VALUE 0.
       01  WS-SITE-ON-REG              PIC 9(5) VALUE 0.
       01  WS-SITE-TODAY               PIC 9(5) VALUE 0.
       01  WS-SITE-MISSING             PIC 9(5) VALUE 0.
       01  WS-SITE-OUT-SEQ             PIC 9(5) VALUE 0.
       01  WS-SITE-OUTSTANDING         PIC 9(5) VALUE 0.

      *out-of-sequence check - the latest first-received stamp among
      *the lower batch numbers seen so far for the site. A batch
      *received before a lower-numbered one arrived is out of step.
       01  WS-STAMP                    PIC 9(14) VALUE 0.
       01  WS-HIGH-STAMP               PIC 9(14) VALUE 0.
       01  WS-HIGH-STAMP-PARTS REDEFINES WS-HIGH-STAMP.
           05 WS-HS-DATE               PIC 9(8).
           05 WS-HS-TIME               PIC 9(6).
       01  WS-HIGH-BATCHNO             PIC 9(4) VALUE 0.

       01  WS-PRINT-SW                 PIC X VALUE "N".
           88 PRINT-ENTRY              VALUE "Y".

       01  WS-TOT-SITES                PIC 9(5) VALUE 0.
       01  WS-TOT-TODAY                PIC 9(5) VALUE 0.
       01  WS-TOT-MISSING              PIC 9(5) VALUE 0.
       01  WS-TOT-OUT-SEQ              PIC 9(5) VALUE 0.
       01  WS-TOT-OUTSTANDING          PIC 9(5) VALUE 0.

       01  WS-COLUMN-HEADER.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "BATCH".
           05 FILLER                   PIC X(10) VALUE "BATCH DATE".
           05 FILLER                   PIC X(17) VALUE "RECEIVED".
           05 FILLER                   PIC X(12) VALUE "OPERATOR".
           05 FILLER                   PIC X(8) VALUE "RECORDS".
           05 FILLER                   PIC X(8) VALUE "ACCEPTD".
           05 FILLER                   PIC X(8) VALUE "REJECTD".
           05 FILLER                   PIC X(8) VALUE "   HELD".
           05 FILLER                   PIC X(5) VALUE "  RC".
           05 FILLER                   PIC X(4) VALUE "RUNS".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-BATCHNO            PIC 9(4).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-BATCH-DATE         PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-RUN-TIME           PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-OPERATOR           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-RECORDS            PIC Z(6)9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-ACCEPTED           PIC Z(6)9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-REJECTED           PIC Z(6)9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-HELD               PIC Z(6)9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-RC                 PIC ZZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-RUNS               PIC ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-NOTE               PIC X(40).

       01  WS-EXCEPTION-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-XL-FLAG               PIC X(17).
           05 WS-XL-TEXT               PIC X(60).

       01  WS-SUMMARY-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE "On register: ".
           05 WS-SL-ON-REG             PIC ZZZZ9.
           05 FILLER                   PIC X(9) VALUE "  range: ".
           05 WS-SL-LOW                PIC 9(4).
           05 FILLER                   PIC X VALUE "-".
           05 WS-SL-HIGH               PIC 9(4).
           05 FILLER                   PIC X(9) VALUE "  today: ".
           05 WS-SL-TODAY              PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE "  missing: ".
           05 WS-SL-MISSING            PIC ZZZZ9.
           05 FILLER                   PIC X(14)
               VALUE "  out of seq: ".
           05 WS-SL-OUT-SEQ            PIC ZZZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  outstanding: ".
           05 WS-SL-OUTSTANDING        PIC ZZZZ9.

       01  WS-GAP-FROM-DISP            PIC 9(4).
       01  WS-GAP-SIZE-DISP            PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' daily batch intake report".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 3000-WALK-REGISTER.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           DISPLAY "Report date (YYYYMMDD, 0 for today):".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = 0
               MOVE WS-TODAY-DATE TO WS-REPORT-DATE
           END-IF.

           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-BATCHREG-STATUS NOT = "00"
               DISPLAY "Batch register BATCHREG.DAT not available"
                   " - status " WS-BATCHREG-STATUS
               DISPLAY "No wrapped batch has been run yet."
               STOP RUN
           END-IF.

           OPEN OUTPUT INTAKE-REPORT-FILE.
           MOVE "        'MASSIVE' DAILY BATCH INTAKE REPORT"
               TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE SPACES TO INTAKE-REPORT-RECORD.
           STRING "        Intake date " WS-REPORT-DATE
               "  -  printed " WS-TODAY-DATE
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.

       3000-WALK-REGISTER.
           MOVE "N" TO WS-REG-EOF-SW.
           PERFORM UNTIL REG-EOF
               READ BATCH-REGISTER-FILE NEXT RECORD
                   AT END
                       SET REG-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-EXAMINE-ENTRY
               END-READ
           END-PERFORM.

           IF SITE-STARTED
               PERFORM 3900-END-SITE
           END-IF.

       3100-EXAMINE-ENTRY.
           IF BR-SITE NOT = WS-SITE OR NOT SITE-STARTED
               IF SITE-STARTED
                   PERFORM 3900-END-SITE
               END-IF
               PERFORM 3050-START-SITE
           END-IF.

           ADD 1 TO WS-SITE-ON-REG.
           MOVE BR-BATCHNO TO WS-SITE-HIGH.

           IF BR-BATCHNO > WS-EXPECT-BATCHNO
               PERFORM 3200-PRINT-GAP
           END-IF.
           COMPUTE WS-EXPECT-BATCHNO = BR-BATCHNO + 1.

           MOVE "N" TO WS-PRINT-SW.
           MOVE SPACES TO WS-DL-NOTE.
           IF BR-RUN-DATE = WS-REPORT-DATE
                   OR BR-FIRST-DATE = WS-REPORT-DATE
               SET PRINT-ENTRY TO TRUE
               ADD 1 TO WS-SITE-TODAY
               EVALUATE TRUE
                   WHEN BR-APPLIED AND BR-OVERRIDE-ID NOT = SPACES
                       STRING "applied - override " BR-OVERRIDE-ID
                           DELIMITED BY SIZE INTO WS-DL-NOTE
                   WHEN BR-APPLIED
                       MOVE "applied" TO WS-DL-NOTE
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN BR-IN-PROGRESS
                   SET PRINT-ENTRY TO TRUE
                   ADD 1 TO WS-SITE-OUTSTANDING
                   MOVE "OUTSTANDING - started, not finished"
                       TO WS-DL-NOTE
               WHEN BR-REFUSED
                   SET PRINT-ENTRY TO TRUE
                   ADD 1 TO WS-SITE-OUTSTANDING
                   MOVE "OUTSTANDING - refused, awaiting resend"
                       TO WS-DL-NOTE
           END-EVALUATE.

           IF PRINT-ENTRY
               PERFORM 3300-PRINT-ENTRY
           END-IF.

           PERFORM 3400-CHECK-SEQUENCE.

       3050-START-SITE.
           MOVE BR-SITE TO WS-SITE.
           SET SITE-STARTED TO TRUE.
           ADD 1 TO WS-TOT-SITES.
           MOVE BR-BATCHNO TO WS-SITE-LOW.
           MOVE BR-BATCHNO TO WS-SITE-HIGH.
           MOVE BR-BATCHNO TO WS-EXPECT-BATCHNO.
           MOVE 0 TO WS-SITE-ON-REG.
           MOVE 0 TO WS-SITE-TODAY.
           MOVE 0 TO WS-SITE-MISSING.
           MOVE 0 TO WS-SITE-OUT-SEQ.
           MOVE 0 TO WS-SITE-OUTSTANDING.
           MOVE 0 TO WS-HIGH-STAMP.
           MOVE 0 TO WS-HIGH-BATCHNO.

           MOVE SPACES TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE "========================================"
               TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE SPACES TO INTAKE-REPORT-RECORD.
           STRING "SITE: " WS-SITE DELIMITED BY SIZE
               INTO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE "========================================"
               TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-COLUMN-HEADER TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.

      *a gap stays on the report every day until the missing batch
      *arrives - it is the site's batch that nobody has seen.
       3200-PRINT-GAP.
           COMPUTE WS-GAP-END = BR-BATCHNO - 1.
           COMPUTE WS-GAP-SIZE = BR-BATCHNO - WS-EXPECT-BATCHNO.
           ADD WS-GAP-SIZE TO WS-SITE-MISSING.
           MOVE WS-EXPECT-BATCHNO TO WS-GAP-FROM-DISP.
           MOVE WS-GAP-SIZE TO WS-GAP-SIZE-DISP.
           MOVE "MISSING" TO WS-XL-FLAG.
           MOVE SPACES TO WS-XL-TEXT.
           IF WS-GAP-SIZE = 1
               STRING "batch " WS-GAP-FROM-DISP
                   " never received"
                   DELIMITED BY SIZE INTO WS-XL-TEXT
           ELSE
               STRING "batches " WS-GAP-FROM-DISP "-" WS-GAP-END
                   " never received (" WS-GAP-SIZE-DISP ")"
                   DELIMITED BY SIZE INTO WS-XL-TEXT
           END-IF.
           MOVE WS-EXCEPTION-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.

       3300-PRINT-ENTRY.
           MOVE BR-BATCHNO TO WS-DL-BATCHNO.
           MOVE BR-BATCH-DATE TO WS-DL-BATCH-DATE.
           MOVE BR-RUN-DATE TO WS-DL-RUN-DATE.
           MOVE BR-RUN-TIME TO WS-DL-RUN-TIME.
           MOVE BR-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE BR-RECORD-COUNT TO WS-DL-RECORDS.
           MOVE BR-ACCEPTED TO WS-DL-ACCEPTED.
           MOVE BR-REJECTED TO WS-DL-REJECTED.
           MOVE BR-HELD TO WS-DL-HELD.
           MOVE BR-RETURN-CODE TO WS-DL-RC.
           MOVE BR-RUN-COUNT TO WS-DL-RUNS.
           MOVE WS-DETAIL-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.

      *flag the pair on the day the later of the two arrived - the
      *day the site's sequence actually went out of step.
       3400-CHECK-SEQUENCE.
           COMPUTE WS-STAMP = BR-FIRST-DATE * 1000000 + BR-FIRST-TIME.
           IF WS-STAMP < WS-HIGH-STAMP
               IF BR-FIRST-DATE = WS-REPORT-DATE
                       OR WS-HS-DATE = WS-REPORT-DATE
                   ADD 1 TO WS-SITE-OUT-SEQ
                   MOVE "OUT OF SEQUENCE" TO WS-XL-FLAG
                   MOVE SPACES TO WS-XL-TEXT
                   STRING "batch " BR-BATCHNO " received "
                       BR-FIRST-DATE " before batch "
                       WS-HIGH-BATCHNO " (" WS-HS-DATE ")"
                       DELIMITED BY SIZE INTO WS-XL-TEXT
                   MOVE WS-EXCEPTION-LINE TO INTAKE-REPORT-RECORD
                   WRITE INTAKE-REPORT-RECORD
               END-IF
           ELSE
               MOVE WS-STAMP TO WS-HIGH-STAMP
               MOVE BR-BATCHNO TO WS-HIGH-BATCHNO
           END-IF.

       3900-END-SITE.
           MOVE WS-SITE-ON-REG TO WS-SL-ON-REG.
           MOVE WS-SITE-LOW TO WS-SL-LOW.
           MOVE WS-SITE-HIGH TO WS-SL-HIGH.
           MOVE WS-SITE-TODAY TO WS-SL-TODAY.
           MOVE WS-SITE-MISSING TO WS-SL-MISSING.
           MOVE WS-SITE-OUT-SEQ TO WS-SL-OUT-SEQ.
           MOVE WS-SITE-OUTSTANDING TO WS-SL-OUTSTANDING.
           MOVE SPACES TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.

           ADD WS-SITE-TODAY TO WS-TOT-TODAY.
           ADD WS-SITE-MISSING TO WS-TOT-MISSING.
           ADD WS-SITE-OUT-SEQ TO WS-TOT-OUT-SEQ.
           ADD WS-SITE-OUTSTANDING TO WS-TOT-OUTSTANDING.

       8000-PRINT-TOTALS.
           MOVE SPACES TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           IF WS-TOT-SITES = 0
               MOVE "  (batch register is empty)"
                   TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF.
           MOVE SPACES TO INTAKE-REPORT-RECORD.
           STRING "Sites: " WS-TOT-SITES
               "  received: " WS-TOT-TODAY
               "  missing: " WS-TOT-MISSING
               "  out of sequence: " WS-TOT-OUT-SEQ
               "  outstanding: " WS-TOT-OUTSTANDING
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.

           DISPLAY "Sites            : " WS-TOT-SITES.
           DISPLAY "Received         : " WS-TOT-TODAY.
           DISPLAY "Missing          : " WS-TOT-MISSING.
           DISPLAY "Out of sequence  : " WS-TOT-OUT-SEQ.
           DISPLAY "Outstanding      : " WS-TOT-OUTSTANDING.
           DISPLAY "Report written to INTAKERPT.TXT".

       9000-TERMINATE.
           CLOSE BATCH-REGISTER-FILE.
           CLOSE INTAKE-REPORT-FILE.

       END PROGRAM "BATCHRPT".
