               RECORD KEY IS GL-PATIENT-ID
               FILE STATUS IS WS-GOALMAST-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-INPUT-FILE.
               88 GL-CLOSED            VALUE "X".
           05 GL-CLOSED-DATE           PIC 9(8).

      *permanent register of every wrapped batch run, keyed by the
      *site code and batch number from the HDR line. A batch is
      *entered as started (S) once its controls verify, and marked
      *applied (C) with its counts and return code at clean end; a
      *batch whose controls failed is entered as refused (R) so the
      *resend is expected. An applied site/batch is not applied
      *again without a supervisor override. BATCHRPT prints the
      *daily intake report from this file.
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

      *batch readings that moved further than is plausible since the
      *patient's last visit are held here instead of being posted -
      *see 4800-CHECK-PLAUSIBILITY. The key carries the input record
      *number so a checkpoint-restart replay finds its own entry
      *rather than holding the reading twice. SUSPREV is the
      *clinician's review: release as read, correct, or reject.
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

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILENAME           PIC X(40).
       01  WS-INPUT-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-LOCK-STATUS              PIC XX.
       01  WS-GOALMAST-STATUS          PIC XX.
       01  WS-BATCHREG-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.

      *no goal file just means no goal lines on the report cards -
      *most sites will not have one until the first goal is set.

      *scheduler return codes: 0 clean, 4 records rejected,
      *8 input file missing, 12 abended mid-batch, 16 operator not
      *authorized, 20 batch control totals failed, 24 run lock held,
      *28 site batch already applied (or the register unavailable).
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
           88 RUN-CLEAN                VALUE 0.
           88 RUN-HAD-REJECTS          VALUE 4.
           88 RUN-AUTH-FAILED          VALUE 16.
           88 RUN-BATCH-CONTROL-FAILED VALUE 20.
           88 RUN-LOCK-REFUSED         VALUE 24.
           88 RUN-BATCH-DUPLICATE      VALUE 28.

       01  WS-UNIT-SYSTEM              PIC X VALUE "M".
           88 METRIC-UNITS             VALUE "M".
           88 BATCH-CONTROLS-OK         VALUE "Y".
       01  WS-BC-NOTE                   PIC X(40).

      *batch register - set once this run's site/batch has been
      *entered as started, so the clean end can mark it applied.
       01  WS-BATCHREG-USED-SW          PIC X VALUE "N".
           88 BATCHREG-IN-USE           VALUE "Y".
       01  WS-BATCHREG-FOUND-SW         PIC X VALUE "N".
           88 BATCHREG-ENTRY-FOUND      VALUE "Y".
       01  WS-DUP-OVERRIDE-SW           PIC X VALUE "N".
           88 DUP-OVERRIDE-ACCEPTED     VALUE "Y".
       01  WS-DUP-SUPERVISOR-ID         PIC X(10) VALUE SPACES.
       01  WS-DUP-CONFIRM               PIC X.
       01  WS-BR-PRIOR-STATUS           PIC X VALUE SPACE.

       01  WS-CONTROL-LINE.
           05 WS-CL-TYPE                PIC X(3).
               88 CONTROL-HEADER        VALUE "HDR".
       01  WS-PRIOR-DATE                PIC 9(8).
       01  WS-PRIOR-FOUND-SW            PIC X VALUE "N".
           88 PRIOR-VISIT-FOUND         VALUE "Y".
       01  WS-PRIOR-WEIGHT              PIC 999V99.
       01  WS-PRIOR-HEIGHT              PIC 9V99.
       01  WS-PRIOR-BMI                 PIC 999V99.
       01  WS-RECALL-LOOKUP-EOF-SW      PIC X VALUE "N".
           88 RECALL-LOOKUP-DONE        VALUE "Y".
       01  WS-SEVERE-RESULT-SW          PIC X VALUE "N".
           88 SEVERE-RESULT             VALUE "Y".
       01  WS-COUNT-RECALL              PIC 9(5) VALUE 0.

      *plausibility limits against the most recent prior visit. The
      *weight allowance grows a kilogram a week from a 3 kg base up
      *to 20 kg; the height allowance grows a centimetre a year from a
      *2 cm base up to 5 cm, and is not applied to children, who are
      *expected to grow.
       01  WS-WT-BASE-KG                PIC 999V99 VALUE 3.00.
       01  WS-WT-PER-WEEK-KG            PIC 999V99 VALUE 1.00.
       01  WS-WT-MAX-KG                 PIC 999V99 VALUE 20.00.
       01  WS-HT-BASE-M                 PIC 9V99 VALUE 0.02.
       01  WS-HT-PER-YEAR-M             PIC 9V99 VALUE 0.01.
       01  WS-HT-MAX-M                  PIC 9V99 VALUE 0.05.
       01  WS-ELAPSED-DAYS              PIC S9(7) VALUE 0.
       01  WS-CHANGE-LIMIT              PIC 999V99 VALUE 0.
       01  WS-CHANGE                    PIC S999V99 VALUE 0.
       01  WS-SUS-KG                    PIC ZZ9.99.
       01  WS-SUS-M                     PIC 9.99.
       01  WS-SUS-DAYS                  PIC ZZZZ9.
       01  WS-SUSPECT-SW                PIC X VALUE "N".
           88 READING-SUSPECT           VALUE "Y".
       01  WS-SUSPECT-REASON            PIC X(40).
       01  WS-SUSPENSE-OPEN-SW          PIC X VALUE "N".
           88 SUSPENSE-AVAILABLE        VALUE "Y".
       01  WS-SUSSCAN-EOF-SW            PIC X VALUE "N".
           88 SUSSCAN-DONE              VALUE "Y".
       01  WS-COUNT-HELD                PIC 9(5) VALUE 0.

      *worklist rebuild from the recall master at end of batch.
       01  WS-RECMAST-OPEN-SW           PIC X VALUE "N".
           88 RECMAST-AVAILABLE         VALUE "Y".
               SET RUN-HAD-REJECTS TO TRUE
           END-IF.

           IF BATCHREG-IN-USE
               PERFORM 3090-COMPLETE-BATCH-REGISTER
           END-IF.

           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
               DISPLAY "Batch refused - nothing processed."
               CLOSE PATIENT-INPUT-FILE
               SET RUN-BATCH-CONTROL-FAILED TO TRUE
               PERFORM 3015-REGISTER-REFUSED-BATCH
               PERFORM 3040-RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF.
           CLOSE PATIENT-INPUT-FILE.

      *a site/batch already applied is refused before a single record
      *is read for processing - see 3010-CHECK-BATCH-REGISTER.
           PERFORM 3010-CHECK-BATCH-REGISTER.
           IF RUN-BATCH-DUPLICATE
               PERFORM 3040-RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PATIENT-INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Unable to re-open batch input file: "
           SET RUN-CLEAN TO TRUE.
           PERFORM 3040-RELEASE-RUN-LOCK.

      *the site's own batch number is the only thing that tells a
      *resent file from a new one - the records themselves look just
      *like same-day re-screens. Look the site/batch up on the
      *register and refuse one already applied unless a supervisor at
      *the terminal overrides it; a scheduled run cannot be overridden
      *and stops with RC 28. An entry still marked started is an
      *abended run coming back for its checkpoint restart, and goes
      *through. A bare legacy file has no site/batch to register.
       3010-CHECK-BATCH-REGISTER.
           MOVE "N" TO WS-BATCHREG-USED-SW.
           MOVE "N" TO WS-DUP-OVERRIDE-SW.
           IF NOT BATCH-HEADER-PRESENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3012-OPEN-BATCH-REGISTER.
           IF WS-BATCHREG-STATUS NOT = "00"
               DISPLAY "Unable to open batch register BATCHREG.DAT"
                   " - status " WS-BATCHREG-STATUS
               DISPLAY "Batch refused - nothing processed."
               SET RUN-BATCH-DUPLICATE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3014-READ-BATCH-REGISTER.
           IF BATCHREG-ENTRY-FOUND AND BR-APPLIED
               PERFORM 3016-DUPLICATE-BATCH
               IF RUN-BATCH-DUPLICATE
                   CLOSE BATCH-REGISTER-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF BATCHREG-ENTRY-FOUND AND BR-IN-PROGRESS
               DISPLAY "Site " WS-BH-SITE " batch " WS-BH-BATCHNO
                   " started " BR-RUN-DATE " did not finish -"
                   " resuming"
           END-IF.

           PERFORM 3018-REGISTER-BATCH-START.
           CLOSE BATCH-REGISTER-FILE.

      *the register persists across runs, so it is only created when
      *missing, never truncated.
       3012-OPEN-BATCH-REGISTER.
           OPEN I-O BATCH-REGISTER-FILE.
           IF WS-BATCHREG-STATUS = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
           END-IF.

       3013-NEW-REGISTER-ENTRY.
           MOVE SPACES TO BATCH-REGISTER-RECORD.
           MOVE WS-BH-SITE TO BR-SITE.
           MOVE WS-BH-BATCHNO TO BR-BATCHNO.
           MOVE WS-TODAY-DATE TO BR-FIRST-DATE.
           MOVE WS-TODAY-TIME TO BR-FIRST-TIME.
           MOVE 0 TO BR-RUN-COUNT.

       3014-READ-BATCH-REGISTER.
           MOVE "N" TO WS-BATCHREG-FOUND-SW.
           MOVE SPACE TO WS-BR-PRIOR-STATUS.
           MOVE WS-BH-SITE TO BR-SITE.
           MOVE WS-BH-BATCHNO TO BR-BATCHNO.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BATCHREG-FOUND-SW
                   MOVE BR-STATUS TO WS-BR-PRIOR-STATUS
           END-READ.

       3016-DUPLICATE-BATCH.
           DISPLAY "Site " WS-BH-SITE " batch " WS-BH-BATCHNO
               " was already applied " BR-RUN-DATE " " BR-RUN-TIME.
           DISPLAY "by operator " BR-OPERATOR-ID " - " BR-ACCEPTED
               " accepted, " BR-REJECTED " rejected.".
           IF NOT SILENT-RUN
               DISPLAY "Apply it again under supervisor override"
                   " (Y/N)?"
               ACCEPT WS-DUP-CONFIRM
               INSPECT WS-DUP-CONFIRM CONVERTING "y" TO "Y"
               IF WS-DUP-CONFIRM = "Y"
                   PERFORM 3017-VERIFY-DUP-SUPERVISOR
               END-IF
           END-IF.

           MOVE SPACES TO WS-SIGNON-NOTE.
           IF DUP-OVERRIDE-ACCEPTED
               STRING "DUP BATCH OVERRIDE " WS-BH-SITE " "
                   WS-BH-BATCHNO DELIMITED BY SIZE INTO WS-SIGNON-NOTE
               PERFORM 3019-AUDIT-DUP-OVERRIDE
               EXIT PARAGRAPH
           END-IF.

           STRING "DUP BATCH REFUSED " WS-BH-SITE " "
               WS-BH-BATCHNO DELIMITED BY SIZE INTO WS-SIGNON-NOTE.
           PERFORM 1400-AUDIT-SIGN-ON.
           DISPLAY "Batch refused - nothing processed.".
           SET RUN-BATCH-DUPLICATE TO TRUE.

       3017-VERIFY-DUP-SUPERVISOR.
           DISPLAY "Enter supervisor ID:".
           ACCEPT WS-DUP-SUPERVISOR-ID.
           INSPECT WS-DUP-SUPERVISOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT OPERMAST-AVAILABLE
               DISPLAY "Override refused - operator master not"
                   " available"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DUP-SUPERVISOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "Override refused - unknown operator"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OM-DEACTIVATED
                           DISPLAY "Override refused - operator"
                               " deactivated"
                       WHEN OM-AUTH-LEVEL < 3
                           DISPLAY "Override refused - not a"
                               " supervisor"
                       WHEN OTHER
                           MOVE "Y" TO WS-DUP-OVERRIDE-SW
                   END-EVALUATE
           END-READ.

      *the override is the supervisor's act, not the batch
      *operator's, so it goes to the audit log under their ID.
       3019-AUDIT-DUP-OVERRIDE.
           MOVE WS-DUP-SUPERVISOR-ID TO WS-AL-OPERATOR.
           MOVE WS-TODAY-DATE TO WS-AL-DATE.
           MOVE WS-TODAY-TIME TO WS-AL-TIME.
           MOVE SPACES TO WS-AL-PATIENT-ID.
           MOVE 0 TO WS-AL-WEIGHT.
           MOVE 0 TO WS-AL-HEIGHT.
           MOVE 0 TO WS-AL-BMI.
           MOVE WS-SIGNON-NOTE TO WS-AL-CATEGORY.
           MOVE 0 TO WS-AL-PERCENTILE.
           MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *enter the batch as started, with the verified control totals.
      *The return code is preset to the abend code like RETURN-CODE
      *itself - an entry still marked started the next day is a run
      *that died, and the intake report lists it as outstanding.
       3018-REGISTER-BATCH-START.
           IF NOT BATCHREG-ENTRY-FOUND
               PERFORM 3013-NEW-REGISTER-ENTRY
           END-IF.
           IF WS-BR-PRIOR-STATUS NOT = "S"
               ADD 1 TO BR-RUN-COUNT
           END-IF.
           IF DUP-OVERRIDE-ACCEPTED
               MOVE WS-DUP-SUPERVISOR-ID TO BR-OVERRIDE-ID
           END-IF.
           MOVE WS-BH-DATE TO BR-BATCH-DATE.
           MOVE WS-TODAY-DATE TO BR-RUN-DATE.
           MOVE WS-TODAY-TIME TO BR-RUN-TIME.
           MOVE WS-OPERATOR-ID TO BR-OPERATOR-ID.
           MOVE WS-BC-COUNT TO BR-RECORD-COUNT.
           MOVE WS-BC-WEIGHT-SUM TO BR-WEIGHT-SUM.
           MOVE 0 TO BR-ACCEPTED.
           MOVE 0 TO BR-REJECTED.
           MOVE 0 TO BR-HELD.
           MOVE 12 TO BR-RETURN-CODE.
           MOVE WS-INPUT-FILENAME TO BR-INPUT-FILENAME.
           SET BR-IN-PROGRESS TO TRUE.

           IF BATCHREG-ENTRY-FOUND
               REWRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-BATCHREG-STATUS NOT = "00"
               DISPLAY "Unable to enter batch on register - status "
                   WS-BATCHREG-STATUS
               DISPLAY "Batch refused - nothing processed."
               SET RUN-BATCH-DUPLICATE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET BATCHREG-IN-USE TO TRUE.

      *a batch refused on its control totals is still a batch the
      *site sent - enter it as refused so the intake report shows it
      *outstanding until the resend is applied. An entry already
      *applied or started is left as it stands.
       3015-REGISTER-REFUSED-BATCH.
           IF NOT BATCH-HEADER-PRESENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3012-OPEN-BATCH-REGISTER.
           IF WS-BATCHREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3014-READ-BATCH-REGISTER.
           IF BATCHREG-ENTRY-FOUND AND NOT BR-REFUSED
               CLOSE BATCH-REGISTER-FILE
               EXIT PARAGRAPH
           END-IF.

           IF NOT BATCHREG-ENTRY-FOUND
               PERFORM 3013-NEW-REGISTER-ENTRY
           END-IF.
           ADD 1 TO BR-RUN-COUNT.
           MOVE WS-BH-DATE TO BR-BATCH-DATE.
           MOVE WS-TODAY-DATE TO BR-RUN-DATE.
           MOVE WS-TODAY-TIME TO BR-RUN-TIME.
           MOVE WS-OPERATOR-ID TO BR-OPERATOR-ID.
           MOVE WS-BC-COUNT TO BR-RECORD-COUNT.
           MOVE WS-BC-WEIGHT-SUM TO BR-WEIGHT-SUM.
           MOVE 0 TO BR-ACCEPTED.
           MOVE 0 TO BR-REJECTED.
           MOVE 0 TO BR-HELD.
           MOVE 20 TO BR-RETURN-CODE.
           MOVE WS-INPUT-FILENAME TO BR-INPUT-FILENAME.
           SET BR-REFUSED TO TRUE.
           IF BATCHREG-ENTRY-FOUND
               REWRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           CLOSE BATCH-REGISTER-FILE.

      *end of run - the final return code is known, so the entry can
      *be marked applied with its accepted/rejected counts. A run that
      *stopped before applying anything puts the entry back the way
      *the resend will expect it.
       3090-COMPLETE-BATCH-REGISTER.
           PERFORM 3012-OPEN-BATCH-REGISTER.
           IF WS-BATCHREG-STATUS NOT = "00"
               DISPLAY "WARNING: batch register not updated - status "
                   WS-BATCHREG-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BH-SITE TO BR-SITE.
           MOVE WS-BH-BATCHNO TO BR-BATCHNO.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   DISPLAY "WARNING: site " WS-BH-SITE " batch "
                       WS-BH-BATCHNO " missing from batch register"
                   CLOSE BATCH-REGISTER-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF RUN-CLEAN OR RUN-HAD-REJECTS
               SET BR-APPLIED TO TRUE
               MOVE WS-COUNT-REJECTED TO BR-REJECTED
               MOVE WS-COUNT-HELD TO BR-HELD
               IF WS-BC-COUNT > WS-COUNT-REJECTED + WS-COUNT-HELD
                   COMPUTE BR-ACCEPTED = WS-BC-COUNT
                       - WS-COUNT-REJECTED - WS-COUNT-HELD
               ELSE
                   MOVE 0 TO BR-ACCEPTED
               END-IF
           ELSE
               IF WS-BR-PRIOR-STATUS = "C"
                   SET BR-APPLIED TO TRUE
               ELSE
                   SET BR-REFUSED TO TRUE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO BR-RETURN-CODE.
           REWRITE BATCH-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: batch register not updated -"
                       " status " WS-BATCHREG-STATUS
           END-REWRITE.
           CLOSE BATCH-REGISTER-FILE.

       3020-VERIFY-BATCH-CONTROLS.
           MOVE "N" TO WS-BH-PRESENT-SW.
           MOVE "N" TO WS-BT-FOUND-SW.
      *vanishing. RECALL.DAT still carries just the day's new recalls.
       3060-OPEN-REJECT-FILES.
           PERFORM 3080-OPEN-RECALL-MASTER.
           PERFORM 3085-OPEN-SUSPENSE.
      *a checkpoint restart extends the crashed run's files so rejects
      *and recalls captured before the failure are not thrown away.
           IF IS-RESTART-RUN
               PERFORM 3065-SCAN-PRIOR-REJECTS
               PERFORM 3087-SCAN-PRIOR-HELD
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-STATUS = "35"
                   OPEN OUTPUT REJECT-FILE

           CLOSE RECALL-FILE.
           PERFORM 7800-BUILD-RECALL-WORKLIST.
           IF SUSPENSE-AVAILABLE
               CLOSE SUSPENSE-FILE
           END-IF.

      *the suspense file persists until every held reading has been
      *reviewed, so like the recall master it is only created when
      *missing. Without it a suspect reading cannot be held and is
      *rejected instead - see 3100.
       3085-OPEN-SUSPENSE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "Y" TO WS-SUSPENSE-OPEN-SW
           ELSE
               MOVE "N" TO WS-SUSPENSE-OPEN-SW
               DISPLAY "WARNING: suspense file SUSPENSE.DAT not"
                   " available (status " WS-SUSPENSE-STATUS ")"
               DISPLAY "Implausible readings will be rejected."
           END-IF.

      *readings this batch held before the checkpoint are never
      *replayed - count them back in so the held total and the batch
      *register stay true for the whole input file, as 3065 does for
      *the rejects.
       3087-SCAN-PRIOR-HELD.
           IF NOT SUSPENSE-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SP-KEY.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-SUSSCAN-EOF-SW.
           PERFORM UNTIL SUSSCAN-DONE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET SUSSCAN-DONE TO TRUE
                   NOT AT END
                       IF SP-SCREEN-DATE = WS-TODAY-DATE
                           AND SP-SITE = WS-BH-SITE
                           AND SP-BATCHNO = WS-BH-BATCHNO
                           AND SP-RECNO NOT > WS-LAST-CHECKPOINT-RECNO
                           ADD 1 TO WS-COUNT-HELD
                       END-IF
               END-READ
           END-PERFORM.

       3030-TAKE-RUN-LOCK.
           PERFORM 3035-READ-RUN-LOCK.
           IF VALID-INPUT
               PERFORM 4400-VALIDATE-MEASUREMENTS
           END-IF.
           IF VALID-INPUT
               PERFORM 4800-CHECK-PLAUSIBILITY
           END-IF.
      *a suspect reading goes to the suspense file and nowhere else -
      *no history, export, report card or recall until a clinician
      *releases it.
           IF VALID-INPUT AND READING-SUSPECT
               IF SUSPENSE-AVAILABLE
                   PERFORM 7900-HOLD-READING
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-VALID-INPUT-SW
               MOVE WS-SUSPECT-REASON TO WS-REJECT-REASON
           END-IF.
           IF VALID-INPUT
               PERFORM 4500-CALCULATE-AND-CLASSIFY
               DISPLAY "Patient " WS-PATIENT-ID ": BMI " BMI
                   TO WS-REJECT-REASON
           END-IF.

      *compare the batch reading with the patient's most recent prior
      *visit. A change beyond the allowance for the days elapsed marks
      *the reading suspect, with the change in WS-SUSPECT-REASON. No
      *prior visit means nothing to compare against.
       4800-CHECK-PLAUSIBILITY.
           MOVE "N" TO WS-SUSPECT-SW.
           MOVE SPACES TO WS-SUSPECT-REASON.
           PERFORM 4720-FIND-PRIOR-VISIT.
           IF NOT PRIOR-VISIT-FOUND
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-PRIOR-DATE).
           IF WS-ELAPSED-DAYS < 1
               MOVE 1 TO WS-ELAPSED-DAYS
           END-IF.

           IF WS-ELAPSED-DAYS > 7 * WS-WT-MAX-KG
               MOVE WS-WT-MAX-KG TO WS-CHANGE-LIMIT
           ELSE
               COMPUTE WS-CHANGE-LIMIT = WS-WT-BASE-KG
                   + WS-WT-PER-WEEK-KG * WS-ELAPSED-DAYS / 7
           END-IF.
           IF WS-CHANGE-LIMIT > WS-WT-MAX-KG
               MOVE WS-WT-MAX-KG TO WS-CHANGE-LIMIT
           END-IF.
           COMPUTE WS-CHANGE = WEIGHT_KG - WS-PRIOR-WEIGHT.
           IF WS-CHANGE < 0
               COMPUTE WS-CHANGE = 0 - WS-CHANGE
           END-IF.
           IF WS-CHANGE > WS-CHANGE-LIMIT
               SET READING-SUSPECT TO TRUE
               MOVE WS-CHANGE TO WS-SUS-KG
               MOVE WS-ELAPSED-DAYS TO WS-SUS-DAYS
               STRING "WT CHANGE " WS-SUS-KG "KG IN " WS-SUS-DAYS
                   " DAYS" DELIMITED BY SIZE INTO WS-SUSPECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF PEDIATRIC-PATIENT
               EXIT PARAGRAPH
           END-IF.

           IF WS-ELAPSED-DAYS > 365 * 5
               MOVE WS-HT-MAX-M TO WS-CHANGE-LIMIT
           ELSE
               COMPUTE WS-CHANGE-LIMIT = WS-HT-BASE-M
                   + WS-HT-PER-YEAR-M * WS-ELAPSED-DAYS / 365
           END-IF.
           IF WS-CHANGE-LIMIT > WS-HT-MAX-M
               MOVE WS-HT-MAX-M TO WS-CHANGE-LIMIT
           END-IF.
           COMPUTE WS-CHANGE = HEIGHT_M - WS-PRIOR-HEIGHT.
           IF WS-CHANGE < 0
               COMPUTE WS-CHANGE = 0 - WS-CHANGE
           END-IF.
           IF WS-CHANGE > WS-CHANGE-LIMIT
               SET READING-SUSPECT TO TRUE
               MOVE WS-CHANGE TO WS-SUS-M
               MOVE WS-ELAPSED-DAYS TO WS-SUS-DAYS
               STRING "HT CHANGE " WS-SUS-M "M IN " WS-SUS-DAYS
                   " DAYS" DELIMITED BY SIZE INTO WS-SUSPECT-REASON
           END-IF.

       4500-CALCULATE-AND-CLASSIFY.
           COMPUTE BMI ROUNDED = WEIGHT_KG / (HEIGHT_M * HEIGHT_M).

           PERFORM 7700-WRITE-RECALL-RECORD.

      *most recent visit on the history file before today, via the
      *alternate key. Leaves WS-PRIOR-CATEGORY/-DATE and the prior
      *measurements set when found.
       4720-FIND-PRIOR-VISIT.
           MOVE "N" TO WS-PRIOR-FOUND-SW.
           MOVE SPACES TO WS-PRIOR-CATEGORY.
           MOVE 0 TO WS-PRIOR-DATE.
           MOVE 0 TO WS-PRIOR-WEIGHT.
           MOVE 0 TO WS-PRIOR-HEIGHT.
           MOVE 0 TO WS-PRIOR-BMI.

           MOVE "N" TO WS-RECALL-LOOKUP-EOF-SW.
           MOVE WS-PATIENT-ID TO HIST-PATIENT-ID.
                               MOVE HIST-DATE TO WS-PRIOR-DATE
                               MOVE HIST-CATEGORY
                                   TO WS-PRIOR-CATEGORY
                               MOVE HIST-WEIGHT-KG
                                   TO WS-PRIOR-WEIGHT
                               MOVE HIST-HEIGHT-M
                                   TO WS-PRIOR-HEIGHT
                               MOVE HIST-BMI TO WS-PRIOR-BMI
                           END-IF
                       END-IF
               END-READ
               WRITE EXPORT-RECORD
           END-IF.

      *hold the reading for clinician review. The demographics that
      *graded the patient ride along so the release grades the reading
      *exactly as this run would have. A key already on file is this
      *same record being replayed after a checkpoint restart (or the
      *same batch re-applied under override) - it is held once.
       7900-HOLD-READING.
           ADD 1 TO WS-COUNT-HELD.
           MOVE WS-PATIENT-ID TO SP-PATIENT-ID.
           MOVE WS-TODAY-DATE TO SP-SCREEN-DATE.
           MOVE WS-CURRENT-RECNO TO SP-RECNO.
           MOVE WS-TODAY-TIME TO SP-HELD-TIME.
           MOVE WS-OPERATOR-ID TO SP-OPERATOR-ID.
           MOVE WS-BH-SITE TO SP-SITE.
           MOVE WS-BH-BATCHNO TO SP-BATCHNO.
           MOVE WEIGHT_KG TO SP-WEIGHT-KG.
           MOVE HEIGHT_M TO SP-HEIGHT-M.
           MOVE WS-DOB TO SP-DOB.
           MOVE WS-SEX TO SP-SEX.
           MOVE WS-PRIOR-DATE TO SP-PRIOR-DATE.
           MOVE WS-PRIOR-WEIGHT TO SP-PRIOR-WEIGHT.
           MOVE WS-PRIOR-HEIGHT TO SP-PRIOR-HEIGHT.
           MOVE WS-PRIOR-BMI TO SP-PRIOR-BMI.
           MOVE WS-PRIOR-CATEGORY TO SP-PRIOR-CATEGORY.
           MOVE WS-SUSPECT-REASON TO SP-REASON.
           SET SP-HELD TO TRUE.
           MOVE SPACES TO SP-REVIEW-ID.
           MOVE 0 TO SP-REVIEW-DATE.
           MOVE 0 TO SP-REVIEW-TIME.
           MOVE 0 TO SP-POSTED-WEIGHT.
           MOVE 0 TO SP-POSTED-HEIGHT.
           MOVE SPACES TO SP-REVIEW-NOTE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Patient " WS-PATIENT-ID
                       ": already held for review - skipping"
                   EXIT PARAGRAPH
           END-WRITE.

           DISPLAY "Patient " WS-PATIENT-ID ": HELD FOR REVIEW - "
               WS-SUSPECT-REASON.
           MOVE WS-OPERATOR-ID TO WS-AL-OPERATOR.
           MOVE WS-TODAY-DATE TO WS-AL-DATE.
           MOVE WS-TODAY-TIME TO WS-AL-TIME.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE WEIGHT_KG TO WS-AL-WEIGHT.
           MOVE HEIGHT_M TO WS-AL-HEIGHT.
           MOVE 0 TO WS-AL-BMI.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "HELD " WS-SUSPECT-REASON
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           MOVE 0 TO WS-AL-PERCENTILE.
           MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       7600-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD.
           MOVE PATIENT-INPUT-RECORD TO RJ-PATIENT-DATA.
           DISPLAY "Obese       : " WS-COUNT-OBESE.
           DISPLAY "Total       : " WS-COUNT-TOTAL.
           DISPLAY "Rejected    : " WS-COUNT-REJECTED.
           DISPLAY "Held        : " WS-COUNT-HELD.
           DISPLAY "Recalls     : " WS-COUNT-RECALL.
           IF WS-COUNT-TOTAL > 0
               COMPUTE WS-AVG-BMI ROUNDED = WS-SUM-BMI / WS-COUNT-TOTAL
