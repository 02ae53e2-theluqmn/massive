      *master file generation backup and verified restore. Every
      *master on the system is updated in place, and after the disk
      *incident that led to FILECHK the only way back was whatever
      *copy somebody happened to have. Backup mode unloads each
      *master, record image by record image, to a sequential
      *generation file named after the master with a .Bnn suffix
      *(PATMAST.B03 and so on) and writes a manifest MANIFEST.Bnn of
      *the record count and first and last key of every file. A set
      *number of generations is kept: generation numbers run on for
      *ever and are recorded in BKCTL.DAT, and each new generation
      *goes into the slot of the oldest one, so nothing ever has to
      *be deleted. Restore mode lists the generations on hand,
      *reloads one master or all of them from a chosen generation,
      *then reads each reloaded file back and checks its count and
      *key range against the manifest. Both modes refuse to start
      *while the run lock is held, and both hold the lock themselves
      *while they work so no batch or desk run updates a master
      *half way through. A backup needs any active operator; a
      *restore needs a supervisor and every file restored goes to
      *the audit log. Control report to BKUPRPT.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MASTBKUP".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT GOAL-MASTER-FILE ASSIGN TO "GOALMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-PATIENT-ID
               FILE STATUS IS WS-GOALMAST-STATUS.

           SELECT RECALL-MASTER-FILE ASSIGN TO "RECALLMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-LOSER-ID
               FILE STATUS IS WS-MERGEXRF-STATUS.

           SELECT PEDIATRIC-REF-FILE ASSIGN TO "PEDREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDREF-STATUS.

           SELECT PATIENT-CONTACT-FILE ASSIGN TO "PATCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PATIENT-ID
               FILE STATUS IS WS-PATCONT-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "RECLTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LETLOG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT GENERATION-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKCTL-STATUS.

           SELECT BACKUP-REPORT-FILE ASSIGN TO "BKUPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPRPT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *the masters are copied as whole record images, so only the
      *keys are named here - the rest of each record is filler of
      *the length the owning program declares. A master whose
      *layout grows must grow here too.
       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05 PM-PATIENT-ID            PIC X(10).
           05 FILLER                   PIC X(50).

       FD  PATIENT-HISTORY-FILE.
       01  PATIENT-HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-PATIENT-ID      PIC X(10).
               10 HIST-DATE            PIC 9(8).
           05 FILLER                   PIC X(38).

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
           05 FILLER                   PIC X(31).

       FD  RECALL-MASTER-FILE.
       01  RECALL-MASTER-RECORD.
           05 RM-KEY.
               10 RM-PATIENT-ID        PIC X(10).
               10 RM-DATE              PIC 9(8).
           05 FILLER                   PIC X(106).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD.
           05 MX-LOSER-ID              PIC X(10).
           05 FILLER                   PIC X(28).

      *PEDREF.DAT has no key - the sex and age band of each line
      *stands in for one in the manifest.
       FD  PEDIATRIC-REF-FILE.
       01  PEDIATRIC-REF-RECORD.
           05 PR-BAND-KEY.
               10 PR-SEX               PIC X.
               10 PR-AGE-LO-MONTHS     PIC 9(3).
               10 PR-AGE-HI-MONTHS     PIC 9(3).
           05 FILLER                   PIC X(35).

       FD  PATIENT-CONTACT-FILE.
       01  PATIENT-CONTACT-RECORD.
           05 PC-PATIENT-ID            PIC X(10).
           05 FILLER                   PIC X(143).

       FD  LETTER-LOG-FILE.
       01  LETTER-LOG-RECORD.
           05 LL-KEY.
               10 LL-PATIENT-ID        PIC X(10).
               10 LL-RECALL-DATE       PIC 9(8).
               10 LL-LETTER-TYPE       PIC X.
           05 FILLER                   PIC X(19).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SP-KEY.
               10 SP-PATIENT-ID        PIC X(10).
               10 SP-SCREEN-DATE       PIC 9(8).
               10 SP-RECNO             PIC 9(7).
           05 FILLER                   PIC X(193).

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           05 BR-KEY.
               10 BR-SITE              PIC X(10).
               10 BR-BATCHNO           PIC 9(4).
           05 FILLER                   PIC X(141).

      *one generation file per master per slot, holding the exact
      *record images in key order.
       FD  GENERATION-FILE.
       01  GENERATION-RECORD           PIC X(256).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD             PIC X(120).

       FD  BACKUP-CONTROL-FILE.
       01  BACKUP-CONTROL-RECORD.
           05 CT-LAST-GENERATION       PIC 9(6).
           05 FILLER                   PIC X.
           05 CT-LAST-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 CT-LAST-TIME             PIC 9(6).

       FD  BACKUP-REPORT-FILE.
       01  BACKUP-REPORT-RECORD        PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(120).

      *system-wide run lock written by the nightly batch - see
      *BMICALCULATOR's 3030-TAKE-RUN-LOCK.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD             PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-GOALMAST-STATUS          PIC XX.
       01  WS-RECMAST-STATUS           PIC XX.
       01  WS-MERGEXRF-STATUS          PIC XX.
       01  WS-PEDREF-STATUS            PIC XX.
       01  WS-PATCONT-STATUS           PIC XX.
       01  WS-LETLOG-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-BATCHREG-STATUS          PIC XX.
       01  WS-GEN-STATUS               PIC XX.
       01  WS-MANIFEST-STATUS          PIC XX.
       01  WS-BKCTL-STATUS             PIC XX.
       01  WS-BKUPRPT-STATUS           PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-LOCK-STATUS              PIC XX.

      *file status of the last master read or opened - any status
      *outside classes 0 and 1 is an error.
       01  WS-IO-STATUS                PIC XX.
       01  WS-IO-STATUS-PARTS REDEFINES WS-IO-STATUS.
           05 WS-IO-CLASS              PIC X.
           05 WS-IO-DETAIL             PIC X.

       01  WS-LOCK-HELD-SW             PIC X VALUE "N".
           88 RUN-LOCK-IS-HELD         VALUE "Y".
       01  WS-LOCK-TAKEN-SW            PIC X VALUE "N".
           88 RUN-LOCK-TAKEN           VALUE "Y".
       01  WS-LOCK-LINE.
           05 WS-LK-PROGRAM            PIC X(13).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LK-OPERATOR           PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LK-DATE               PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LK-TIME               PIC 9(6).

       01  WS-MODE                     PIC X VALUE "B".
           88 BACKUP-MODE              VALUE "B".
           88 RESTORE-MODE             VALUE "R".
       01  WS-CONFIRM                  PIC X.

       01  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
       01  WS-REQUIRED-LEVEL           PIC 9 VALUE 1.
       01  WS-SIGNON-OK-SW             PIC X VALUE "N".
           88 SIGNON-ACCEPTED          VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9 VALUE 0.
       01  WS-SIGNON-NOTE              PIC X(40).

      *the audit line layout written by BMICALCULATOR - backup and
      *restore notes ride in the category column against no patient.
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

      *return codes follow BMICALCULATOR's so the same job step
      *checks serve both.
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
           88 RUN-CLEAN                VALUE 0.
           88 RUN-HAD-WARNINGS         VALUE 4.
           88 RUN-INPUT-MISSING        VALUE 8.
           88 RUN-ABENDED              VALUE 12.
           88 RUN-AUTH-FAILED          VALUE 16.
           88 RUN-LOCK-REFUSED         VALUE 24.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-TIME            PIC 9(6).
           05 FILLER                   PIC X(7).

      *number of generations kept on disk. Raising it only adds
      *slots; lowering it leaves the higher slots to be tidied by
      *hand.
       01  WS-GENERATIONS-KEPT         PIC 99 VALUE 07.

      *the masters in the order they are backed up and restored.
       01  WS-FILE-VALUES.
           05 FILLER                   PIC X(8) VALUE "PATMAST".
           05 FILLER                   PIC X(8) VALUE "PATHIST".
           05 FILLER                   PIC X(8) VALUE "OPERMAST".
           05 FILLER                   PIC X(8) VALUE "GOALMAST".
           05 FILLER                   PIC X(8) VALUE "RECALLMS".
           05 FILLER                   PIC X(8) VALUE "MERGEXRF".
           05 FILLER                   PIC X(8) VALUE "PEDREF".
           05 FILLER                   PIC X(8) VALUE "PATCONT".
           05 FILLER                   PIC X(8) VALUE "RECLTR".
           05 FILLER                   PIC X(8) VALUE "SUSPENSE".
           05 FILLER                   PIC X(8) VALUE "BATCHREG".
       01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           05 WS-FILE-NAME             PIC X(8) OCCURS 11 TIMES.
       01  WS-FILE-COUNT               PIC 99 VALUE 11.
       01  WS-FILE-SUB                 PIC 99 VALUE 0.
       01  WS-FIND-SUB                 PIC 99 VALUE 0.

      *per-file results - what this backup found, or what the chosen
      *generation's manifest says when restoring. State B backed up,
      *M master not on disk at backup time, E backup failed.
       01  WS-RESULT-TABLE.
           05 WS-RESULT                OCCURS 11 TIMES.
               10 WS-RS-STATE          PIC X.
               10 WS-RS-COUNT          PIC 9(9).
               10 WS-RS-LOW-KEY        PIC X(40).
               10 WS-RS-HIGH-KEY       PIC X(40).

       01  WS-GEN-FILENAME             PIC X(40).
       01  WS-MANIFEST-FILENAME        PIC X(40).

       01  WS-LAST-GENERATION          PIC 9(6) VALUE 0.
       01  WS-GENERATION               PIC 9(6) VALUE 0.
       01  WS-SLOT                     PIC 99 VALUE 0.
       01  WS-SLOT-DIVIDEND            PIC 9(6) VALUE 0.
       01  WS-SLOT-QUOTIENT            PIC 9(6) VALUE 0.

      *generations found on disk, by slot, for the restore list.
       01  WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY            OCCURS 99 TIMES.
               10 WS-SL-GENERATION     PIC 9(6).
               10 WS-SL-STATE          PIC X.
               10 WS-SL-DATE           PIC 9(8).
       01  WS-SLOTS-FOUND              PIC 99 VALUE 0.

      *the manifest: one header line then one line per master.
      *Header state I is written before the first master is copied
      *and rewritten as C once the whole generation is on disk, so
      *a run that dies half way leaves a generation restore will
      *not touch.
       01  WS-MF-LINE                  PIC X(120).
       01  WS-MF-HEADER REDEFINES WS-MF-LINE.
           05 WS-MH-TYPE               PIC X(3).
           05 FILLER                   PIC X.
           05 WS-MH-GENERATION         PIC 9(6).
           05 FILLER                   PIC X.
           05 WS-MH-DATE               PIC 9(8).
           05 FILLER                   PIC X.
           05 WS-MH-TIME               PIC 9(6).
           05 FILLER                   PIC X.
           05 WS-MH-OPERATOR           PIC X(10).
           05 FILLER                   PIC X.
           05 WS-MH-STATE              PIC X.
               88 MANIFEST-INCOMPLETE  VALUE "I".
               88 MANIFEST-COMPLETE    VALUE "C".
           05 FILLER                   PIC X(81).
       01  WS-MF-DETAIL REDEFINES WS-MF-LINE.
           05 WS-MD-TYPE               PIC X(3).
           05 FILLER                   PIC X.
           05 WS-MD-FILE-NAME          PIC X(8).
           05 FILLER                   PIC X.
           05 WS-MD-STATE              PIC X.
           05 FILLER                   PIC X.
           05 WS-MD-COUNT              PIC 9(9).
           05 FILLER                   PIC X.
           05 WS-MD-LOW-KEY            PIC X(40).
           05 FILLER                   PIC X.
           05 WS-MD-HIGH-KEY           PIC X(40).
           05 FILLER                   PIC X(14).
       01  WS-MANIFEST-GENERATION      PIC 9(6) VALUE 0.
       01  WS-MANIFEST-DATE            PIC 9(8) VALUE 0.
       01  WS-MANIFEST-TIME            PIC 9(6) VALUE 0.
       01  WS-MANIFEST-STATE           PIC X VALUE SPACE.
       01  WS-MANIFEST-EOF-SW          PIC X VALUE "N".
           88 MANIFEST-EOF             VALUE "Y".

       01  WS-MASTER-EOF-SW            PIC X VALUE "N".
           88 MASTER-EOF               VALUE "Y".
       01  WS-GEN-EOF-SW               PIC X VALUE "N".
           88 GEN-EOF                  VALUE "Y".
       01  WS-FILE-ERROR-SW            PIC X VALUE "N".
           88 FILE-ERROR               VALUE "Y".
       01  WS-MASTER-MISSING-SW        PIC X VALUE "N".
           88 MASTER-MISSING           VALUE "Y".
       01  WS-OPEN-STATUS              PIC XX.

      *key of the record in hand, for the manifest key range.
       01  WS-IMAGE-KEY                PIC X(40).

       01  WS-RESTORE-GENERATION       PIC 9(6) VALUE 0.
       01  WS-RESTORE-CHOICE           PIC X(8).
       01  WS-RESTORE-ALL-SW           PIC X VALUE "N".
           88 RESTORE-ALL              VALUE "Y".
       01  WS-LOADED-COUNT             PIC 9(9) VALUE 0.
       01  WS-LOAD-ERRORS              PIC 9(9) VALUE 0.
       01  WS-VERIFY-COUNT             PIC 9(9) VALUE 0.
       01  WS-VERIFY-LOW-KEY           PIC X(40).
       01  WS-VERIFY-HIGH-KEY          PIC X(40).
       01  WS-RESULT-WORD              PIC X(12).

       01  WS-TOT-FILES                PIC 99 VALUE 0.
       01  WS-TOT-FILES-OK             PIC 99 VALUE 0.
       01  WS-TOT-FILES-MISSING        PIC 99 VALUE 0.
       01  WS-TOT-FILES-FAILED         PIC 99 VALUE 0.
       01  WS-TOT-RECORDS              PIC 9(9) VALUE 0.

       01  WS-RPT-FILE-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RF-FILE-NAME          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RF-RESULT             PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RF-COUNT              PIC Z(8)9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RF-LOW-KEY            PIC X(40).
       01  WS-RPT-KEY-LINE.
           05 FILLER                   PIC X(37) VALUE SPACES.
           05 WS-RK-HIGH-KEY           PIC X(40).
       01  WS-RPT-VERIFY-LINE.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "manifest ".
           05 WS-RV-MANIFEST           PIC Z(8)9.
           05 FILLER                   PIC X(9) VALUE "  loaded ".
           05 WS-RV-LOADED             PIC Z(8)9.
           05 FILLER                   PIC X(10) VALUE "  on file ".
           05 WS-RV-ON-FILE            PIC Z(8)9.
           05 FILLER                   PIC X(11) VALUE "  rejected ".
           05 WS-RV-REJECTED           PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' master file backup/restore utility".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 1200-CHECK-RUN-LOCK.

           DISPLAY "Mode - (B)ackup all masters or (R)estore from a".
           DISPLAY "backup generation:".
           ACCEPT WS-MODE.
           INSPECT WS-MODE CONVERTING "br" TO "BR".
           IF RESTORE-MODE
               MOVE 3 TO WS-REQUIRED-LEVEL
           ELSE
               MOVE "B" TO WS-MODE
               MOVE 1 TO WS-REQUIRED-LEVEL
           END-IF.

           PERFORM 1300-OPERATOR-SIGN-ON.

           IF RESTORE-MODE
               PERFORM 5000-RESTORE-PROCESS
           ELSE
               PERFORM 3000-BACKUP-PROCESS
           END-IF.

           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           OPEN OUTPUT BACKUP-REPORT-FILE.

           PERFORM 1100-READ-BACKUP-CONTROL.

      *BKCTL.DAT holds the number of the last good generation. No
      *file means no backup has ever been taken.
       1100-READ-BACKUP-CONTROL.
           MOVE 0 TO WS-LAST-GENERATION.
           OPEN INPUT BACKUP-CONTROL-FILE.
           IF WS-BKCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BACKUP-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CT-LAST-GENERATION IS NUMERIC
                       MOVE CT-LAST-GENERATION TO WS-LAST-GENERATION
                   END-IF
           END-READ.
           CLOSE BACKUP-CONTROL-FILE.

      *a copy taken while the batch or a desk run is updating the
      *masters would not be a consistent generation, and a reload
      *under a running program would be worse - refuse outright.
      *A lock left by an abend is cleared by a supervisor in
      *PATMAINT, not here.
       1200-CHECK-RUN-LOCK.
           PERFORM 1250-READ-RUN-LOCK.
           IF NOT RUN-LOCK-IS-HELD
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Run lock held by " WS-LK-PROGRAM
               " (operator " WS-LK-OPERATOR ")".
           DISPLAY "since " WS-LK-DATE " " WS-LK-TIME ".".
           DISPLAY "Try again after the batch ends, or ask a".
           DISPLAY "supervisor to clear a stale lock in PATMAINT.".
           SET RUN-LOCK-REFUSED TO TRUE.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1250-READ-RUN-LOCK.
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

      *a backup may be taken by any active operator - the end-of-day
      *job stream runs it unattended. A restore overwrites live
      *masters and needs a supervisor. Every sign-on attempt goes to
      *the audit log.
       1300-OPERATOR-SIGN-ON.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM UNTIL SIGNON-ACCEPTED
                   OR WS-SIGNON-TRIES >= 3
               IF RESTORE-MODE
                   DISPLAY "Enter supervisor ID:"
               ELSE
                   DISPLAY "Enter operator ID:"
               END-IF
               ACCEPT WS-OPERATOR-ID
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 1350-CHECK-OPERATOR
               IF NOT SIGNON-ACCEPTED
                   DISPLAY "Sign-on rejected - " WS-SIGNON-NOTE
               END-IF
           END-PERFORM.

           IF NOT SIGNON-ACCEPTED
               DISPLAY "Operator sign-on failed - cancelled."
               SET RUN-AUTH-FAILED TO TRUE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

       1350-CHECK-OPERATOR.
           MOVE "N" TO WS-SIGNON-OK-SW.
           INSPECT WS-OPERATOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               MOVE "SIGN-ON REJECTED - no operator master"
                   TO WS-SIGNON-NOTE
               PERFORM 1400-AUDIT-SIGN-ON
               EXIT PARAGRAPH
           END-IF.

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
                       WHEN OM-AUTH-LEVEL < WS-REQUIRED-LEVEL
                           MOVE "SIGN-ON REJECTED - no authority"
                               TO WS-SIGNON-NOTE
                       WHEN OTHER
                           MOVE "Y" TO WS-SIGNON-OK-SW
                           MOVE "SIGN-ON ACCEPTED (MASTBKUP)"
                               TO WS-SIGNON-NOTE
                   END-EVALUATE
           END-READ.
           CLOSE OPERATOR-MASTER-FILE.
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

      *the utility holds the lock itself for the whole copy or
      *reload, the same way the batch does.
       1600-TAKE-RUN-LOCK.
           PERFORM 1250-READ-RUN-LOCK.
           IF RUN-LOCK-IS-HELD
               DISPLAY "Run lock taken by " WS-LK-PROGRAM
                   " (operator " WS-LK-OPERATOR ") - cancelled."
               SET RUN-LOCK-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "Unable to write run lock - status "
                   WS-LOCK-STATUS " - cancelled."
               SET RUN-LOCK-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "MASTBKUP" TO WS-LK-PROGRAM.
           MOVE WS-OPERATOR-ID TO WS-LK-OPERATOR.
           MOVE WS-TODAY-DATE TO WS-LK-DATE.
           MOVE WS-TODAY-TIME TO WS-LK-TIME.
           MOVE WS-LOCK-LINE TO RUN-LOCK-RECORD.
           WRITE RUN-LOCK-RECORD.
           CLOSE RUN-LOCK-FILE.
           MOVE "Y" TO WS-LOCK-TAKEN-SW.

      *an empty lock file is an open gate - truncating it releases
      *the lock.
       1650-RELEASE-RUN-LOCK.
           IF NOT RUN-LOCK-TAKEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RUN-LOCK-FILE.
           CLOSE RUN-LOCK-FILE.
           MOVE "N" TO WS-LOCK-TAKEN-SW.

      *generation numbers run on for ever; the slot a generation is
      *written to cycles 01 to WS-GENERATIONS-KEPT, so the new one
      *always lands on the oldest.
       3000-BACKUP-PROCESS.
           PERFORM 1600-TAKE-RUN-LOCK.
           IF RUN-LOCK-REFUSED
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-GENERATION = WS-LAST-GENERATION + 1.
           PERFORM 3050-SLOT-FOR-GENERATION.
           DISPLAY "Backing up to generation " WS-GENERATION
               " (slot " WS-SLOT ")".

           MOVE "     'MASSIVE' MASTER FILE BACKUP CONTROL REPORT"
               TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "     Generation " WS-GENERATION
               "  slot " WS-SLOT
               "  run " WS-TODAY-DATE " " WS-TODAY-TIME
               "  operator " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "  FILE      RESULT          RECORDS  "
               "FIRST KEY / LAST KEY"
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.

           MOVE "I" TO WS-MANIFEST-STATE.
           PERFORM 3700-WRITE-MANIFEST.
           IF FILE-ERROR
               DISPLAY "Unable to write manifest "
                   WS-MANIFEST-FILENAME " - status "
                   WS-MANIFEST-STATUS
               SET RUN-ABENDED TO TRUE
               PERFORM 1650-RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-FILE-SUB.
           PERFORM UNTIL WS-FILE-SUB >= WS-FILE-COUNT
               ADD 1 TO WS-FILE-SUB
               PERFORM 3100-BACKUP-ONE-FILE
           END-PERFORM.

           MOVE "C" TO WS-MANIFEST-STATE.
           PERFORM 3700-WRITE-MANIFEST.
           IF FILE-ERROR
               DISPLAY "Unable to complete manifest "
                   WS-MANIFEST-FILENAME " - status "
                   WS-MANIFEST-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM 3800-UPDATE-BACKUP-CONTROL
           END-IF.

           PERFORM 1650-RELEASE-RUN-LOCK.
           PERFORM 3900-PRINT-BACKUP-TOTALS.

           MOVE SPACES TO WS-AL-PATIENT-ID.
           MOVE SPACES TO WS-AL-CATEGORY.
           IF RUN-ABENDED
               STRING "BACKUP GEN " WS-GENERATION " FAILED"
                   DELIMITED BY SIZE INTO WS-AL-CATEGORY
           ELSE
               STRING "BACKUP GEN " WS-GENERATION " SLOT " WS-SLOT
                   DELIMITED BY SIZE INTO WS-AL-CATEGORY
           END-IF.
           PERFORM 1450-WRITE-AUDIT-LINE.

       3050-SLOT-FOR-GENERATION.
           COMPUTE WS-SLOT-DIVIDEND = WS-GENERATION - 1.
           DIVIDE WS-SLOT-DIVIDEND BY WS-GENERATIONS-KEPT
               GIVING WS-SLOT-QUOTIENT REMAINDER WS-SLOT.
           ADD 1 TO WS-SLOT.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING "MANIFEST.B" WS-SLOT DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME.

       3060-GEN-FILENAME.
           MOVE SPACES TO WS-GEN-FILENAME.
           STRING WS-FILE-NAME (WS-FILE-SUB) DELIMITED BY SPACE
               ".B" WS-SLOT DELIMITED BY SIZE
               INTO WS-GEN-FILENAME.

       3100-BACKUP-ONE-FILE.
           MOVE "B" TO WS-RS-STATE (WS-FILE-SUB).
           MOVE 0 TO WS-RS-COUNT (WS-FILE-SUB).
           MOVE SPACES TO WS-RS-LOW-KEY (WS-FILE-SUB).
           MOVE SPACES TO WS-RS-HIGH-KEY (WS-FILE-SUB).
           MOVE "N" TO WS-FILE-ERROR-SW.
           MOVE "N" TO WS-MASTER-MISSING-SW.

           PERFORM 3060-GEN-FILENAME.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "Unable to create " WS-GEN-FILENAME
                   " - status " WS-GEN-STATUS
               MOVE "E" TO WS-RS-STATE (WS-FILE-SUB)
               PERFORM 3150-REPORT-BACKUP-FILE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-FILE-SUB
               WHEN 1
                   PERFORM 3210-UNLOAD-PATMAST
               WHEN 2
                   PERFORM 3220-UNLOAD-PATHIST
               WHEN 3
                   PERFORM 3230-UNLOAD-OPERMAST
               WHEN 4
                   PERFORM 3240-UNLOAD-GOALMAST
               WHEN 5
                   PERFORM 3250-UNLOAD-RECALLMS
               WHEN 6
                   PERFORM 3260-UNLOAD-MERGEXRF
               WHEN 7
                   PERFORM 3270-UNLOAD-PEDREF
               WHEN 8
                   PERFORM 3280-UNLOAD-PATCONT
               WHEN 9
                   PERFORM 3290-UNLOAD-RECLTR
               WHEN 10
                   PERFORM 3300-UNLOAD-SUSPENSE
               WHEN 11
                   PERFORM 3310-UNLOAD-BATCHREG
           END-EVALUATE.

           CLOSE GENERATION-FILE.

           EVALUATE TRUE
               WHEN FILE-ERROR
                   MOVE "E" TO WS-RS-STATE (WS-FILE-SUB)
               WHEN MASTER-MISSING
                   MOVE "M" TO WS-RS-STATE (WS-FILE-SUB)
           END-EVALUATE.
           PERFORM 3150-REPORT-BACKUP-FILE.

       3150-REPORT-BACKUP-FILE.
           ADD 1 TO WS-TOT-FILES.
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-RF-FILE-NAME.
           MOVE WS-RS-COUNT (WS-FILE-SUB) TO WS-RF-COUNT.
           MOVE WS-RS-LOW-KEY (WS-FILE-SUB) TO WS-RF-LOW-KEY.
           MOVE WS-RS-HIGH-KEY (WS-FILE-SUB) TO WS-RK-HIGH-KEY.
           EVALUATE WS-RS-STATE (WS-FILE-SUB)
               WHEN "E"
                   MOVE "FAILED" TO WS-RF-RESULT
                   ADD 1 TO WS-TOT-FILES-FAILED
                   SET RUN-ABENDED TO TRUE
               WHEN "M"
                   MOVE "NOT ON DISK" TO WS-RF-RESULT
                   ADD 1 TO WS-TOT-FILES-MISSING
                   IF RUN-CLEAN
                       SET RUN-HAD-WARNINGS TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "COPIED" TO WS-RF-RESULT
                   ADD 1 TO WS-TOT-FILES-OK
                   ADD WS-RS-COUNT (WS-FILE-SUB) TO WS-TOT-RECORDS
           END-EVALUATE.
           MOVE WS-RPT-FILE-LINE TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           IF WS-RS-COUNT (WS-FILE-SUB) > 0
               MOVE WS-RPT-KEY-LINE TO BACKUP-REPORT-RECORD
               WRITE BACKUP-REPORT-RECORD
           END-IF.
           DISPLAY "  " WS-FILE-NAME (WS-FILE-SUB) " " WS-RF-RESULT
               " " WS-RF-COUNT.

      *one unload paragraph per master - each reads its file in key
      *order and hands every record image to 3500-PUT-IMAGE.
       3210-UNLOAD-PATMAST.
           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-PATMAST-STATUS NOT = "00"
               MOVE WS-PATMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PATIENT-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE PATIENT-MASTER-RECORD TO GENERATION-RECORD
                       MOVE PM-PATIENT-ID TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-PATMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER-FILE.

       3220-UNLOAD-PATHIST.
           OPEN INPUT PATIENT-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE WS-HIST-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PATIENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE PATIENT-HISTORY-RECORD
                           TO GENERATION-RECORD
                       MOVE HIST-KEY TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-HIST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PATIENT-HISTORY-FILE.

       3230-UNLOAD-OPERMAST.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               MOVE WS-OPERMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE OPERATOR-MASTER-RECORD
                           TO GENERATION-RECORD
                       MOVE OM-OPERATOR-ID TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-OPERMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

       3240-UNLOAD-GOALMAST.
           OPEN INPUT GOAL-MASTER-FILE.
           IF WS-GOALMAST-STATUS NOT = "00"
               MOVE WS-GOALMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ GOAL-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE GOAL-MASTER-RECORD TO GENERATION-RECORD
                       MOVE GL-PATIENT-ID TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-GOALMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE GOAL-MASTER-FILE.

       3250-UNLOAD-RECALLMS.
           OPEN INPUT RECALL-MASTER-FILE.
           IF WS-RECMAST-STATUS NOT = "00"
               MOVE WS-RECMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ RECALL-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE RECALL-MASTER-RECORD TO GENERATION-RECORD
                       MOVE RM-KEY TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-RECMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE RECALL-MASTER-FILE.

       3260-UNLOAD-MERGEXRF.
           OPEN INPUT MERGE-XREF-FILE.
           IF WS-MERGEXRF-STATUS NOT = "00"
               MOVE WS-MERGEXRF-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ MERGE-XREF-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE MERGE-XREF-RECORD TO GENERATION-RECORD
                       MOVE MX-LOSER-ID TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-MERGEXRF-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE MERGE-XREF-FILE.

       3270-UNLOAD-PEDREF.
           OPEN INPUT PEDIATRIC-REF-FILE.
           IF WS-PEDREF-STATUS NOT = "00"
               MOVE WS-PEDREF-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PEDIATRIC-REF-FILE
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE PEDIATRIC-REF-RECORD TO GENERATION-RECORD
                       MOVE PR-BAND-KEY TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-PEDREF-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PEDIATRIC-REF-FILE.

       3280-UNLOAD-PATCONT.
           OPEN INPUT PATIENT-CONTACT-FILE.
           IF WS-PATCONT-STATUS NOT = "00"
               MOVE WS-PATCONT-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PATIENT-CONTACT-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE PATIENT-CONTACT-RECORD
                           TO GENERATION-RECORD
                       MOVE PC-PATIENT-ID TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-PATCONT-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PATIENT-CONTACT-FILE.

       3290-UNLOAD-RECLTR.
           OPEN INPUT LETTER-LOG-FILE.
           IF WS-LETLOG-STATUS NOT = "00"
               MOVE WS-LETLOG-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ LETTER-LOG-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE LETTER-LOG-RECORD TO GENERATION-RECORD
                       MOVE LL-KEY TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-LETLOG-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE LETTER-LOG-FILE.

       3300-UNLOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               MOVE WS-SUSPENSE-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE SUSPENSE-RECORD TO GENERATION-RECORD
                       MOVE SP-KEY TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-SUSPENSE-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       3310-UNLOAD-BATCHREG.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-BATCHREG-STATUS NOT = "00"
               MOVE WS-BATCHREG-STATUS TO WS-OPEN-STATUS
               PERFORM 3450-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ BATCH-REGISTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE BATCH-REGISTER-RECORD
                           TO GENERATION-RECORD
                       MOVE BR-KEY TO WS-IMAGE-KEY
                       PERFORM 3500-PUT-IMAGE
               END-READ
               MOVE WS-BATCHREG-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE BATCH-REGISTER-FILE.

      *a master that has never been created (nobody has used that
      *part of the system yet) is noted, not failed - the manifest
      *says so and restore leaves that file alone.
       3450-MASTER-NOT-OPENED.
           IF WS-OPEN-STATUS = "35"
               MOVE "Y" TO WS-MASTER-MISSING-SW
           ELSE
               DISPLAY "Unable to open " WS-FILE-NAME (WS-FILE-SUB)
                   " - status " WS-OPEN-STATUS
               MOVE "Y" TO WS-FILE-ERROR-SW
           END-IF.

      *masters are read in ascending key order, so the first key
      *copied is the low end of the range and the last the high.
       3500-PUT-IMAGE.
           WRITE GENERATION-RECORD.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "Write to " WS-GEN-FILENAME
                   " failed - status " WS-GEN-STATUS
               MOVE "Y" TO WS-FILE-ERROR-SW
               SET MASTER-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RS-COUNT (WS-FILE-SUB).
           IF WS-RS-COUNT (WS-FILE-SUB) = 1
               MOVE WS-IMAGE-KEY TO WS-RS-LOW-KEY (WS-FILE-SUB)
           END-IF.
           MOVE WS-IMAGE-KEY TO WS-RS-HIGH-KEY (WS-FILE-SUB).

      *a read that is neither good nor end of file stops the copy of
      *that master - a partial copy must not pass as a backup.
       3550-CHECK-MASTER-READ.
           IF MASTER-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-IO-CLASS NOT = "0"
               DISPLAY "Read error on " WS-FILE-NAME (WS-FILE-SUB)
                   " - status " WS-IO-STATUS
               MOVE "Y" TO WS-FILE-ERROR-SW
               SET MASTER-EOF TO TRUE
           END-IF.

      *written twice per backup - state I before the copy starts and
      *state C, with every file's count and key range, at the end.
       3700-WRITE-MANIFEST.
           MOVE "N" TO WS-FILE-ERROR-SW.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-ERROR-SW
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MF-LINE.
           MOVE "HDR" TO WS-MH-TYPE.
           MOVE WS-GENERATION TO WS-MH-GENERATION.
           MOVE WS-TODAY-DATE TO WS-MH-DATE.
           MOVE WS-TODAY-TIME TO WS-MH-TIME.
           MOVE WS-OPERATOR-ID TO WS-MH-OPERATOR.
           MOVE WS-MANIFEST-STATE TO WS-MH-STATE.
           MOVE WS-MF-LINE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

           IF WS-MANIFEST-STATE = "C"
               MOVE 0 TO WS-FILE-SUB
               PERFORM UNTIL WS-FILE-SUB >= WS-FILE-COUNT
                   ADD 1 TO WS-FILE-SUB
                   MOVE SPACES TO WS-MF-LINE
                   MOVE "FIL" TO WS-MD-TYPE
                   MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-MD-FILE-NAME
                   MOVE WS-RS-STATE (WS-FILE-SUB) TO WS-MD-STATE
                   MOVE WS-RS-COUNT (WS-FILE-SUB) TO WS-MD-COUNT
                   MOVE WS-RS-LOW-KEY (WS-FILE-SUB) TO WS-MD-LOW-KEY
                   MOVE WS-RS-HIGH-KEY (WS-FILE-SUB)
                       TO WS-MD-HIGH-KEY
                   MOVE WS-MF-LINE TO MANIFEST-RECORD
                   WRITE MANIFEST-RECORD
               END-PERFORM
           END-IF.

           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-ERROR-SW
           END-IF.
           CLOSE MANIFEST-FILE.

       3800-UPDATE-BACKUP-CONTROL.
           OPEN OUTPUT BACKUP-CONTROL-FILE.
           IF WS-BKCTL-STATUS NOT = "00"
               DISPLAY "WARNING: unable to update BKCTL.DAT - status "
                   WS-BKCTL-STATUS
               DISPLAY "The next backup will reuse generation "
                   WS-GENERATION "."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BACKUP-CONTROL-RECORD.
           MOVE WS-GENERATION TO CT-LAST-GENERATION.
           MOVE WS-TODAY-DATE TO CT-LAST-DATE.
           MOVE WS-TODAY-TIME TO CT-LAST-TIME.
           WRITE BACKUP-CONTROL-RECORD.
           CLOSE BACKUP-CONTROL-FILE.

       3900-PRINT-BACKUP-TOTALS.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "     Files copied " WS-TOT-FILES-OK
               "  not on disk " WS-TOT-FILES-MISSING
               "  failed " WS-TOT-FILES-FAILED
               "  records " WS-TOT-RECORDS
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           IF RUN-ABENDED
               STRING "     *** GENERATION INCOMPLETE - "
                   "DO NOT RELY ON IT ***"
                   DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           ELSE
               STRING "     Generation " WS-GENERATION
                   " complete - " WS-GENERATIONS-KEPT
                   " generations kept"
                   DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           END-IF.
           WRITE BACKUP-REPORT-RECORD.

           DISPLAY "Files copied " WS-TOT-FILES-OK
               ", not on disk " WS-TOT-FILES-MISSING
               ", failed " WS-TOT-FILES-FAILED.

      *restore: choose a generation from those on disk, then one
      *master or all of them. Each master is emptied and reloaded
      *from its generation file, then read back end to end and its
      *count and key range checked against the manifest.
       5000-RESTORE-PROCESS.
           PERFORM 5100-LIST-GENERATIONS.
           IF WS-SLOTS-FOUND = 0
               DISPLAY "No backup generations on disk."
               SET RUN-INPUT-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Generation to restore:".
           ACCEPT WS-RESTORE-GENERATION.
           IF WS-RESTORE-GENERATION NOT NUMERIC
               OR WS-RESTORE-GENERATION = 0
               DISPLAY "No generation given - cancelled."
               SET RUN-INPUT-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SLOT.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM UNTIL WS-FIND-SUB >= WS-GENERATIONS-KEPT
               ADD 1 TO WS-FIND-SUB
               IF WS-SL-GENERATION (WS-FIND-SUB)
                   = WS-RESTORE-GENERATION
                   MOVE WS-FIND-SUB TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = 0
               DISPLAY "Generation " WS-RESTORE-GENERATION
                   " is not on disk - cancelled."
               SET RUN-INPUT-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SL-STATE (WS-SLOT) NOT = "C"
               DISPLAY "Generation " WS-RESTORE-GENERATION
                   " was never completed - it cannot be restored."
               SET RUN-ABENDED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 5200-LOAD-MANIFEST.
           IF WS-MANIFEST-GENERATION NOT = WS-RESTORE-GENERATION
               DISPLAY "Manifest " WS-MANIFEST-FILENAME
                   " no longer matches generation "
                   WS-RESTORE-GENERATION " - cancelled."
               SET RUN-ABENDED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Master to restore (e.g. PATMAST) or ALL:".
           ACCEPT WS-RESTORE-CHOICE.
           INSPECT WS-RESTORE-CHOICE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-RESTORE-ALL-SW.
           MOVE 0 TO WS-FIND-SUB.
           IF WS-RESTORE-CHOICE = "ALL"
               MOVE "Y" TO WS-RESTORE-ALL-SW
           ELSE
               PERFORM 5150-FIND-FILE-NAME
               IF WS-FIND-SUB = 0
                   DISPLAY "No master called " WS-RESTORE-CHOICE
                       " is backed up - cancelled."
                   SET RUN-INPUT-MISSING TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "This replaces the live file(s) with generation "
               WS-RESTORE-GENERATION.
           DISPLAY "taken " WS-MANIFEST-DATE " " WS-MANIFEST-TIME
               ". Anything changed since then is lost.".
           DISPLAY "Continue (Y/N)?".
           ACCEPT WS-CONFIRM.
           INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Cancelled - nothing restored."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 1600-TAKE-RUN-LOCK.
           IF RUN-LOCK-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE "     'MASSIVE' MASTER FILE RESTORE CONTROL REPORT"
               TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "     Generation " WS-RESTORE-GENERATION
               " of " WS-MANIFEST-DATE " " WS-MANIFEST-TIME
               "  restored " WS-TODAY-DATE
               "  by " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "  FILE      RESULT          RECORDS  "
               "FIRST KEY / LAST KEY"
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.

           IF RESTORE-ALL
               MOVE 0 TO WS-FILE-SUB
               PERFORM UNTIL WS-FILE-SUB >= WS-FILE-COUNT
                   ADD 1 TO WS-FILE-SUB
                   PERFORM 5300-RESTORE-ONE-FILE
               END-PERFORM
           ELSE
               MOVE WS-FIND-SUB TO WS-FILE-SUB
               PERFORM 5300-RESTORE-ONE-FILE
           END-IF.

           PERFORM 1650-RELEASE-RUN-LOCK.
           PERFORM 5900-PRINT-RESTORE-TOTALS.

      *reads the header of each slot's manifest to show what is on
      *hand.
       5100-LIST-GENERATIONS.
           MOVE 0 TO WS-SLOTS-FOUND.
           DISPLAY "Backup generations on disk:".
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT >= WS-GENERATIONS-KEPT
               ADD 1 TO WS-SLOT
               MOVE 0 TO WS-SL-GENERATION (WS-SLOT)
               MOVE SPACE TO WS-SL-STATE (WS-SLOT)
               MOVE 0 TO WS-SL-DATE (WS-SLOT)
               MOVE SPACES TO WS-MANIFEST-FILENAME
               STRING "MANIFEST.B" WS-SLOT DELIMITED BY SIZE
                   INTO WS-MANIFEST-FILENAME
               PERFORM 5120-READ-MANIFEST-HEADER
           END-PERFORM.

       5120-READ-MANIFEST-HEADER.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ MANIFEST-FILE
               AT END
                   MOVE SPACES TO WS-MF-LINE
               NOT AT END
                   MOVE MANIFEST-RECORD TO WS-MF-LINE
           END-READ.
           CLOSE MANIFEST-FILE.
           IF WS-MH-TYPE NOT = "HDR"
               OR WS-MH-GENERATION NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SLOTS-FOUND.
           MOVE WS-MH-GENERATION TO WS-SL-GENERATION (WS-SLOT).
           MOVE WS-MH-STATE TO WS-SL-STATE (WS-SLOT).
           MOVE WS-MH-DATE TO WS-SL-DATE (WS-SLOT).
           IF MANIFEST-COMPLETE
               DISPLAY "  generation " WS-MH-GENERATION
                   "  taken " WS-MH-DATE " " WS-MH-TIME
                   "  by " WS-MH-OPERATOR
           ELSE
               DISPLAY "  generation " WS-MH-GENERATION
                   "  taken " WS-MH-DATE " " WS-MH-TIME
                   "  INCOMPLETE"
           END-IF.

       5150-FIND-FILE-NAME.
           MOVE 0 TO WS-FIND-SUB.
           MOVE 0 TO WS-FILE-SUB.
           PERFORM UNTIL WS-FILE-SUB >= WS-FILE-COUNT
               ADD 1 TO WS-FILE-SUB
               IF WS-FILE-NAME (WS-FILE-SUB) = WS-RESTORE-CHOICE
                   MOVE WS-FILE-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.

      *the manifest's per-file lines go into the result table by
      *file name. A master with no line (the generation predates
      *it) is left blank and restore skips it.
       5200-LOAD-MANIFEST.
           MOVE 0 TO WS-FILE-SUB.
           PERFORM UNTIL WS-FILE-SUB >= WS-FILE-COUNT
               ADD 1 TO WS-FILE-SUB
               MOVE SPACE TO WS-RS-STATE (WS-FILE-SUB)
               MOVE 0 TO WS-RS-COUNT (WS-FILE-SUB)
               MOVE SPACES TO WS-RS-LOW-KEY (WS-FILE-SUB)
               MOVE SPACES TO WS-RS-HIGH-KEY (WS-FILE-SUB)
           END-PERFORM.
           MOVE 0 TO WS-MANIFEST-GENERATION.

           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING "MANIFEST.B" WS-SLOT DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MANIFEST-EOF-SW.
           PERFORM UNTIL MANIFEST-EOF
               READ MANIFEST-FILE
                   AT END
                       SET MANIFEST-EOF TO TRUE
                   NOT AT END
                       MOVE MANIFEST-RECORD TO WS-MF-LINE
                       PERFORM 5250-TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

       5250-TAKE-MANIFEST-LINE.
           IF WS-MH-TYPE = "HDR"
               MOVE WS-MH-GENERATION TO WS-MANIFEST-GENERATION
               MOVE WS-MH-DATE TO WS-MANIFEST-DATE
               MOVE WS-MH-TIME TO WS-MANIFEST-TIME
               EXIT PARAGRAPH
           END-IF.
           IF WS-MD-TYPE NOT = "FIL"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MD-FILE-NAME TO WS-RESTORE-CHOICE.
           PERFORM 5150-FIND-FILE-NAME.
           IF WS-FIND-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MD-STATE TO WS-RS-STATE (WS-FIND-SUB).
           MOVE WS-MD-COUNT TO WS-RS-COUNT (WS-FIND-SUB).
           MOVE WS-MD-LOW-KEY TO WS-RS-LOW-KEY (WS-FIND-SUB).
           MOVE WS-MD-HIGH-KEY TO WS-RS-HIGH-KEY (WS-FIND-SUB).

      *a master that was not on disk or failed at backup time is not
      *touched - restoring it would only wipe the live file.
       5300-RESTORE-ONE-FILE.
           ADD 1 TO WS-TOT-FILES.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-LOAD-ERRORS.
           MOVE 0 TO WS-VERIFY-COUNT.
           MOVE SPACES TO WS-VERIFY-LOW-KEY.
           MOVE SPACES TO WS-VERIFY-HIGH-KEY.
           MOVE "N" TO WS-FILE-ERROR-SW.

           EVALUATE WS-RS-STATE (WS-FILE-SUB)
               WHEN "B"
                   CONTINUE
               WHEN "M"
               WHEN SPACE
                   MOVE "NOT BACKED UP" TO WS-RESULT-WORD
                   ADD 1 TO WS-TOT-FILES-MISSING
                   PERFORM 5800-REPORT-RESTORE-FILE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "NO GOOD COPY" TO WS-RESULT-WORD
                   ADD 1 TO WS-TOT-FILES-FAILED
                   SET RUN-ABENDED TO TRUE
                   PERFORM 5800-REPORT-RESTORE-FILE
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 3060-GEN-FILENAME.
           OPEN INPUT GENERATION-FILE.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-GEN-FILENAME
                   " - status " WS-GEN-STATUS
               MOVE "NO GOOD COPY" TO WS-RESULT-WORD
               ADD 1 TO WS-TOT-FILES-FAILED
               SET RUN-ABENDED TO TRUE
               PERFORM 5800-REPORT-RESTORE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-GEN-EOF-SW.

           EVALUATE WS-FILE-SUB
               WHEN 1
                   PERFORM 5510-RELOAD-PATMAST
               WHEN 2
                   PERFORM 5520-RELOAD-PATHIST
               WHEN 3
                   PERFORM 5530-RELOAD-OPERMAST
               WHEN 4
                   PERFORM 5540-RELOAD-GOALMAST
               WHEN 5
                   PERFORM 5550-RELOAD-RECALLMS
               WHEN 6
                   PERFORM 5560-RELOAD-MERGEXRF
               WHEN 7
                   PERFORM 5570-RELOAD-PEDREF
               WHEN 8
                   PERFORM 5580-RELOAD-PATCONT
               WHEN 9
                   PERFORM 5590-RELOAD-RECLTR
               WHEN 10
                   PERFORM 5600-RELOAD-SUSPENSE
               WHEN 11
                   PERFORM 5610-RELOAD-BATCHREG
           END-EVALUATE.

           CLOSE GENERATION-FILE.

           IF NOT FILE-ERROR
               AND WS-LOAD-ERRORS = 0
               AND WS-LOADED-COUNT = WS-RS-COUNT (WS-FILE-SUB)
               AND WS-VERIFY-COUNT = WS-RS-COUNT (WS-FILE-SUB)
               AND WS-VERIFY-LOW-KEY = WS-RS-LOW-KEY (WS-FILE-SUB)
               AND WS-VERIFY-HIGH-KEY = WS-RS-HIGH-KEY (WS-FILE-SUB)
               MOVE "VERIFIED" TO WS-RESULT-WORD
               ADD 1 TO WS-TOT-FILES-OK
               ADD WS-VERIFY-COUNT TO WS-TOT-RECORDS
           ELSE
               MOVE "MISMATCH" TO WS-RESULT-WORD
               ADD 1 TO WS-TOT-FILES-FAILED
               SET RUN-ABENDED TO TRUE
           END-IF.
           PERFORM 5800-REPORT-RESTORE-FILE.

      *one reload paragraph per master - empty the file, write back
      *every image from the generation file, then read the result
      *back in key order for the verify.
       5510-RELOAD-PATMAST.
           OPEN OUTPUT PATIENT-MASTER-FILE.
           IF WS-PATMAST-STATUS NOT = "00"
               MOVE WS-PATMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO PATIENT-MASTER-RECORD
               WRITE PATIENT-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE PATIENT-MASTER-FILE.

           OPEN INPUT PATIENT-MASTER-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PATIENT-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE PM-PATIENT-ID TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-PATMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PATIENT-MASTER-FILE.

       5520-RELOAD-PATHIST.
           OPEN OUTPUT PATIENT-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE WS-HIST-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO PATIENT-HISTORY-RECORD
               WRITE PATIENT-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE PATIENT-HISTORY-FILE.

           OPEN INPUT PATIENT-HISTORY-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PATIENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE HIST-KEY TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-HIST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PATIENT-HISTORY-FILE.

       5530-RELOAD-OPERMAST.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               MOVE WS-OPERMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO OPERATOR-MASTER-RECORD
               WRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

           OPEN INPUT OPERATOR-MASTER-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE OM-OPERATOR-ID TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-OPERMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

       5540-RELOAD-GOALMAST.
           OPEN OUTPUT GOAL-MASTER-FILE.
           IF WS-GOALMAST-STATUS NOT = "00"
               MOVE WS-GOALMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO GOAL-MASTER-RECORD
               WRITE GOAL-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE GOAL-MASTER-FILE.

           OPEN INPUT GOAL-MASTER-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ GOAL-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE GL-PATIENT-ID TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-GOALMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE GOAL-MASTER-FILE.

       5550-RELOAD-RECALLMS.
           OPEN OUTPUT RECALL-MASTER-FILE.
           IF WS-RECMAST-STATUS NOT = "00"
               MOVE WS-RECMAST-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO RECALL-MASTER-RECORD
               WRITE RECALL-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE RECALL-MASTER-FILE.

           OPEN INPUT RECALL-MASTER-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ RECALL-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE RM-KEY TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-RECMAST-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE RECALL-MASTER-FILE.

       5560-RELOAD-MERGEXRF.
           OPEN OUTPUT MERGE-XREF-FILE.
           IF WS-MERGEXRF-STATUS NOT = "00"
               MOVE WS-MERGEXRF-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO MERGE-XREF-RECORD
               WRITE MERGE-XREF-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE MERGE-XREF-FILE.

           OPEN INPUT MERGE-XREF-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ MERGE-XREF-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE MX-LOSER-ID TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-MERGEXRF-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE MERGE-XREF-FILE.

      *PEDREF.DAT is line sequential - no key to reject a write, so
      *only the file status is checked.
       5570-RELOAD-PEDREF.
           OPEN OUTPUT PEDIATRIC-REF-FILE.
           IF WS-PEDREF-STATUS NOT = "00"
               MOVE WS-PEDREF-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO PEDIATRIC-REF-RECORD
               WRITE PEDIATRIC-REF-RECORD
               IF WS-PEDREF-STATUS = "00"
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-ERRORS
               END-IF
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE PEDIATRIC-REF-FILE.

           OPEN INPUT PEDIATRIC-REF-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PEDIATRIC-REF-FILE
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE PR-BAND-KEY TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-PEDREF-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PEDIATRIC-REF-FILE.

       5580-RELOAD-PATCONT.
           OPEN OUTPUT PATIENT-CONTACT-FILE.
           IF WS-PATCONT-STATUS NOT = "00"
               MOVE WS-PATCONT-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO PATIENT-CONTACT-RECORD
               WRITE PATIENT-CONTACT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE PATIENT-CONTACT-FILE.

           OPEN INPUT PATIENT-CONTACT-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ PATIENT-CONTACT-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE PC-PATIENT-ID TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-PATCONT-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE PATIENT-CONTACT-FILE.

       5590-RELOAD-RECLTR.
           OPEN OUTPUT LETTER-LOG-FILE.
           IF WS-LETLOG-STATUS NOT = "00"
               MOVE WS-LETLOG-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO LETTER-LOG-RECORD
               WRITE LETTER-LOG-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE LETTER-LOG-FILE.

           OPEN INPUT LETTER-LOG-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ LETTER-LOG-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE LL-KEY TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-LETLOG-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE LETTER-LOG-FILE.

       5600-RELOAD-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               MOVE WS-SUSPENSE-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

           OPEN INPUT SUSPENSE-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE SP-KEY TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-SUSPENSE-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       5610-RELOAD-BATCHREG.
           OPEN OUTPUT BATCH-REGISTER-FILE.
           IF WS-BATCHREG-STATUS NOT = "00"
               MOVE WS-BATCHREG-STATUS TO WS-OPEN-STATUS
               PERFORM 5750-RELOAD-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5700-READ-IMAGE.
           PERFORM UNTIL GEN-EOF
               MOVE GENERATION-RECORD TO BATCH-REGISTER-RECORD
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
               PERFORM 5700-READ-IMAGE
           END-PERFORM.
           CLOSE BATCH-REGISTER-FILE.

           OPEN INPUT BATCH-REGISTER-FILE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           PERFORM UNTIL MASTER-EOF
               READ BATCH-REGISTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE BR-KEY TO WS-IMAGE-KEY
                       PERFORM 5720-COUNT-RELOADED
               END-READ
               MOVE WS-BATCHREG-STATUS TO WS-IO-STATUS
               PERFORM 3550-CHECK-MASTER-READ
           END-PERFORM.
           CLOSE BATCH-REGISTER-FILE.

       5700-READ-IMAGE.
           READ GENERATION-FILE
               AT END
                   SET GEN-EOF TO TRUE
           END-READ.
           IF NOT GEN-EOF
               AND WS-GEN-STATUS NOT = "00"
               DISPLAY "Read error on " WS-GEN-FILENAME
                   " - status " WS-GEN-STATUS
               MOVE "Y" TO WS-FILE-ERROR-SW
               SET GEN-EOF TO TRUE
           END-IF.

       5720-COUNT-RELOADED.
           ADD 1 TO WS-VERIFY-COUNT.
           IF WS-VERIFY-COUNT = 1
               MOVE WS-IMAGE-KEY TO WS-VERIFY-LOW-KEY
           END-IF.
           MOVE WS-IMAGE-KEY TO WS-VERIFY-HIGH-KEY.

      *the live master is untouched if it cannot be opened for
      *output, but the restore of it has still failed.
       5750-RELOAD-NOT-OPENED.
           DISPLAY "Unable to reload " WS-FILE-NAME (WS-FILE-SUB)
               " - status " WS-OPEN-STATUS.
           MOVE "Y" TO WS-FILE-ERROR-SW.

      *every master restored, or refused, is written to the audit
      *log against the supervisor.
       5800-REPORT-RESTORE-FILE.
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-RF-FILE-NAME.
           MOVE WS-RESULT-WORD TO WS-RF-RESULT.
           MOVE WS-VERIFY-COUNT TO WS-RF-COUNT.
           MOVE WS-VERIFY-LOW-KEY TO WS-RF-LOW-KEY.
           MOVE WS-VERIFY-HIGH-KEY TO WS-RK-HIGH-KEY.
           MOVE WS-RPT-FILE-LINE TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           IF WS-VERIFY-COUNT > 0
               MOVE WS-RPT-KEY-LINE TO BACKUP-REPORT-RECORD
               WRITE BACKUP-REPORT-RECORD
           END-IF.
           MOVE WS-RS-COUNT (WS-FILE-SUB) TO WS-RV-MANIFEST.
           MOVE WS-LOADED-COUNT TO WS-RV-LOADED.
           MOVE WS-VERIFY-COUNT TO WS-RV-ON-FILE.
           MOVE WS-LOAD-ERRORS TO WS-RV-REJECTED.
           MOVE WS-RPT-VERIFY-LINE TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           IF WS-RESULT-WORD = "MISMATCH"
               MOVE SPACES TO BACKUP-REPORT-RECORD
               STRING "              manifest keys "
                   WS-RS-LOW-KEY (WS-FILE-SUB)
                   DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
               WRITE BACKUP-REPORT-RECORD
               MOVE WS-RS-HIGH-KEY (WS-FILE-SUB) TO WS-RK-HIGH-KEY
               MOVE WS-RPT-KEY-LINE TO BACKUP-REPORT-RECORD
               WRITE BACKUP-REPORT-RECORD
           END-IF.

           DISPLAY "  " WS-FILE-NAME (WS-FILE-SUB) " " WS-RESULT-WORD
               " manifest " WS-RS-COUNT (WS-FILE-SUB)
               " on file " WS-VERIFY-COUNT.

           MOVE SPACES TO WS-AL-PATIENT-ID.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "RESTORE GEN " WS-RESTORE-GENERATION " "
               WS-FILE-NAME (WS-FILE-SUB) " " WS-RESULT-WORD
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

       5900-PRINT-RESTORE-TOTALS.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "     Files verified " WS-TOT-FILES-OK
               "  not backed up " WS-TOT-FILES-MISSING
               "  failed " WS-TOT-FILES-FAILED
               "  records " WS-TOT-RECORDS
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           IF WS-TOT-FILES-FAILED > 0
               MOVE SPACES TO BACKUP-REPORT-RECORD
               STRING "     *** RESTORE NOT VERIFIED - "
                   "SEE MISMATCHES ABOVE ***"
                   DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
               WRITE BACKUP-REPORT-RECORD
           END-IF.

           DISPLAY "Files verified " WS-TOT-FILES-OK
               ", not backed up " WS-TOT-FILES-MISSING
               ", failed " WS-TOT-FILES-FAILED.

       9000-TERMINATE.
           PERFORM 1650-RELEASE-RUN-LOCK.
           CLOSE AUDIT-LOG-FILE.
           CLOSE BACKUP-REPORT-FILE.
           DISPLAY "Return code " WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.

       END PROGRAM "MASTBKUP".
