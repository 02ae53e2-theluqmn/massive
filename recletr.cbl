      *recall letter print run. The desk phones everyone on the recall
      *worklist, but an unreachable patient - or one who has simply
      *not come back - carries forward day after day. This run writes
      *a recall letter for every unresolved recall on RECALLMS.DAT
      *that is marked unreachable or has gone unresolved longer than
      *a number of days given at the start of the run, addressed from
      *the contact file PATCONT.DAT. Recalls raised on a pediatric
      *category get the wording addressed to the parent or guardian.
      *Every letter sent is recorded on the letter log RECLTR.DAT
      *against the recall (patient ID and recall date) and the kind
      *of letter, so a later run never sends the same letter twice;
      *a recall that goes from overdue to unreachable gets the second
      *letter once. Letters go to RECLETR.TXT for printing, and a
      *control listing of letters sent and recalls that could not be
      *written to (no address, patient not on the master) goes to
      *RECLETRP.TXT. Any active operator may run it; each letter is
      *audited against the patient.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECLETR".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-MASTER-FILE ASSIGN TO "RECALLMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.

           SELECT PATIENT-CONTACT-FILE ASSIGN TO "PATCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PATIENT-ID
               FILE STATUS IS WS-PATCONT-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "RECLTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LETLOG-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT LETTER-FILE ASSIGN TO "RECLETR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT LETTER-LISTING-FILE ASSIGN TO "RECLETRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PATIENT-CONTACT-FILE.
       01  PATIENT-CONTACT-RECORD.
           05 PC-PATIENT-ID            PIC X(10).
           05 PC-ADDRESS-1             PIC X(30).
           05 PC-ADDRESS-2             PIC X(30).
           05 PC-TOWN                  PIC X(20).
           05 PC-POSTCODE              PIC X(10).
           05 PC-PHONE                 PIC X(15).
           05 PC-GUARDIAN-NAME         PIC X(30).
           05 PC-CHANGED-DATE          PIC 9(8).

      *one entry per letter sent - the recall it was sent for and the
      *kind of letter, (D) overdue or (U) unreachable.
       FD  LETTER-LOG-FILE.
       01  LETTER-LOG-RECORD.
           05 LL-KEY.
               10 LL-PATIENT-ID        PIC X(10).
               10 LL-RECALL-DATE       PIC 9(8).
               10 LL-LETTER-TYPE       PIC X.
                   88 LL-OVERDUE       VALUE "D".
                   88 LL-UNREACHABLE   VALUE "U".
           05 LL-SENT-DATE             PIC 9(8).
           05 LL-WORDING               PIC X.
               88 LL-TO-GUARDIAN       VALUE "G".
               88 LL-TO-PATIENT        VALUE "P".
           05 LL-OPERATOR-ID           PIC X(10).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID           PIC X(10).
           05 OM-NAME                  PIC X(30).
           05 OM-AUTH-LEVEL            PIC 9.
           05 OM-ACTIVE-FLAG           PIC X.
               88 OM-ACTIVE            VALUE "A".
               88 OM-DEACTIVATED       VALUE "D".

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD            PIC X(120).

      *system-wide run lock written by the nightly batch - see
      *BMICALCULATOR's 3030-TAKE-RUN-LOCK.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD             PIC X(40).

       FD  LETTER-FILE.
       01  LETTER-RECORD               PIC X(80).

       FD  LETTER-LISTING-FILE.
       01  LETTER-LISTING-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RECMAST-STATUS           PIC XX.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-PATCONT-STATUS           PIC XX.
       01  WS-LETLOG-STATUS            PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-LOCK-STATUS              PIC XX.
       01  WS-LETTER-STATUS            PIC XX.
       01  WS-LETRPT-STATUS            PIC XX.

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

      *a recall still unresolved after this many days gets a letter
      *when the run is not told otherwise.
       01  WS-DEFAULT-DAYS             PIC 9(3) VALUE 028.
       01  WS-LETTER-DAYS              PIC 9(3) VALUE 0.

       01  WS-TODAY-DAY                PIC 9(7) VALUE 0.
       01  WS-DAYS-OPEN                PIC S9(7) VALUE 0.

       01  WS-RECALL-EOF-SW            PIC X VALUE "N".
           88 RECALL-EOF               VALUE "Y".
       01  WS-RECORD-FOUND-SW          PIC X VALUE "N".
           88 RECORD-FOUND             VALUE "Y".

       01  WS-LETTER-TYPE              PIC X.
           88 LETTER-OVERDUE           VALUE "D".
           88 LETTER-UNREACHABLE       VALUE "U".
           88 LETTER-NOT-DUE           VALUE SPACE.
       01  WS-TYPE-WORD                PIC X(11).
       01  WS-GUARDIAN-SW              PIC X VALUE "N".
           88 TO-GUARDIAN              VALUE "Y".

      *recalls raised on a pediatric category carry the PEDI prefix.
       01  WS-RECALL-CATEGORY          PIC X(22).
       01  WS-RECALL-CATEGORY-VIEW REDEFINES WS-RECALL-CATEGORY.
           05 WS-RC-PREFIX             PIC X(5).
               88 PEDIATRIC-RECALL     VALUE "PEDI ".
           05 FILLER                   PIC X(17).

       01  WS-COUNT-DUE                PIC 9(5) VALUE 0.
       01  WS-COUNT-SENT               PIC 9(5) VALUE 0.
       01  WS-COUNT-GUARDIAN           PIC 9(5) VALUE 0.
       01  WS-COUNT-ALREADY            PIC 9(5) VALUE 0.
       01  WS-COUNT-NO-ADDRESS         PIC 9(5) VALUE 0.
       01  WS-COUNT-NO-PATIENT         PIC 9(5) VALUE 0.
       01  WS-COUNT-FAILED             PIC 9(5) VALUE 0.

       01  WS-LETTER-LINE              PIC X(80).
       01  WS-LETTER-INDENT            PIC X(35) VALUE SPACES.

       01  WS-LIST-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-LS-PATIENT-ID         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LS-RECALL-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LS-DAYS               PIC ZZZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LS-TYPE               PIC X(11).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LS-RESULT             PIC X(39).

      *the audit line layout written by BMICALCULATOR - letter notes
      *ride in the category column.
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

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' recall letter print run".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 1200-CHECK-RUN-LOCK.
           PERFORM 1300-OPERATOR-SIGN-ON.
           PERFORM 2000-ACCEPT-PARAMETERS.
           PERFORM 3000-SELECT-RECALLS.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           OPEN INPUT RECALL-MASTER-FILE.
           IF WS-RECMAST-STATUS NOT = "00"
               DISPLAY "Unable to open recall master RECALLMS.DAT"
                   " - status " WS-RECMAST-STATUS
               DISPLAY "Run a batch first to create it."
               STOP RUN
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-PATMAST-STATUS NOT = "00"
               DISPLAY "Unable to open PATMAST.DAT - status "
                   WS-PATMAST-STATUS
               CLOSE RECALL-MASTER-FILE
               STOP RUN
           END-IF.

           OPEN INPUT PATIENT-CONTACT-FILE.
           IF WS-PATCONT-STATUS NOT = "00"
               DISPLAY "Contact file PATCONT.DAT not available"
                   " (status " WS-PATCONT-STATUS ")"
               DISPLAY "Record addresses with PATMAINT or PATLOAD"
                   " first."
               CLOSE RECALL-MASTER-FILE
               CLOSE PATIENT-MASTER-FILE
               STOP RUN
           END-IF.

           OPEN I-O LETTER-LOG-FILE.
           IF WS-LETLOG-STATUS = "35"
               OPEN OUTPUT LETTER-LOG-FILE
               CLOSE LETTER-LOG-FILE
               OPEN I-O LETTER-LOG-FILE
           END-IF.
           IF WS-LETLOG-STATUS NOT = "00"
               DISPLAY "Unable to open letter log RECLTR.DAT -"
                   " status " WS-LETLOG-STATUS
               CLOSE RECALL-MASTER-FILE
               CLOSE PATIENT-MASTER-FILE
               CLOSE PATIENT-CONTACT-FILE
               STOP RUN
           END-IF.

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               DISPLAY "Operator master OPERMAST.DAT not available"
                   " (status " WS-OPERMAST-STATUS ")"
               DISPLAY "Set it up with OPERMNT. No one can sign on."
               CLOSE RECALL-MASTER-FILE
               CLOSE PATIENT-MASTER-FILE
               CLOSE PATIENT-CONTACT-FILE
               CLOSE LETTER-LOG-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *the nightly batch has the recall master open while it runs -
      *wait for it to finish. Clearing a lock left by an abend is a
      *supervisor job (PATMAINT, OPERMNT or HISTARCH), not desk work.
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

      *letters are desk work - any active operator may run them.
      *Every sign-on attempt goes to the audit log.
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
                           MOVE "SIGN-ON ACCEPTED (RECLETR)"
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

       2000-ACCEPT-PARAMETERS.
           DISPLAY "Letter for recalls unresolved more than how many"
               " days (0 for " WS-DEFAULT-DAYS "):".
           ACCEPT WS-LETTER-DAYS.
           IF WS-LETTER-DAYS NOT NUMERIC OR WS-LETTER-DAYS = 0
               MOVE WS-DEFAULT-DAYS TO WS-LETTER-DAYS
           END-IF.
           DISPLAY "Letters for recalls unresolved more than "
               WS-LETTER-DAYS " days, and all unreachable recalls.".

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT LETTER-LISTING-FILE.
           MOVE "     'MASSIVE' RECALL LETTER CONTROL LISTING"
               TO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.
           MOVE SPACES TO LETTER-LISTING-RECORD.
           STRING "     Run " WS-TODAY-DATE
               "  operator " WS-OPERATOR-ID
               "  overdue after " WS-LETTER-DAYS " days"
               DELIMITED BY SIZE INTO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.
           MOVE SPACES TO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.
           MOVE "  PATIENT    RECALLED  DAYS LETTER      RESULT"
               TO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.

       3000-SELECT-RECALLS.
           MOVE "N" TO WS-RECALL-EOF-SW.
           PERFORM UNTIL RECALL-EOF
               READ RECALL-MASTER-FILE NEXT RECORD
                   AT END
                       SET RECALL-EOF TO TRUE
                   NOT AT END
                       IF RM-UNRESOLVED
                           PERFORM 3100-CONSIDER-RECALL
                       END-IF
               END-READ
           END-PERFORM.

      *unreachable takes precedence: a recall both overdue and
      *unreachable gets the unreachable letter.
       3100-CONSIDER-RECALL.
           COMPUTE WS-DAYS-OPEN =
               WS-TODAY-DAY - FUNCTION INTEGER-OF-DATE (RM-DATE).
           EVALUATE TRUE
               WHEN RM-UNREACHABLE
                   SET LETTER-UNREACHABLE TO TRUE
                   MOVE "UNREACHABLE" TO WS-TYPE-WORD
               WHEN WS-DAYS-OPEN > WS-LETTER-DAYS
                   SET LETTER-OVERDUE TO TRUE
                   MOVE "OVERDUE" TO WS-TYPE-WORD
               WHEN OTHER
                   SET LETTER-NOT-DUE TO TRUE
           END-EVALUATE.
           IF LETTER-NOT-DUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-DUE.

           MOVE RM-PATIENT-ID TO LL-PATIENT-ID.
           MOVE RM-DATE TO LL-RECALL-DATE.
           MOVE WS-LETTER-TYPE TO LL-LETTER-TYPE.
           READ LETTER-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-ALREADY
                   EXIT PARAGRAPH
           END-READ.

           MOVE "N" TO WS-RECORD-FOUND-SW.
           MOVE RM-PATIENT-ID TO PM-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND-SW
           END-READ.
           IF NOT RECORD-FOUND
               ADD 1 TO WS-COUNT-NO-PATIENT
               MOVE "NOT SENT - patient not on master"
                   TO WS-LS-RESULT
               PERFORM 3900-LIST-RECALL
               EXIT PARAGRAPH
           END-IF.
           IF PM-DEACTIVATED
               ADD 1 TO WS-COUNT-NO-PATIENT
               MOVE "NOT SENT - patient deactivated"
                   TO WS-LS-RESULT
               PERFORM 3900-LIST-RECALL
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RECORD-FOUND-SW.
           MOVE RM-PATIENT-ID TO PC-PATIENT-ID.
           READ PATIENT-CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND-SW
           END-READ.
           IF NOT RECORD-FOUND OR PC-ADDRESS-1 = SPACES
               ADD 1 TO WS-COUNT-NO-ADDRESS
               MOVE "NOT SENT - no address on file"
                   TO WS-LS-RESULT
               PERFORM 3900-LIST-RECALL
               EXIT PARAGRAPH
           END-IF.

           MOVE RM-CATEGORY TO WS-RECALL-CATEGORY.
           IF PEDIATRIC-RECALL
               MOVE "Y" TO WS-GUARDIAN-SW
           ELSE
               MOVE "N" TO WS-GUARDIAN-SW
           END-IF.

      *the log entry goes first - if it cannot be written the letter
      *is not printed, so a rerun will pick the recall up again.
           MOVE RM-PATIENT-ID TO LL-PATIENT-ID.
           MOVE RM-DATE TO LL-RECALL-DATE.
           MOVE WS-LETTER-TYPE TO LL-LETTER-TYPE.
           MOVE WS-TODAY-DATE TO LL-SENT-DATE.
           IF TO-GUARDIAN
               SET LL-TO-GUARDIAN TO TRUE
           ELSE
               SET LL-TO-PATIENT TO TRUE
           END-IF.
           MOVE WS-OPERATOR-ID TO LL-OPERATOR-ID.
           WRITE LETTER-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-FAILED
                   MOVE SPACES TO WS-LS-RESULT
                   STRING "NOT SENT - log write status "
                       WS-LETLOG-STATUS
                       DELIMITED BY SIZE INTO WS-LS-RESULT
                   PERFORM 3900-LIST-RECALL
                   EXIT PARAGRAPH
           END-WRITE.

           PERFORM 4000-WRITE-LETTER.
           ADD 1 TO WS-COUNT-SENT.
           IF TO-GUARDIAN
               ADD 1 TO WS-COUNT-GUARDIAN
               MOVE "SENT - to parent or guardian" TO WS-LS-RESULT
           ELSE
               MOVE "SENT - to patient" TO WS-LS-RESULT
           END-IF.
           PERFORM 3900-LIST-RECALL.

           MOVE RM-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING "LETTER SENT " WS-TYPE-WORD " " RM-DATE
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

       3900-LIST-RECALL.
           MOVE RM-PATIENT-ID TO WS-LS-PATIENT-ID.
           MOVE RM-DATE TO WS-LS-RECALL-DATE.
           MOVE WS-DAYS-OPEN TO WS-LS-DAYS.
           MOVE WS-TYPE-WORD TO WS-LS-TYPE.
           MOVE WS-LIST-LINE TO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.

      *one letter, ready for a window envelope. Each letter ends with
      *a cut line so the print room can separate them.
       4000-WRITE-LETTER.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING WS-LETTER-INDENT "'MASSIVE' BMI SCREENING"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING WS-LETTER-INDENT "Clinic " PM-HOME-CLINIC
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING WS-LETTER-INDENT "Date   " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.

           EVALUATE TRUE
               WHEN TO-GUARDIAN AND PC-GUARDIAN-NAME NOT = SPACES
                   MOVE PC-GUARDIAN-NAME TO WS-LETTER-LINE
                   PERFORM 4900-WRITE-LETTER-LINE
                   MOVE SPACES TO WS-LETTER-LINE
                   STRING "Parent or guardian of " PM-NAME
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM 4900-WRITE-LETTER-LINE
               WHEN TO-GUARDIAN
                   MOVE "The parent or guardian of" TO WS-LETTER-LINE
                   PERFORM 4900-WRITE-LETTER-LINE
                   MOVE PM-NAME TO WS-LETTER-LINE
                   PERFORM 4900-WRITE-LETTER-LINE
               WHEN OTHER
                   MOVE PM-NAME TO WS-LETTER-LINE
                   PERFORM 4900-WRITE-LETTER-LINE
           END-EVALUATE.
           MOVE PC-ADDRESS-1 TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           IF PC-ADDRESS-2 NOT = SPACES
               MOVE PC-ADDRESS-2 TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING PC-TOWN " " PC-POSTCODE
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Patient: " PM-NAME "  ID " RM-PATIENT-ID
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.

           MOVE SPACES TO WS-LETTER-LINE.
           EVALUATE TRUE
               WHEN TO-GUARDIAN AND PC-GUARDIAN-NAME NOT = SPACES
                   STRING "Dear " PC-GUARDIAN-NAME DELIMITED BY "  "
                       "," DELIMITED BY SIZE INTO WS-LETTER-LINE
               WHEN TO-GUARDIAN
                   MOVE "Dear parent or guardian," TO WS-LETTER-LINE
               WHEN OTHER
                   STRING "Dear " PM-NAME DELIMITED BY "  "
                       "," DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-EVALUATE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.

           IF TO-GUARDIAN
               PERFORM 4200-GUARDIAN-WORDING
           ELSE
               PERFORM 4100-PATIENT-WORDING
           END-IF.

           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "If an appointment has been made since this letter was"
               TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "printed, please disregard it." TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "Yours sincerely," TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "The recall desk" TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE ALL "- " TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.

       4100-PATIENT-WORDING.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "At your screening visit on " RM-DATE
               " your BMI result was recorded as"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING RM-CATEGORY DELIMITED BY "  "
               ", and the clinic asked to see you again to follow"
               " it up." DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           IF LETTER-UNREACHABLE
               MOVE "We have tried to reach you by telephone without"
                   TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
               MOVE "success." TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
           ELSE
               MOVE "We have not yet been able to arrange that"
                   TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
               MOVE "appointment." TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "Please contact your clinic to book a follow-up"
               TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "appointment at a time that suits you."
               TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.

       4200-GUARDIAN-WORDING.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "At your child's screening visit on " RM-DATE
               " the BMI-for-age"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "result was recorded as " RM-CATEGORY
               DELIMITED BY "  " "," DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "and the clinic asked to see your child again to"
               TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "follow it up." TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           IF LETTER-UNREACHABLE
               MOVE "We have tried to reach you by telephone without"
                   TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
               MOVE "success." TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
           ELSE
               MOVE "We have not yet been able to arrange that"
                   TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
               MOVE "appointment." TO WS-LETTER-LINE
               PERFORM 4900-WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "Please contact your clinic to book a follow-up"
               TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.
           MOVE "appointment for your child at a time that suits you."
               TO WS-LETTER-LINE.
           PERFORM 4900-WRITE-LETTER-LINE.

       4900-WRITE-LETTER-LINE.
           MOVE WS-LETTER-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.

       8000-PRINT-TOTALS.
           MOVE SPACES TO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.
           MOVE "Control totals" TO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.
           MOVE SPACES TO LETTER-LISTING-RECORD.
           STRING "  Due " WS-COUNT-DUE
               "  sent " WS-COUNT-SENT
               " (to guardian " WS-COUNT-GUARDIAN ")"
               "  already sent " WS-COUNT-ALREADY
               DELIMITED BY SIZE INTO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.
           MOVE SPACES TO LETTER-LISTING-RECORD.
           STRING "  No address " WS-COUNT-NO-ADDRESS
               "  no patient " WS-COUNT-NO-PATIENT
               "  failed " WS-COUNT-FAILED
               DELIMITED BY SIZE INTO LETTER-LISTING-RECORD.
           WRITE LETTER-LISTING-RECORD.
           CLOSE LETTER-FILE.
           CLOSE LETTER-LISTING-FILE.

           DISPLAY "Letters due    : " WS-COUNT-DUE.
           DISPLAY "Letters sent   : " WS-COUNT-SENT.
           DISPLAY "  to guardian  : " WS-COUNT-GUARDIAN.
           DISPLAY "Already sent   : " WS-COUNT-ALREADY.
           DISPLAY "No address     : " WS-COUNT-NO-ADDRESS.
           DISPLAY "No patient     : " WS-COUNT-NO-PATIENT.
           DISPLAY "Failed         : " WS-COUNT-FAILED.
           DISPLAY "Letters written to RECLETR.TXT,"
               " listing to RECLETRP.TXT".

       9000-TERMINATE.
           CLOSE RECALL-MASTER-FILE.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE PATIENT-CONTACT-FILE.
           CLOSE LETTER-LOG-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM "RECLETR".
