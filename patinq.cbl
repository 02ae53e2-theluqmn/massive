      *consolidated patient inquiry. One screen answers a phone query
      *that used to take PATMAINT, GOALMNT, RECALLMNT and BMITREND in
      *turn: given any patient ID - including one retired by PATMERGE,
      *which is followed through MERGEXRF.DAT to the surviving ID - it
      *shows the patient master demographics and active flag, the
      *contact details, the open goal, every recall still unresolved
      *with its outcome notes and any recall letters sent, and the
      *most recent screening visits with their categories. The
      *(P)rint action shows the same view and appends it to
      *PATINQ.TXT for the chart. Nothing is updated, so the inquiry
      *may run while the batch does. Any active operator may inquire;
      *sign-on attempts and every inquiry go to the audit log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PATINQ".
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

           SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MX-LOSER-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INQUIRY-PRINT-FILE ASSIGN TO "PATINQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

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

      *letters sent by RECLETR, one per recall and kind of letter.
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

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD.
           05 MX-LOSER-ID              PIC X(10).
           05 MX-SURVIVOR-ID           PIC X(10).
           05 MX-MERGE-DATE            PIC 9(8).
           05 MX-OPERATOR-ID           PIC X(10).

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

       FD  INQUIRY-PRINT-FILE.
       01  INQUIRY-PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-GOALMAST-STATUS          PIC XX.
       01  WS-RECMAST-STATUS           PIC XX.
       01  WS-XREF-STATUS              PIC XX.
       01  WS-PATCONT-STATUS           PIC XX.
       01  WS-LETLOG-STATUS            PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

      *the optional masters - an inquiry shows what there is.
       01  WS-HIST-OPEN-SW             PIC X VALUE "N".
           88 HIST-AVAILABLE           VALUE "Y".
       01  WS-GOALMAST-OPEN-SW         PIC X VALUE "N".
           88 GOALMAST-AVAILABLE       VALUE "Y".
       01  WS-RECMAST-OPEN-SW          PIC X VALUE "N".
           88 RECMAST-AVAILABLE        VALUE "Y".
       01  WS-XREF-OPEN-SW             PIC X VALUE "N".
           88 XREF-AVAILABLE           VALUE "Y".
       01  WS-PATCONT-OPEN-SW          PIC X VALUE "N".
           88 PATCONT-AVAILABLE        VALUE "Y".
       01  WS-LETLOG-OPEN-SW           PIC X VALUE "N".
           88 LETLOG-AVAILABLE         VALUE "Y".
       01  WS-PRINT-OPEN-SW            PIC X VALUE "N".
           88 PRINT-AVAILABLE          VALUE "Y".

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
           88 ACTION-INQUIRE           VALUE "I".
           88 ACTION-PRINT             VALUE "P".
           88 ACTION-EXIT              VALUE "X".

       01  WS-PRINTING-SW              PIC X VALUE "N".
           88 PRINTING-VIEW            VALUE "Y".

       01  WS-REQUESTED-ID             PIC X(10).
       01  WS-PATIENT-ID               PIC X(10).

      *merge chains are followed hop by hop; the limit only guards
      *against a cross-reference that loops back on itself.
       01  WS-HOP-COUNT                PIC 99 VALUE 0.
       01  WS-HOP-MAX                  PIC 99 VALUE 10.
       01  WS-XREF-EOF-SW              PIC X VALUE "N".
           88 XREF-DONE                VALUE "Y".

       01  WS-PATIENT-FOUND-SW         PIC X VALUE "N".
           88 PATIENT-FOUND            VALUE "Y".

       01  WS-LIST-EOF-SW              PIC X VALUE "N".
           88 LIST-DONE                VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(5) VALUE 0.
       01  WS-STATUS-WORD              PIC X(11).

      *the most recent visits, kept as a rolling window while the
      *patient's history is read oldest first.
       01  WS-VISIT-MAX                PIC 99 VALUE 10.
       01  WS-VISIT-COUNT              PIC 9(5) VALUE 0.
       01  WS-VISIT-KEPT               PIC 99 VALUE 0.
       01  WS-VISIT-TABLE.
           05 WS-VT-ENTRY OCCURS 10 TIMES.
               10 WS-VT-DATE           PIC 9(8).
               10 WS-VT-WEIGHT         PIC 999V99.
               10 WS-VT-HEIGHT         PIC 9V99.
               10 WS-VT-BMI            PIC 999V99.
               10 WS-VT-CATEGORY       PIC X(22).
               10 WS-VT-PERCENTILE     PIC 9(3).
       01  WS-VISIT-SUB                PIC 99 COMP VALUE 0.

       01  WS-RPT-WEIGHT               PIC ZZ9.99.
       01  WS-RPT-HEIGHT               PIC 9.99.
       01  WS-RPT-BMI                  PIC ZZ9.99.
       01  WS-RPT-GOAL                 PIC ZZ9.99.
       01  WS-RPT-COUNT                PIC ZZZZ9.

       01  WS-VIEW-LINE                PIC X(80).

       01  WS-VISIT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-VL-DATE               PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-VL-WEIGHT             PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-VL-HEIGHT             PIC 9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-VL-BMI                PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-VL-CATEGORY           PIC X(22).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-VL-PERCENTILE         PIC ZZ9.

      *the audit line layout written by BMICALCULATOR - inquiry notes
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
           DISPLAY "'Massive' patient inquiry".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 1300-OPERATOR-SIGN-ON.

           PERFORM UNTIL ACTION-EXIT
               DISPLAY " "
               DISPLAY "Action - (I)nquire (P)rint inquiry to"
               DISPLAY "PATINQ.TXT e(X)it:"
               ACCEPT WS-ACTION
               INSPECT WS-ACTION CONVERTING "ipx" TO "IPX"
               EVALUATE TRUE
                   WHEN ACTION-INQUIRE
                       MOVE "N" TO WS-PRINTING-SW
                       PERFORM 2500-INQUIRE
                   WHEN ACTION-PRINT
                       MOVE "Y" TO WS-PRINTING-SW
                       PERFORM 2500-INQUIRE
                   WHEN ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action - " WS-ACTION
               END-EVALUATE
           END-PERFORM.

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

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               DISPLAY "Operator master OPERMAST.DAT not available"
                   " (status " WS-OPERMAST-STATUS ")"
               DISPLAY "Set it up with OPERMNT. No one can sign on."
               CLOSE PATIENT-MASTER-FILE
               STOP RUN
           END-IF.

           OPEN INPUT PATIENT-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN-SW
           END-IF.
           OPEN INPUT GOAL-MASTER-FILE.
           IF WS-GOALMAST-STATUS = "00"
               MOVE "Y" TO WS-GOALMAST-OPEN-SW
           END-IF.
           OPEN INPUT RECALL-MASTER-FILE.
           IF WS-RECMAST-STATUS = "00"
               MOVE "Y" TO WS-RECMAST-OPEN-SW
           END-IF.
           OPEN INPUT MERGE-XREF-FILE.
           IF WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OPEN-SW
           END-IF.
           OPEN INPUT PATIENT-CONTACT-FILE.
           IF WS-PATCONT-STATUS = "00"
               MOVE "Y" TO WS-PATCONT-OPEN-SW
           END-IF.
           OPEN INPUT LETTER-LOG-FILE.
           IF WS-LETLOG-STATUS = "00"
               MOVE "Y" TO WS-LETLOG-OPEN-SW
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *any active operator may inquire - answering the phone is desk
      *work. Every attempt goes to the audit log.
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
                           MOVE "SIGN-ON ACCEPTED (PATINQ)"
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

       2000-ACCEPT-PATIENT-ID.
           DISPLAY "Enter patient ID:".
           ACCEPT WS-REQUESTED-ID.
           INSPECT WS-REQUESTED-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       2500-INQUIRE.
           PERFORM 2000-ACCEPT-PATIENT-ID.
           IF WS-REQUESTED-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           IF PRINTING-VIEW AND NOT PRINT-AVAILABLE
               OPEN EXTEND INQUIRY-PRINT-FILE
               IF WS-PRINT-STATUS = "35"
                   OPEN OUTPUT INQUIRY-PRINT-FILE
               END-IF
               IF WS-PRINT-STATUS = "00"
                   MOVE "Y" TO WS-PRINT-OPEN-SW
               ELSE
                   DISPLAY "Unable to open PATINQ.TXT - status "
                       WS-PRINT-STATUS " - showing on screen only"
                   MOVE "N" TO WS-PRINTING-SW
               END-IF
           END-IF.

           MOVE "========================================"
               TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "PATIENT INQUIRY  " WS-TODAY-DATE " " WS-TODAY-TIME
               "  by " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.

           PERFORM 2600-RESOLVE-MERGES.
           PERFORM 3000-SHOW-DEMOGRAPHICS.
           IF PATIENT-FOUND
               PERFORM 3100-SHOW-CONTACT
               PERFORM 3200-SHOW-GOAL
               PERFORM 3400-SHOW-RECALLS
               PERFORM 3600-SHOW-VISITS
           END-IF.

           MOVE SPACES TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           PERFORM 5000-AUDIT-INQUIRY.

      *a retired ID is replaced by its survivor, hop by hop, so an ID
      *merged into one that was itself later merged still lands on the
      *live record. Each hop is shown.
       2600-RESOLVE-MERGES.
           MOVE WS-REQUESTED-ID TO WS-PATIENT-ID.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE "N" TO WS-XREF-EOF-SW.
           IF NOT XREF-AVAILABLE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL XREF-DONE
               MOVE WS-PATIENT-ID TO MX-LOSER-ID
               READ MERGE-XREF-FILE
                   INVALID KEY
                       SET XREF-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOP-COUNT
                       MOVE SPACES TO WS-VIEW-LINE
                       STRING "Merged     : " MX-LOSER-ID " into "
                           MX-SURVIVOR-ID " on " MX-MERGE-DATE
                           " by " MX-OPERATOR-ID
                           DELIMITED BY SIZE INTO WS-VIEW-LINE
                       PERFORM 3900-EMIT-LINE
                       MOVE MX-SURVIVOR-ID TO WS-PATIENT-ID
                       IF WS-HOP-COUNT >= WS-HOP-MAX
                           MOVE "Merge chain too long - stopped here"
                               TO WS-VIEW-LINE
                           PERFORM 3900-EMIT-LINE
                           SET XREF-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3000-SHOW-DEMOGRAPHICS.
           MOVE "N" TO WS-PATIENT-FOUND-SW.
           MOVE WS-PATIENT-ID TO PM-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-VIEW-LINE
                   STRING "Patient " WS-PATIENT-ID
                       " is not on the patient master"
                       DELIMITED BY SIZE INTO WS-VIEW-LINE
                   PERFORM 3900-EMIT-LINE
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO WS-PATIENT-FOUND-SW.

           MOVE SPACES TO WS-VIEW-LINE.
           STRING "Patient ID : " PM-PATIENT-ID
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "Name       : " PM-NAME
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "Born       : " PM-DOB "   Sex : " PM-SEX
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "Home clinic: " PM-HOME-CLINIC
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF PM-DEACTIVATED
               MOVE "Status     : DEACTIVATED" TO WS-VIEW-LINE
           ELSE
               MOVE "Status     : ACTIVE" TO WS-VIEW-LINE
           END-IF.
           PERFORM 3900-EMIT-LINE.

       3100-SHOW-CONTACT.
           MOVE SPACES TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF NOT PATCONT-AVAILABLE
               MOVE "Contact    : (contact file not available)"
                   TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PATIENT-ID TO PC-PATIENT-ID.
           READ PATIENT-CONTACT-FILE
               INVALID KEY
                   MOVE "Contact    : none on file" TO WS-VIEW-LINE
                   PERFORM 3900-EMIT-LINE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO WS-VIEW-LINE.
           STRING "Address    : " PC-ADDRESS-1
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF PC-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO WS-VIEW-LINE
               STRING "             " PC-ADDRESS-2
                   DELIMITED BY SIZE INTO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
           END-IF.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "             " PC-TOWN " " PC-POSTCODE
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "Phone      : " PC-PHONE
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF PC-GUARDIAN-NAME NOT = SPACES
               MOVE SPACES TO WS-VIEW-LINE
               STRING "Guardian   : " PC-GUARDIAN-NAME
                   DELIMITED BY SIZE INTO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
           END-IF.

       3200-SHOW-GOAL.
           MOVE SPACES TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF NOT GOALMAST-AVAILABLE
               MOVE "Goal       : (goal master not available)"
                   TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PATIENT-ID TO GL-PATIENT-ID.
           READ GOAL-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO GL-STATUS
           END-READ.
           IF NOT GL-OPEN
               MOVE "Goal       : none open" TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE GL-TARGET-VALUE TO WS-RPT-GOAL.
           MOVE SPACES TO WS-VIEW-LINE.
           IF GL-TARGET-BMI
               STRING "Goal       : BMI " WS-RPT-GOAL
                   "  set " GL-SET-DATE "  review " GL-REVIEW-DATE
                   DELIMITED BY SIZE INTO WS-VIEW-LINE
           ELSE
               STRING "Goal       : weight " WS-RPT-GOAL " kg"
                   "  set " GL-SET-DATE "  review " GL-REVIEW-DATE
                   DELIMITED BY SIZE INTO WS-VIEW-LINE
           END-IF.
           PERFORM 3900-EMIT-LINE.

      *every recall not yet booked or closed, oldest first.
       3400-SHOW-RECALLS.
           MOVE SPACES TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF NOT RECMAST-AVAILABLE
               MOVE "Recalls    : (recall master not available)"
                   TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Unresolved recalls:" TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.

           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-LIST-EOF-SW.
           MOVE WS-PATIENT-ID TO RM-PATIENT-ID.
           MOVE 0 TO RM-DATE.
           START RECALL-MASTER-FILE KEY IS NOT LESS THAN RM-KEY
               INVALID KEY
                   SET LIST-DONE TO TRUE
           END-START.

           PERFORM UNTIL LIST-DONE
               READ RECALL-MASTER-FILE NEXT RECORD
                   AT END
                       SET LIST-DONE TO TRUE
                   NOT AT END
                       IF RM-PATIENT-ID NOT = WS-PATIENT-ID
                           SET LIST-DONE TO TRUE
                       ELSE
                           IF RM-UNRESOLVED
                               PERFORM 3450-SHOW-ONE-RECALL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               MOVE "  none" TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
           END-IF.

       3450-SHOW-ONE-RECALL.
           ADD 1 TO WS-LIST-COUNT.
           EVALUATE RM-STATUS
               WHEN "O" MOVE "OPEN" TO WS-STATUS-WORD
               WHEN "C" MOVE "CONTACTED" TO WS-STATUS-WORD
               WHEN "U" MOVE "UNREACHABLE" TO WS-STATUS-WORD
               WHEN OTHER MOVE RM-STATUS TO WS-STATUS-WORD
           END-EVALUATE.
           MOVE RM-BMI TO WS-RPT-BMI.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "  " RM-DATE " " WS-STATUS-WORD " BMI " WS-RPT-BMI
               " " RM-CATEGORY
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "    reason " RM-REASON
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF RM-OUTCOME-DATE NOT = 0
               MOVE SPACES TO WS-VIEW-LINE
               STRING "    posted " RM-OUTCOME-DATE " "
                   RM-OUTCOME-NOTE
                   DELIMITED BY SIZE INTO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
           END-IF.
           IF LETLOG-AVAILABLE
               MOVE "D" TO LL-LETTER-TYPE
               PERFORM 3460-SHOW-LETTER
               MOVE "U" TO LL-LETTER-TYPE
               PERFORM 3460-SHOW-LETTER
           END-IF.

       3460-SHOW-LETTER.
           MOVE RM-PATIENT-ID TO LL-PATIENT-ID.
           MOVE RM-DATE TO LL-RECALL-DATE.
           READ LETTER-LOG-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-VIEW-LINE.
           IF LL-UNREACHABLE
               STRING "    letter (unreachable) sent " LL-SENT-DATE
                   " by " LL-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-VIEW-LINE
           ELSE
               STRING "    letter (overdue) sent " LL-SENT-DATE
                   " by " LL-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-VIEW-LINE
           END-IF.
           PERFORM 3900-EMIT-LINE.

      *history is read oldest first; the window keeps the latest
      *visits, which are then shown newest first.
       3600-SHOW-VISITS.
           MOVE SPACES TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF NOT HIST-AVAILABLE
               MOVE "Visits     : (history file not available)"
                   TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-VISIT-COUNT.
           MOVE 0 TO WS-VISIT-KEPT.
           MOVE "N" TO WS-LIST-EOF-SW.
           MOVE WS-PATIENT-ID TO HIST-PATIENT-ID.
           START PATIENT-HISTORY-FILE
               KEY IS EQUAL TO HIST-PATIENT-ID
               INVALID KEY
                   SET LIST-DONE TO TRUE
           END-START.

           PERFORM UNTIL LIST-DONE
               READ PATIENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET LIST-DONE TO TRUE
                   NOT AT END
                       IF HIST-PATIENT-ID NOT = WS-PATIENT-ID
                           SET LIST-DONE TO TRUE
                       ELSE
                           PERFORM 3650-KEEP-VISIT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-VISIT-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "Recent visits (" WS-RPT-COUNT " on history):"
               DELIMITED BY SIZE INTO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.
           IF WS-VISIT-KEPT = 0
               MOVE "  none" TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "  DATE        WEIGHT  HEIGHT     BMI  CATEGORY"
               TO WS-VIEW-LINE.
           PERFORM 3900-EMIT-LINE.

           MOVE WS-VISIT-KEPT TO WS-VISIT-SUB.
           PERFORM UNTIL WS-VISIT-SUB < 1
               MOVE WS-VT-DATE (WS-VISIT-SUB) TO WS-VL-DATE
               MOVE WS-VT-WEIGHT (WS-VISIT-SUB) TO WS-VL-WEIGHT
               MOVE WS-VT-HEIGHT (WS-VISIT-SUB) TO WS-VL-HEIGHT
               MOVE WS-VT-BMI (WS-VISIT-SUB) TO WS-VL-BMI
               MOVE WS-VT-CATEGORY (WS-VISIT-SUB) TO WS-VL-CATEGORY
               MOVE WS-VT-PERCENTILE (WS-VISIT-SUB)
                   TO WS-VL-PERCENTILE
               MOVE WS-VISIT-LINE TO WS-VIEW-LINE
               PERFORM 3900-EMIT-LINE
               SUBTRACT 1 FROM WS-VISIT-SUB
           END-PERFORM.

       3650-KEEP-VISIT.
           ADD 1 TO WS-VISIT-COUNT.
           IF WS-VISIT-KEPT < WS-VISIT-MAX
               ADD 1 TO WS-VISIT-KEPT
           ELSE
               MOVE 1 TO WS-VISIT-SUB
               PERFORM UNTIL WS-VISIT-SUB >= WS-VISIT-MAX
                   MOVE WS-VT-ENTRY (WS-VISIT-SUB + 1)
                       TO WS-VT-ENTRY (WS-VISIT-SUB)
                   ADD 1 TO WS-VISIT-SUB
               END-PERFORM
           END-IF.
           MOVE HIST-DATE TO WS-VT-DATE (WS-VISIT-KEPT).
           MOVE HIST-WEIGHT-KG TO WS-VT-WEIGHT (WS-VISIT-KEPT).
           MOVE HIST-HEIGHT-M TO WS-VT-HEIGHT (WS-VISIT-KEPT).
           MOVE HIST-BMI TO WS-VT-BMI (WS-VISIT-KEPT).
           MOVE HIST-CATEGORY TO WS-VT-CATEGORY (WS-VISIT-KEPT).
           MOVE HIST-PERCENTILE TO WS-VT-PERCENTILE (WS-VISIT-KEPT).

      *every view line goes to the terminal, and to the chart copy
      *when printing.
       3900-EMIT-LINE.
           DISPLAY WS-VIEW-LINE.
           IF PRINTING-VIEW
               MOVE WS-VIEW-LINE TO INQUIRY-PRINT-RECORD
               WRITE INQUIRY-PRINT-RECORD
           END-IF.

      *logged against the ID actually shown; a merged ID quoted by the
      *caller is kept in the note.
       5000-AUDIT-INQUIRY.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           MOVE SPACES TO WS-AL-CATEGORY.
           IF PRINTING-VIEW
               STRING "INQUIRY PRINTED " WS-REQUESTED-ID
                   DELIMITED BY SIZE INTO WS-AL-CATEGORY
           ELSE
               STRING "INQUIRY " WS-REQUESTED-ID
                   DELIMITED BY SIZE INTO WS-AL-CATEGORY
           END-IF.
           PERFORM 1450-WRITE-AUDIT-LINE.

       9000-TERMINATE.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           IF HIST-AVAILABLE
               CLOSE PATIENT-HISTORY-FILE
           END-IF.
           IF GOALMAST-AVAILABLE
               CLOSE GOAL-MASTER-FILE
           END-IF.
           IF RECMAST-AVAILABLE
               CLOSE RECALL-MASTER-FILE
           END-IF.
           IF XREF-AVAILABLE
               CLOSE MERGE-XREF-FILE
           END-IF.
           IF PATCONT-AVAILABLE
               CLOSE PATIENT-CONTACT-FILE
           END-IF.
           IF LETLOG-AVAILABLE
               CLOSE LETTER-LOG-FILE
           END-IF.
           IF PRINT-AVAILABLE
               CLOSE INQUIRY-PRINT-FILE
           END-IF.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM "PATINQ".
