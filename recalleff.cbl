      *recall effectiveness report. Takes every recall on RECALLMS.DAT
      *raised in a chosen period and looks for the patient's screening
      *visits on PATHIST.DAT roughly 3, 6 and 12 months afterwards -
      *the visit nearest each mark inside a window around it. Each
      *follow-up visit is compared with the BMI and category the
      *recall was raised on: category improved, unchanged or worse by
      *the batch's severity ranking, and the BMI change. Results are
      *rolled up by recall reason, by the recall's current status
      *(booked, unreachable, closed ...) and by home clinic, with a
      *grand total. Recalls with no visit at all since they were
      *raised are listed separately so the desk can chase them. The
      *report goes to RECALLEF.TXT; nothing is updated. The work file
      *RECALLEF.TMP behind the no-visit list is left in place and
      *overwritten each run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECALLEFF".
       AUTHOR. "Luqman".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-MASTER-FILE ASSIGN TO "RECALLMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT PATIENT-HISTORY-FILE ASSIGN TO "PATHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PATIENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.

           SELECT NO-FOLLOWUP-WORK-FILE ASSIGN TO "RECALLEF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT EFFECT-REPORT-FILE ASSIGN TO "RECALLEF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFFRPT-STATUS.

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

       FD  NO-FOLLOWUP-WORK-FILE.
       01  NO-FOLLOWUP-WORK-RECORD     PIC X(132).

       FD  EFFECT-REPORT-FILE.
       01  EFFECT-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RECMAST-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-EFFRPT-STATUS            PIC XX.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-TIME            PIC 9(6).
           05 FILLER                   PIC X(7).

       01  WS-FROM-DATE                PIC 9(8).
       01  WS-TO-DATE                  PIC 9(8).

       01  WS-RECALL-EOF-SW            PIC X VALUE "N".
           88 RECALL-EOF               VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X VALUE "N".
           88 HIST-LOOKUP-DONE         VALUE "Y".
       01  WS-ANY-VISIT-SW             PIC X VALUE "N".
           88 ANY-VISIT-AFTER          VALUE "Y".

      *follow-up marks in days after the recall, and the window each
      *is searched in. The windows meet but do not overlap, so one
      *visit answers for one mark only.
       01  WS-MARK-VALUES.
           05 FILLER                   PIC X(9) VALUE "3 MONTHS ".
           05 FILLER                   PIC 9(3) VALUE 091.
           05 FILLER                   PIC 9(3) VALUE 046.
           05 FILLER                   PIC 9(3) VALUE 136.
           05 FILLER                   PIC X(9) VALUE "6 MONTHS ".
           05 FILLER                   PIC 9(3) VALUE 182.
           05 FILLER                   PIC 9(3) VALUE 137.
           05 FILLER                   PIC 9(3) VALUE 273.
           05 FILLER                   PIC X(9) VALUE "12 MONTHS".
           05 FILLER                   PIC 9(3) VALUE 365.
           05 FILLER                   PIC 9(3) VALUE 274.
           05 FILLER                   PIC 9(3) VALUE 456.
       01  WS-MARK-TABLE REDEFINES WS-MARK-VALUES.
           05 WS-MARK OCCURS 3 TIMES.
               10 WS-MK-LABEL          PIC X(9).
               10 WS-MK-TARGET         PIC 9(3).
               10 WS-MK-LOW            PIC 9(3).
               10 WS-MK-HIGH           PIC 9(3).
       01  WS-MARK-SUB                 PIC 9 COMP VALUE 0.

      *the visit chosen for each mark of the recall in hand.
       01  WS-FOLLOWUP-TABLE.
           05 WS-FOLLOWUP OCCURS 3 TIMES.
               10 WS-FU-FOUND          PIC X.
               10 WS-FU-OFF            PIC 9(3).
               10 WS-FU-BMI            PIC 999V99.
               10 WS-FU-CATEGORY       PIC X(22).

       01  WS-RECALL-DAY               PIC 9(7) VALUE 0.
       01  WS-TODAY-DAY                PIC 9(7) VALUE 0.
       01  WS-DAYS-AFTER               PIC S9(7) VALUE 0.
       01  WS-DAYS-OFF                 PIC S9(7) VALUE 0.
       01  WS-LAST-VISIT-DATE          PIC 9(8) VALUE 0.

       01  WS-RANK-CATEGORY            PIC X(22).
       01  WS-RANK                     PIC 9.
       01  WS-RECALL-RANK              PIC 9.
       01  WS-OUTCOME                  PIC X.
           88 OUTCOME-IMPROVED         VALUE "I".
           88 OUTCOME-SAME             VALUE "S".
           88 OUTCOME-WORSE            VALUE "W".
       01  WS-BMI-CHANGE               PIC S999V99 VALUE 0.

       01  WS-WORK-CLINIC              PIC X(10).
       01  WS-WORK-NAME                PIC X(30).
       01  WS-STATUS-WORD              PIC X(11).

      *one roll-up row per reason, status and home clinic seen, plus
      *the grand total in row 1. WS-BT-TYPE says which breakdown the
      *row belongs to.
       01  WS-ROW-MAX                  PIC 9(3) VALUE 300.
       01  WS-ROW-COUNT                PIC 9(3) VALUE 0.
       01  WS-ROW-OVERFLOW-SW          PIC X VALUE "N".
           88 ROW-OVERFLOWED           VALUE "Y".
       01  WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 300 TIMES.
               10 WS-BT-TYPE           PIC X.
               10 WS-BT-KEY            PIC X(40).
               10 WS-BT-RECALLS        PIC 9(7).
               10 WS-BT-NOFU           PIC 9(7).
               10 WS-BT-MARK OCCURS 3 TIMES.
                   15 WS-BT-SEEN       PIC 9(7).
                   15 WS-BT-IMPROVED   PIC 9(7).
                   15 WS-BT-SAME       PIC 9(7).
                   15 WS-BT-WORSE      PIC 9(7).
                   15 WS-BT-SUM-CHANGE PIC S9(7)V99.
       01  WS-ROW-SUB                  PIC 9(3) COMP VALUE 0.
       01  WS-FOUND-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-WORK-TYPE                PIC X.
       01  WS-WORK-KEY                 PIC X(40).
       01  WS-PRINT-TYPE               PIC X.
       01  WS-AVG-CHANGE               PIC S999V99 VALUE 0.

       01  WS-COUNT-RECALLS            PIC 9(7) VALUE 0.
       01  WS-COUNT-NOFU               PIC 9(7) VALUE 0.

       01  WS-HEAD-LINE-1.
           05 FILLER                   PIC X(45) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE
               "  ---------- 3 MONTHS ------".
           05 FILLER                   PIC X(28) VALUE
               "  ---------- 6 MONTHS ------".
           05 FILLER                   PIC X(28) VALUE
               "  --------- 12 MONTHS ------".
       01  WS-HEAD-LINE-2.
           05 FILLER                   PIC X(45) VALUE
               "                                 RECALL NO-FU".
           05 FILLER                   PIC X(28) VALUE
               "  SEEN IMPR SAME WRSE  AVG+-".
           05 FILLER                   PIC X(28) VALUE
               "  SEEN IMPR SAME WRSE  AVG+-".
           05 FILLER                   PIC X(28) VALUE
               "  SEEN IMPR SAME WRSE  AVG+-".

       01  WS-DETAIL-LINE.
           05 WS-DL-KEY                PIC X(33).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-RECALLS            PIC ZZZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-DL-NOFU               PIC ZZZZ9.
           05 WS-DL-MARK OCCURS 3 TIMES.
               10 FILLER               PIC X(2).
               10 WS-DL-SEEN           PIC ZZZ9.
               10 FILLER               PIC X.
               10 WS-DL-IMPROVED       PIC ZZZ9.
               10 FILLER               PIC X.
               10 WS-DL-SAME           PIC ZZZ9.
               10 FILLER               PIC X.
               10 WS-DL-WORSE          PIC ZZZ9.
               10 FILLER               PIC X.
               10 WS-DL-AVG            PIC -Z9.99.

       01  WS-NOFU-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-NL-PATIENT-ID         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-NL-NAME               PIC X(24).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-NL-CLINIC             PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-NL-DATE               PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-NL-DAYS               PIC ZZZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-NL-STATUS             PIC X(11).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-NL-REASON             PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "'Massive' recall effectiveness report".
           DISPLAY "-".

           PERFORM 1000-INITIALIZE.
           PERFORM 3000-WALK-RECALLS.
           CLOSE NO-FOLLOWUP-WORK-FILE.
           PERFORM 6000-PRINT-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           MOVE 0 TO WS-FROM-DATE.
           PERFORM UNTIL WS-FROM-DATE > 0
               DISPLAY "Recalls raised from (YYYYMMDD):"
               ACCEPT WS-FROM-DATE
               IF WS-FROM-DATE NOT NUMERIC
                   MOVE 0 TO WS-FROM-DATE
               END-IF
           END-PERFORM.
           DISPLAY "Recalls raised to (YYYYMMDD, 0 for today):".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE NOT NUMERIC OR WS-TO-DATE = 0
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date - nothing to report."
               STOP RUN
           END-IF.

           OPEN INPUT RECALL-MASTER-FILE.
           IF WS-RECMAST-STATUS NOT = "00"
               DISPLAY "Unable to open recall master RECALLMS.DAT"
                   " - status " WS-RECMAST-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT PATIENT-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open PATHIST.DAT - status "
                   WS-HIST-STATUS
               CLOSE RECALL-MASTER-FILE
               STOP RUN
           END-IF.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF WS-PATMAST-STATUS NOT = "00"
               DISPLAY "Unable to open PATMAST.DAT - status "
                   WS-PATMAST-STATUS
               CLOSE RECALL-MASTER-FILE
               CLOSE PATIENT-HISTORY-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT NO-FOLLOWUP-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open work file RECALLEF.TMP -"
                   " status " WS-WORK-STATUS
               CLOSE RECALL-MASTER-FILE
               CLOSE PATIENT-HISTORY-FILE
               CLOSE PATIENT-MASTER-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT EFFECT-REPORT-FILE.
           IF WS-EFFRPT-STATUS NOT = "00"
               DISPLAY "Unable to open report RECALLEF.TXT - status "
                   WS-EFFRPT-STATUS
               CLOSE RECALL-MASTER-FILE
               CLOSE PATIENT-HISTORY-FILE
               CLOSE PATIENT-MASTER-FILE
               CLOSE NO-FOLLOWUP-WORK-FILE
               STOP RUN
           END-IF.

      *row 1 is the grand total.
           MOVE "T" TO WS-WORK-TYPE.
           MOVE "ALL RECALLS" TO WS-WORK-KEY.
           PERFORM 4400-FIND-ROW.

       3000-WALK-RECALLS.
           MOVE "N" TO WS-RECALL-EOF-SW.
           PERFORM UNTIL RECALL-EOF
               READ RECALL-MASTER-FILE NEXT RECORD
                   AT END
                       SET RECALL-EOF TO TRUE
                   NOT AT END
                       IF RM-DATE >= WS-FROM-DATE
                           AND RM-DATE <= WS-TO-DATE
                           PERFORM 3100-ASSESS-RECALL
                       END-IF
               END-READ
           END-PERFORM.

       3100-ASSESS-RECALL.
           ADD 1 TO WS-COUNT-RECALLS.
           COMPUTE WS-RECALL-DAY =
               FUNCTION INTEGER-OF-DATE (RM-DATE).

           MOVE "*UNKNOWN*" TO WS-WORK-CLINIC.
           MOVE SPACES TO WS-WORK-NAME.
           MOVE RM-PATIENT-ID TO PM-PATIENT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-NAME TO WS-WORK-NAME
                   IF PM-HOME-CLINIC NOT = SPACES
                       MOVE PM-HOME-CLINIC TO WS-WORK-CLINIC
                   END-IF
           END-READ.

           MOVE RM-CATEGORY TO WS-RANK-CATEGORY.
           PERFORM 4750-RANK-CATEGORY.
           MOVE WS-RANK TO WS-RECALL-RANK.

           PERFORM 3200-FIND-FOLLOWUPS.

           PERFORM 3600-STATUS-WORD.
           IF NOT ANY-VISIT-AFTER
               ADD 1 TO WS-COUNT-NOFU
               PERFORM 3700-LIST-NO-FOLLOWUP
           END-IF.

      *post the recall to the grand total and its three breakdowns.
           MOVE 1 TO WS-FOUND-SUB.
           PERFORM 4000-POST-ROW.
           MOVE "R" TO WS-WORK-TYPE.
           MOVE RM-REASON TO WS-WORK-KEY.
           PERFORM 4400-FIND-ROW.
           PERFORM 4000-POST-ROW.
           MOVE "S" TO WS-WORK-TYPE.
           MOVE WS-STATUS-WORD TO WS-WORK-KEY.
           PERFORM 4400-FIND-ROW.
           PERFORM 4000-POST-ROW.
           MOVE "C" TO WS-WORK-TYPE.
           MOVE WS-WORK-CLINIC TO WS-WORK-KEY.
           PERFORM 4400-FIND-ROW.
           PERFORM 4000-POST-ROW.

      *read the patient's visits after the recall date and keep, for
      *each mark, the one nearest it inside the mark's window.
       3200-FIND-FOLLOWUPS.
           MOVE "N" TO WS-ANY-VISIT-SW.
           MOVE 0 TO WS-LAST-VISIT-DATE.
           MOVE 1 TO WS-MARK-SUB.
           PERFORM UNTIL WS-MARK-SUB > 3
               MOVE "N" TO WS-FU-FOUND (WS-MARK-SUB)
               MOVE 999 TO WS-FU-OFF (WS-MARK-SUB)
               ADD 1 TO WS-MARK-SUB
           END-PERFORM.

           MOVE "N" TO WS-HIST-EOF-SW.
           MOVE RM-PATIENT-ID TO HIST-PATIENT-ID.
           START PATIENT-HISTORY-FILE
               KEY IS EQUAL TO HIST-PATIENT-ID
               INVALID KEY
                   SET HIST-LOOKUP-DONE TO TRUE
           END-START.

           PERFORM UNTIL HIST-LOOKUP-DONE
               READ PATIENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-LOOKUP-DONE TO TRUE
                   NOT AT END
                       IF HIST-PATIENT-ID NOT = RM-PATIENT-ID
                           SET HIST-LOOKUP-DONE TO TRUE
                       ELSE
                           IF HIST-DATE > RM-DATE
                               PERFORM 3300-PLACE-VISIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3300-PLACE-VISIT.
           MOVE "Y" TO WS-ANY-VISIT-SW.
           MOVE HIST-DATE TO WS-LAST-VISIT-DATE.
           COMPUTE WS-DAYS-AFTER =
               FUNCTION INTEGER-OF-DATE (HIST-DATE) - WS-RECALL-DAY.

           MOVE 1 TO WS-MARK-SUB.
           PERFORM UNTIL WS-MARK-SUB > 3
               IF WS-DAYS-AFTER >= WS-MK-LOW (WS-MARK-SUB)
                   AND WS-DAYS-AFTER <= WS-MK-HIGH (WS-MARK-SUB)
                   COMPUTE WS-DAYS-OFF =
                       WS-DAYS-AFTER - WS-MK-TARGET (WS-MARK-SUB)
                   IF WS-DAYS-OFF < 0
                       COMPUTE WS-DAYS-OFF = 0 - WS-DAYS-OFF
                   END-IF
                   IF WS-DAYS-OFF < WS-FU-OFF (WS-MARK-SUB)
                       MOVE "Y" TO WS-FU-FOUND (WS-MARK-SUB)
                       MOVE WS-DAYS-OFF TO WS-FU-OFF (WS-MARK-SUB)
                       MOVE HIST-BMI TO WS-FU-BMI (WS-MARK-SUB)
                       MOVE HIST-CATEGORY
                           TO WS-FU-CATEGORY (WS-MARK-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-MARK-SUB
           END-PERFORM.

       3600-STATUS-WORD.
           EVALUATE RM-STATUS
               WHEN "O" MOVE "OPEN" TO WS-STATUS-WORD
               WHEN "C" MOVE "CONTACTED" TO WS-STATUS-WORD
               WHEN "B" MOVE "BOOKED" TO WS-STATUS-WORD
               WHEN "X" MOVE "CLOSED" TO WS-STATUS-WORD
               WHEN "U" MOVE "UNREACHABLE" TO WS-STATUS-WORD
               WHEN OTHER MOVE RM-STATUS TO WS-STATUS-WORD
           END-EVALUATE.

       3700-LIST-NO-FOLLOWUP.
           MOVE RM-PATIENT-ID TO WS-NL-PATIENT-ID.
           MOVE WS-WORK-NAME TO WS-NL-NAME.
           MOVE WS-WORK-CLINIC TO WS-NL-CLINIC.
           MOVE RM-DATE TO WS-NL-DATE.
           COMPUTE WS-DAYS-AFTER = WS-TODAY-DAY - WS-RECALL-DAY.
           MOVE WS-DAYS-AFTER TO WS-NL-DAYS.
           MOVE WS-STATUS-WORD TO WS-NL-STATUS.
           MOVE RM-REASON TO WS-NL-REASON.
           MOVE WS-NOFU-LINE TO NO-FOLLOWUP-WORK-RECORD.
           WRITE NO-FOLLOWUP-WORK-RECORD.

      *add the recall in hand to row WS-FOUND-SUB. Zero means the
      *table was full and the row could not be added.
       4000-POST-ROW.
           IF WS-FOUND-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BT-RECALLS (WS-FOUND-SUB).
           IF NOT ANY-VISIT-AFTER
               ADD 1 TO WS-BT-NOFU (WS-FOUND-SUB)
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-MARK-SUB.
           PERFORM UNTIL WS-MARK-SUB > 3
               IF WS-FU-FOUND (WS-MARK-SUB) = "Y"
                   PERFORM 4100-POST-MARK
               END-IF
               ADD 1 TO WS-MARK-SUB
           END-PERFORM.

      *improved, unchanged or worse is judged on the severity rank,
      *so moving between two categories of the same rank counts as
      *unchanged.
       4100-POST-MARK.
           MOVE WS-FU-CATEGORY (WS-MARK-SUB) TO WS-RANK-CATEGORY.
           PERFORM 4750-RANK-CATEGORY.
           EVALUATE TRUE
               WHEN WS-RANK < WS-RECALL-RANK
                   SET OUTCOME-IMPROVED TO TRUE
               WHEN WS-RANK > WS-RECALL-RANK
                   SET OUTCOME-WORSE TO TRUE
               WHEN OTHER
                   SET OUTCOME-SAME TO TRUE
           END-EVALUATE.
           COMPUTE WS-BMI-CHANGE = WS-FU-BMI (WS-MARK-SUB) - RM-BMI.

           ADD 1 TO WS-BT-SEEN (WS-FOUND-SUB WS-MARK-SUB).
           ADD WS-BMI-CHANGE
               TO WS-BT-SUM-CHANGE (WS-FOUND-SUB WS-MARK-SUB).
           EVALUATE TRUE
               WHEN OUTCOME-IMPROVED
                   ADD 1 TO WS-BT-IMPROVED (WS-FOUND-SUB WS-MARK-SUB)
               WHEN OUTCOME-WORSE
                   ADD 1 TO WS-BT-WORSE (WS-FOUND-SUB WS-MARK-SUB)
               WHEN OTHER
                   ADD 1 TO WS-BT-SAME (WS-FOUND-SUB WS-MARK-SUB)
           END-EVALUATE.

      *find (or add) the row for WS-WORK-TYPE/WS-WORK-KEY. Leaves
      *WS-FOUND-SUB zero only when the table is full.
       4400-FIND-ROW.
           MOVE 0 TO WS-FOUND-SUB.
           MOVE 1 TO WS-ROW-SUB.
           PERFORM 4450-SEARCH-ROW-TABLE
               UNTIL WS-ROW-SUB > WS-ROW-COUNT OR WS-FOUND-SUB > 0.
           IF WS-FOUND-SUB > 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-ROW-COUNT >= WS-ROW-MAX
               SET ROW-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-ROW-COUNT TO WS-FOUND-SUB.
           MOVE WS-WORK-TYPE TO WS-BT-TYPE (WS-FOUND-SUB).
           MOVE WS-WORK-KEY TO WS-BT-KEY (WS-FOUND-SUB).
           MOVE 0 TO WS-BT-RECALLS (WS-FOUND-SUB).
           MOVE 0 TO WS-BT-NOFU (WS-FOUND-SUB).
           MOVE 1 TO WS-MARK-SUB.
           PERFORM UNTIL WS-MARK-SUB > 3
               MOVE 0 TO WS-BT-SEEN (WS-FOUND-SUB WS-MARK-SUB)
               MOVE 0 TO WS-BT-IMPROVED (WS-FOUND-SUB WS-MARK-SUB)
               MOVE 0 TO WS-BT-SAME (WS-FOUND-SUB WS-MARK-SUB)
               MOVE 0 TO WS-BT-WORSE (WS-FOUND-SUB WS-MARK-SUB)
               MOVE 0 TO WS-BT-SUM-CHANGE (WS-FOUND-SUB WS-MARK-SUB)
               ADD 1 TO WS-MARK-SUB
           END-PERFORM.

       4450-SEARCH-ROW-TABLE.
           IF WS-BT-TYPE (WS-ROW-SUB) = WS-WORK-TYPE
               AND WS-BT-KEY (WS-ROW-SUB) = WS-WORK-KEY
               MOVE WS-ROW-SUB TO WS-FOUND-SUB
           END-IF.
           ADD 1 TO WS-ROW-SUB.

      *severity rank as the batch's recall check uses it: 0 normal,
      *stepping outward to 4 for the worst.
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

       6000-PRINT-REPORT.
           MOVE "     'MASSIVE' RECALL EFFECTIVENESS REPORT"
               TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE SPACES TO EFFECT-REPORT-RECORD.
           STRING "     Recalls raised " WS-FROM-DATE " to "
               WS-TO-DATE "  -  printed " WS-TODAY-DATE
               DELIMITED BY SIZE INTO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE SPACES TO EFFECT-REPORT-RECORD.
           STRING "     Follow-up is the visit nearest each mark:"
               " 3 months 46-136 days, 6 months 137-273 days,"
               " 12 months 274-456 days after the recall"
               DELIMITED BY SIZE INTO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE SPACES TO EFFECT-REPORT-RECORD.
           STRING "     IMPR/SAME/WRSE compare the category with the"
               " one the recall was raised on; AVG+- is the average"
               " BMI change"
               DELIMITED BY SIZE INTO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.

           MOVE "T" TO WS-PRINT-TYPE.
           MOVE "OVERALL" TO EFFECT-REPORT-RECORD.
           PERFORM 6100-PRINT-BREAKDOWN.
           MOVE "R" TO WS-PRINT-TYPE.
           MOVE "BY RECALL REASON" TO EFFECT-REPORT-RECORD.
           PERFORM 6100-PRINT-BREAKDOWN.
           MOVE "S" TO WS-PRINT-TYPE.
           MOVE "BY CURRENT RECALL STATUS" TO EFFECT-REPORT-RECORD.
           PERFORM 6100-PRINT-BREAKDOWN.
           MOVE "C" TO WS-PRINT-TYPE.
           MOVE "BY HOME CLINIC" TO EFFECT-REPORT-RECORD.
           PERFORM 6100-PRINT-BREAKDOWN.

           IF ROW-OVERFLOWED
               MOVE SPACES TO EFFECT-REPORT-RECORD
               WRITE EFFECT-REPORT-RECORD
               MOVE SPACES TO EFFECT-REPORT-RECORD
               STRING "WARNING: more than 300 breakdown rows - some"
                   " breakdowns are incomplete (OVERALL is not)"
                   DELIMITED BY SIZE INTO EFFECT-REPORT-RECORD
               WRITE EFFECT-REPORT-RECORD
               DISPLAY "WARNING: breakdown table overflow - report"
                   " incomplete"
           END-IF.

           PERFORM 6500-PRINT-NO-FOLLOWUP.

           DISPLAY "Recalls in period : " WS-COUNT-RECALLS.
           DISPLAY "No follow-up visit: " WS-COUNT-NOFU.
           DISPLAY "Report written to RECALLEF.TXT".

      *the section title is in the report record on entry.
       6100-PRINT-BREAKDOWN.
           MOVE EFFECT-REPORT-RECORD TO WS-WORK-KEY.
           MOVE SPACES TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE "========================================"
               TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE WS-WORK-KEY TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE "========================================"
               TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE WS-HEAD-LINE-1 TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE WS-HEAD-LINE-2 TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.

           MOVE 1 TO WS-ROW-SUB.
           PERFORM UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-BT-TYPE (WS-ROW-SUB) = WS-PRINT-TYPE
                   PERFORM 6200-PRINT-ROW
               END-IF
               ADD 1 TO WS-ROW-SUB
           END-PERFORM.

       6200-PRINT-ROW.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-BT-KEY (WS-ROW-SUB) TO WS-DL-KEY.
           MOVE WS-BT-RECALLS (WS-ROW-SUB) TO WS-DL-RECALLS.
           MOVE WS-BT-NOFU (WS-ROW-SUB) TO WS-DL-NOFU.
           MOVE 1 TO WS-MARK-SUB.
           PERFORM UNTIL WS-MARK-SUB > 3
               MOVE WS-BT-SEEN (WS-ROW-SUB WS-MARK-SUB)
                   TO WS-DL-SEEN (WS-MARK-SUB)
               MOVE WS-BT-IMPROVED (WS-ROW-SUB WS-MARK-SUB)
                   TO WS-DL-IMPROVED (WS-MARK-SUB)
               MOVE WS-BT-SAME (WS-ROW-SUB WS-MARK-SUB)
                   TO WS-DL-SAME (WS-MARK-SUB)
               MOVE WS-BT-WORSE (WS-ROW-SUB WS-MARK-SUB)
                   TO WS-DL-WORSE (WS-MARK-SUB)
               MOVE 0 TO WS-AVG-CHANGE
               IF WS-BT-SEEN (WS-ROW-SUB WS-MARK-SUB) > 0
                   COMPUTE WS-AVG-CHANGE ROUNDED =
                       WS-BT-SUM-CHANGE (WS-ROW-SUB WS-MARK-SUB)
                       / WS-BT-SEEN (WS-ROW-SUB WS-MARK-SUB)
               END-IF
               MOVE WS-AVG-CHANGE TO WS-DL-AVG (WS-MARK-SUB)
               ADD 1 TO WS-MARK-SUB
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.

       6500-PRINT-NO-FOLLOWUP.
           MOVE SPACES TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE "========================================"
               TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE "RECALLS WITH NO FOLLOW-UP VISIT" TO
               EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE "========================================"
               TO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.
           MOVE SPACES TO EFFECT-REPORT-RECORD.
           STRING "  PATIENT    NAME                     CLINIC     "
               "RECALLED   DAYS STATUS      REASON"
               DELIMITED BY SIZE INTO EFFECT-REPORT-RECORD.
           WRITE EFFECT-REPORT-RECORD.

           OPEN INPUT NO-FOLLOWUP-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "  (work file not available)"
                   TO EFFECT-REPORT-RECORD
               WRITE EFFECT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RECALL-EOF-SW.
           PERFORM UNTIL RECALL-EOF
               READ NO-FOLLOWUP-WORK-FILE
                   AT END
                       SET RECALL-EOF TO TRUE
                   NOT AT END
                       MOVE NO-FOLLOWUP-WORK-RECORD
                           TO EFFECT-REPORT-RECORD
                       WRITE EFFECT-REPORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE NO-FOLLOWUP-WORK-FILE.

           IF WS-COUNT-NOFU = 0
               MOVE "  (none)" TO EFFECT-REPORT-RECORD
               WRITE EFFECT-REPORT-RECORD
           END-IF.

       9000-TERMINATE.
           CLOSE RECALL-MASTER-FILE.
           CLOSE PATIENT-HISTORY-FILE.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE EFFECT-REPORT-FILE.

       END PROGRAM "RECALLEFF".
