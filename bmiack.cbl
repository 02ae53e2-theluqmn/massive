      *against BMIEXPORT.CSV, writes every unconfirmed row to the
      *re-send extract BMIRESEND.CSV in the same layout as the export
      *feed, and prints an aging report of rows unacknowledged for
      *more than a configurable number of days. Each ack line confirms
      *one export row only: a correction or void from HISTCORR goes
      *out under the original patient ID and visit date, so it stays
      *unconfirmed until a second ack line for that ID and date comes
      *back. Those rows carry the date they were sent after the
      *percentile, and age from that date rather than the visit date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMIACK".
       AUTHOR. "Luqman".
       01  WS-EOF-SW                   PIC X VALUE "N".
           88 FILE-EOF                 VALUE "Y".

      *the export line layout written by BMICALCULATOR. Rows sent
      *later than the visit - HISTCORR corrections and voids, SUSPREV
      *releases - add a sent date after the percentile.
       01  WS-EXPORT-LINE.
           05 WS-EX-PATIENT-ID         PIC X(10).
           05 WS-EX-COMMA1             PIC X.
           05 WS-EX-CATEGORY           PIC X(22).
           05 WS-EX-COMMA4             PIC X.
           05 WS-EX-PERCENTILE         PIC X(3).
           05 WS-EX-COMMA5             PIC X.
           05 WS-EX-SENT-DATE          PIC X(8).
           05 WS-EX-SENT-NUM REDEFINES WS-EX-SENT-DATE PIC 9(8).

      *acknowledgement line returned by the records team.
       01  WS-ACK-LINE.
           88 EXPORT-OVERFLOWED        VALUE "Y".
       01  WS-EXPORT-TABLE.
           05 WS-EXPORT-ENTRY OCCURS 5000 TIMES.
               10 WS-ET-LINE           PIC X(62).
               10 WS-ET-PATIENT-ID     PIC X(10).
               10 WS-ET-DATE           PIC 9(8).
               10 WS-ET-SENT-DATE      PIC 9(8).
               10 WS-ET-CONFIRMED      PIC X.

       01  WS-ACK-MAX                  PIC 9(4) VALUE 5000.
           05 WS-ACK-ENTRY OCCURS 5000 TIMES.
               10 WS-AT-PATIENT-ID     PIC X(10).
               10 WS-AT-DATE           PIC 9(8).
               10 WS-AT-USED           PIC X.

       01  WS-SUB                      PIC 9(4) COMP VALUE 0.
       01  WS-ACK-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(5).
       01  WS-TODAY-INT                PIC 9(7).
       01  WS-EXPORT-INT               PIC 9(7).
       01  WS-SENT-DATE                PIC 9(8).

       01  WS-AGING-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           END-IF.

           OPEN OUTPUT RESEND-FILE.
           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "Unable to open BMIRESEND.CSV - status "
                   WS-RESEND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "Unable to open AGERPT.TXT - status "
                   WS-AGING-STATUS
               CLOSE RESEND-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "     'MASSIVE' EXPORT ACKNOWLEDGEMENT AGING REPORT"
               TO AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

      *no ack file back yet is a warning, not a failure - every row
      *stays unconfirmed and goes on the re-send extract.
       3000-LOAD-ACK-TABLE.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "BMIACK.CSV not available - status "
                   WS-ACK-STATUS
               DISPLAY "No rows will be confirmed this run."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ACK-COUNT.
           MOVE WS-AK-PATIENT-ID TO WS-AT-PATIENT-ID (WS-ACK-COUNT).
           MOVE WS-AK-DATE TO WS-AT-DATE (WS-ACK-COUNT).
           MOVE "N" TO WS-AT-USED (WS-ACK-COUNT).

       4000-LOAD-EXPORT-TABLE.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "BMIEXPORT.CSV not available - status "
                   WS-EXPORT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EX-PATIENT-ID
               TO WS-ET-PATIENT-ID (WS-EXPORT-COUNT).
           MOVE WS-EX-DATE TO WS-ET-DATE (WS-EXPORT-COUNT).
           IF WS-EX-COMMA5 = "," AND WS-EX-SENT-DATE IS NUMERIC
               MOVE WS-EX-SENT-NUM
                   TO WS-ET-SENT-DATE (WS-EXPORT-COUNT)
           ELSE
               MOVE 0 TO WS-ET-SENT-DATE (WS-EXPORT-COUNT)
           END-IF.
           MOVE "N" TO WS-ET-CONFIRMED (WS-EXPORT-COUNT).

       5000-MATCH-AND-RESEND.
           END-IF.
           ADD 1 TO WS-SUB.

      *an ack already used by an earlier export row is passed over,
      *so the original row and its amendment need an ack apiece.
       5200-SEARCH-ACK.
           IF WS-AT-USED (WS-ACK-SUB) = "N"
               AND WS-AT-PATIENT-ID (WS-ACK-SUB)
                   = WS-ET-PATIENT-ID (WS-SUB)
               AND WS-AT-DATE (WS-ACK-SUB) = WS-ET-DATE (WS-SUB)
               MOVE WS-ACK-SUB TO WS-MATCH-SUB
               MOVE "Y" TO WS-AT-USED (WS-ACK-SUB)
           END-IF.
           ADD 1 TO WS-ACK-SUB.

      *a row aged from the day it was sent where it carries a sent
      *date, otherwise from its visit date.
       5300-CHECK-AGING.
           IF WS-ET-SENT-DATE (WS-SUB) > 0
               MOVE WS-ET-SENT-DATE (WS-SUB) TO WS-SENT-DATE
           ELSE
               MOVE WS-ET-DATE (WS-SUB) TO WS-SENT-DATE
           END-IF.
           COMPUTE WS-EXPORT-INT =
               FUNCTION INTEGER-OF-DATE (WS-SENT-DATE)
               ON SIZE ERROR
                   MOVE 0 TO WS-EXPORT-INT
           END-COMPUTE.
           DISPLAY "Re-send extract written to BMIRESEND.CSV".
           DISPLAY "Aging report written to AGERPT.TXT".

      *return code 4 when rows have aged past the limit or the
      *tables overflowed, so an unattended job step shows it - unless
      *a missing input file has already set 4 or 8.
           IF RETURN-CODE = 0
               AND (WS-COUNT-AGED > 0 OR EXPORT-OVERFLOWED
                   OR ACK-OVERFLOWED)
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE RESEND-FILE.
           CLOSE AGING-REPORT-FILE.
