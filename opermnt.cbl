           88 SIGNON-ACCEPTED          VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9 VALUE 0.
       01  WS-SIGNON-NOTE              PIC X(40).
       01  WS-CHANGE-WORD              PIC X(20).

       01  WS-MASTER-EMPTY-SW          PIC X VALUE "N".
           88 MASTER-EMPTY             VALUE "Y".
           PERFORM 1400-AUDIT-SIGN-ON.

       1400-AUDIT-SIGN-ON.
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

      *every master change is logged with the operator ID it touched
      *and the level it now carries, so the operator activity report
      *can show who granted what, and when.
       1470-AUDIT-CHANGE.
           MOVE SPACES TO WS-AL-CATEGORY.
           STRING WS-CHANGE-WORD DELIMITED BY "  "
               " " WS-OPERATOR-ID " LEVEL " OM-AUTH-LEVEL
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.

      *the nightly batch holds the system-wide run lock while it has
      *the masters open - refuse to start while it is held. The
      *signed-on supervisor may override a lock left behind by an
           END-WRITE.
           IF WS-OPERMAST-STATUS = "00"
               DISPLAY "Operator " WS-OPERATOR-ID " added"
               MOVE "OPERATOR ADDED" TO WS-CHANGE-WORD
               PERFORM 1470-AUDIT-CHANGE
               MOVE "N" TO WS-MASTER-EMPTY-SW
           END-IF.

           END-REWRITE.
           IF WS-OPERMAST-STATUS = "00"
               DISPLAY "Operator " WS-OPERATOR-ID " changed"
               MOVE "OPERATOR CHANGED" TO WS-CHANGE-WORD
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

       5000-DEACTIVATE-OPERATOR.
           END-REWRITE.
           IF WS-OPERMAST-STATUS = "00"
               DISPLAY "Operator " WS-OPERATOR-ID " deactivated"
               MOVE "OPERATOR DEACTIVATED" TO WS-CHANGE-WORD
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

       5500-REACTIVATE-OPERATOR.
           END-REWRITE.
           IF WS-OPERMAST-STATUS = "00"
               DISPLAY "Operator " WS-OPERATOR-ID " reactivated"
               MOVE "OPERATOR REACTIVATED" TO WS-CHANGE-WORD
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

       9000-TERMINATE.
