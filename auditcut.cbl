           DISPLAY "since " WS-LK-DATE " " WS-LK-TIME ".".
           DISPLAY "Try again after the batch ends, or ask a".
           DISPLAY "supervisor to clear a stale lock in PATMAINT.".
           MOVE 24 TO RETURN-CODE.
           STOP RUN.

       3000-SPLIT-LOG.
               DISPLAY "AUDITLOG.TXT not available - status "
                   WS-AUDIT-STATUS
               DISPLAY "Nothing to cut over."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY "Unable to open archive file "
                   WS-ARCHIVE-FILENAME " - status " WS-ARCH-STATUS
               CLOSE AUDIT-LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

                   " - status " WS-KEEP-STATUS
               CLOSE AUDIT-LOG-FILE
               CLOSE AUDIT-ARCHIVE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

                   WS-KEEP-STATUS
               DISPLAY "Live log NOT rewritten - kept lines are in"
                   " AUDITKEEP.TMP"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

                   WS-AUDIT-STATUS
               DISPLAY "Kept lines are in AUDITKEEP.TMP"
               CLOSE KEEP-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

