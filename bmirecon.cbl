           END-IF.

           OPEN OUTPUT RECON-REPORT-FILE.
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "Unable to open RECONRPT.TXT - status "
                   WS-RECON-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG.TXT not available - status "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "PATHIST.DAT not available - status "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "BMIEXPORT.CSV not available - status "
                   WS-EXPORT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Mismatches   : " WS-COUNT-MISMATCH.
           DISPLAY "Report written to RECONRPT.TXT".

      *return code 4 when the files do not agree, so an unattended
      *job step shows the day needs looking at - unless a missing
      *input file has already set 8.
           IF RETURN-CODE = 0
               AND (WS-COUNT-MISMATCH > 0 OR TABLE-OVERFLOWED)
               MOVE 4 TO RETURN-CODE
           END-IF.

       6100-PRINT-MISMATCH.
           IF WS-RT-IN-AUDIT (WS-SUB) = "N"
               OR WS-RT-IN-HISTORY (WS-SUB) = "N"
