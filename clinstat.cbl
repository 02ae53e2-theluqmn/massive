           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open PATHIST.DAT - status "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY "Unable to open PATMAST.DAT - status "
                   WS-PATMAST-STATUS
               CLOSE PATIENT-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

