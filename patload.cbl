      *hundred patients is one run instead of an evening of keying
      *them through PATMAINT one by one. Each transaction carries an
      *action code, the patient ID and the full demographics; dates of
      *birth get the same edits PATMAINT applies at the terminal. The
      *office's address, phone and guardian columns on an add or a
      *change go to the contact file PATCONT.DAT.
      *Rejected transactions are printed on the edit listing with the
      *reason, and the control totals at the bottom (read, added,
      *changed, deactivated, rejected) are balanced against the
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.

           SELECT PATIENT-CONTACT-FILE ASSIGN TO "PATCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PATIENT-ID
               FILE STATUS IS WS-PATCONT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
      *one transaction per line: (A)dd, (C)hange or (D)eactivate,
      *then the patient ID and the full demographics. Deactivations
      *only need the action and the ID; the rest may be blank. The
      *contact columns follow the demographics; when they are all
      *blank the patient's contact record is left as it is.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION                PIC X.
               10 TR-DOB-DAY           PIC 99.
           05 TR-SEX                   PIC X.
           05 TR-HOME-CLINIC           PIC X(10).
           05 TR-CONTACT.
               10 TR-ADDRESS-1         PIC X(30).
               10 TR-ADDRESS-2         PIC X(30).
               10 TR-TOWN              PIC X(20).
               10 TR-POSTCODE          PIC X(10).
               10 TR-PHONE             PIC X(15).
               10 TR-GUARDIAN-NAME     PIC X(30).

       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
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

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID           PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC XX.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-PATCONT-STATUS           PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-LOADRPT-STATUS           PIC XX.
       01  WS-COUNT-CHANGED            PIC 9(7) VALUE 0.
       01  WS-COUNT-DEACTIVATED        PIC 9(7) VALUE 0.
       01  WS-COUNT-REJECTED           PIC 9(7) VALUE 0.
       01  WS-COUNT-CONTACTS           PIC 9(7) VALUE 0.

       01  WS-EDIT-LINE.
           05 WS-ED-RECNO              PIC Z(6)9.
               STOP RUN
           END-IF.

           OPEN I-O PATIENT-CONTACT-FILE.
           IF WS-PATCONT-STATUS = "35"
               OPEN OUTPUT PATIENT-CONTACT-FILE
               CLOSE PATIENT-CONTACT-FILE
               OPEN I-O PATIENT-CONTACT-FILE
           END-IF.
           IF WS-PATCONT-STATUS NOT = "00"
               DISPLAY "Unable to open contact file PATCONT.DAT -"
                   " status " WS-PATCONT-STATUS
               CLOSE PATIENT-MASTER-FILE
               STOP RUN
           END-IF.

      *a batch load rewrites the master wholesale, so it needs the
      *same level-3 sign-on as PATMAINT.
           OPEN INPUT OPERATOR-MASTER-FILE.
                   " (status " WS-OPERMAST-STATUS ")"
               DISPLAY "Set it up with OPERMNT. No one can sign on."
               CLOSE PATIENT-MASTER-FILE
               CLOSE PATIENT-CONTACT-FILE
               STOP RUN
           END-IF.

                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-ADDED.
           PERFORM 3600-APPLY-CONTACT.

       3400-APPLY-CHANGE.
           IF NOT RECORD-FOUND
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-COUNT-CHANGED.
           PERFORM 3600-APPLY-CONTACT.

       3500-APPLY-DEACTIVATE.
           IF NOT RECORD-FOUND
           END-REWRITE.
           ADD 1 TO WS-COUNT-DEACTIVATED.

      *the demographics are already applied, so a failure here is
      *printed on the listing but does not count as a rejection.
       3600-APPLY-CONTACT.
           IF TR-CONTACT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RECORD-FOUND-SW.
           MOVE TR-PATIENT-ID TO PC-PATIENT-ID.
           READ PATIENT-CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND-SW
           END-READ.

           MOVE TR-PATIENT-ID TO PC-PATIENT-ID.
           MOVE TR-ADDRESS-1 TO PC-ADDRESS-1.
           MOVE TR-ADDRESS-2 TO PC-ADDRESS-2.
           MOVE TR-TOWN TO PC-TOWN.
           MOVE TR-POSTCODE TO PC-POSTCODE.
           MOVE TR-PHONE TO PC-PHONE.
           MOVE TR-GUARDIAN-NAME TO PC-GUARDIAN-NAME.
           MOVE WS-TODAY-DATE TO PC-CHANGED-DATE.
           IF RECORD-FOUND
               REWRITE PATIENT-CONTACT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE PATIENT-CONTACT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

           IF WS-PATCONT-STATUS = "00"
               ADD 1 TO WS-COUNT-CONTACTS
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "contact not saved - status " WS-PATCONT-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               MOVE WS-CURRENT-RECNO TO WS-ED-RECNO
               MOVE TR-ACTION TO WS-ED-ACTION
               MOVE TR-PATIENT-ID TO WS-ED-PATIENT-ID
               MOVE TR-NAME TO WS-ED-NAME
               MOVE WS-REJECT-REASON TO WS-ED-REASON
               MOVE WS-EDIT-LINE TO LOAD-LISTING-RECORD
               WRITE LOAD-LISTING-RECORD
           END-IF.

       3900-REJECT-TRANSACTION.
           ADD 1 TO WS-COUNT-REJECTED.
           MOVE WS-CURRENT-RECNO TO WS-ED-RECNO.
           DISPLAY "Changed     : " WS-COUNT-CHANGED.
           DISPLAY "Deactivated : " WS-COUNT-DEACTIVATED.
           DISPLAY "Rejected    : " WS-COUNT-REJECTED.
           DISPLAY "Contacts    : " WS-COUNT-CONTACTS.
           DISPLAY "Edit listing written to LOADRPT.TXT".

      *one audit line summarizes the load so the inquiry program can
               " D=" WS-COUNT-DEACTIVATED
               DELIMITED BY SIZE INTO WS-AL-CATEGORY.
           PERFORM 1450-WRITE-AUDIT-LINE.
           IF WS-COUNT-CONTACTS > 0
               MOVE SPACES TO WS-AL-CATEGORY
               STRING "PATLOAD K=" WS-COUNT-CONTACTS
                   DELIMITED BY SIZE INTO WS-AL-CATEGORY
               PERFORM 1450-WRITE-AUDIT-LINE
           END-IF.

       8100-PRINT-TOTALS-LINE.
           MOVE SPACES TO LOAD-LISTING-RECORD.
               "  changed " WS-COUNT-CHANGED
               "  deactivated " WS-COUNT-DEACTIVATED
               "  rejected " WS-COUNT-REJECTED
               "  contacts " WS-COUNT-CONTACTS
               DELIMITED BY SIZE INTO LOAD-LISTING-RECORD.
           WRITE LOAD-LISTING-RECORD.
           CLOSE LOAD-LISTING-FILE.

       9000-TERMINATE.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE PATIENT-CONTACT-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.

