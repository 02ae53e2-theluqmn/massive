      *patient demographics master file maintenance program.
      *adds, changes, deactivates and reactivates patients on
      *PATMAST.DAT, the master that BMICALCULATOR verifies every
      *screening against, and keeps each patient's postal address,
      *phone and (for minors) guardian on the contact file
      *PATCONT.DAT that the recall letter run writes to.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PATMAINT".
       AUTHOR. "Luqman".
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
               88 PM-ACTIVE            VALUE "A".
               88 PM-DEACTIVATED       VALUE "D".

      *one contact record per patient, keyed like the master.
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

       WORKING-STORAGE SECTION.
       01  WS-PATMAST-STATUS           PIC XX.
       01  WS-PATCONT-STATUS           PIC XX.
       01  WS-OPERMAST-STATUS          PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-LOCK-STATUS              PIC XX.
           88 ACTION-CHANGE            VALUE "C".
           88 ACTION-DEACTIVATE        VALUE "D".
           88 ACTION-REACTIVATE        VALUE "R".
           88 ACTION-CONTACT           VALUE "K".
           88 ACTION-EXIT              VALUE "X".

       01  WS-PATIENT-ID               PIC X(10).

       01  WS-RECORD-FOUND-SW          PIC X VALUE "N".
           88 RECORD-FOUND             VALUE "Y".
       01  WS-CONTACT-FOUND-SW         PIC X VALUE "N".
           88 CONTACT-FOUND            VALUE "Y".

      *a patient under 18 on the day is a minor and the guardian's
      *name is taken - recall letters for children go to them.
       01  WS-MINOR-MONTHS             PIC 9(3) VALUE 216.
       01  WS-TODAY-PARTS.
           05 WS-TD-YEAR               PIC 9(4).
           05 WS-TD-MONTH              PIC 99.
           05 WS-TD-DAY                PIC 99.
       01  WS-BIRTH-PARTS.
           05 WS-BD-YEAR               PIC 9(4).
           05 WS-BD-MONTH              PIC 99.
           05 WS-BD-DAY                PIC 99.
       01  WS-AGE-MONTHS               PIC S9(5) VALUE 0.

       01  WS-ADDRESS-1                PIC X(30).
       01  WS-ADDRESS-2                PIC X(30).
       01  WS-TOWN                     PIC X(20).
       01  WS-POSTCODE                 PIC X(10).
       01  WS-PHONE                    PIC X(15).
       01  WS-GUARDIAN-NAME            PIC X(30).

       PROCEDURE DIVISION.

           PERFORM UNTIL ACTION-EXIT
               DISPLAY " "
               DISPLAY "Action - (A)dd (C)hange (D)eactivate"
               DISPLAY "(R)eactivate (K) contact details e(X)it:"
               ACCEPT WS-ACTION
               INSPECT WS-ACTION CONVERTING "acdrkx" TO "ACDRKX"
               EVALUATE TRUE
                   WHEN ACTION-ADD
                       PERFORM 3000-ADD-PATIENT
                       PERFORM 5000-DEACTIVATE-PATIENT
                   WHEN ACTION-REACTIVATE
                       PERFORM 5500-REACTIVATE-PATIENT
                   WHEN ACTION-CONTACT
                       PERFORM 6000-MAINTAIN-CONTACT
                   WHEN ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
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

      *patient maintenance needs a level-3 sign-on, so the operator
      *master has to be there - set it up with OPERMNT first.
           OPEN INPUT OPERATOR-MASTER-FILE.
                   " (status " WS-OPERMAST-STATUS ")"
               DISPLAY "Set it up with OPERMNT. No one can sign on."
               CLOSE PATIENT-MASTER-FILE
               CLOSE PATIENT-CONTACT-FILE
               STOP RUN
           END-IF.

           PERFORM 1400-AUDIT-SIGN-ON.

       1400-AUDIT-SIGN-ON.
           MOVE SPACES TO WS-AL-PATIENT-ID.
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

      *every master change is logged against the patient so the
      *operator activity report can show who changed what, and when.
       1470-AUDIT-CHANGE.
           MOVE WS-PATIENT-ID TO WS-AL-PATIENT-ID.
           PERFORM 1450-WRITE-AUDIT-LINE.

      *the nightly batch holds the system-wide run lock while it has
      *the masters open - changing a patient mid-batch once cost a
      *restart from checkpoint. The signed-on supervisor may override
           END-WRITE.
           IF WS-PATMAST-STATUS = "00"
               DISPLAY "Patient " WS-PATIENT-ID " added"
               MOVE "PATIENT ADDED" TO WS-AL-CATEGORY
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

       4000-CHANGE-PATIENT.
           END-REWRITE.
           IF WS-PATMAST-STATUS = "00"
               DISPLAY "Patient " WS-PATIENT-ID " changed"
               MOVE "PATIENT CHANGED" TO WS-AL-CATEGORY
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

      *deactivation keeps the record (and its screening history) but
           END-REWRITE.
           IF WS-PATMAST-STATUS = "00"
               DISPLAY "Patient " WS-PATIENT-ID " deactivated"
               MOVE "PATIENT DEACTIVATED" TO WS-AL-CATEGORY
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

       5500-REACTIVATE-PATIENT.
           END-REWRITE.
           IF WS-PATMAST-STATUS = "00"
               DISPLAY "Patient " WS-PATIENT-ID " reactivated"
               MOVE "PATIENT REACTIVATED" TO WS-AL-CATEGORY
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

      *contact details for a patient already on the master. The
      *whole record is keyed again on a change, as for demographics.
       6000-MAINTAIN-CONTACT.
           PERFORM 2000-ACCEPT-PATIENT-ID.
           PERFORM 2100-READ-MASTER.
           IF NOT RECORD-FOUND
               DISPLAY "Patient " WS-PATIENT-ID " not on master"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CONTACT-FOUND-SW.
           MOVE WS-PATIENT-ID TO PC-PATIENT-ID.
           READ PATIENT-CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CONTACT-FOUND-SW
           END-READ.

           DISPLAY "Patient      : " PM-NAME.
           IF CONTACT-FOUND
               DISPLAY "Current address : " PC-ADDRESS-1
               DISPLAY "                  " PC-ADDRESS-2
               DISPLAY "Current town    : " PC-TOWN " " PC-POSTCODE
               DISPLAY "Current phone   : " PC-PHONE
               DISPLAY "Current guardian: " PC-GUARDIAN-NAME
           ELSE
               DISPLAY "No contact details on file yet."
           END-IF.

           PERFORM 6100-ACCEPT-CONTACT.

           MOVE WS-PATIENT-ID TO PC-PATIENT-ID.
           MOVE WS-ADDRESS-1 TO PC-ADDRESS-1.
           MOVE WS-ADDRESS-2 TO PC-ADDRESS-2.
           MOVE WS-TOWN TO PC-TOWN.
           MOVE WS-POSTCODE TO PC-POSTCODE.
           MOVE WS-PHONE TO PC-PHONE.
           MOVE WS-GUARDIAN-NAME TO PC-GUARDIAN-NAME.
           MOVE WS-TODAY-DATE TO PC-CHANGED-DATE.
           IF CONTACT-FOUND
               REWRITE PATIENT-CONTACT-RECORD
                   INVALID KEY
                       DISPLAY "Change failed - status "
                           WS-PATCONT-STATUS
               END-REWRITE
               MOVE "CONTACT CHANGED" TO WS-AL-CATEGORY
           ELSE
               WRITE PATIENT-CONTACT-RECORD
                   INVALID KEY
                       DISPLAY "Add failed - status "
                           WS-PATCONT-STATUS
               END-WRITE
               MOVE "CONTACT ADDED" TO WS-AL-CATEGORY
           END-IF.
           IF WS-PATCONT-STATUS = "00"
               DISPLAY "Contact details for " WS-PATIENT-ID " saved"
               PERFORM 1470-AUDIT-CHANGE
           END-IF.

       6100-ACCEPT-CONTACT.
           DISPLAY "Enter address line 1:".
           ACCEPT WS-ADDRESS-1.
           DISPLAY "Enter address line 2 (optional):".
           ACCEPT WS-ADDRESS-2.
           DISPLAY "Enter town:".
           ACCEPT WS-TOWN.
           DISPLAY "Enter postcode:".
           ACCEPT WS-POSTCODE.
           DISPLAY "Enter phone:".
           ACCEPT WS-PHONE.

           MOVE SPACES TO WS-GUARDIAN-NAME.
           PERFORM 6200-AGE-IN-MONTHS.
           IF WS-AGE-MONTHS < WS-MINOR-MONTHS
               DISPLAY "Patient is a minor - enter parent or"
                   " guardian name:"
               ACCEPT WS-GUARDIAN-NAME
               IF WS-GUARDIAN-NAME = SPACES
                   DISPLAY "WARNING: no guardian recorded - recall"
                       " letters will be addressed to the parent"
                       " or guardian"
               END-IF
           END-IF.

      *age on the day from the master's date of birth, the same way
      *BMICALCULATOR works it out for the pediatric decision.
       6200-AGE-IN-MONTHS.
           MOVE WS-TODAY-DATE TO WS-TODAY-PARTS.
           MOVE PM-DOB TO WS-BIRTH-PARTS.
           COMPUTE WS-AGE-MONTHS =
               (WS-TD-YEAR - WS-BD-YEAR) * 12
               + WS-TD-MONTH - WS-BD-MONTH.
           IF WS-TD-DAY < WS-BD-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.

       9000-TERMINATE.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE PATIENT-CONTACT-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.

