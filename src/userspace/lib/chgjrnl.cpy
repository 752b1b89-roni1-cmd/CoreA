      * CoreA Change Journal Record (COBOL)
      * One entry of config/change.journal, the shop's before-image
      * and after-image history of control-file records. A program
      * that changes, adds or deletes a control-file record fills the
      * operator, program, file, action, key and image columns and
      * CALLs CORE-CHGJRNL with the record; CORE-CHGJRNL stamps the
      * sequence number, the date and the time before appending it.
      * CORE-UNDO reads the journal back to reverse a change, and
      * journals each reversal here in turn
       01 CHANGE-JOURNAL-RECORD.
           05 CJ-SEQ         PIC 9(9).
           05 CJ-DATE        PIC 9(8).
           05 CJ-TIME        PIC 9(8).
      * Who made the change and through which program; a blank
      * operator is a change made by a program that takes no sign-on
           05 CJ-OPERATOR    PIC X(8).
           05 CJ-PROGRAM     PIC X(20).
           05 CJ-FILE        PIC X(30).
      * "C" the record was changed in place, "A" it was added, "D" it
      * was deleted; an add has a blank before-image, a delete a
      * blank after-image
           05 CJ-ACTION      PIC X(1).
      * Where the record's key sits in the record and its value, so
      * the record can be found again however the file has moved on
           05 CJ-KEY-OFFSET  PIC 9(3).
           05 CJ-KEY-LENGTH  PIC 9(3).
           05 CJ-KEY         PIC X(20).
      * The sequence number of the entry this one reversed, for an
      * entry CORE-UNDO wrote; zero for an ordinary change
           05 CJ-UNDO-OF     PIC 9(9).
           05 CJ-BEFORE      PIC X(200).
           05 CJ-AFTER       PIC X(200).
