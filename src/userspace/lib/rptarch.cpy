      * CoreA Report Archive Index Record (COBOL)
      * One record of report_archive.index per report CORE-PRINT has
      * filed: at CLOSE every report it formats is copied into the
      * archive directory under its own name, processing date and an
      * archive sequence number, so a later run overwriting the live
      * file loses nothing. The record says which report, for which
      * processing date, when and by which process and program it
      * was produced, how long it was, and where the copy lives.
      * CORE-ARCHIVE lists, shows and purges by it
       01 REPORT-ARCHIVE-RECORD.
           05 RA-REPORT      PIC X(30).
           05 RA-PROC-DATE   PIC 9(8).
           05 RA-RUN-TIME    PIC 9(8).
           05 RA-RUN-PID     PIC 9(9).
           05 RA-PAGES       PIC 9(4).
           05 RA-LINES       PIC 9(6).
           05 RA-PROGRAM     PIC X(20).
           05 RA-ENV         PIC X(8).
           05 RA-SEQ         PIC 9(9).
           05 RA-ARCHIVE     PIC X(60).
