      * CoreA Control Total Record (COBOL)
      * One posting to core_ctl.totals, the shop balancing file: what
      * one step read, wrote and rejected on one processing date, so
      * CTL-BALANCE can prove nothing was dropped between steps. A
      * program fills the step, rule, file and count columns and
      * CALLs CORE-CTLTOT with the record; CORE-CTLTOT stamps the
      * processing date, the time and - under CORE-BATCH - the stream
      * and step names before appending it. A posting for the same
      * stream, step and input file later in the day supersedes the
      * earlier one, so a rerun step is balanced on its last run
       01 CTL-TOTAL-RECORD.
           05 CT-DATE        PIC 9(8).
           05 CT-TIME        PIC 9(8).
           05 CT-STREAM      PIC X(20).
           05 CT-STEP        PIC X(20).
      * "E": every record read must be accounted for as written or
      * rejected; blank for a step that summarizes or merges, whose
      * counts need not tie out within the step
           05 CT-RULE        PIC X(1).
      * The file read and the file written, by name: a consumer's
      * input is balanced against the latest earlier posting that
      * wrote the same file. Blank when the step reads or writes no
      * file worth tracking
           05 CT-IN-FILE     PIC X(30).
           05 CT-READ        PIC 9(9).
           05 CT-OUT-FILE    PIC X(30).
           05 CT-WRITTEN     PIC 9(9).
           05 CT-REJECTED    PIC 9(9).
      * Hash totals: the sum of one numeric column over the records
      * read and over the records written; zero when not kept. A
      * producer's output hash must match its consumer's input hash
      * when both keep one
           05 CT-IN-HASH     PIC 9(15).
           05 CT-OUT-HASH    PIC 9(15).
