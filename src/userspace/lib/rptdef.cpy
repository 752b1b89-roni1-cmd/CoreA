      * CoreA Report Definition Record (COBOL)
      * One line of a CORE-REPORT definition file: a keyword in the
      * first eight columns and its operands after it. A line with
      * "*" in column 1 is a comment.
      *   INPUT   the fixed-field file to report on, in RD-TEXT; its
      *           fields are the ones config/fileview.layouts names
      *   TITLE   the report title, in RD-TEXT
      *   OUTPUT  the report file to write, in RD-TEXT
      *   WHERE   RD-FIELD, RD-OP (= < > or NOT=) and RD-VALUE - a
      *           record is kept only when every WHERE line holds, each
      *           typed the way FILEVIEW types its WHERE view
      *   BREAK   RD-FIELD, outermost first, up to three; RD-OP WEEK,
      *           MONTH or YEAR groups a date field by the week (from
      *           its Monday), month or year it falls in
      *   COLUMN  RD-OP COUNT, or SUM, MIN, MAX or AVG of the numeric
      *           field RD-FIELD, up to five; RD-VALUE may give a
      *           heading of up to ten characters
       01 REPORT-DEF-RECORD.
           05 RD-KEYWORD     PIC X(8).
           05 RD-OPERANDS.
               10 RD-FIELD   PIC X(20).
               10 RD-OP      PIC X(5).
               10 RD-VALUE   PIC X(40).
           05 RD-TEXT REDEFINES RD-OPERANDS PIC X(65).
