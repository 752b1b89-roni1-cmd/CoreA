      * CoreA Processing-Date Control Record (COBOL)
      * The shop business date, held in config/core.procdate apart
      * from the system clock. Drivers and report writers make their
      * processing decisions and stamp their records from PD-DATE
      * through CORE-DATE; the wall clock is left for elapsed times.
      * PD-MODE is R while the date follows the end-of-day roll and
      * P while an operator has pinned it for a rerun; PD-ROLL-DATE
      * is where the roll cycle stood when the pin went on, so UNPIN
      * puts it back. CORE-PROCDATE is the only writer, and the last
      * change is stamped with who made it and when
       01 PROCDATE-RECORD.
           05 PD-DATE       PIC 9(8).
           05 PD-MODE       PIC X(1).
           05 PD-ROLL-DATE  PIC 9(8).
           05 PD-SET-DATE   PIC 9(8).
           05 PD-SET-TIME   PIC 9(8).
           05 PD-OPERATOR   PIC X(8).
