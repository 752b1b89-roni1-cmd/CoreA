      * CoreA Performance Control-Chart Statistics (COBOL)
      * The control-chart state each perf_current.dat record carries
      * in PC-CONTROL. Every observation PERF-STORE folds in adds to
      * the rolling window and is judged against the limits already
      * set; PERF-CONTROL reports what was seen and, once a window is
      * full, sets fresh limits from it and starts the next window.
      * A frozen metric keeps its limits until it is unfrozen
       01 PERF-CONTROL-DATA TYPEDEF.
      * The observations gathered since the limits were last set:
      * count, sum and sum of squares, enough for a mean and a
      * standard deviation without keeping the values themselves
           05 SPC-WIN-N         PIC 9(6).
           05 SPC-WIN-SUM       PIC 9(15).
           05 SPC-WIN-SUMSQ     PIC 9(24).
      * The limits in force: how many observations they came from
      * (0 - none set yet), their mean and standard deviation, the
      * lower and upper control limits and the day they were set
           05 SPC-LIM-N         PIC 9(6).
           05 SPC-MEAN          PIC 9(9).
           05 SPC-SD            PIC 9(9).
           05 SPC-LOWER         PIC 9(9).
           05 SPC-UPPER         PIC 9(9).
           05 SPC-LIM-DATE      PIC 9(8).
      * "Y" - a baseline frozen after a planned change: the limits
      * are not recalculated from later windows
           05 SPC-FROZEN        PIC X(1).
      * The current run of observations on one side of the mean:
      * "A" above, "B" below, and how many in a row
           05 SPC-RUN-SIDE      PIC X(1).
           05 SPC-RUN-LENGTH    PIC 9(4).
      * Observations outside the limits since PERF-CONTROL last
      * reported, and the latest of them
           05 SPC-OUT-COUNT     PIC 9(4).
           05 SPC-OUT-VALUE     PIC 9(9).
