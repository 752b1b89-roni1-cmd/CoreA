      * it waits, so a low-priority entry cannot starve forever;
      * 0 turns aging off
           05 CP-AGING-STEP         PIC 9(4).
      * Most concurrent producer/consumer pairs the IPC-STATS scaling
      * test works up to, doubling from one
           05 CP-IPC-SCALE-PAIRS    PIC 9(4).
      * PERF-CONTROL's control charts: how many observations of a
      * metric make the window its limits are set from, how many
      * standard deviations either side of the mean the limits sit,
      * and how many observations in a row on one side of the mean
      * count as a shift
           05 CP-PERF-CTL-WINDOW    PIC 9(4).
           05 CP-PERF-CTL-SIGMA     PIC 9(4).
           05 CP-PERF-CTL-RUN       PIC 9(4).
