      * CoreA Performance Current-Summary Record (COBOL)
      * One record of perf_current.dat: one program/metric, with the
      * first and latest value recorded, how many runs, their total
      * and the worst seen. PERF-STORE keeps it, and LOCKMGR for its
      * own wait metrics; PERF-TREND, PERF-LIMITS and LOCK-STATS read
      * it. PC-CONTROL carries the metric's control-chart statistics,
      * laid out by PERF-CONTROL-DATA in perfctl.cpy; a record written
      * before they were kept reads as spaces there and starts over
       01 PERF-CURRENT-RECORD.
           05 PC-PROGRAM   PIC X(20).
           05 PC-METRIC    PIC X(20).
           05 PC-FIRST-VALUE PIC 9(9).
           05 PC-LAST-VALUE  PIC 9(9).
           05 PC-RUNS      PIC 9(6).
           05 PC-TOTAL     PIC 9(12).
           05 PC-MAX       PIC 9(9).
           05 PC-CONTROL   PIC X(114).
