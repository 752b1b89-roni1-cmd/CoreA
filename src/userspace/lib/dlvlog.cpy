      * CoreA Report Delivery Log Record (COBOL)
      * One record of core_distrib.log per distribution row CORE-DISTRIB
      * found due: for the processing date, when it ran, which report
      * went to which recipient, how many lines and into which delivery
      * file. DV-STATUS is DELIVERED, or NOT-PRODUCED when the report
      * was due but no copy of it was written for that processing date
       01 DELIVERY-LOG-RECORD.
           05 DV-PROC-DATE   PIC 9(8).
           05 DV-RUN-TIME    PIC 9(8).
           05 DV-RECIPIENT   PIC X(20).
           05 DV-REPORT      PIC X(30).
           05 DV-STATUS      PIC X(12).
           05 DV-LINES       PIC 9(6).
           05 DV-FILE        PIC X(70).
