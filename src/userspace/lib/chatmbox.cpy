      * CoreA Chat Mailbox Record (COBOL)
      * Per-participant mailbox (chat.mbox.NNNN): payloads the hub
      * could not deliver, parked with their timestamp and sender so
      * the next run can hand them over late instead of losing them.
      * CORE-BULLETIN parks system bulletins here too, from sender
      * 0001, for a participant who is not connected
       01 MAILBOX-RECORD.
           05 MB-DATE     PIC 9(8).
           05 MB-TIME     PIC 9(8).
           05 MB-SENDER   PIC 9(4).
           05 MB-PAYLOAD  PIC X(300).
