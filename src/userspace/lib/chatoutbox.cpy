      * CoreA Chat Outbox Record (COBOL)
      * Per-participant outbox (chat.outbox.NNNN): real outgoing
      * traffic in the same 300-byte payload shape the mailbox
      * records use, addressed by recipient index; a participant
      * with a waiting outbox record sends that instead of the
      * built-in greeting, and consumes it so it goes out once.
      * Recipient 0001 is the system: such a payload is an operator
      * reply for the hub to act on. The hub's own outbox,
      * chat.outbox.0001, holds the system bulletins CORE-BULLETIN
      * queues for connected participants
       01 OUTBOX-RECORD.
           05 OB-RECIP    PIC 9(4).
           05 OB-PAYLOAD  PIC X(300).
