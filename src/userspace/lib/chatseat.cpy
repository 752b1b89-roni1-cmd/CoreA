      * CoreA Chat Seat Record (COBOL)
      * One line of config/chat.seats: the operator who sits at a
      * CHAT participant index. CORE-BULLETIN addresses system
      * bulletins to the seated operators on shift, and CHAT records
      * a reply sent to the system under the id of the operator at
      * the replying seat. Participant 1 is the hub and is never
      * seated
       01 CHAT-SEAT-RECORD.
           05 CS-PARTICIPANT PIC 9(4).
           05 CS-OPERATOR    PIC X(8).
