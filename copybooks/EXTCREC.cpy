      *    RUN ID AND THE COUNT OF ZIP/REGION PAIRS FED TO SALES AND
      *    DISTRIBUTION, SO WZIPACK CAN MATCH THEIR NIGHTLY
      *    ACKNOWLEDGMENT AGAINST WHAT WAS ACTUALLY SENT.
      *    EXTC-EXTRACT-CT IS EVERY RECORD ON THE FEED, SEASON-TURN
      *    EVENTS INCLUDED; EXTC-EVENT-CT IS HOW MANY OF THEM WZIPTURN
      *    APPENDED, AND EXTC-TURN-SW IS SET ONCE IT HAS, SO THE
      *    EVENTS ARE NEVER ADDED TO THE SAME FEED TWICE.
      ******************************************************************
       01  EXTC-RECORD.
           05  EXTC-RUN-DATE           PIC 9(08).
           05  EXTC-RUN-ID             PIC X(08).
           05  EXTC-EXTRACT-CT         PIC 9(07).
           05  EXTC-EVENT-CT           PIC 9(06).
           05  EXTC-TURN-SW            PIC X(01).
               88  EXTC-TURN-DONE      VALUE 'Y'.
