      ******************************************************************
      *    EXTRREC  -  SALES AND DISTRIBUTION FEED RECORD
      *    ONE RECORD PER ZIP/REGION PAIR SENT TO SALES. WZIPEXTR
      *    WRITES THE NIGHT'S CHANGED PAIRS AS ACTION 'A' WITH A
      *    BLANK EVENT CODE; WZIPTURN APPENDS THE DAY'S SEASON-TURN
      *    EVENTS BEHIND THEM -- 'A' FOR A SEASON STARTING TODAY
      *    (EVENT 'S'), 'D' FOR A SEASON THAT RAN OUT YESTERDAY
      *    (EVENT 'E') OR A PAIR RETIRED UNDER THE RUN (EVENT 'R').
      *    EXT-EVENT-DT IS THE DATE THE EVENT TOOK EFFECT, ZERO ON A
      *    PLAIN CHANGE RECORD. WZIPRSND REBUILDS BOTH KINDS.
      ******************************************************************
       01  EXTRACT-RECORD.
           05  EXT-ZIP-CD             PIC X(09).
           05  EXT-REGION-CD          PIC X(04).
           05  EXT-RUN-DATE           PIC 9(08).
           05  EXT-COUNTRY-CD         PIC X(01).
           05  EXT-ACTION-CD          PIC X(01).
               88  EXT-ACTION-ADD     VALUE 'A'.
               88  EXT-ACTION-DROP    VALUE 'D'.
           05  EXT-EVENT-CD           PIC X(01).
               88  EXT-EVENT-START    VALUE 'S'.
               88  EXT-EVENT-END      VALUE 'E'.
               88  EXT-EVENT-RETIRE   VALUE 'R'.
           05  EXT-EVENT-DT           PIC 9(08).
           05  FILLER                 PIC X(04).
