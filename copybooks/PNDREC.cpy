      *    PROPOSAL IS AND WHETHER THE EXCEPTION IS STILL LIVE.
      *    PND-SOURCE-CD SAYS WHICH SIDE RAISED IT: 'T' TABLE-ONLY,
      *    'S' SNAPSHOT-ONLY.
      *    THE FILE IS A VSAM KSDS KEYED ON PND-KEY (ZIP/REGION/
      *    TRANSACTION, OFFSET 0 LENGTH 14). WZIPRCNF MAINTAINS IT IN
      *    PLACE; THE WZRV TRANSACTION (WZIPREV) BROWSES IT AND
      *    RECORDS AN OPERATOR'S DECISION IN THE PND-DECISION FIELDS
      *    -- 'A' ACCEPT OR 'R' REJECT, THE SAME ACTIONS AS AN
      *    APPROVAL CARD -- WHICH THE NEXT WZIPRCNF RUN HONORS.
      ******************************************************************
       01  PND-RECORD.
           05  PND-KEY.
               10  PND-ZIP-CD          PIC X(09).
               10  PND-REGION-CD       PIC X(04).
               10  PND-TRANS-CD        PIC X(01).
                   88  PND-TRANS-ADD    VALUE 'A'.
                   88  PND-TRANS-DELETE VALUE 'D'.
           05  PND-SOURCE-CD           PIC X(01).
               88  PND-FROM-TABLE      VALUE 'T'.
               88  PND-FROM-SNAPSHOT   VALUE 'S'.
           05  PND-DATE-PROPOSED       PIC 9(08).
           05  PND-CYCLE-CT            PIC 9(02).
           05  PND-DECISION-CD         PIC X(01).
               88  PND-UNDECIDED       VALUE SPACE LOW-VALUE.
               88  PND-DECIDE-ACCEPT   VALUE 'A'.
               88  PND-DECIDE-REJECT   VALUE 'R'.
           05  PND-DECISION-USER       PIC X(08).
           05  PND-DECISION-DATE       PIC 9(08).
           05  PND-DECISION-TIME       PIC 9(06).
           05  FILLER                  PIC X(12).
