      *    SUSP-COUNTRY-CD CARRIES THE POSTAL COUNTRY ('U'/'C') SO A
      *    RELEASED CANADIAN ENTRY RECYCLES UNDER THE RIGHT FORMAT
      *    RULES INSTEAD OF RE-REJECTING AS A MALFORMED US ZIP.
      *    THE FILE IS A VSAM KSDS KEYED ON SUSP-KEY (ZIP/REGION/
      *    REASON, OFFSET 8 LENGTH 17). WZIPSUSP MAINTAINS IT IN
      *    PLACE; THE WZRV TRANSACTION (WZIPREV) BROWSES IT AND
      *    RECORDS AN OPERATOR'S DECISION IN THE SUSP-DECISION FIELDS
      *    -- 'R' RELEASE OR 'P' PURGE, THE SAME ACTIONS AS A
      *    CORRECTION CARD -- WHICH THE NEXT WZIPSUSP RUN HONORS.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-ZIP-RECORD-ID      PIC 9(08).
           05  SUSP-KEY.
               10  SUSP-ZIP-POSTAL     PIC X(09).
               10  SUSP-GREDIT         PIC X(04).
               10  SUSP-REASON-CD      PIC X(04).
           05  SUSP-SQLCODE            PIC S9(09).
           05  SUSP-DATE-ADDED         PIC 9(08).
           05  SUSP-RECYCLE-CT         PIC 9(02).
           05  SUSP-TRANS-CD           PIC X(01).
           05  SUSP-COUNTRY-CD         PIC X(01).
           05  SUSP-DECISION-CD        PIC X(01).
               88  SUSP-UNDECIDED      VALUE SPACE LOW-VALUE.
               88  SUSP-DECIDE-RELEASE VALUE 'R'.
               88  SUSP-DECIDE-PURGE   VALUE 'P'.
           05  SUSP-DECISION-USER      PIC X(08).
           05  SUSP-DECISION-DATE      PIC 9(08).
           05  SUSP-DECISION-TIME      PIC 9(06).
           05  FILLER                  PIC X(11).
