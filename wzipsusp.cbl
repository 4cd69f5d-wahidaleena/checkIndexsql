      *            ENTRIES SUSPENDED LONGER THAN THE PARMCARD DAY
      *            LIMIT ARE PRINTED SO NOTHING REJECTED EVER JUST
      *            DISAPPEARS.
      *            THE SUSPENSE FILE IS A VSAM KSDS (SUSPREC, KEYED
      *            ZIP/REGION/REASON) MAINTAINED IN PLACE: SETTLED
      *            ENTRIES ARE DELETED, SURVIVORS REWRITTEN, NEW ONES
      *            ADDED. BETWEEN RUNS OPS WORK IT ONLINE THROUGH THE
      *            WZRV TRANSACTION (WZIPREV), WHICH STAMPS A RELEASE
      *            OR PURGE DECISION AND ITS OPERATOR ON THE ENTRY.
      *            THIS RUN HONORS THOSE DECISIONS EXACTLY AS IT DOES
      *            A CARD, SO THE CORRECTION DECK IS OPTIONAL -- AN
      *            EMPTY (DUMMY) DECK IS NORMAL. WHERE BOTH NAME THE
      *            SAME ENTRY THE ONLINE DECISION WINS: IT IS LOGGED
      *            WITH ITS OPERATOR AND IS THE LATER OF THE TWO.
      *            THE FILE IS CLOSED TO CICS FOR THE BATCH WINDOW.
      *            THE KSDS WAS FIRST LOADED BY THE ONE-TIME WZIPSEED
      *            CUT-OVER FROM THE LAST SEQUENTIAL SUSPOUT
      *            GENERATION; IT MUST BE LOADED (EVEN EMPTY) BEFORE
      *            THIS RUN CAN OPEN IT I-O. A DECISION CODE THAT IS
      *            NEITHER RELEASE NOR PURGE IS NEVER ACTED ON -- THE
      *            ENTRY IS LISTED AND CARRIED WITH THE CODE CLEARED.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJFILE  ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPFILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY.

           SELECT CORRFILE ASSIGN TO CORRFILE
               ORGANIZATION IS SEQUENTIAL.
           05  REJ-TRANS-CD           PIC X(01).
           05  REJ-COUNTRY-CD         PIC X(01).

       FD  SUSPFILE
           LABEL RECORDS STANDARD.
           COPY SUSPREC.

       FD  CORRFILE
           RECORDING MODE F
           05  SRT-RECYCLE-CT         PIC 9(02).
           05  SRT-TRANS-CD           PIC X(01).
           05  SRT-COUNTRY-CD         PIC X(01).
           05  SRT-ON-FILE-SW         PIC X(01).
           05  SRT-DECISION-CD        PIC X(01).
           05  SRT-DECISION-USER      PIC X(08).
           05  SRT-DECISION-DATE      PIC 9(08).
           05  FILLER                 PIC X(04).

       WORKING-STORAGE SECTION.

       01  WS-COUNTERS.
           05  WS-SUSPIN-CT           PIC 9(07) VALUE ZERO.
           05  WS-AGED-CT             PIC 9(07) VALUE ZERO.
           05  WS-CORR-CT             PIC 9(03) VALUE ZERO.
           05  WS-CORR-BAD-CT         PIC 9(03) VALUE ZERO.
           05  WS-ONL-RELEASED-CT     PIC 9(07) VALUE ZERO.
           05  WS-ONL-PURGED-CT       PIC 9(07) VALUE ZERO.
           05  WS-CORR-OVERRIDE-CT    PIC 9(03) VALUE ZERO.
           05  WS-ONL-BAD-CT          PIC 9(07) VALUE ZERO.

       01  WS-RUN-PARMS.
           05  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
           05  WS-HOLD-RECYCLE-CT     PIC 9(02).
           05  WS-HOLD-TRANS-CD       PIC X(01).
           05  WS-HOLD-COUNTRY-CD     PIC X(01).
           05  WS-HOLD-ON-FILE-SW     PIC X(01).
               88  WS-HOLD-ON-FILE    VALUE 'Y'.
           05  WS-HOLD-DECISION-CD    PIC X(01).
               88  WS-HOLD-UNDECIDED  VALUE SPACE LOW-VALUE.
               88  WS-HOLD-RELEASE    VALUE 'R'.
               88  WS-HOLD-PURGE      VALUE 'P'.
           05  WS-HOLD-DECISION-USER  PIC X(08).
           05  WS-HOLD-DECISION-DATE  PIC 9(08).

       01  WS-CORRECTION-TABLE.
           05  WS-CORR-MAX            PIC 9(03) VALUE 500.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

           OPEN I-O    SUSPFILE.
           OPEN OUTPUT RECYCLE.
           OPEN OUTPUT SUSPRPT.

               OUTPUT PROCEDURE 2000-PROCESS-SORTED.

       6000-FINAL-COUNT.
           CLOSE SUSPFILE
                 RECYCLE
                 SUSPRPT.
           DISPLAY "---------------------------------------------".
           DISPLAY "SUSPENSE BROUGHT FWD   : " WS-SUSPIN-CT.
           DISPLAY "NEW REJECTS ADDED      : " WS-REJECT-IN-CT.
           DISPLAY "RELEASED TO RECYCLE    : " WS-RELEASED-CT.
           DISPLAY "PURGED                 : " WS-PURGED-CT.
           DISPLAY "RELEASED ONLINE        : " WS-ONL-RELEASED-CT.
           DISPLAY "PURGED ONLINE          : " WS-ONL-PURGED-CT.
           DISPLAY "CARRIED IN SUSPENSE    : " WS-CARRIED-CT.
           DISPLAY "OVER AGE LIMIT         : " WS-AGED-CT.
           DISPLAY "BAD ACTION CARDS       : " WS-CORR-BAD-CT.
           DISPLAY "CARDS OVERRIDDEN       : " WS-CORR-OVERRIDE-CT.
           DISPLAY "BAD ONLINE DECISIONS   : " WS-ONL-BAD-CT.
           STOP RUN.

      ******************************************************************
      *    THE SOURCE HAS BEEN FIXED ('R' -- RELEASE THE ENTRY BACK
      *    THROUGH CHECKSQL) OR THE REJECT WAS RIGHT AND THE ENTRY IS
      *    DEAD ('P' -- PURGE). CARDS PAST THE TABLE LIMIT ABEND THE
      *    RUN RATHER THAN BEING QUIETLY DROPPED. AN EMPTY DECK IS
      *    NORMAL NOW THAT MOST DECISIONS ARE KEYED ONLINE.
      ******************************************************************
       0200-LOAD-CORRECTIONS.
           OPEN INPUT CORRFILE.

      ******************************************************************
      *    1000-RELEASE-INPUTS FEEDS THE SORT FROM BOTH SIDES: THE
      *    SUSPENSE KSDS AS THE LAST RUN AND THE WZRV OPERATORS LEFT
      *    IT (EACH ENTRY FLAGGED ON-FILE AND CARRYING ANY ONLINE
      *    DECISION, SO THE OUTPUT SIDE KNOWS TO REWRITE OR DELETE
      *    RATHER THAN ADD), AND THE REJFILE CHECKSQL JUST WROTE
      *    (STAMPED WITH TODAY AS ITS SUSPENSE DATE). SORTING BOTH
      *    TOGETHER ON ZIP/REGION/REASON WITH DATE ASCENDING PUTS A
      *    REPEAT REJECT DIRECTLY BEHIND ITS EXISTING SUSPENSE
      *    ENTRY, OLDEST FIRST, SO THE OUTPUT SIDE CAN COLLAPSE THEM
      *    WITHOUT ANY RANDOM LOOKUPS.
      ******************************************************************
       1000-RELEASE-INPUTS.
           READ SUSPFILE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.
               MOVE SUSP-RECYCLE-CT    TO SRT-RECYCLE-CT
               MOVE SUSP-TRANS-CD      TO SRT-TRANS-CD
               MOVE SUSP-COUNTRY-CD    TO SRT-COUNTRY-CD
               MOVE 'Y'                TO SRT-ON-FILE-SW
               MOVE SUSP-DECISION-CD   TO SRT-DECISION-CD
               MOVE SUSP-DECISION-USER TO SRT-DECISION-USER
               MOVE SUSP-DECISION-DATE TO SRT-DECISION-DATE
               RELEASE SORT-RECORD

               READ SUSPFILE NEXT RECORD
                   AT END
                       SET WS-SUSP-EOF TO TRUE
               END-READ
           END-PERFORM.

           OPEN INPUT REJFILE.

           READ REJFILE
               MOVE ZERO               TO SRT-RECYCLE-CT
               MOVE REJ-TRANS-CD       TO SRT-TRANS-CD
               MOVE REJ-COUNTRY-CD     TO SRT-COUNTRY-CD
               MOVE 'N'                TO SRT-ON-FILE-SW
               MOVE SPACE              TO SRT-DECISION-CD
               MOVE SPACES             TO SRT-DECISION-USER
               MOVE ZERO               TO SRT-DECISION-DATE
               RELEASE SORT-RECORD

               READ REJFILE
      *    'DATE') CARRY BLANK ZIP AND REGION, SO NO CORRECTION CARD
      *    CAN MATCH THEM -- THEY SIT IN SUSPENSE AND SURFACE ON THE
      *    OVER-AGE REPORT UNTIL THE SOURCE RE-EXTRACTS THE RECORD.
      *    THE GROUP IS ON FILE, AND TAKES THE ONLINE DECISION, OF
      *    WHICHEVER OF ITS RECORDS CAME FROM THE KSDS -- A SAME-DAY
      *    RERUN CAN SORT TODAY'S NEW REJECT AHEAD OF IT.
      ******************************************************************
       2000-PROCESS-SORTED.
           RETURN SORTFILE
               MOVE SRT-RECYCLE-CT    TO WS-HOLD-RECYCLE-CT
               MOVE SRT-TRANS-CD      TO WS-HOLD-TRANS-CD
               MOVE SRT-COUNTRY-CD    TO WS-HOLD-COUNTRY-CD
               MOVE SRT-ON-FILE-SW    TO WS-HOLD-ON-FILE-SW
               MOVE SRT-DECISION-CD   TO WS-HOLD-DECISION-CD
               MOVE SRT-DECISION-USER TO WS-HOLD-DECISION-USER
               MOVE SRT-DECISION-DATE TO WS-HOLD-DECISION-DATE

               PERFORM 2100-ABSORB-DUPLICATES

                   OR SRT-GREDIT     NOT = WS-HOLD-GREDIT
                   OR SRT-REASON-CD  NOT = WS-HOLD-REASON-CD
               ADD 1 TO WS-HOLD-RECYCLE-CT
               IF SRT-ON-FILE-SW = 'Y'
                   MOVE 'Y'               TO WS-HOLD-ON-FILE-SW
                   MOVE SRT-DECISION-CD   TO WS-HOLD-DECISION-CD
                   MOVE SRT-DECISION-USER TO WS-HOLD-DECISION-USER
                   MOVE SRT-DECISION-DATE TO WS-HOLD-DECISION-DATE
               END-IF

               RETURN SORTFILE
                   AT END

      ******************************************************************
      *    3000-DISPOSE-ENTRY SETTLES ONE COLLAPSED SUSPENSE ENTRY:
      *    A RELEASE ('R' ONLINE OR ON A MATCHING CARD) REFORMATS IT
      *    INTO A ONE-SEGMENT ZIPREC ADD (DATES LEFT ZERO SO CHECKSQL
      *    APPLIES ITS OWN DEFAULTS) FOR RE-PRESENTATION ON THE NEXT
      *    LOAD; A PURGE ('P') DROPS IT; EITHER WAY AN ON-FILE ENTRY
      *    IS DELETED FROM THE KSDS. OTHERWISE IT CARRIES FORWARD IN
      *    SUSPENSE AND, IF SUSPENDED LONGER THAN THE DAY LIMIT,
      *    PRINTS ON THE OVER-AGE REPORT. AN ONLINE DECISION IS
      *    HONORED AHEAD OF ANY CARD AND LISTED ON SYSOUT WITH THE
      *    OPERATOR WHO KEYED IT. ANY OTHER DECISION BYTE (A DAMAGED
      *    OR BADLY PADDED RECORD) IS TRUSTED FOR NOTHING: THE ENTRY
      *    IS LISTED AND CARRIED FORWARD, WHICH CLEARS THE CODE.
      ******************************************************************
       3000-DISPOSE-ENTRY.
           MOVE 'N' TO WS-CORR-FOUND-SW.

           IF WS-HOLD-UNDECIDED
               PERFORM 3010-APPLY-CORRECTION-CARD
           ELSE
           IF WS-HOLD-RELEASE OR WS-HOLD-PURGE
               PERFORM 3050-HONOR-ONLINE-DECISION
           ELSE
               ADD 1 TO WS-ONL-BAD-CT
               DISPLAY "WZIPSUSP - BAD ONLINE DECISION '"
                       WS-HOLD-DECISION-CD "' CLEARED, CARRIED: "
                       WS-HOLD-ZIP-POSTAL " " WS-HOLD-GREDIT
                       " " WS-HOLD-REASON-CD
               PERFORM 3200-CARRY-FORWARD
           END-IF
           END-IF.

       3010-APPLY-CORRECTION-CARD.
           IF WS-CORR-CT > ZERO
               PERFORM VARYING CORR-INDX FROM 1 BY 1
                       UNTIL CORR-INDX > WS-CORR-CT
               ELSE
                   ADD 1 TO WS-PURGED-CT
               END-IF
               PERFORM 3150-DELETE-SETTLED
           ELSE
               PERFORM 3200-CARRY-FORWARD
           END-IF.

      ******************************************************************
      *    3050-HONOR-ONLINE-DECISION APPLIES THE DECISION A WZRV
      *    OPERATOR STAMPED ON THE ENTRY. A CARD FOR THE SAME ZIP/
      *    REGION IS STILL LOOKED UP, ONLY SO THE OVERRIDE IS COUNTED
      *    AND SHOWN -- THE DECK MAY HAVE BEEN PUNCHED BEFORE THE
      *    ENTRY WAS SETTLED ONLINE.
      ******************************************************************
       3050-HONOR-ONLINE-DECISION.
           IF WS-CORR-CT > ZERO
               PERFORM VARYING CORR-INDX FROM 1 BY 1
                       UNTIL CORR-INDX > WS-CORR-CT
                       OR WS-CORR-FOUND
                   IF WS-CORR-ZIP(CORR-INDX) = WS-HOLD-ZIP-POSTAL
                       AND WS-CORR-REGION(CORR-INDX) = WS-HOLD-GREDIT
                       SET WS-CORR-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-CORR-FOUND
               ADD 1 TO WS-CORR-OVERRIDE-CT
               DISPLAY "WZIPSUSP - CARD OVERRIDDEN BY ONLINE DECISION: "
                       WS-HOLD-ZIP-POSTAL " " WS-HOLD-GREDIT
           END-IF.

           IF WS-HOLD-RELEASE
               PERFORM 3100-WRITE-RECYCLE
               ADD 1 TO WS-ONL-RELEASED-CT
               DISPLAY "WZIPSUSP - RELEASED ONLINE BY "
                       WS-HOLD-DECISION-USER " ON "
                       WS-HOLD-DECISION-DATE ": "
                       WS-HOLD-ZIP-POSTAL " " WS-HOLD-GREDIT
                       " " WS-HOLD-REASON-CD
           END-IF.

           IF WS-HOLD-PURGE
               ADD 1 TO WS-PURGED-CT
               ADD 1 TO WS-ONL-PURGED-CT
               DISPLAY "WZIPSUSP - PURGED ONLINE BY "
                       WS-HOLD-DECISION-USER " ON "
                       WS-HOLD-DECISION-DATE ": "
                       WS-HOLD-ZIP-POSTAL " " WS-HOLD-GREDIT
                       " " WS-HOLD-REASON-CD
           END-IF.

           PERFORM 3150-DELETE-SETTLED.

       3100-WRITE-RECYCLE.
           MOVE SPACES TO ZIP-RECORD.
           MOVE WS-HOLD-ZIP-RECORD-ID TO ZIP-RECORD-ID.
           WRITE ZIP-RECORD.
           ADD 1 TO WS-RELEASED-CT.

      ******************************************************************
      *    3150-DELETE-SETTLED TAKES A RELEASED OR PURGED ENTRY OFF
      *    THE KSDS. A GROUP MADE ONLY OF TONIGHT'S REJECTS WAS NEVER
      *    WRITTEN, SO THERE IS NOTHING TO DELETE.
      ******************************************************************
       3150-DELETE-SETTLED.
           IF WS-HOLD-ON-FILE
               MOVE WS-HOLD-ZIP-POSTAL TO SUSP-ZIP-POSTAL
               MOVE WS-HOLD-GREDIT     TO SUSP-GREDIT
               MOVE WS-HOLD-REASON-CD  TO SUSP-REASON-CD
               DELETE SUSPFILE RECORD
                   INVALID KEY
                       DISPLAY "WZIPSUSP ABEND - DELETE FAILED "
                               SUSP-KEY
                       CLOSE SUSPFILE RECYCLE SUSPRPT
                       STOP RUN
               END-DELETE
           END-IF.

      ******************************************************************
      *    3200-CARRY-FORWARD REWRITES A SURVIVING ON-FILE ENTRY WITH
      *    ITS NEW RE-REJECTION COUNT, OR ADDS A NEW ONE. EITHER WAY
      *    THE DECISION FIELDS GO OUT BLANK -- AN ENTRY WITH A VALID
      *    DECISION NEVER REACHES HERE, AND AN INVALID ONE IS CLEARED.
      ******************************************************************
       3200-CARRY-FORWARD.
           MOVE SPACES                TO SUSPENSE-RECORD.
           MOVE ZERO                  TO SUSP-DECISION-DATE.
           MOVE ZERO                  TO SUSP-DECISION-TIME.
           MOVE WS-HOLD-ZIP-RECORD-ID TO SUSP-ZIP-RECORD-ID.
           MOVE WS-HOLD-ZIP-POSTAL    TO SUSP-ZIP-POSTAL.
           MOVE WS-HOLD-GREDIT        TO SUSP-GREDIT.
           MOVE WS-HOLD-RECYCLE-CT    TO SUSP-RECYCLE-CT.
           MOVE WS-HOLD-TRANS-CD      TO SUSP-TRANS-CD.
           MOVE WS-HOLD-COUNTRY-CD    TO SUSP-COUNTRY-CD.

           IF WS-HOLD-ON-FILE
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "WZIPSUSP ABEND - REWRITE FAILED "
                               SUSP-KEY
                       CLOSE SUSPFILE RECYCLE SUSPRPT
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "WZIPSUSP ABEND - WRITE FAILED "
                               SUSP-KEY
                       CLOSE SUSPFILE RECYCLE SUSPRPT
                       STOP RUN
               END-WRITE
           END-IF.
           ADD 1 TO WS-CARRIED-CT.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
