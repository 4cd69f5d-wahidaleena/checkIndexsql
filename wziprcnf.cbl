      *            THE RELEASE FILE IS IN ZIPREC LAYOUT AND RIDES
      *            INTO THE NEXT LOAD BEHIND THE TRANSMITTAL
      *            TRAILER, LIKE THE WZIPSUSP RECYCLE FILE.
      *            THE PENDING FILE IS A VSAM KSDS (PNDREC, KEYED
      *            ZIP/REGION/TRANSACTION) MAINTAINED IN PLACE, THE
      *            SAME WAY WZIPSUSP KEEPS ITS SUSPENSE FILE. BETWEEN
      *            RUNS REVIEWERS WORK IT ONLINE THROUGH THE WZRV
      *            TRANSACTION (WZIPREV), WHICH STAMPS AN ACCEPT OR
      *            REJECT DECISION AND ITS OPERATOR ON THE PROPOSAL.
      *            THIS RUN HONORS THOSE DECISIONS EXACTLY AS IT DOES
      *            A CARD, SO THE APPROVAL DECK IS OPTIONAL -- AN
      *            EMPTY (DUMMY) DECK IS NORMAL. WHERE BOTH NAME THE
      *            SAME PROPOSAL THE ONLINE DECISION WINS. THE FILE IS
      *            CLOSED TO CICS FOR THE BATCH WINDOW.
      *            THE KSDS WAS FIRST LOADED BY THE ONE-TIME WZIPSEED
      *            CUT-OVER FROM THE LAST SEQUENTIAL PENDOUT
      *            GENERATION; IT MUST BE LOADED (EVEN EMPTY) BEFORE
      *            THIS RUN CAN OPEN IT I-O. A DECISION CODE THAT IS
      *            NEITHER ACCEPT NOR REJECT IS NEVER ACTED ON -- THE
      *            PROPOSAL IS LISTED AND CARRIED WITH THE CODE CLEARED.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SNPONLY  ASSIGN TO SNPONLY
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDFILE ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY.

           SELECT APPRFILE ASSIGN TO APPRFILE
               ORGANIZATION IS SEQUENTIAL.
           05  SNP-REGION-CD          PIC X(04).
           05  FILLER                 PIC X(07).

       FD  PENDFILE
           LABEL RECORDS STANDARD.
           COPY PNDREC.

       FD  APPRFILE
           RECORDING MODE F
           05  SRT-SOURCE-CD          PIC X(01).
           05  SRT-DATE-PROPOSED      PIC 9(08).
           05  SRT-CYCLE-CT           PIC 9(02).
           05  SRT-ON-FILE-SW         PIC X(01).
           05  SRT-DECISION-CD        PIC X(01).
           05  SRT-DECISION-USER      PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-COUNTERS.
           05  WS-TBLONLY-CT          PIC 9(07) VALUE ZERO.
           05  WS-APPR-CT             PIC 9(03) VALUE ZERO.
           05  WS-APPR-BAD-CT         PIC 9(03) VALUE ZERO.
           05  WS-RELEASE-SEQ         PIC 9(08) VALUE ZERO.
           05  WS-ONL-RELEASED-CT     PIC 9(07) VALUE ZERO.
           05  WS-ONL-REJECTED-CT     PIC 9(07) VALUE ZERO.
           05  WS-APPR-OVERRIDE-CT    PIC 9(03) VALUE ZERO.
           05  WS-ONL-BAD-CT          PIC 9(07) VALUE ZERO.

       01  WS-RUN-PARMS.
           05  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
           05  WS-HOLD-SOURCE-CD      PIC X(01).
           05  WS-HOLD-DATE-PROPOSED  PIC 9(08).
           05  WS-HOLD-CYCLE-CT       PIC 9(02).
           05  WS-HOLD-ON-FILE-SW     PIC X(01).
               88  WS-HOLD-ON-FILE    VALUE 'Y'.
           05  WS-HOLD-DECISION-CD    PIC X(01).
               88  WS-HOLD-UNDECIDED  VALUE SPACE LOW-VALUE.
               88  WS-HOLD-ACCEPT     VALUE 'A'.
               88  WS-HOLD-REJECT     VALUE 'R'.
           05  WS-HOLD-DECISION-USER  PIC X(08).

       01  WS-APPROVAL-TABLE.
           05  WS-APPR-MAX            PIC 9(03) VALUE 500.
       01  HDG-COLUMN-LINE.
           05  FILLER                 PIC X(44) VALUE
               "   ZIP CD     REGN  TRN SRC  PROPOSED  CYC  ".
           05  FILLER                 PIC X(23) VALUE
               "DISPOSITION          BY".

       01  DTL-REGISTER-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DTL-CYCLE-CT           PIC Z9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DTL-DISPOSITION        PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-DECIDED-BY         PIC X(08).

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0200-LOAD-APPROVALS.

           OPEN I-O    PENDFILE.
           OPEN OUTPUT RELFILE.
           OPEN OUTPUT RCNFRPT.

               OUTPUT PROCEDURE 2000-PROCESS-SORTED.

       6000-FINAL-COUNT.
           CLOSE PENDFILE
                 RELFILE
                 RCNFRPT.
           DISPLAY "---------------------------------------------".
           DISPLAY "SNAPSHOT-ONLY EXCPTNS  : " WS-SNPONLY-CT.
           DISPLAY "PENDING BROUGHT FWD    : " WS-PENDIN-CT.
           DISPLAY "RELEASED TO LOAD       : " WS-RELEASED-CT.
           DISPLAY "REJECTED BY REVIEW     : " WS-REJECTED-CT.
           DISPLAY "RELEASED ONLINE        : " WS-ONL-RELEASED-CT.
           DISPLAY "REJECTED ONLINE        : " WS-ONL-REJECTED-CT.
           DISPLAY "CARRIED PENDING        : " WS-CARRIED-CT.
           DISPLAY "BAD APPROVAL CARDS     : " WS-APPR-BAD-CT.
           DISPLAY "CARDS OVERRIDDEN       : " WS-APPR-OVERRIDE-CT.
           DISPLAY "BAD ONLINE DECISIONS   : " WS-ONL-BAD-CT.
           STOP RUN.

      ******************************************************************
      *    CHECKSQL LOAD) OR REFUSED IT ('R' -- THE EXCEPTION IS
      *    EXPECTED, DROP THE PROPOSAL). CARDS PAST THE TABLE LIMIT
      *    ABEND THE RUN RATHER THAN BEING QUIETLY DROPPED, SAME AS
      *    WZIPSUSP'S CORRECTION DECK. AN EMPTY DECK IS NORMAL NOW
      *    THAT MOST DECISIONS ARE KEYED ONLINE.
      ******************************************************************
       0200-LOAD-APPROVALS.
           OPEN INPUT APPRFILE.

      ******************************************************************
      *    1000-RELEASE-INPUTS FEEDS THE SORT FROM THREE SIDES: THE
      *    PENDING KSDS AS THE LAST CYCLE AND THE WZRV REVIEWERS LEFT
      *    IT (EACH PROPOSAL FLAGGED ON-FILE AND CARRYING ANY ONLINE
      *    DECISION), AND THE TWO EXCEPTION FILES THE WZIPRCN RUN
      *    JUST WROTE (A TABLE-ONLY PAIR PROPOSES A 'D', A
      *    SNAPSHOT-ONLY PAIR AN 'A', BOTH STAMPED WITH TODAY).
      *    SORTING ALL THREE ON ZIP/REGION/TRANSACTION WITH THE
      *    PROPOSED DATE ASCENDING PUTS A RE-RAISED EXCEPTION
      *    DIRECTLY BEHIND ITS PENDING PROPOSAL, OLDEST FIRST, SO THE
      *    OUTPUT SIDE CAN COLLAPSE THEM WITHOUT ANY RANDOM LOOKUPS.
      ******************************************************************
       1000-RELEASE-INPUTS.
           READ PENDFILE NEXT RECORD
               AT END
                   SET WS-PND-EOF TO TRUE
           END-READ.
               MOVE PND-SOURCE-CD     TO SRT-SOURCE-CD
               MOVE PND-DATE-PROPOSED TO SRT-DATE-PROPOSED
               MOVE PND-CYCLE-CT      TO SRT-CYCLE-CT
               MOVE 'Y'               TO SRT-ON-FILE-SW
               MOVE PND-DECISION-CD   TO SRT-DECISION-CD
               MOVE PND-DECISION-USER TO SRT-DECISION-USER
               RELEASE SORT-RECORD

               READ PENDFILE NEXT RECORD
                   AT END
                       SET WS-PND-EOF TO TRUE
               END-READ
           END-PERFORM.

           OPEN INPUT TBLONLY.

           READ TBLONLY
               MOVE 'T'           TO SRT-SOURCE-CD
               MOVE WS-TODAY-DATE TO SRT-DATE-PROPOSED
               MOVE ZERO          TO SRT-CYCLE-CT
               MOVE 'N'           TO SRT-ON-FILE-SW
               MOVE SPACE         TO SRT-DECISION-CD
               MOVE SPACES        TO SRT-DECISION-USER
               RELEASE SORT-RECORD

               READ TBLONLY
               MOVE 'S'           TO SRT-SOURCE-CD
               MOVE WS-TODAY-DATE TO SRT-DATE-PROPOSED
               MOVE ZERO          TO SRT-CYCLE-CT
               MOVE 'N'           TO SRT-ON-FILE-SW
               MOVE SPACE         TO SRT-DECISION-CD
               MOVE SPACES        TO SRT-DECISION-USER
               RELEASE SORT-RECORD

               READ SNPONLY
      *    DUPLICATES AS RECONCILIATION CYCLES THAT RE-RAISED THE
      *    SAME PAIR, THEN DISPOSES OF THE COLLAPSED PROPOSAL VIA
      *    3000-DISPOSE-PROPOSAL -- THE SAME COLLAPSE-AND-DISPOSE
      *    SHAPE WZIPSUSP USES ON ITS SUSPENSE GROUPS, INCLUDING
      *    TAKING THE ON-FILE FLAG AND ONLINE DECISION FROM WHICHEVER
      *    RECORD OF THE GROUP CAME FROM THE KSDS.
      ******************************************************************
       2000-PROCESS-SORTED.
           RETURN SORTFILE
               MOVE SRT-SOURCE-CD     TO WS-HOLD-SOURCE-CD
               MOVE SRT-DATE-PROPOSED TO WS-HOLD-DATE-PROPOSED
               MOVE SRT-CYCLE-CT      TO WS-HOLD-CYCLE-CT
               MOVE SRT-ON-FILE-SW    TO WS-HOLD-ON-FILE-SW
               MOVE SRT-DECISION-CD   TO WS-HOLD-DECISION-CD
               MOVE SRT-DECISION-USER TO WS-HOLD-DECISION-USER

               PERFORM 2100-ABSORB-DUPLICATES

                   OR SRT-REGION-CD  NOT = WS-HOLD-REGION-CD
                   OR SRT-TRANS-CD   NOT = WS-HOLD-TRANS-CD
               ADD 1 TO WS-HOLD-CYCLE-CT
               IF SRT-ON-FILE-SW = 'Y'
                   MOVE 'Y'               TO WS-HOLD-ON-FILE-SW
                   MOVE SRT-DECISION-CD   TO WS-HOLD-DECISION-CD
                   MOVE SRT-DECISION-USER TO WS-HOLD-DECISION-USER
               END-IF

               RETURN SORTFILE
                   AT END
      *    CARRIES IT FORWARD PENDING. EVERY PROPOSAL PRINTS ON THE
      *    REGISTER WITH ITS DISPOSITION, SO THE REVIEWER'S NEXT
      *    APPROVAL DECK CAN BE PUNCHED STRAIGHT OFF THE REGISTER.
      *    A DECISION KEYED ONLINE ON WZRV IS HONORED AHEAD OF ANY
      *    CARD, AND ITS OPERATOR PRINTS IN THE REGISTER'S BY COLUMN.
      *    A RELEASED OR REJECTED ON-FILE PROPOSAL IS DELETED FROM
      *    THE KSDS. ANY OTHER DECISION BYTE (A DAMAGED OR BADLY
      *    PADDED RECORD) IS TRUSTED FOR NOTHING: THE PROPOSAL IS
      *    LISTED AND CARRIED FORWARD PENDING, WHICH CLEARS THE CODE.
      ******************************************************************
       3000-DISPOSE-PROPOSAL.
           MOVE 'N' TO WS-APPR-FOUND-SW.
           MOVE SPACES TO DTL-DECIDED-BY.

           IF WS-HOLD-UNDECIDED
               PERFORM 3010-APPLY-APPROVAL-CARD
           ELSE
           IF WS-HOLD-ACCEPT OR WS-HOLD-REJECT
               PERFORM 3050-HONOR-ONLINE-DECISION
           ELSE
               ADD 1 TO WS-ONL-BAD-CT
               DISPLAY "WZIPRCNF - BAD ONLINE DECISION '"
                       WS-HOLD-DECISION-CD "' CLEARED, CARRIED: "
                       WS-HOLD-ZIP-CD " " WS-HOLD-REGION-CD
                       " " WS-HOLD-TRANS-CD
               PERFORM 3200-CARRY-FORWARD
               MOVE "PENDING - BAD CODE" TO DTL-DISPOSITION
           END-IF
           END-IF.

           PERFORM 4000-PRINT-REGISTER-LINE.

       3010-APPLY-APPROVAL-CARD.

           IF WS-APPR-CT > ZERO
               PERFORM VARYING APPR-INDX FROM 1 BY 1
                   ADD 1 TO WS-REJECTED-CT
                   MOVE "REJECTED BY REVIEW" TO DTL-DISPOSITION
               END-IF
               MOVE "CARD" TO DTL-DECIDED-BY
               PERFORM 3150-DELETE-SETTLED
           ELSE
               PERFORM 3200-CARRY-FORWARD
               MOVE "PENDING REVIEW" TO DTL-DISPOSITION
           END-IF.

      ******************************************************************
      *    3050-HONOR-ONLINE-DECISION APPLIES THE DECISION A WZRV
      *    REVIEWER STAMPED ON THE PROPOSAL. A CARD FOR THE SAME
      *    ZIP/REGION IS STILL LOOKED UP, ONLY SO THE OVERRIDE IS
      *    COUNTED AND SHOWN.
      ******************************************************************
       3050-HONOR-ONLINE-DECISION.
           IF WS-APPR-CT > ZERO
               PERFORM VARYING APPR-INDX FROM 1 BY 1
                       UNTIL APPR-INDX > WS-APPR-CT
                       OR WS-APPR-FOUND
                   IF WS-APPR-ZIP(APPR-INDX) = WS-HOLD-ZIP-CD
                       AND WS-APPR-REGION(APPR-INDX)
                           = WS-HOLD-REGION-CD
                       SET WS-APPR-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-APPR-FOUND
               ADD 1 TO WS-APPR-OVERRIDE-CT
               DISPLAY "WZIPRCNF - CARD OVERRIDDEN BY ONLINE DECISION: "
                       WS-HOLD-ZIP-CD " " WS-HOLD-REGION-CD
           END-IF.

           IF WS-HOLD-ACCEPT
               PERFORM 3100-RELEASE-TO-LOAD
               ADD 1 TO WS-ONL-RELEASED-CT
               MOVE "RELEASED TO LOAD" TO DTL-DISPOSITION
           END-IF.

           IF WS-HOLD-REJECT
               ADD 1 TO WS-REJECTED-CT
               ADD 1 TO WS-ONL-REJECTED-CT
               MOVE "REJECTED BY REVIEW" TO DTL-DISPOSITION
           END-IF.

           MOVE WS-HOLD-DECISION-USER TO DTL-DECIDED-BY.
           PERFORM 3150-DELETE-SETTLED.

      ******************************************************************
      *    3100-RELEASE-TO-LOAD WRITES THE ACCEPTED PROPOSAL AS A
           WRITE ZIP-RECORD.
           ADD 1 TO WS-RELEASED-CT.

      ******************************************************************
      *    3150-DELETE-SETTLED TAKES A RELEASED OR REJECTED PROPOSAL
      *    OFF THE KSDS. ONE RAISED ONLY TONIGHT WAS NEVER WRITTEN.
      ******************************************************************
       3150-DELETE-SETTLED.
           IF WS-HOLD-ON-FILE
               MOVE WS-HOLD-ZIP-CD    TO PND-ZIP-CD
               MOVE WS-HOLD-REGION-CD TO PND-REGION-CD
               MOVE WS-HOLD-TRANS-CD  TO PND-TRANS-CD
               DELETE PENDFILE RECORD
                   INVALID KEY
                       DISPLAY "WZIPRCNF ABEND - DELETE FAILED "
                               PND-KEY
                       CLOSE PENDFILE RELFILE RCNFRPT
                       STOP RUN
               END-DELETE
           END-IF.

      ******************************************************************
      *    3200-CARRY-FORWARD REWRITES A STILL-PENDING ON-FILE
      *    PROPOSAL WITH ITS NEW CYCLE COUNT, OR ADDS A NEW ONE, WITH
      *    THE DECISION FIELDS BLANK -- WHICH CLEARS AN INVALID CODE.
      ******************************************************************
       3200-CARRY-FORWARD.
           MOVE SPACES                TO PND-RECORD.
           MOVE ZERO                  TO PND-DECISION-DATE.
           MOVE ZERO                  TO PND-DECISION-TIME.
           MOVE WS-HOLD-ZIP-CD        TO PND-ZIP-CD.
           MOVE WS-HOLD-REGION-CD     TO PND-REGION-CD.
           MOVE WS-HOLD-TRANS-CD      TO PND-TRANS-CD.
           MOVE WS-HOLD-SOURCE-CD     TO PND-SOURCE-CD.
           MOVE WS-HOLD-DATE-PROPOSED TO PND-DATE-PROPOSED.
           MOVE WS-HOLD-CYCLE-CT      TO PND-CYCLE-CT.

           IF WS-HOLD-ON-FILE
               REWRITE PND-RECORD
                   INVALID KEY
                       DISPLAY "WZIPRCNF ABEND - REWRITE FAILED "
                               PND-KEY
                       CLOSE PENDFILE RELFILE RCNFRPT
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE PND-RECORD
                   INVALID KEY
                       DISPLAY "WZIPRCNF ABEND - WRITE FAILED "
                               PND-KEY
                       CLOSE PENDFILE RELFILE RCNFRPT
                       STOP RUN
               END-WRITE
           END-IF.
           ADD 1 TO WS-CARRIED-CT.

       4000-PRINT-REGISTER-LINE.
