       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPREV.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       ONLINE SUSPENSE AND PENDING-CORRECTION REVIEW,
      *            TRANSACTION WZRV, MAPSET WZIPREV -- THE OPS
      *            COMPANION TO WZIQ AND WZUP FOR THE TWO FILES THAT
      *            USED TO BE WORKED ONLY BY PUNCHED CARD. LISTS THE
      *            WZIPSUSP REJECT SUSPENSE KSDS (SUSPFILE, SUSPREC),
      *            FILTERED BY REASON CODE AND/OR MINIMUM AGE IN
      *            DAYS, OR THE WZIPRCNF PENDING-CORRECTION KSDS
      *            (PENDFILE, PNDREC), FILTERED BY RAISING SOURCE,
      *            TWELVE ENTRIES A PAGE WITH PF8. A DECISION KEYED
      *            BESIDE AN ENTRY -- RELEASE OR PURGE A SUSPENSE
      *            ENTRY, ACCEPT OR REJECT A PENDING CORRECTION, OR
      *            WITHDRAW ONE NOT YET HONORED -- IS STAMPED ON THE
      *            ENTRY WITH THE SIGNED-ON USERID AND LOGGED TO THE
      *            DECNLOG KSDS (DECNREC). NOTHING IS RELEASED FROM
      *            HERE: THE NEXT WZIPSUSP / WZIPRCNF RUN HONORS THE
      *            DECISION IN PLACE OF A CORRECTION OR APPROVAL CARD,
      *            SO AN ONLINE DECISION TAKES THE SAME PATH INTO
      *            CHECKSQL A CARD DOES. THE FILES ARE CLOSED TO CICS
      *            FOR THE BATCH WINDOW, AND THE LIST SAYS SO.
      *            AUTHORIZATION IS CICS TRANSACTION SECURITY -- WZRV
      *            IS DEFINED TO THE OPS OPERATOR CLASS ONLY.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY WZIPREVM.

           COPY DFHAID.

           COPY DFHBMSCA.

           COPY SUSPREC.

           COPY PNDREC.

           COPY DECNREC.

       01  WS-COMMAREA.
           05  CA-FILE-CD             PIC X(01).
               88  CA-SUSPENSE        VALUE 'S'.
               88  CA-PENDING         VALUE 'P'.
           05  CA-REASON-CD           PIC X(04).
           05  CA-MIN-AGE             PIC 9(03).
           05  CA-SOURCE-CD           PIC X(01).
           05  CA-FIRST-KEY           PIC X(17).
           05  CA-NEXT-KEY            PIC X(17).
           05  CA-MORE-SW             PIC X(01).
               88  CA-MORE-ENTRIES    VALUE 'Y'.
           05  CA-LINE-CT             PIC 9(02).
           05  CA-LINE-KEY            PIC X(17) OCCURS 12 TIMES.

       01  WS-DETAIL-WORK.
           05  WD-ZIP                 PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WD-REGION              PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WD-CODE                PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WD-DATE                PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-AGE                 PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-CYCLE               PIC Z9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WD-DECISION            PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WD-DEC-USER            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WD-DEC-DATE            PIC X(08).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-FIELDS.
           05  WS-RESP                PIC S9(08) COMP VALUE ZERO.
           05  WS-LINE-SUB            PIC 9(02) VALUE ZERO.
           05  WS-START-KEY           PIC X(17) VALUE SPACES.
           05  WS-BROWSE-KEY          PIC X(17) VALUE SPACES.
           05  WS-RID-KEY             PIC X(17) VALUE SPACES.
           05  WS-MIN-AGE-X           PIC X(03) VALUE SPACES.
           05  WS-FILTER-SW           PIC X(01) VALUE 'N'.
               88  WS-FILTER-KEYED    VALUE 'Y'.
           05  WS-PASS-SW             PIC X(01) VALUE 'N'.
               88  WS-ENTRY-PASSES    VALUE 'Y'.
           05  WS-BR-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-BR-OPEN         VALUE 'Y'.
           05  WS-BR-END-SW           PIC X(01) VALUE 'N'.
               88  WS-BR-END          VALUE 'Y'.
           05  WS-DECISION-CD         PIC X(01) VALUE SPACE.
               88  WS-DECIDE-WITHDRAW VALUE 'C'.
           05  WS-PRIOR-CD            PIC X(01) VALUE SPACE.
           05  WS-KEYED-CT            PIC 9(02) VALUE ZERO.
           05  WS-RECORDED-CT         PIC 9(02) VALUE ZERO.
           05  WS-REFUSED-CT          PIC 9(02) VALUE ZERO.
           05  WS-REFUSE-LINE         PIC 9(02) VALUE ZERO.
           05  WS-REFUSE-TEXT         PIC X(40) VALUE SPACES.
           05  WS-REFUSE-MSG          PIC X(40) VALUE SPACES.
           05  WS-REPLY-MSG           PIC X(70) VALUE SPACES.
           05  WS-EDIT-CT             PIC Z9.
           05  WS-EDIT-LINE           PIC Z9.

       01  WS-DATE-WORK.
           05  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT           PIC 9(07) BINARY VALUE ZERO.
           05  WS-AGE-DAYS            PIC S9(05) BINARY VALUE ZERO.
           05  WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-CICS-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CICS-TIME           PIC 9(06) VALUE ZERO.

       01  WS-OPERATOR.
           05  WS-USER-ID             PIC X(08) VALUE SPACES.
           05  WS-OPER-ID             PIC X(03) VALUE SPACES.

       01  WS-EXIT-MESSAGE            PIC X(26)
               VALUE "WZIPREV SESSION ENDED     ".

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(250).

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE. FIRST ENTRY (NO COMMAREA) PAINTS A FRESH
      *    MAP; EVERY LATER ENTRY DISPATCHES ON THE AID KEY, THE SAME
      *    PSEUDO-CONVERSATIONAL SHAPE AS WZIPINQ. THE COMMAREA
      *    CARRIES THE FILTERS AND THE KEY OF EVERY LINE ON THE
      *    SCREEN, SO A DECISION KEYED BESIDE A LINE FINDS ITS ENTRY
      *    WITHOUT HOLDING A BROWSE OPEN ACROSS THE CONVERSATION.
      *    EACH RECORDED DECISION COMMITS WHEN THE TASK ENDS.
      ******************************************************************
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               MOVE LOW-VALUES TO WZIPRVMO
               MOVE SPACES     TO WS-COMMAREA
               MOVE ZERO       TO CA-MIN-AGE
               MOVE ZERO       TO CA-LINE-CT
               MOVE LOW-VALUES TO CA-FIRST-KEY
               MOVE "KEY S (SUSPENSE) OR P (PENDING) AND PRESS ENTER"
                   TO MSGO
               PERFORM 8000-SEND-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                   WHEN DFHCLEAR
                       PERFORM 9000-EXIT-TRANSACTION
                   WHEN DFHPF8
                       PERFORM 4000-PAGE-FORWARD
                   WHEN OTHER
                       PERFORM 1000-PROCESS-ENTER
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN
               TRANSID('WZRV')
               COMMAREA(WS-COMMAREA)
               LENGTH(250)
           END-EXEC.

      ******************************************************************
      *    1000-PROCESS-ENTER RECEIVES THE MAP. THE MAPSET IS FRSET,
      *    SO ONLY WHAT THE OPERATOR REKEYED COMES BACK: A REKEYED
      *    (OR ERASED) FILTER FIELD MEANS A NEW LIST FROM THE TOP;
      *    OTHERWISE ANY DECISIONS KEYED BESIDE THE LINES ARE
      *    RECORDED AND THE SAME PAGE IS REPAINTED TO SHOW THEM.
      *    MAPFAIL -- ENTER WITH NOTHING KEYED -- JUST REFRESHES.
      ******************************************************************
       1000-PROCESS-ENTER.
           MOVE LOW-VALUES TO WZIPRVMI.

           EXEC CICS RECEIVE
               MAP('WZIPRVM')
               MAPSET('WZIPREV')
               INTO(WZIPRVMI)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE CA-FIRST-KEY TO WS-START-KEY
               PERFORM 2000-LIST-PAGE
           ELSE
               PERFORM 1100-TAKE-FILTERS
               IF WS-FILTER-KEYED
                   PERFORM 1200-EDIT-FILTERS
               ELSE
                   PERFORM 3000-RECORD-DECISIONS
               END-IF
           END-IF.

       1100-TAKE-FILTERS.
           MOVE 'N' TO WS-FILTER-SW.
           MOVE CA-MIN-AGE TO WS-MIN-AGE-X.

           IF FILCDL > ZERO OR FILCDF = DFHBMEOF
               SET WS-FILTER-KEYED TO TRUE
               MOVE FILCDI TO CA-FILE-CD
           END-IF.

           IF RSNCDL > ZERO OR RSNCDF = DFHBMEOF
               SET WS-FILTER-KEYED TO TRUE
               MOVE RSNCDI TO CA-REASON-CD
           END-IF.

           IF MINAGEL > ZERO OR MINAGEF = DFHBMEOF
               SET WS-FILTER-KEYED TO TRUE
               MOVE MINAGEI TO WS-MIN-AGE-X
           END-IF.

           IF SRCCDL > ZERO OR SRCCDF = DFHBMEOF
               SET WS-FILTER-KEYED TO TRUE
               MOVE SRCCDI TO CA-SOURCE-CD
           END-IF.

           INSPECT CA-FILE-CD
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CA-REASON-CD
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-MIN-AGE-X
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CA-SOURCE-CD
               REPLACING ALL LOW-VALUE BY SPACE.

      ******************************************************************
      *    1200-EDIT-FILTERS CHECKS THE NEW FILTERS AND LISTS FROM THE
      *    TOP OF THE FILE. THE REASON CODE AND AGE ONLY APPLY TO
      *    SUSPENSE AND THE SOURCE ONLY TO PENDING; THE OTHER FILE'S
      *    FILTER IS KEPT BUT IGNORED. DECISIONS KEYED ON THE SAME
      *    ENTER AS A FILTER CHANGE BELONG TO THE OLD LIST AND ARE
      *    NOT RECORDED -- THE OPERATOR IS TOLD SO.
      ******************************************************************
       1200-EDIT-FILTERS.
           IF WS-MIN-AGE-X = SPACES
               MOVE ZERO TO WS-MIN-AGE-X
           END-IF.

           EVALUATE TRUE
               WHEN NOT CA-SUSPENSE AND NOT CA-PENDING
                   MOVE "FILE MUST BE S (SUSPENSE) OR P (PENDING)"
                       TO WS-REPLY-MSG
                   PERFORM 7000-SEND-FILTER-ERROR
               WHEN WS-MIN-AGE-X NOT NUMERIC
                   MOVE "MIN AGE MUST BE A NUMBER OF DAYS, 0-999"
                       TO WS-REPLY-MSG
                   PERFORM 7000-SEND-FILTER-ERROR
               WHEN CA-SOURCE-CD NOT = SPACE
                       AND CA-SOURCE-CD NOT = 'T'
                       AND CA-SOURCE-CD NOT = 'S'
                   MOVE "SOURCE MUST BE T, S OR BLANK"
                       TO WS-REPLY-MSG
                   PERFORM 7000-SEND-FILTER-ERROR
               WHEN OTHER
                   MOVE WS-MIN-AGE-X TO CA-MIN-AGE
                   MOVE ZERO TO WS-KEYED-CT
                   PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB > 12
                       IF DECL(WS-LINE-SUB) > ZERO
                           ADD 1 TO WS-KEYED-CT
                       END-IF
                   END-PERFORM
                   IF WS-KEYED-CT > ZERO
                       MOVE "FILTER CHANGED - DECISIONS NOT RECORDED"
                           TO WS-REPLY-MSG
                   END-IF
                   MOVE LOW-VALUES TO WS-START-KEY
                   PERFORM 2000-LIST-PAGE
           END-EVALUATE.

      ******************************************************************
      *    2000-LIST-PAGE PAINTS ONE PAGE OF THE CHOSEN FILE STARTING
      *    AT WS-START-KEY, REMEMBERING THE KEY OF EVERY LINE SHOWN
      *    AND THE KEY OF THE FIRST ENTRY PAST THE PAGE FOR PF8. A
      *    REPLY ALREADY IN WS-REPLY-MSG (A RECORDING RESULT) TAKES
      *    THE MESSAGE LINE OVER THE USUAL PAGING PROMPT.
      ******************************************************************
       2000-LIST-PAGE.
           MOVE LOW-VALUES   TO WZIPRVMO.
           PERFORM 7100-SHOW-FILTERS.
           MOVE ZERO         TO CA-LINE-CT.
           MOVE 'N'          TO CA-MORE-SW.
           MOVE SPACES       TO CA-NEXT-KEY.
           MOVE WS-START-KEY TO CA-FIRST-KEY.

           IF NOT CA-SUSPENSE AND NOT CA-PENDING
               MOVE "KEY S (SUSPENSE) OR P (PENDING) AND PRESS ENTER"
                   TO MSGO
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

               IF CA-SUSPENSE
                   PERFORM 2100-BROWSE-SUSPENSE
               ELSE
                   PERFORM 2500-BROWSE-PENDING
               END-IF

               IF WS-REPLY-MSG NOT = SPACES
                   MOVE WS-REPLY-MSG TO MSGO
               ELSE
               IF CA-LINE-CT = ZERO
                   MOVE "NO ENTRIES MATCH - CHANGE THE FILTERS OR FILE"
                       TO MSGO
               ELSE
               IF CA-MORE-ENTRIES
                   MOVE "PRESS PF8 FOR THE NEXT PAGE" TO MSGO
               ELSE
                   MOVE "END OF ENTRIES" TO MSGO
               END-IF
               END-IF
               END-IF
           END-IF.

           PERFORM 8000-SEND-MAP.

      ******************************************************************
      *    2100-BROWSE-SUSPENSE WALKS THE SUSPENSE KSDS IN KEY ORDER
      *    FROM WS-START-KEY, KEEPING THE ENTRIES THAT PASS THE REASON
      *    AND AGE FILTERS. THE FILE IS A FEW HUNDRED ENTRIES AT
      *    MOST, SO FILTERING IN THE BROWSE SERVES WITHOUT AN
      *    ALTERNATE INDEX. A FILE THAT WILL NOT OPEN FOR BROWSE IS
      *    ALMOST ALWAYS CLOSED FOR THE BATCH WINDOW.
      ******************************************************************
       2100-BROWSE-SUSPENSE.
           MOVE WS-START-KEY TO WS-BROWSE-KEY.
           MOVE 'N' TO WS-BR-OPEN-SW.
           MOVE 'N' TO WS-BR-END-SW.

           EXEC CICS STARTBR
               FILE('SUSPFILE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BR-OPEN TO TRUE
               PERFORM 2110-READ-NEXT-SUSPENSE
           ELSE
               SET WS-BR-END TO TRUE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE "SUSPENSE FILE NOT AVAILABLE - BATCH WINDOW?"
                       TO WS-REPLY-MSG
               END-IF
           END-IF.

           PERFORM UNTIL WS-BR-END OR CA-MORE-ENTRIES
               PERFORM 2150-FILTER-SUSPENSE
               IF WS-ENTRY-PASSES
                   IF CA-LINE-CT >= 12
                       SET CA-MORE-ENTRIES TO TRUE
                       MOVE SUSP-KEY TO CA-NEXT-KEY
                   ELSE
                       ADD 1 TO CA-LINE-CT
                       MOVE SUSP-KEY TO CA-LINE-KEY(CA-LINE-CT)
                       PERFORM 2160-BUILD-SUSPENSE-LINE
                       MOVE WS-DETAIL-WORK TO DTLO(CA-LINE-CT)
                   END-IF
               END-IF

               IF NOT CA-MORE-ENTRIES
                   PERFORM 2110-READ-NEXT-SUSPENSE
               END-IF
           END-PERFORM.

           IF WS-BR-OPEN
               EXEC CICS ENDBR
                   FILE('SUSPFILE')
               END-EXEC
           END-IF.

       2110-READ-NEXT-SUSPENSE.
           EXEC CICS READNEXT
               FILE('SUSPFILE')
               INTO(SUSPENSE-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BR-END TO TRUE
           END-IF.

      ******************************************************************
      *    2150-FILTER-SUSPENSE AGES THE ENTRY THE WAY WZIPSUSP'S
      *    OVER-AGE REPORT DOES (DAYS SINCE IT FIRST SUSPENDED) AND
      *    TESTS IT AGAINST THE REASON AND MINIMUM-AGE FILTERS.
      ******************************************************************
       2150-FILTER-SUSPENSE.
           SET WS-ENTRY-PASSES TO TRUE.
           MOVE ZERO TO WS-AGE-DAYS.

           IF SUSP-DATE-ADDED IS NUMERIC AND SUSP-DATE-ADDED > ZERO
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(SUSP-DATE-ADDED)
           END-IF.

           IF CA-REASON-CD NOT = SPACES
                   AND SUSP-REASON-CD NOT = CA-REASON-CD
               MOVE 'N' TO WS-PASS-SW
           END-IF.

           IF WS-AGE-DAYS < CA-MIN-AGE
               MOVE 'N' TO WS-PASS-SW
           END-IF.

       2160-BUILD-SUSPENSE-LINE.
           MOVE SUSP-ZIP-POSTAL    TO WD-ZIP.
           MOVE SUSP-GREDIT        TO WD-REGION.
           MOVE SUSP-REASON-CD     TO WD-CODE.
           MOVE SUSP-DATE-ADDED    TO WD-DATE.
           MOVE WS-AGE-DAYS        TO WD-AGE.
           MOVE SUSP-RECYCLE-CT    TO WD-CYCLE.
           MOVE SUSP-DECISION-CD   TO WD-DECISION.
           MOVE SUSP-DECISION-USER TO WD-DEC-USER.

           IF SUSP-UNDECIDED
               MOVE SPACES TO WD-DEC-DATE
           ELSE
               MOVE SUSP-DECISION-DATE TO WD-DEC-DATE
           END-IF.

      ******************************************************************
      *    2500-BROWSE-PENDING IS 2100 FOR THE PENDING-CORRECTION
      *    KSDS, FILTERED ON THE SIDE THAT RAISED THE PROPOSAL. THE
      *    CODE COLUMN SHOWS TRANSACTION/SOURCE ('D/T', 'A/S') AND
      *    THE AGE IS DAYS SINCE FIRST PROPOSED.
      ******************************************************************
       2500-BROWSE-PENDING.
           MOVE WS-START-KEY TO WS-BROWSE-KEY.
           MOVE 'N' TO WS-BR-OPEN-SW.
           MOVE 'N' TO WS-BR-END-SW.

           EXEC CICS STARTBR
               FILE('PENDFILE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BR-OPEN TO TRUE
               PERFORM 2510-READ-NEXT-PENDING
           ELSE
               SET WS-BR-END TO TRUE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE "PENDING FILE NOT AVAILABLE - BATCH WINDOW?"
                       TO WS-REPLY-MSG
               END-IF
           END-IF.

           PERFORM UNTIL WS-BR-END OR CA-MORE-ENTRIES
               SET WS-ENTRY-PASSES TO TRUE
               IF CA-SOURCE-CD NOT = SPACE
                       AND PND-SOURCE-CD NOT = CA-SOURCE-CD
                   MOVE 'N' TO WS-PASS-SW
               END-IF

               IF WS-ENTRY-PASSES
                   IF CA-LINE-CT >= 12
                       SET CA-MORE-ENTRIES TO TRUE
                       MOVE PND-KEY TO CA-NEXT-KEY
                   ELSE
                       ADD 1 TO CA-LINE-CT
                       MOVE PND-KEY TO CA-LINE-KEY(CA-LINE-CT)
                       PERFORM 2560-BUILD-PENDING-LINE
                       MOVE WS-DETAIL-WORK TO DTLO(CA-LINE-CT)
                   END-IF
               END-IF

               IF NOT CA-MORE-ENTRIES
                   PERFORM 2510-READ-NEXT-PENDING
               END-IF
           END-PERFORM.

           IF WS-BR-OPEN
               EXEC CICS ENDBR
                   FILE('PENDFILE')
               END-EXEC
           END-IF.

       2510-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               FILE('PENDFILE')
               INTO(PND-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BR-END TO TRUE
           END-IF.

       2560-BUILD-PENDING-LINE.
           MOVE ZERO TO WS-AGE-DAYS.

           IF PND-DATE-PROPOSED IS NUMERIC AND PND-DATE-PROPOSED > ZERO
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(PND-DATE-PROPOSED)
           END-IF.

           MOVE PND-ZIP-CD         TO WD-ZIP.
           MOVE PND-REGION-CD      TO WD-REGION.
           MOVE SPACES             TO WD-CODE.
           MOVE PND-TRANS-CD       TO WD-CODE(1:1).
           MOVE '/'                TO WD-CODE(2:1).
           MOVE PND-SOURCE-CD      TO WD-CODE(3:1).
           MOVE PND-DATE-PROPOSED  TO WD-DATE.
           MOVE WS-AGE-DAYS        TO WD-AGE.
           MOVE PND-CYCLE-CT       TO WD-CYCLE.
           MOVE PND-DECISION-CD    TO WD-DECISION.
           MOVE PND-DECISION-USER  TO WD-DEC-USER.

           IF PND-UNDECIDED
               MOVE SPACES TO WD-DEC-DATE
           ELSE
               MOVE PND-DECISION-DATE TO WD-DEC-DATE
           END-IF.

      ******************************************************************
      *    3000-RECORD-DECISIONS RECORDS EVERY DECISION KEYED BESIDE
      *    A LINE OF THE PAGE ON SCREEN. THE USERID, OPERATOR ID AND
      *    CICS DATE/TIME ARE TAKEN ONCE FOR THE WHOLE ENTER. A BAD
      *    OR FAILED LINE IS REFUSED WITHOUT STOPPING THE OTHERS; THE
      *    REPLY COUNTS WHAT WAS RECORDED AND NAMES THE FIRST LINE
      *    REFUSED. THE PAGE IS THEN REPAINTED FROM ITS FIRST KEY SO
      *    THE DEC / BY / ON COLUMNS SHOW WHAT NOW STANDS.
      ******************************************************************
       3000-RECORD-DECISIONS.
           MOVE ZERO   TO WS-RECORDED-CT.
           MOVE ZERO   TO WS-REFUSED-CT.
           MOVE ZERO   TO WS-REFUSE-LINE.
           MOVE SPACES TO WS-REFUSE-MSG.

           IF CA-SUSPENSE OR CA-PENDING
               EXEC CICS ASSIGN
                   USERID(WS-USER-ID)
                   OPID(WS-OPER-ID)
               END-EXEC

               EXEC CICS ASKTIME
                   ABSTIME(WS-ABSTIME)
               END-EXEC

               EXEC CICS FORMATTIME
                   ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-CICS-DATE)
                   TIME(WS-CICS-TIME)
               END-EXEC

               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > CA-LINE-CT
                   IF DECL(WS-LINE-SUB) > ZERO
                       MOVE DECI(WS-LINE-SUB) TO WS-DECISION-CD
                       IF WS-DECISION-CD NOT = SPACE
                               AND WS-DECISION-CD NOT = LOW-VALUE
                           PERFORM 3100-RECORD-ONE-DECISION
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM 3900-BUILD-REPLY
           END-IF.

           MOVE CA-FIRST-KEY TO WS-START-KEY.
           PERFORM 2000-LIST-PAGE.

       3100-RECORD-ONE-DECISION.
           MOVE CA-LINE-KEY(WS-LINE-SUB) TO WS-RID-KEY.

           IF CA-SUSPENSE
               PERFORM 3200-DECIDE-SUSPENSE
           ELSE
               PERFORM 3300-DECIDE-PENDING
           END-IF.

      ******************************************************************
      *    3200-DECIDE-SUSPENSE STAMPS 'R' (RELEASE) OR 'P' (PURGE) ON
      *    A SUSPENSE ENTRY, OR CLEARS IT ON 'C'. THE ENTRY IS READ
      *    FOR UPDATE, THE DECNLOG RECORD WRITTEN, AND ONLY THEN THE
      *    ENTRY REWRITTEN -- A DECISION THAT CANNOT BE LOGGED IS NOT
      *    TAKEN. IF THE REWRITE THEN FAILS, THE DECNLOG RECORD JUST
      *    WRITTEN IS DELETED AGAIN, SO THE LOG NEVER SHOWS A DECISION
      *    THAT WAS NOT TAKEN. AN ENTRY NO LONGER ON FILE WAS SETTLED
      *    BY A BATCH RUN SINCE THE PAGE WAS PAINTED.
      ******************************************************************
       3200-DECIDE-SUSPENSE.
           IF WS-DECISION-CD NOT = 'R'
                   AND WS-DECISION-CD NOT = 'P'
                   AND NOT WS-DECIDE-WITHDRAW
               MOVE "SUSPENSE TAKES R, P OR C" TO WS-REFUSE-TEXT
               PERFORM 3800-REFUSE-LINE
           ELSE
               EXEC CICS READ
                   FILE('SUSPFILE')
                   INTO(SUSPENSE-RECORD)
                   RIDFLD(WS-RID-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "ENTRY ALREADY SETTLED BY THE BATCH RUN"
                       TO WS-REFUSE-TEXT
                   PERFORM 3800-REFUSE-LINE
               ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "SUSPENSE FILE NOT AVAILABLE"
                       TO WS-REFUSE-TEXT
                   PERFORM 3800-REFUSE-LINE
               ELSE
                   MOVE SUSP-DECISION-CD TO WS-PRIOR-CD
                   PERFORM 3700-WRITE-DECISION-LOG
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS UNLOCK
                           FILE('SUSPFILE')
                       END-EXEC
                       MOVE "DECISION LOG NOT AVAILABLE"
                           TO WS-REFUSE-TEXT
                       PERFORM 3800-REFUSE-LINE
                   ELSE
                       IF WS-DECIDE-WITHDRAW
                           MOVE SPACE          TO SUSP-DECISION-CD
                           MOVE SPACES         TO SUSP-DECISION-USER
                           MOVE ZERO           TO SUSP-DECISION-DATE
                           MOVE ZERO           TO SUSP-DECISION-TIME
                       ELSE
                           MOVE WS-DECISION-CD TO SUSP-DECISION-CD
                           MOVE WS-USER-ID     TO SUSP-DECISION-USER
                           MOVE WS-CICS-DATE   TO SUSP-DECISION-DATE
                           MOVE WS-CICS-TIME   TO SUSP-DECISION-TIME
                       END-IF

                       EXEC CICS REWRITE
                           FILE('SUSPFILE')
                           FROM(SUSPENSE-RECORD)
                           RESP(WS-RESP)
                       END-EXEC

                       IF WS-RESP = DFHRESP(NORMAL)
                           ADD 1 TO WS-RECORDED-CT
                       ELSE
                           EXEC CICS DELETE
                               FILE('DECNLOG')
                               RIDFLD(DECN-KEY)
                               RESP(WS-RESP)
                           END-EXEC
                           MOVE "SUSPENSE UPDATE FAILED"
                               TO WS-REFUSE-TEXT
                           PERFORM 3800-REFUSE-LINE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    3300-DECIDE-PENDING IS 3200 FOR A PENDING CORRECTION:
      *    'A' (ACCEPT -- RELEASE TO THE NEXT LOAD), 'R' (REJECT) OR
      *    'C' (WITHDRAW).
      ******************************************************************
       3300-DECIDE-PENDING.
           IF WS-DECISION-CD NOT = 'A'
                   AND WS-DECISION-CD NOT = 'R'
                   AND NOT WS-DECIDE-WITHDRAW
               MOVE "PENDING TAKES A, R OR C" TO WS-REFUSE-TEXT
               PERFORM 3800-REFUSE-LINE
           ELSE
               EXEC CICS READ
                   FILE('PENDFILE')
                   INTO(PND-RECORD)
                   RIDFLD(WS-RID-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "ENTRY ALREADY SETTLED BY THE BATCH RUN"
                       TO WS-REFUSE-TEXT
                   PERFORM 3800-REFUSE-LINE
               ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "PENDING FILE NOT AVAILABLE"
                       TO WS-REFUSE-TEXT
                   PERFORM 3800-REFUSE-LINE
               ELSE
                   MOVE PND-DECISION-CD TO WS-PRIOR-CD
                   PERFORM 3700-WRITE-DECISION-LOG
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS UNLOCK
                           FILE('PENDFILE')
                       END-EXEC
                       MOVE "DECISION LOG NOT AVAILABLE"
                           TO WS-REFUSE-TEXT
                       PERFORM 3800-REFUSE-LINE
                   ELSE
                       IF WS-DECIDE-WITHDRAW
                           MOVE SPACE          TO PND-DECISION-CD
                           MOVE SPACES         TO PND-DECISION-USER
                           MOVE ZERO           TO PND-DECISION-DATE
                           MOVE ZERO           TO PND-DECISION-TIME
                       ELSE
                           MOVE WS-DECISION-CD TO PND-DECISION-CD
                           MOVE WS-USER-ID     TO PND-DECISION-USER
                           MOVE WS-CICS-DATE   TO PND-DECISION-DATE
                           MOVE WS-CICS-TIME   TO PND-DECISION-TIME
                       END-IF

                       EXEC CICS REWRITE
                           FILE('PENDFILE')
                           FROM(PND-RECORD)
                           RESP(WS-RESP)
                       END-EXEC

                       IF WS-RESP = DFHRESP(NORMAL)
                           ADD 1 TO WS-RECORDED-CT
                       ELSE
                           EXEC CICS DELETE
                               FILE('DECNLOG')
                               RIDFLD(DECN-KEY)
                               RESP(WS-RESP)
                           END-EXEC
                           MOVE "PENDING UPDATE FAILED"
                               TO WS-REFUSE-TEXT
                           PERFORM 3800-REFUSE-LINE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    3700-WRITE-DECISION-LOG WRITES ONE DECNLOG RECORD FOR THE
      *    DECISION ON THE CURRENT LINE, KEYED SO NO TWO DECISIONS
      *    CAN COLLIDE (DATE, TIME, TERMINAL, TASK, LINE). WS-RESP
      *    LEAVES HERE FOR THE CALLER TO TEST. DECN-KEY IS LEFT SET SO
      *    THE CALLER CAN DELETE THE RECORD AGAIN IF ITS REWRITE OF
      *    THE ENTRY FAILS.
      ******************************************************************
       3700-WRITE-DECISION-LOG.
           MOVE SPACES         TO DECN-RECORD.
           MOVE WS-CICS-DATE   TO DECN-DATE.
           MOVE WS-CICS-TIME   TO DECN-TIME.
           MOVE EIBTRMID       TO DECN-TERM-ID.
           MOVE EIBTASKN       TO DECN-TASK-NO.
           MOVE WS-LINE-SUB    TO DECN-LINE-NO.
           MOVE CA-FILE-CD     TO DECN-FILE-CD.
           MOVE WS-RID-KEY     TO DECN-ENTRY-KEY.
           MOVE WS-DECISION-CD TO DECN-ACTION-CD.
           MOVE WS-PRIOR-CD    TO DECN-PRIOR-CD.
           MOVE WS-USER-ID     TO DECN-USER-ID.
           MOVE WS-OPER-ID     TO DECN-OPER-ID.

           EXEC CICS WRITE
               FILE('DECNLOG')
               FROM(DECN-RECORD)
               RIDFLD(DECN-KEY)
               RESP(WS-RESP)
           END-EXEC.

       3800-REFUSE-LINE.
           ADD 1 TO WS-REFUSED-CT.

           IF WS-REFUSE-LINE = ZERO
               MOVE WS-LINE-SUB    TO WS-REFUSE-LINE
               MOVE WS-REFUSE-TEXT TO WS-REFUSE-MSG
           END-IF.

       3900-BUILD-REPLY.
           MOVE SPACES TO WS-REPLY-MSG.
           MOVE WS-RECORDED-CT TO WS-EDIT-CT.
           MOVE WS-REFUSE-LINE TO WS-EDIT-LINE.

           IF WS-RECORDED-CT = ZERO AND WS-REFUSED-CT = ZERO
               MOVE "NO DECISION KEYED - LIST REFRESHED" TO WS-REPLY-MSG
           ELSE
           IF WS-REFUSED-CT = ZERO
               STRING WS-EDIT-CT " RECORDED - HONORED BY THE NEXT "
                      "BATCH RUN"
                   DELIMITED BY SIZE INTO WS-REPLY-MSG
           ELSE
               STRING WS-EDIT-CT " RECORDED, LINE " WS-EDIT-LINE
                      " REFUSED: " WS-REFUSE-MSG
                   DELIMITED BY SIZE INTO WS-REPLY-MSG
           END-IF
           END-IF.

      ******************************************************************
      *    4000-PAGE-FORWARD LISTS THE NEXT PAGE FROM THE KEY THE LAST
      *    PAGE STOPPED AT. AT THE END OF THE LIST IT REPAINTS THE
      *    LAST PAGE WITH A REMINDER. PF8 DOES NOT RECEIVE THE MAP,
      *    SO DECISIONS ARE RECORDED WITH ENTER, NOT PF8.
      ******************************************************************
       4000-PAGE-FORWARD.
           IF CA-MORE-ENTRIES
               MOVE CA-NEXT-KEY  TO WS-START-KEY
           ELSE
               MOVE CA-FIRST-KEY TO WS-START-KEY
               MOVE "NO MORE ENTRIES - END OF LIST" TO WS-REPLY-MSG
           END-IF.

           PERFORM 2000-LIST-PAGE.

      ******************************************************************
      *    7000-SEND-FILTER-ERROR REDISPLAYS THE FILTERS WITH THE EDIT
      *    MESSAGE AND NO LIST, SO NO DECISION CAN BE KEYED AGAINST
      *    LINES THAT ARE NOT ON THE SCREEN.
      ******************************************************************
       7000-SEND-FILTER-ERROR.
           MOVE LOW-VALUES   TO WZIPRVMO.
           PERFORM 7100-SHOW-FILTERS.
           MOVE WS-MIN-AGE-X TO MINAGEO.
           MOVE ZERO         TO CA-LINE-CT.
           MOVE 'N'          TO CA-MORE-SW.
           MOVE WS-REPLY-MSG TO MSGO.

           PERFORM 8000-SEND-MAP.

       7100-SHOW-FILTERS.
           MOVE CA-FILE-CD   TO FILCDO.
           MOVE CA-REASON-CD TO RSNCDO.
           MOVE CA-MIN-AGE   TO MINAGEO.
           MOVE CA-SOURCE-CD TO SRCCDO.

      ******************************************************************
      *    8000-SEND-MAP REPAINTS THE WHOLE SCREEN, ONE ERASE SEND
      *    FOR FIRST PAINT AND EVERY REPLY ALIKE, SAME AS WZIPINQ.
      ******************************************************************
       8000-SEND-MAP.
           EXEC CICS SEND
               MAP('WZIPRVM')
               MAPSET('WZIPREV')
               FROM(WZIPRVMO)
               ERASE
           END-EXEC.

       9000-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM(WS-EXIT-MESSAGE)
               LENGTH(26)
               ERASE
               FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.
