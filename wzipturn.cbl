       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPTURN.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       DAILY SEASON-TURN EVENT FEED. RUNS STRAIGHT
      *            AFTER WZIPEXTR AND APPENDS TO THE SAME SALES FEED
      *            THE PAIRS WZIPEXTR'S RUN-ID JOIN NEVER SEES: A
      *            PRELOADED SEASON WHOSE EFFECTIVE-FROM DATE IS
      *            TODAY (ACTION 'A', EVENT 'S'), A SEASON WHOSE
      *            EFFECTIVE-TO DATE WAS YESTERDAY (ACTION 'D', EVENT
      *            'E'), AND EVERY PAIR RETIRED IN WZIP_AUDIT UNDER
      *            THE RUN-ID OR THE DAY'S ONLINE RUN-ID -- A CHECKSQL
      *            'D' CARD, A WZIPMOVE OR A WZUP RETIRE (ACTION 'D',
      *            EVENT 'R'). A TURN IS ONLY SENT WHEN IT CHANGES
      *            WHAT SALES SHOULD SHIP: A NEW SEASON THAT PICKS UP
      *            THE DAY AFTER THE OLD ONE ENDS, OR A RETIREMENT
      *            WITH ANOTHER SEASON OF THE PAIR STILL IN EFFECT,
      *            SENDS NOTHING. THE EVENT COUNT IS ADDED INTO THE
      *            EXTRACT-CONTROL RECORD WZIPEXTR WROTE, SO WZIPACK
      *            BALANCES SALES' ACKNOWLEDGMENT AGAINST THE WHOLE
      *            FEED AND WZIPRSND REBUILDS THE EVENTS WITH IT.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD  ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTROUT   ASSIGN TO EXTROUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTCTL    ASSIGN TO EXTCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  EXTROUT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY EXTRREC.

       FD  EXTCTL
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY EXTCREC.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-HOST-VARS.
           05  WS-RUN-ID              PIC X(08) VALUE SPACES.
           05  WS-ONL-RUN-ID          PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-DATE          PIC 9(08) VALUE ZERO.
           05  WS-ZIP-CD              PIC X(09).
           05  WS-REGION-CD           PIC X(04).
           05  WS-COUNTRY-CD          PIC X(01).
           05  WS-ACTION-CD           PIC X(01).
           05  WS-EVENT-CD            PIC X(01).
           05  WS-EVENT-DT            PIC 9(08).

       01  WS-SWITCHES.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EVENT-CT            PIC 9(07) VALUE ZERO.
           05  WS-START-CT            PIC 9(07) VALUE ZERO.
           05  WS-END-CT              PIC 9(07) VALUE ZERO.
           05  WS-RETIRE-CT           PIC 9(07) VALUE ZERO.
           05  WS-PRIOR-EXTRACT-CT    PIC 9(07) VALUE ZERO.
           05  WS-FEED-TOTAL-CT       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0100-READ-PARM-CARD.

           PERFORM 0200-READ-EXTRACT-CONTROL.

      *    THE EVENTS ARE DATED BY THE EXTRACT THEY RIDE ON, NOT THE
      *    CLOCK, SO A STREAM THAT CROSSES MIDNIGHT BETWEEN WZIPEXTR
      *    AND THIS STEP STILL SENDS ONE FEED FOR ONE DAY.
           MOVE EXTC-RUN-DATE TO WS-RUN-DATE.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).

           MOVE 'OL'               TO WS-ONL-RUN-ID(1:2).
           MOVE WS-RUN-DATE(3:6)   TO WS-ONL-RUN-ID(3:6).

           OPEN EXTEND EXTROUT.

      *    THREE LEGS, ONE ORDERED STREAM. THE START LEG LEAVES OUT A
      *    PAIR ALREADY IN EFFECT YESTERDAY (A CONTINUOUS RENEWAL) AND
      *    ONE TONIGHT'S RUN-ID TOUCHED (WZIPEXTR HAS ALREADY SENT
      *    IT). THE END AND RETIRE LEGS LEAVE OUT A PAIR THAT IS
      *    STILL IN EFFECT TODAY UNDER ANOTHER SEASON ROW. A RETIRED
      *    ROW ONLY COUNTS WHEN ITS SEASON HAD STARTED AND HAD NOT
      *    ALREADY LAPSED BEFORE YESTERDAY -- SALES NEVER HAD A
      *    FUTURE SEASON, AND WAS ALREADY TOLD ABOUT AN OLD LAPSE.
      *    AUDIT ROWS CARRY NO COUNTRY_CD, SO A RETIREMENT TAKES IT
      *    FROM THE CODE'S FIRST CHARACTER THE WAY WZIPBKOT DOES.
           EXEC SQL
               DECLARE WZTRNCSR CURSOR FOR
               SELECT   W.POSTAL_ZIP_CD, W.GROWING_REGION_CD,
                        W.COUNTRY_CD, 'A', 'S', W.EFF_FROM_DT
               FROM     WZIP W
               WHERE    W.EFF_FROM_DT    = :WS-RUN-DATE
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP P
                         WHERE  P.POSTAL_ZIP_CD     = W.POSTAL_ZIP_CD
                           AND  P.GROWING_REGION_CD =
                                    W.GROWING_REGION_CD
                           AND  P.EFF_FROM_DT      <= :WS-PRIOR-DATE
                           AND  P.EFF_TO_DT        >= :WS-PRIOR-DATE)
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP_AUDIT A
                         WHERE  A.POSTAL_ZIP_CD = W.POSTAL_ZIP_CD
                           AND  A.NEW_REGION_CD = W.GROWING_REGION_CD
                           AND  (A.RUN_ID       = :WS-RUN-ID
                                   OR A.RUN_ID  = :WS-ONL-RUN-ID))
               UNION
               SELECT   W.POSTAL_ZIP_CD, W.GROWING_REGION_CD,
                        W.COUNTRY_CD, 'D', 'E', W.EFF_TO_DT
               FROM     WZIP W
               WHERE    W.EFF_TO_DT      = :WS-PRIOR-DATE
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP N
                         WHERE  N.POSTAL_ZIP_CD     = W.POSTAL_ZIP_CD
                           AND  N.GROWING_REGION_CD =
                                    W.GROWING_REGION_CD
                           AND  N.EFF_FROM_DT      <= :WS-RUN-DATE
                           AND  N.EFF_TO_DT        >= :WS-RUN-DATE)
               UNION
               SELECT   A.POSTAL_ZIP_CD, A.OLD_REGION_CD,
                        CASE WHEN SUBSTR(A.POSTAL_ZIP_CD, 1, 1)
                                  BETWEEN '0' AND '9'
                             THEN 'U' ELSE 'C' END,
                        'D', 'R', :WS-RUN-DATE
               FROM     WZIP_AUDIT A
               WHERE    (A.RUN_ID        = :WS-RUN-ID
                           OR A.RUN_ID   = :WS-ONL-RUN-ID)
                 AND    A.OLD_REGION_CD <> ' '
                 AND    A.NEW_REGION_CD  = ' '
                 AND    A.EFF_FROM_DT   <= :WS-RUN-DATE
                 AND    A.EFF_TO_DT     >= :WS-PRIOR-DATE
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP N
                         WHERE  N.POSTAL_ZIP_CD     = A.POSTAL_ZIP_CD
                           AND  N.GROWING_REGION_CD = A.OLD_REGION_CD
                           AND  N.EFF_FROM_DT      <= :WS-RUN-DATE
                           AND  N.EFF_TO_DT        >= :WS-RUN-DATE)
               ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
               OPEN WZTRNCSR
           END-EXEC.

           PERFORM 1100-FETCH-EVENT.

           PERFORM UNTIL WS-EOF
               PERFORM 1000-WRITE-EVENT
               PERFORM 1100-FETCH-EVENT
           END-PERFORM.

       6000-FINAL-COUNT.
           EXEC SQL
               CLOSE WZTRNCSR
           END-EXEC.

           CLOSE EXTROUT.

           PERFORM 6100-REWRITE-EXTRACT-CONTROL.

           DISPLAY "---------------------------------------------".
           DISPLAY "WZIPTURN RUN-ID          : " WS-RUN-ID.
           DISPLAY "WZIPTURN SEASON STARTS   : " WS-START-CT.
           DISPLAY "WZIPTURN SEASON LAPSES   : " WS-END-CT.
           DISPLAY "WZIPTURN RETIREMENTS     : " WS-RETIRE-CT.
           DISPLAY "WZIPTURN EVENTS APPENDED : " WS-EVENT-CT.
           DISPLAY "WZIPTURN FEED TOTAL      : " WS-FEED-TOTAL-CT.
           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE RUN-ID WHOSE RETIREMENTS ARE TO
      *    BE FED -- THE SAME CARD WZIPEXTR RAN WITH.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.

           READ PARMCARD
               AT END
                   DISPLAY "WZIPTURN ABEND - PARMCARD EMPTY OR MISSING"
                   CLOSE PARMCARD
                   STOP RUN
           END-READ.

           CLOSE PARMCARD.

           MOVE PARM-RUN-ID TO WS-RUN-ID.

      ******************************************************************
      *    0200-READ-EXTRACT-CONTROL PICKS UP THE CONTROL RECORD
      *    WZIPEXTR JUST WROTE. THE EVENTS BELONG TO THAT FEED, SO
      *    THE STEP REFUSES TO RUN (CONDITION CODE 12) WHEN THE
      *    RECORD IS MISSING, IS FOR ANOTHER RUN-ID, OR HAS
      *    ALREADY HAD ITS EVENTS APPENDED -- A RERUN MUST START BACK
      *    AT WZIPEXTR, OR SALES WOULD GET EVERY EVENT TWICE AND THE
      *    CONTROL COUNT WOULD NEVER BALANCE.
      ******************************************************************
       0200-READ-EXTRACT-CONTROL.
           OPEN INPUT EXTCTL.

           READ EXTCTL
               AT END
                   DISPLAY "WZIPTURN ABEND - EXTCTL EMPTY, WZIPEXTR"
                           " HAS NOT RUN"
                   CLOSE EXTCTL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE EXTCTL.

           IF EXTC-RUN-ID NOT = WS-RUN-ID
               DISPLAY "WZIPTURN ABEND - EXTCTL IS FOR RUN "
                       EXTC-RUN-ID " OF " EXTC-RUN-DATE
                       ", NOT TONIGHT'S EXTRACT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF EXTC-TURN-DONE
               DISPLAY "WZIPTURN ABEND - EVENTS ALREADY APPENDED TO"
                       " THIS FEED, RERUN WZIPEXTR FIRST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE EXTC-EXTRACT-CT TO WS-PRIOR-EXTRACT-CT.

      ******************************************************************
      *    1000-WRITE-EVENT APPENDS ONE EVENT RECORD TO THE FEED. THE
      *    RUN DATE IS THE EXTRACT'S, THE SAME AS THE CHANGE RECORDS
      *    AHEAD OF IT, SO SALES ACKNOWLEDGES THE FILE AS ONE FEED.
      ******************************************************************
       1000-WRITE-EVENT.
           MOVE SPACES        TO EXTRACT-RECORD.
           MOVE WS-ZIP-CD     TO EXT-ZIP-CD.
           MOVE WS-REGION-CD  TO EXT-REGION-CD.
           MOVE WS-RUN-DATE   TO EXT-RUN-DATE.
           MOVE WS-COUNTRY-CD TO EXT-COUNTRY-CD.
           MOVE WS-ACTION-CD  TO EXT-ACTION-CD.
           MOVE WS-EVENT-CD   TO EXT-EVENT-CD.
           MOVE WS-EVENT-DT   TO EXT-EVENT-DT.
           WRITE EXTRACT-RECORD.

           ADD 1 TO WS-EVENT-CT.

           EVALUATE TRUE
               WHEN EXT-EVENT-START
                   ADD 1 TO WS-START-CT
               WHEN EXT-EVENT-END
                   ADD 1 TO WS-END-CT
               WHEN OTHER
                   ADD 1 TO WS-RETIRE-CT
           END-EVALUATE.

       1100-FETCH-EVENT.
           EXEC SQL
               FETCH WZTRNCSR
               INTO  :WS-ZIP-CD, :WS-REGION-CD, :WS-COUNTRY-CD,
                     :WS-ACTION-CD, :WS-EVENT-CD, :WS-EVENT-DT
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF TO TRUE
           END-IF.

      ******************************************************************
      *    6100-REWRITE-EXTRACT-CONTROL PUTS THE CONTROL RECORD BACK
      *    WITH THE EVENTS FOLDED INTO THE FEED COUNT AND THE TURN
      *    SWITCH SET. WZIPACK THEN BALANCES THE ACKNOWLEDGMENT
      *    AGAINST EVERYTHING ON THE FILE, EVENTS INCLUDED.
      ******************************************************************
       6100-REWRITE-EXTRACT-CONTROL.
           COMPUTE WS-FEED-TOTAL-CT =
               WS-PRIOR-EXTRACT-CT + WS-EVENT-CT.

           OPEN OUTPUT EXTCTL.

           MOVE WS-RUN-DATE      TO EXTC-RUN-DATE.
           MOVE WS-RUN-ID        TO EXTC-RUN-ID.
           MOVE WS-FEED-TOTAL-CT TO EXTC-EXTRACT-CT.
           MOVE WS-EVENT-CT      TO EXTC-EVENT-CT.
           MOVE 'Y'              TO EXTC-TURN-SW.

           WRITE EXTC-RECORD.

           CLOSE EXTCTL.
