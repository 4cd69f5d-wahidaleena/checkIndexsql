       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPPIT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       POINT-IN-TIME WZIP SNAPSHOT. REBUILDS EVERY
      *            ZIP/REGION PAIR IN EFFECT ON THE PARMCARD AS-OF DATE
      *            (REQUIRED -- THERE IS NO SENSIBLE DEFAULT) FROM THREE
      *            PLACES: LIVE WZIP ROWS WHOSE SEASON COVERS THE DATE
      *            AND WERE NOT FIRST LOADED AFTER IT; WZIP_AUDIT
      *            RETIREMENTS MADE AFTER THE DATE OF ROWS WHOSE SEASON
      *            COVERED IT; AND THE CUMULATIVE WZIPARCH ARCHIVE
      *            (ARCHFILE, ARCHREC LAYOUT) FOR SEASONS SINCE PURGED.
      *            THE PAIRS ARE SORTED AND DEDUPED AND WRITTEN TO
      *            PITSNAP (PITREC LAYOUT) IN ZIP/REGION ORDER, WHICH
      *            WZIPRCN READS IN PLACE OF THE TABLE UNLOAD WHEN RUN
      *            IN MODE 'H'. PITRPT IS A SUMMARY PAGE OF PAIRS BY
      *            REGION AND BY WHERE THEY WERE FOUND. READ-ONLY -- NO
      *            RUN LOCK IS TAKEN AND NOTHING IS COMMITTED. AN
      *            EFFECTIVE-TO RESTATED BY A LOAD IS NOT TRAILED IN
      *            WZIP_AUDIT, SO A ROW IS TAKEN AT ITS CURRENT WINDOW.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHFILE ASSIGN TO ARCHFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PITSNAP  ASSIGN TO PITSNAP
               ORGANIZATION IS SEQUENTIAL.

           SELECT PITRPT   ASSIGN TO PITRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  ARCHFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY ARCHREC.

       FD  PITSNAP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PITREC.

       FD  PITRPT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRINT-LINE.
           05  PRT-CC                 PIC X(01).
           05  PRT-DATA               PIC X(132).

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-ZIP-CD             PIC X(09).
           05  SRT-REGION-CD          PIC X(04).
           05  SRT-SOURCE-CD          PIC X(01).
           05  SRT-COUNTRY-CD         PIC X(01).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RUN-PARMS.
           05  WS-ASOF-DATE           PIC 9(08) VALUE ZERO.
           05  WS-ASOF-ISO            PIC X(10).

       01  WS-EDIT-DATE.
           05  WS-ED-YEAR             PIC X(04).
           05  WS-ED-MONTH            PIC X(02).
           05  WS-ED-DAY              PIC X(02).

       01  WS-HOST-VARS.
           05  WS-ZIP-CD              PIC X(09).
           05  WS-REGION-CD           PIC X(04).
           05  WS-COUNTRY-CD          PIC X(01).
           05  WS-REGION-DESC         PIC X(30).

       01  WS-COUNTERS.
           05  WS-LIVE-CT             PIC 9(07) VALUE ZERO.
           05  WS-HIST-CT             PIC 9(07) VALUE ZERO.
           05  WS-ARCH-READ-CT        PIC 9(07) VALUE ZERO.
           05  WS-ARCH-CT             PIC 9(07) VALUE ZERO.
           05  WS-DUP-CT              PIC 9(07) VALUE ZERO.
           05  WS-PAIR-CT             PIC 9(07) VALUE ZERO.
           05  WS-PAIR-LIVE-CT        PIC 9(07) VALUE ZERO.
           05  WS-PAIR-HIST-CT        PIC 9(07) VALUE ZERO.
           05  WS-PAIR-ARCH-CT        PIC 9(07) VALUE ZERO.

       01  WS-BREAK-KEYS.
           05  WS-PREV-ZIP-CD         PIC X(09) VALUE SPACES.
           05  WS-PREV-REGION-CD      PIC X(04) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y'.
           05  WS-ARCH-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-ARCH-EOF        VALUE 'Y'.
           05  WS-RT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-RT-FOUND        VALUE 'Y'.

      *    PER-REGION PAIR COUNTS, KEPT IN REGION ORDER AS THEY ARE
      *    ADDED SO THE SUMMARY PAGE PRINTS WITHOUT A SECOND SORT.
       01  WS-REGION-TOTALS.
           05  WS-RT-MAX              PIC 9(03) VALUE 200.
           05  WS-RT-CT               PIC 9(03) VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-REGION       PIC X(04).
               10  WS-RT-PAIRS        PIC 9(07).
               10  WS-RT-LIVE         PIC 9(07).
               10  WS-RT-HIST         PIC 9(07).
               10  WS-RT-ARCH         PIC 9(07).

       77  WS-RT-SUB                  PIC 9(03) BINARY VALUE ZERO.
       77  WS-RT-USE-SUB              PIC 9(03) BINARY VALUE ZERO.

       01  HDG-REPORT-LINE.
           05  FILLER                 PIC X(10) VALUE "WZIPPIT - ".
           05  FILLER                 PIC X(30)
                   VALUE "POINT-IN-TIME WZIP SNAPSHOT  ".
           05  FILLER                 PIC X(06) VALUE "AS OF ".
           05  HDG-ASOF-DATE          PIC 9(08).

       01  HDG-COLUMN-LINE.
           05  FILLER                 PIC X(38)
                   VALUE "REGN  DESCRIPTION                    ".
           05  FILLER                 PIC X(36)
                   VALUE "  PAIRS     LIVE  HISTORY  ARCHIVE".

       01  DTL-REGION-LINE.
           05  DTL-REGION-CD          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-REGION-DESC        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-PAIRS              PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-LIVE               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-HIST               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-ARCH               PIC ZZZZZZ9.

       01  TOT-SOURCE-LINE.
           05  TOT-LABEL              PIC X(38).
           05  TOT-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0100-READ-PARM-CARD.

           OPEN OUTPUT PITSNAP.
           OPEN OUTPUT PITRPT.

      *    SOURCE 'H' SORTS AHEAD OF 'L' AND 'R', SO A PAIR FOUND IN
      *    MORE THAN ONE PLACE IS CREDITED FIRST TO THE AUDIT TRAIL,
      *    THEN THE LIVE TABLE, THEN THE ARCHIVE.
           SORT SORTFILE
               ON ASCENDING KEY SRT-ZIP-CD
                                SRT-REGION-CD
                                SRT-SOURCE-CD
               INPUT  PROCEDURE 1000-SELECT-CANDIDATES
               OUTPUT PROCEDURE 2000-WRITE-SNAPSHOT.

           PERFORM 7000-PRINT-SUMMARY.

       6000-FINAL-COUNT.
           CLOSE PITSNAP
                 PITRPT.

           DISPLAY "---------------------------------------------".
           DISPLAY "WZIPPIT AS-OF DATE     : " WS-ASOF-DATE.
           DISPLAY "LIVE WZIP ROWS         : " WS-LIVE-CT.
           DISPLAY "AUDIT RETIREMENTS      : " WS-HIST-CT.
           DISPLAY "ARCHIVE RECORDS READ   : " WS-ARCH-READ-CT.
           DISPLAY "ARCHIVE ROWS IN EFFECT : " WS-ARCH-CT.
           DISPLAY "DUPLICATE PAIRS DROPPED: " WS-DUP-CT.
           DISPLAY "PITSNAP PAIRS WRITTEN  : " WS-PAIR-CT.
           DISPLAY "REGIONS IN SNAPSHOT    : " WS-RT-CT.
           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE AS-OF DATE FROM THE SHARED
      *    ONE-RECORD CONTROL CARD. UNLIKE THE REPORTS THAT DEFAULT TO
      *    TODAY, A SNAPSHOT OF THE WRONG DAY IS WORSE THAN NONE, SO AN
      *    UNPUNCHED DATE REFUSES THE RUN. THE DATE IS ALSO BUILT IN
      *    ISO FORM FOR THE AUDIT TIMESTAMP COMPARES, AS WZIPAUDR DOES.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.

           READ PARMCARD
               AT END
                   DISPLAY "WZIPPIT ABEND - PARMCARD EMPTY OR MISSING"
                   CLOSE PARMCARD
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE PARMCARD.

           IF PARM-ASOF-DATE NOT NUMERIC OR PARM-ASOF-DATE = ZERO
               DISPLAY "WZIPPIT ABEND - PARMCARD AS-OF DATE REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PARM-ASOF-DATE TO WS-ASOF-DATE.
           MOVE WS-ASOF-DATE   TO HDG-ASOF-DATE.

           MOVE WS-ASOF-DATE(1:4) TO WS-ED-YEAR.
           MOVE WS-ASOF-DATE(5:2) TO WS-ED-MONTH.
           MOVE WS-ASOF-DATE(7:2) TO WS-ED-DAY.
           STRING WS-ED-YEAR '-' WS-ED-MONTH '-' WS-ED-DAY
               DELIMITED BY SIZE
               INTO WS-ASOF-ISO.

      ******************************************************************
      *    1000-SELECT-CANDIDATES RELEASES EVERY PAIR ANY SOURCE SAYS
      *    WAS IN EFFECT ON THE AS-OF DATE.
      *
      *    LIVE: A WZIP ROW WHOSE SEASON COVERS THE DATE, UNLESS ITS
      *    ADD WAS AUDITED AFTER THE DATE -- THE SEASON MAY REACH BACK
      *    BUT NOBODY CARRIED IT THEN.
      *
      *    HISTORY: A WZIP_AUDIT RETIREMENT (BLANK NEW REGION) MADE
      *    AFTER THE DATE OF A ROW WHOSE SEASON COVERED IT -- THE ROW
      *    WAS STILL STANDING THAT DAY -- UNLESS THE SAME SEASON WAS
      *    ADDED AFTER THE DATE AND BEFORE THE RETIREMENT, IN WHICH
      *    CASE IT WAS NOT YET LOADED. A RETIREMENT CARRYING NO SEASON
      *    DATES CANNOT BE PLACED IN TIME AND IS PASSED OVER. THE
      *    COUNTRY IS NOT AUDITED; IT IS TAKEN FROM ANY WZIP ROW FOR
      *    THE ZIP, ELSE FROM THE SHAPE OF THE ZIP.
      *
      *    ARCHIVE: AN ARCHFILE RECORD WHOSE SEASON COVERS THE DATE.
      ******************************************************************
       1000-SELECT-CANDIDATES.
           EXEC SQL
               DECLARE WZPLVCSR CURSOR FOR
               SELECT   W.POSTAL_ZIP_CD, W.GROWING_REGION_CD,
                        W.COUNTRY_CD
               FROM     WZIP W
               WHERE    W.EFF_FROM_DT <= :WS-ASOF-DATE
                 AND    W.EFF_TO_DT   >= :WS-ASOF-DATE
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP_AUDIT A
                         WHERE  A.POSTAL_ZIP_CD = W.POSTAL_ZIP_CD
                           AND  A.NEW_REGION_CD = W.GROWING_REGION_CD
                           AND  A.EFF_FROM_DT   = W.EFF_FROM_DT
                           AND  DATE(A.RUN_TS)  > DATE(:WS-ASOF-ISO))
           END-EXEC.

           EXEC SQL
               DECLARE WZPHSCSR CURSOR FOR
               SELECT   R.POSTAL_ZIP_CD, R.OLD_REGION_CD,
                        COALESCE((SELECT MAX(X.COUNTRY_CD)
                                  FROM   WZIP X
                                  WHERE  X.POSTAL_ZIP_CD =
                                             R.POSTAL_ZIP_CD), ' ')
               FROM     WZIP_AUDIT R
               WHERE    R.NEW_REGION_CD = ' '
                 AND    R.OLD_REGION_CD <> ' '
                 AND    R.EFF_FROM_DT  <= :WS-ASOF-DATE
                 AND    R.EFF_TO_DT    >= :WS-ASOF-DATE
                 AND    DATE(R.RUN_TS)  > DATE(:WS-ASOF-ISO)
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP_AUDIT A
                         WHERE  A.POSTAL_ZIP_CD = R.POSTAL_ZIP_CD
                           AND  A.NEW_REGION_CD = R.OLD_REGION_CD
                           AND  A.EFF_FROM_DT   = R.EFF_FROM_DT
                           AND  DATE(A.RUN_TS)  > DATE(:WS-ASOF-ISO)
                           AND  A.RUN_TS        < R.RUN_TS)
           END-EXEC.

           EXEC SQL
               OPEN WZPLVCSR
           END-EXEC.

           PERFORM 1100-FETCH-LIVE-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE 'L' TO SRT-SOURCE-CD
               PERFORM 1900-RELEASE-PAIR
               ADD 1 TO WS-LIVE-CT

               PERFORM 1100-FETCH-LIVE-ROW
           END-PERFORM.

           PERFORM 1800-CHECK-CURSOR-END.

           EXEC SQL
               CLOSE WZPLVCSR
           END-EXEC.

           EXEC SQL
               OPEN WZPHSCSR
           END-EXEC.

           PERFORM 1200-FETCH-HISTORY-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-COUNTRY-CD = SPACE
                   IF WS-ZIP-CD(1:1) ALPHABETIC
                       MOVE 'C' TO WS-COUNTRY-CD
                   ELSE
                       MOVE 'U' TO WS-COUNTRY-CD
                   END-IF
               END-IF

               MOVE 'H' TO SRT-SOURCE-CD
               PERFORM 1900-RELEASE-PAIR
               ADD 1 TO WS-HIST-CT

               PERFORM 1200-FETCH-HISTORY-ROW
           END-PERFORM.

           PERFORM 1800-CHECK-CURSOR-END.

           EXEC SQL
               CLOSE WZPHSCSR
           END-EXEC.

           OPEN INPUT ARCHFILE.

           PERFORM 1300-READ-ARCHIVE.

           PERFORM UNTIL WS-ARCH-EOF
               IF ARCH-EFF-FROM-DT <= WS-ASOF-DATE
                   AND ARCH-EFF-TO-DT >= WS-ASOF-DATE
                   MOVE ARCH-ZIP-CD     TO WS-ZIP-CD
                   MOVE ARCH-REGION-CD  TO WS-REGION-CD
                   MOVE ARCH-COUNTRY-CD TO WS-COUNTRY-CD
                   MOVE 'R'             TO SRT-SOURCE-CD
                   PERFORM 1900-RELEASE-PAIR
                   ADD 1 TO WS-ARCH-CT
               END-IF

               PERFORM 1300-READ-ARCHIVE
           END-PERFORM.

           CLOSE ARCHFILE.

       1100-FETCH-LIVE-ROW.
           EXEC SQL
               FETCH WZPLVCSR
               INTO  :WS-ZIP-CD, :WS-REGION-CD, :WS-COUNTRY-CD
           END-EXEC.

       1200-FETCH-HISTORY-ROW.
           EXEC SQL
               FETCH WZPHSCSR
               INTO  :WS-ZIP-CD, :WS-REGION-CD, :WS-COUNTRY-CD
           END-EXEC.

       1300-READ-ARCHIVE.
           READ ARCHFILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-CT
           END-READ.

      ******************************************************************
      *    1800-CHECK-CURSOR-END TELLS A CURSOR THAT RAN OUT FROM ONE
      *    THAT FAILED -- A SNAPSHOT MISSING PART OF A SOURCE WOULD
      *    RECONCILE AS SPURIOUS BREAKS, SO A FAILURE ENDS THE RUN.
      ******************************************************************
       1800-CHECK-CURSOR-END.
           IF SQLCODE NOT = 100
               DISPLAY "WZIPPIT ABEND - WZIP CURSOR SQLCODE " SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1900-RELEASE-PAIR.
           MOVE WS-ZIP-CD     TO SRT-ZIP-CD.
           MOVE WS-REGION-CD  TO SRT-REGION-CD.
           MOVE WS-COUNTRY-CD TO SRT-COUNTRY-CD.
           RELEASE SORT-RECORD.

      ******************************************************************
      *    2000-WRITE-SNAPSHOT RETURNS THE SORTED CANDIDATES AND WRITES
      *    THE FIRST OF EACH ZIP/REGION PAIR TO PITSNAP, THE SAME
      *    COLLAPSE WZIPRCN APPLIES TO THE TABLE UNLOAD, COUNTING IT
      *    AGAINST ITS REGION AND THE SOURCE IT CAME FROM.
      ******************************************************************
       2000-WRITE-SNAPSHOT.
           PERFORM 2050-RETURN-CANDIDATE.

           PERFORM UNTIL WS-SORT-EOF
               IF SRT-ZIP-CD = WS-PREV-ZIP-CD
                   AND SRT-REGION-CD = WS-PREV-REGION-CD
                   ADD 1 TO WS-DUP-CT
               ELSE
                   MOVE SRT-ZIP-CD    TO WS-PREV-ZIP-CD
                   MOVE SRT-REGION-CD TO WS-PREV-REGION-CD
                   PERFORM 2100-WRITE-PAIR
               END-IF

               PERFORM 2050-RETURN-CANDIDATE
           END-PERFORM.

       2050-RETURN-CANDIDATE.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2100-WRITE-PAIR.
           MOVE SPACES         TO PIT-RECORD.
           MOVE SRT-ZIP-CD     TO PIT-ZIP-CD.
           MOVE SRT-REGION-CD  TO PIT-REGION-CD.
           MOVE SRT-COUNTRY-CD TO PIT-COUNTRY-CD.
           MOVE SRT-SOURCE-CD  TO PIT-SOURCE-CD.
           WRITE PIT-RECORD.
           ADD 1 TO WS-PAIR-CT.

           PERFORM 3000-FIND-REGION-TOTAL.

           ADD 1 TO WS-RT-PAIRS(WS-RT-USE-SUB).

           EVALUATE SRT-SOURCE-CD
               WHEN 'L'
                   ADD 1 TO WS-RT-LIVE(WS-RT-USE-SUB)
                   ADD 1 TO WS-PAIR-LIVE-CT
               WHEN 'H'
                   ADD 1 TO WS-RT-HIST(WS-RT-USE-SUB)
                   ADD 1 TO WS-PAIR-HIST-CT
               WHEN OTHER
                   ADD 1 TO WS-RT-ARCH(WS-RT-USE-SUB)
                   ADD 1 TO WS-PAIR-ARCH-CT
           END-EVALUATE.

      ******************************************************************
      *    3000-FIND-REGION-TOTAL LEAVES WS-RT-USE-SUB ON THE REGION'S
      *    ENTRY, OPENING ONE IN CODE ORDER IF IT IS NEW. MORE REGIONS
      *    THAN THE TABLE HOLDS MEANS THE SUMMARY WOULD BE WRONG, SO
      *    THE RUN STOPS.
      ******************************************************************
       3000-FIND-REGION-TOTAL.
           MOVE 'N' TO WS-RT-FOUND-SW.
           MOVE ZERO TO WS-RT-USE-SUB.

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-CT
                      OR WS-RT-FOUND
                      OR WS-RT-USE-SUB > ZERO
               IF WS-RT-REGION(WS-RT-SUB) = SRT-REGION-CD
                   SET WS-RT-FOUND TO TRUE
                   MOVE WS-RT-SUB TO WS-RT-USE-SUB
               ELSE
               IF WS-RT-REGION(WS-RT-SUB) > SRT-REGION-CD
                   MOVE WS-RT-SUB TO WS-RT-USE-SUB
               END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-RT-FOUND
               PERFORM 3100-INSERT-REGION-TOTAL
           END-IF.

       3100-INSERT-REGION-TOTAL.
           IF WS-RT-CT NOT < WS-RT-MAX
               DISPLAY "WZIPPIT ABEND - MORE THAN " WS-RT-MAX
                       " REGIONS IN SNAPSHOT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RT-USE-SUB = ZERO
               COMPUTE WS-RT-USE-SUB = WS-RT-CT + 1
           END-IF.

           PERFORM VARYING WS-RT-SUB FROM WS-RT-CT BY -1
                   UNTIL WS-RT-SUB < WS-RT-USE-SUB
               MOVE WS-RT-ENTRY(WS-RT-SUB)
                 TO WS-RT-ENTRY(WS-RT-SUB + 1)
           END-PERFORM.

           ADD 1 TO WS-RT-CT.

           MOVE SRT-REGION-CD TO WS-RT-REGION(WS-RT-USE-SUB).
           MOVE ZERO          TO WS-RT-PAIRS(WS-RT-USE-SUB)
                                 WS-RT-LIVE(WS-RT-USE-SUB)
                                 WS-RT-HIST(WS-RT-USE-SUB)
                                 WS-RT-ARCH(WS-RT-USE-SUB).

      ******************************************************************
      *    7000-PRINT-SUMMARY PRINTS ONE LINE PER REGION IN THE
      *    SNAPSHOT WITH ITS PAIR COUNT SPLIT BY SOURCE, THEN THE RUN
      *    TOTALS, SO THE DESK CAN SEE AT A GLANCE HOW MUCH OF THE DAY
      *    WAS REBUILT FROM HISTORY RATHER THAN READ STRAIGHT OFF WZIP.
      ******************************************************************
       7000-PRINT-SUMMARY.
           MOVE '1'             TO PRT-CC.
           MOVE HDG-REPORT-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE '0'             TO PRT-CC.
           MOVE HDG-COLUMN-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-CT
               PERFORM 7100-PRINT-REGION-LINE
           END-PERFORM.

           MOVE "PAIRS IN SNAPSHOT                   :" TO TOT-LABEL.
           MOVE WS-PAIR-CT TO TOT-COUNT.
           MOVE '0' TO PRT-CC.
           PERFORM 7900-PRINT-TOTAL-LINE.

           MOVE SPACE TO PRT-CC.
           MOVE "  FROM LIVE WZIP                    :" TO TOT-LABEL.
           MOVE WS-PAIR-LIVE-CT TO TOT-COUNT.
           PERFORM 7900-PRINT-TOTAL-LINE.

           MOVE "  FROM WZIP_AUDIT RETIREMENTS       :" TO TOT-LABEL.
           MOVE WS-PAIR-HIST-CT TO TOT-COUNT.
           PERFORM 7900-PRINT-TOTAL-LINE.

           MOVE "  FROM SEASONAL ARCHIVE             :" TO TOT-LABEL.
           MOVE WS-PAIR-ARCH-CT TO TOT-COUNT.
           PERFORM 7900-PRINT-TOTAL-LINE.

           MOVE "DUPLICATES ACROSS SOURCES DROPPED   :" TO TOT-LABEL.
           MOVE WS-DUP-CT TO TOT-COUNT.
           PERFORM 7900-PRINT-TOTAL-LINE.

           MOVE "REGIONS                             :" TO TOT-LABEL.
           MOVE WS-RT-CT TO TOT-COUNT.
           PERFORM 7900-PRINT-TOTAL-LINE.

       7100-PRINT-REGION-LINE.
           MOVE WS-RT-REGION(WS-RT-SUB) TO WS-REGION-CD.

           EXEC SQL
               SELECT   REGION_DESC
               INTO     :WS-REGION-DESC
               FROM     WREGION
               WHERE    GROWING_REGION_CD = :WS-REGION-CD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE "** NOT ON WREGION MASTER **" TO WS-REGION-DESC
           END-IF.

           MOVE WS-REGION-CD           TO DTL-REGION-CD.
           MOVE WS-REGION-DESC         TO DTL-REGION-DESC.
           MOVE WS-RT-PAIRS(WS-RT-SUB) TO DTL-PAIRS.
           MOVE WS-RT-LIVE(WS-RT-SUB)  TO DTL-LIVE.
           MOVE WS-RT-HIST(WS-RT-SUB)  TO DTL-HIST.
           MOVE WS-RT-ARCH(WS-RT-SUB)  TO DTL-ARCH.

           MOVE SPACE           TO PRT-CC.
           MOVE DTL-REGION-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

       7900-PRINT-TOTAL-LINE.
           MOVE TOT-SOURCE-LINE TO PRT-DATA.
           WRITE PRINT-LINE.
