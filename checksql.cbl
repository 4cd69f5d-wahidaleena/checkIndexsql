           SELECT CYCFILE  ASSIGN TO CYCFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRVRPT   ASSIGN TO PRVRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO SORTWK01.

       DATA DIVISION.
           05  CYC-LAST-FILE-DATE     PIC 9(08).
           05  FILLER                 PIC X(07).

       FD  PRVRPT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRINT-LINE.
           05  PRT-CC                 PIC X(01).
           05  PRT-DATA               PIC X(132).

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-ZIP-CD             PIC X(09).
           05  WS-EFF-TO-DT           PIC 9(08) VALUE ZERO.
           05  WS-RUN-MODE            PIC X(01) VALUE SPACE.
               88  WS-REFRESH-MODE    VALUE 'R'.
               88  WS-PREVIEW-MODE    VALUE 'P'.

       01  WS-SEGMENT-WORK.
           05  WS-SEG-RECORD-ID       PIC 9(08) VALUE ZERO.
           05  WS-CAN-COMPACT         PIC X(06) VALUE SPACES.
           05  WS-AUD-EFF-FROM        PIC 9(08) VALUE ZERO.
           05  WS-AUD-EFF-TO          PIC 9(08) VALUE ZERO.
           05  WS-POSTAL-KEY          PIC X(06) VALUE SPACES.
           05  WS-POSTAL-STATUS       PIC X(01) VALUE SPACE.

      *    SEASONS OF ONE ZIP/REGION PAIR STAGED FOR AN UNDATED
      *    (WHOLE-PAIR) DELETE, SO EACH REMOVED ROW CAN BE TRAILED IN

       77  WS-ACT-SUB                 PIC 9(03) BINARY VALUE ZERO.

      *    PREVIEW-MODE PROJECTION. ONE ENTRY PER REGION THE FILE
      *    TOUCHES, KEPT IN REGION ORDER AS IT IS BUILT SO THE REPORT
      *    PRINTS STRAIGHT DOWN THE TABLE; A MISTYPED REGION THAT
      *    ONLY EVER REJECTS STILL GETS ITS OWN LINE. THE REASON TABLE
      *    IS BUILT FROM WHATEVER REJ-REASON-CD VALUES ACTUALLY OCCUR,
      *    SO A NEW REJECT REASON NEEDS NO CHANGE HERE.
       01  WS-PREVIEW-REGIONS.
           05  WS-PRV-MAX             PIC 9(03) VALUE 500.
           05  WS-PRV-CT              PIC 9(03) VALUE ZERO.
           05  WS-PRV-ENTRY OCCURS 500 TIMES.
               10  WS-PRV-REGION      PIC X(04).
               10  WS-PRV-INSERT-CT   PIC 9(07).
               10  WS-PRV-REDATE-CT   PIC 9(07).
               10  WS-PRV-AFFIRM-CT   PIC 9(07).
               10  WS-PRV-RETIRE-CT   PIC 9(07).
               10  WS-PRV-REJECT-CT   PIC 9(07).

       01  WS-PREVIEW-REASONS.
           05  WS-PRR-MAX             PIC 9(03) VALUE 20.
           05  WS-PRR-CT              PIC 9(03) VALUE ZERO.
           05  WS-PRR-ENTRY OCCURS 20 TIMES.
               10  WS-PRR-REASON-CD   PIC X(04).
               10  WS-PRR-REJECT-CT   PIC 9(07).

       01  WS-PREVIEW-WORK.
           05  WS-PRV-KEY-REGION      PIC X(04) VALUE SPACES.
           05  WS-PRV-EFF-TO-DT       PIC 9(08) VALUE ZERO.
           05  WS-PRV-REDATE-TOT      PIC 9(07) VALUE ZERO.
           05  WS-PRV-AFFIRM-TOT      PIC 9(07) VALUE ZERO.
           05  WS-PRV-REJECT-TOT      PIC 9(07) VALUE ZERO.
           05  WS-PRV-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PRV-FOUND       VALUE 'Y'.

       77  WS-PRV-SUB                 PIC 9(03) BINARY VALUE ZERO.
       77  WS-PRV-MOVE-SUB            PIC 9(03) BINARY VALUE ZERO.
       77  WS-PRR-SUB                 PIC 9(03) BINARY VALUE ZERO.

       01  HDG-PRV-REPORT-LINE.
           05  FILLER                 PIC X(11) VALUE "CHECKSQL - ".
           05  FILLER                 PIC X(37)
                   VALUE "LOAD PREVIEW -- NOTHING COMMITTED    ".
           05  FILLER                 PIC X(09) VALUE "RUN DATE ".
           05  HDG-PRV-RUN-DATE       PIC 9(08).
           05  FILLER                 PIC X(13) VALUE "   FILE DATE ".
           05  HDG-PRV-FILE-DATE      PIC 9(08).
           05  FILLER                 PIC X(09) VALUE "   CYCLE ".
           05  HDG-PRV-CYCLE-NO       PIC 9(05).

       01  HDG-PRV-COLUMN-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "REGION    WOULD INSERT   WOULD RE-DATE  ".
           05  FILLER                 PIC X(39)
                   VALUE " RE-AFFIRM ONLY   WOULD RETIRE   REJECT".
           05  FILLER                 PIC X(02) VALUE "ED".

       01  DTL-PRV-REGION-LINE.
           05  DTL-PRV-REGION         PIC X(04).
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  DTL-PRV-INSERT-CT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  DTL-PRV-REDATE-CT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  DTL-PRV-AFFIRM-CT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  DTL-PRV-RETIRE-CT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-PRV-REJECT-CT      PIC Z,ZZZ,ZZ9.

       01  HDG-PRV-REASON-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "REJECT REASON              ROWS REJECTED".

       01  DTL-PRV-REASON-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DTL-PRV-REASON-CD      PIC X(04).
           05  FILLER                 PIC X(23) VALUE SPACES.
           05  DTL-PRV-REASON-CT      PIC Z,ZZZ,ZZ9.

       01  TOT-PRV-READ-LINE.
           05  FILLER                 PIC X(31)
                   VALUE "INFILE DATA RECORDS READ     : ".
           05  TOT-PRV-READ-CT        PIC Z,ZZZ,ZZ9.

       01  WS-SWITCHES.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-REGION-VALID-SW     PIC X(01) VALUE 'N'.
               88  WS-REGION-VALID    VALUE 'Y'.
               88  WS-REGION-INVALID  VALUE 'N'.
           05  WS-POSTAL-VALID-SW     PIC X(01) VALUE 'N'.
               88  WS-POSTAL-VALID    VALUE 'Y'.
               88  WS-POSTAL-INVALID  VALUE 'N'.
           05  WS-CHKFILE-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-CHKFILE-EOF     VALUE 'Y'.
           05  WS-UNL-EOF-SW          PIC X(01) VALUE 'N'.

           PERFORM 0100-READ-PARM-CARD.

           IF PARM-RESTART-SW = 'Y' AND NOT WS-PREVIEW-MODE
               PERFORM 0200-LOAD-CHECKPOINT
           END-IF.


           PERFORM 0150-VERIFY-TRANSMITTAL.

           IF WS-PREVIEW-MODE
               PERFORM 0060-PROBE-RUN-LOCK
           ELSE
               PERFORM 0050-TAKE-RUN-LOCK
           END-IF.

           OPEN INPUT  INFILE.
           IF WS-PREVIEW-MODE
               OPEN OUTPUT PRVRPT
           ELSE
               OPEN OUTPUT OUT
           END-IF.
           OPEN OUTPUT REJFILE.

           IF WS-REFRESH-MODE
                   MOVE ZERO    TO REJ-SQLCODE
                   MOVE ZIP-TRANS-CD TO REJ-TRANS-CD
                   MOVE ZIP-COUNTRY-CD TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-VAL-CT
               ELSE
               IF NOT ZIP-TRANS-ADD AND NOT ZIP-TRANS-DELETE
                   MOVE ZERO    TO REJ-SQLCODE
                   MOVE ZIP-TRANS-CD TO REJ-TRANS-CD
                   MOVE ZIP-COUNTRY-CD TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-VAL-CT
               ELSE
               PERFORM 0300-SET-EFF-DATES
                   MOVE ZERO    TO REJ-SQLCODE
                   MOVE ZIP-TRANS-CD TO REJ-TRANS-CD
                   MOVE ZIP-COUNTRY-CD TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-VAL-CT
               ELSE
                   IF PARM-RESTART-SW = 'Y'
           END-IF.

       6000-FINAL-COUNT.
           IF WS-PREVIEW-MODE
               PERFORM 6500-END-PREVIEW-RUN
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           CLOSE CYCFILE.

      ******************************************************************
      *    6500-END-PREVIEW-RUN CLOSES OUT A PREVIEW ('P' RUN MODE).
      *    THE PREVIEW WALKS THE TRANSMISSION EXACTLY AS THE NIGHTLY
      *    LOAD WOULD -- 0150'S TRANSMITTAL CHECKS, THE RECORD EDITS,
      *    1010/1020'S FORMAT AND WREGION EDITS, AND THE MERGE AND
      *    DELETE DECISIONS -- BUT EVERY UPDATE/INSERT/DELETE IS
      *    REPLACED BY A READ OF THE SAME ROW, SO NOTHING IS EVER
      *    WRITTEN TO WZIP OR WZIP_AUDIT AND THERE IS NOTHING TO
      *    COMMIT OR BACK OUT. IT NEVER CLAIMS WZIP_RUNLOCK, NEVER
      *    TOUCHES CHKFILE, RUNHIST, CYCFILE, OR THE OUT CONTROL
      *    RECORD, SO THE CYCLE IS NOT ADVANCED AND THE REAL LOAD OF
      *    THE SAME FILE CAN FOLLOW IT THE SAME NIGHT. EACH PAIR IS
      *    PROJECTED AGAINST WZIP AS IT STANDS, SO A FILE THAT ADDS
      *    AND THEN DELETES THE SAME PAIR SHOWS THE DELETE AS 'NFND'
      *    HERE. REJECTS STILL GO TO REJFILE FOR THE DETAIL -- THE
      *    PREVIEW JOB POINTS THAT DD AT ITS OWN DATASET, NOT THE ONE
      *    WZIPSUSP SWEEPS. THE PROJECTION PRINTS ON PRVRPT.
      ******************************************************************
       6500-END-PREVIEW-RUN.
           PERFORM 8000-PRINT-PREVIEW-REPORT.

           CLOSE INFILE
                 PRVRPT
                 REJFILE.

           DISPLAY "---------------------------------------------".
           DISPLAY "CHECKSQL PREVIEW - NOTHING COMMITTED, CYCLE "
                   WS-TRN-CYCLE-NO " NOT POSTED".
           DISPLAY "WZIP PREVIEW RECORDS READ : " WS-READ-CT.
           DISPLAY "WZIP PREVIEW WOULD INSERT : " WS-INSERT-CT.
           DISPLAY "WZIP PREVIEW WOULD RE-DATE: " WS-PRV-REDATE-TOT.
           DISPLAY "WZIP PREVIEW RE-AFFIRM    : " WS-PRV-AFFIRM-TOT.
           DISPLAY "WZIP PREVIEW WOULD RETIRE : " WS-DELETE-CT.
           DISPLAY "WZIP PREVIEW SQL REJECTS  : " WS-REJECT-SQL-CT.
           DISPLAY "WZIP PREVIEW DATA REJECTS : " WS-REJECT-VAL-CT.

           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE COMMIT INTERVAL AND THE
      *    RESTART SWITCH FOR THIS RUN FROM A ONE-RECORD CONTROL FILE.
      *    THE RUN MODE PICKS THE PATH: BLANK IS THE NIGHTLY
      *    INCREMENTAL LOAD, 'R' THE QUARTERLY BULK REFRESH, AND 'P'
      *    A PREVIEW OF THE NIGHTLY LOAD THAT COMMITS NOTHING (SEE
      *    6500-END-PREVIEW-RUN). A PREVIEW IGNORES THE RESTART
      *    SWITCH -- IT NEVER WROTE A CHECKPOINT TO RESUME FROM.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.
      ******************************************************************
      *    0050-TAKE-RUN-LOCK CLAIMS THE SINGLE-WRITER LOCK ON WZIP.
      *    EVERY PROGRAM THAT WRITES THE TABLE (CHECKSQL IN BOTH RUN
      *    MODES, WZIPMOVE, WZIPBKOT, WZIPARCH, WZIPROLL) TAKES THE SAME
      *    ONE-ROW WZIP_RUNLOCK BEFORE ITS FIRST CHANGE AND RELEASES IT
      *    WHEN ITS COUNTS CLOSE, SO TWO WRITERS CAN NO LONGER COLLIDE
      *    ON THE TABLE (OR ON CHKFILE) JUST BECAUSE THE SCHEDULE
      *    SLIPPED. A HELD LOCK REFUSES THE RUN WITH A CLEAR MESSAGE
      *    NAMING THE HOLDER AND CONDITION CODE 12; A STALE LOCK LEFT BY
      *    AN ABEND IS BROKEN BY PUNCHING 'B' IN THE PARMCARD LOCK-BREAK
      *    COLUMN FOR THE ONE RERUN. THE INSERT IS THE ARBITER --
      *    LOCK_ID IS THE TABLE'S ONE KEY VALUE, SO WHEN TWO STARTERS
      *    RACE PAST THE EMPTY-CHECK THE SECOND INSERT FAILS ON THE
      *    DUPLICATE AND THAT RUN REFUSES. THE COMMIT MAKES THE CLAIM
      *    VISIBLE AT ONCE.
      ******************************************************************
       0050-TAKE-RUN-LOCK.
           IF WS-LOCK-BREAK
               COMMIT
           END-EXEC.

      ******************************************************************
      *    0060-PROBE-RUN-LOCK IS THE PREVIEW'S ONLY LOOK AT THE
      *    SINGLE-WRITER LOCK. A PREVIEW CHANGES NOTHING, SO IT
      *    NEITHER CLAIMS NOR BREAKS THE LOCK AND IS NEVER REFUSED BY
      *    IT -- BUT A WRITER HOLDING IT MEANS WZIP IS MOVING UNDER
      *    THE PROJECTION, SO THE HOLDER IS NAMED ON SYSOUT AND THE
      *    PREVIEW ENDS WITH CONDITION CODE 8 TO SAY SO. A PROBE THAT
      *    FAILS OUTRIGHT (TABLE UNAVAILABLE, TIMEOUT) LEAVES THE LOCK
      *    STATE UNKNOWN AND ENDS WITH THE SAME CONDITION CODE 8.
      ******************************************************************
       0060-PROBE-RUN-LOCK.
           EXEC SQL
               SELECT   LOCK_RUN_ID, LOCK_RUN_MODE,
                        CHAR(LOCK_START_TS)
               INTO     :WS-LOCK-HELD-RUN-ID, :WS-LOCK-HELD-MODE,
                        :WS-LOCK-HELD-TS
               FROM     WZIP_RUNLOCK
               WHERE    LOCK_ID = 1
           END-EXEC.

           IF SQLCODE = ZERO
               DISPLAY "CHECKSQL PREVIEW - WZIP LOCKED BY RUN "
                       WS-LOCK-HELD-RUN-ID
                       " MODE " WS-LOCK-HELD-MODE
                       " SINCE " WS-LOCK-HELD-TS
               DISPLAY "CHECKSQL PREVIEW - PROJECTION IS AGAINST A "
                       "TABLE BEING WRITTEN"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF SQLCODE NOT = 100
               DISPLAY "CHECKSQL PREVIEW - RUN LOCK PROBE FAILED, "
                       "SQLCODE " SQLCODE
               DISPLAY "CHECKSQL PREVIEW - LOCK STATE UNKNOWN, "
                       "PROJECTION MAY BE AGAINST A TABLE BEING WRITTEN"
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.

      ******************************************************************
      *    6900-RELEASE-RUN-LOCK GIVES THE SINGLE-WRITER LOCK BACK AT
      *    END OF RUN. ONLY THIS RUN'S OWN CLAIM IS DELETED -- A LOCK
               MOVE ZERO              TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-VAL-CT
           ELSE
           IF WS-SEG-DELETE
               MOVE ZERO              TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-VAL-CT
           ELSE
           PERFORM 1030-VALIDATE-POSTAL-REF
           IF WS-POSTAL-INVALID
               MOVE WS-SEG-RECORD-ID TO REJ-ZIP-RECORD-ID
               MOVE WS-SEG-ZIP       TO REJ-ZIP-POSTAL
               MOVE WS-SEG-REGION    TO REJ-GREDIT
               MOVE 'PSTE'            TO REJ-REASON-CD
               MOVE SQLCODE           TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-VAL-CT
           ELSE
               PERFORM 1050-PROBE-UPDATE-SEGMENT
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      *    DATE AND LEAVES ITS WINDOW ALONE -- A BARE RE-AFFIRM MUST
      *    NOT STRETCH A PRE-LOADED SEASON'S END DATE TO OPEN-ENDED.
      *    ONLY SQLCODE 100 (NO ROW OF THE PAIR IN EFFECT) INSERTS.
      *    A PREVIEW ASKS THE SAME QUESTION WITH A SELECT INSTEAD OF
      *    THE UPDATE, SO THE EVALUATE BELOW ROUTES IT IDENTICALLY.
      ******************************************************************
       1050-PROBE-UPDATE-SEGMENT.
           IF WS-PREVIEW-MODE
               PERFORM 8100-PREVIEW-PROBE-SEGMENT
           ELSE
           IF WS-SEG-UNDATED
               EXEC SQL
                   UPDATE   WZIP
                     AND    GROWING_REGION_CD = :WS-SEG-REGION
                     AND    EFF_FROM_DT       = :WS-EFF-FROM-DT
               END-EXEC
           END-IF
           END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE WS-SEG-REGION TO WS-LAST-GREDIT
                   ADD 1 TO WS-UPDATE-CT
                   IF WS-PREVIEW-MODE
                       PERFORM 8120-PREVIEW-UPDATE
                   END-IF
                   PERFORM 1200-CHECK-COMMIT-INTERVAL
               WHEN OTHER
                   MOVE WS-SEG-RECORD-ID TO REJ-ZIP-RECORD-ID
                   MOVE SQLCODE           TO REJ-SQLCODE
                   MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
                   MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-SQL-CT
           END-EVALUATE.

               MOVE WS-CAN-COMPACT TO WS-SEG-ZIP(1:6)
           END-IF.

      ******************************************************************
      *    1030-VALIDATE-POSTAL-REF CHECKS THE SEGMENT IS A CODE THE
      *    POST OFFICE ACTUALLY DELIVERS TO, AGAINST THE POSTAL_REF
      *    TABLE WPSTLOAD REFRESHES MONTHLY FROM THE USPS AND CANADA
      *    POST FILES -- 1010 ONLY PROVES THE SHAPE, SO A WELL-FORMED
      *    ZIP THAT NEVER EXISTED OR HAS BEEN RETIRED WOULD OTHERWISE
      *    LOAD. A US ZIP IS KEYED ON ITS FIRST FIVE DIGITS (THE
      *    REFERENCE DOES NOT CARRY ZIP+4), A CANADIAN CODE ON THE
      *    COMPACT FORM 1015 LEFT IN WS-SEG-ZIP. A LIVE OR SPLIT CODE
      *    PASSES (A SPLIT CODE STILL DELIVERS -- WPSTLOAD'S
      *    EXCEPTIONS REPORT FLAGS IT FOR RE-MAPPING); A RETIRED OR
      *    UNKNOWN ONE REJECTS AS 'PSTE' AND GOES TO WZIPSUSP SUSPENSE
      *    WITH THE PROBE'S SQLCODE (100 NOT ON FILE, ZERO RETIRED).
      *    LIKE THE WREGION GATE, ONLY THE ADD PATH IS CHECKED -- A
      *    DELETE OF A RETIRED ZIP IS EXACTLY THE CLEANUP WANTED.
      ******************************************************************
       1030-VALIDATE-POSTAL-REF.
           SET WS-POSTAL-INVALID TO TRUE.

           MOVE SPACES TO WS-POSTAL-KEY.

           IF WS-SEG-CANADA
               MOVE WS-SEG-ZIP(1:6) TO WS-POSTAL-KEY
           ELSE
               MOVE WS-SEG-ZIP(1:5) TO WS-POSTAL-KEY
           END-IF.

           EXEC SQL
               SELECT   POSTAL_STATUS
               INTO     :WS-POSTAL-STATUS
               FROM     POSTAL_REF
               WHERE    POSTAL_CD = :WS-POSTAL-KEY
           END-EXEC.

           IF SQLCODE = ZERO
                   AND (WS-POSTAL-STATUS = 'A'
                     OR WS-POSTAL-STATUS = 'S')
               SET WS-POSTAL-VALID TO TRUE
           END-IF.

      ******************************************************************
      *    1020-VALIDATE-REGION-CODE PROBES THE WREGION MASTER FOR THE
      *    SEGMENT'S GREDIT CODE BEFORE AN ADD EVER REACHES WZIP, SO A
           END-IF.

       1100-INSERT-WZIP-SEGMENT.
           IF WS-PREVIEW-MODE
               MOVE WS-SEG-REGION TO WS-LAST-GREDIT
               ADD 1 TO WS-INSERT-CT
               PERFORM 8130-PREVIEW-INSERT
           ELSE
           EXEC SQL
               INSERT
               INTO     WZIP
                       :WS-EFF-FROM-DT, :WS-EFF-TO-DT,
                       :WS-SEG-COUNTRY)

           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE WS-SEG-RECORD-ID TO REJ-ZIP-RECORD-ID
               MOVE SQLCODE           TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-SQL-CT
           ELSE
               MOVE WS-SEG-REGION TO WS-LAST-GREDIT
               ADD 1 TO WS-INSERT-CT
               PERFORM 1200-CHECK-COMMIT-INTERVAL
               PERFORM 1300-INSERT-AUDIT-ROW
           END-IF
           END-IF.

      ******************************************************************
               MOVE 100               TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-VAL-CT
           ELSE
               PERFORM 1430-DELETE-SEASON-ROW
                   MOVE SQLCODE           TO REJ-SQLCODE
                   MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
                   MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-VAL-CT
               WHEN OTHER
                   MOVE WS-SEG-RECORD-ID TO REJ-ZIP-RECORD-ID
                   MOVE SQLCODE           TO REJ-SQLCODE
                   MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
                   MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-SQL-CT
           END-EVALUATE.

      ******************************************************************
      *    1440-DELETE-STAGED-SEASON REMOVES THE ONE SEASON ROW STAGED
      *    IN WS-AUD-EFF-FROM/TO AND TRAILS IT -- THE COMMON TAIL OF
      *    BOTH THE DATED AND THE WHOLE-PAIR DELETE PATHS. A PREVIEW
      *    HAS ALREADY FOUND THE ROW BY THIS POINT (THE STAGING CURSOR
      *    OR THE DATED PROBE), SO IT ONLY COUNTS THE RETIREMENT.
      ******************************************************************
       1440-DELETE-STAGED-SEASON.
           IF WS-PREVIEW-MODE
               MOVE WS-SEG-REGION TO WS-LAST-GREDIT
               ADD 1 TO WS-DELETE-CT
               PERFORM 8140-PREVIEW-RETIRE
           ELSE
           EXEC SQL
               DELETE
               FROM     WZIP
               WHERE    POSTAL_ZIP_CD     = :WS-SEG-ZIP
                 AND    GROWING_REGION_CD = :WS-SEG-REGION
                 AND    EFF_FROM_DT       = :WS-AUD-EFF-FROM
           END-EXEC

           IF SQLCODE = ZERO
               MOVE WS-SEG-REGION TO WS-LAST-GREDIT
               MOVE SQLCODE           TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-SQL-CT
           END-IF
           END-IF.

      ******************************************************************
                       :WS-RUN-ID, CURRENT_TIMESTAMP)
           END-EXEC.

      ******************************************************************
      *    1900-WRITE-REJECT-RECORD IS THE ONE PLACE A STAGED REJECT
      *    RECORD IS WRITTEN, SO A PREVIEW CAN TALLY EVERY REJECT BY
      *    REASON AND REGION WITHOUT EACH REJECT SITE KNOWING ABOUT IT.
      ******************************************************************
       1900-WRITE-REJECT-RECORD.
           WRITE REJECT-RECORD.

           IF WS-PREVIEW-MODE
               PERFORM 8300-TALLY-PREVIEW-REJECT
           END-IF.

      ******************************************************************
      *    1200-CHECK-COMMIT-INTERVAL COMMITS AND DROPS A NEW
      *    CHECKPOINT RECORD EVERY PARM-COMMIT-INTERVAL SUCCESSFUL
      *    RECORD/SEGMENT POSITION THE CHECKPOINT DESCRIBES, AND A
      *    RERUN OF A REFRESH IS IDEMPOTENT FROM THE TOP BECAUSE THE
      *    MATCH AGAINST THE UNLOAD SKIPS EVERYTHING ALREADY LOADED.
      *    A PREVIEW NEVER COMMITS AND NEVER WRITES CHKFILE.
      ******************************************************************
       1200-CHECK-COMMIT-INTERVAL.
           ADD 1 TO WS-COMMIT-SINCE-CT.

           IF WS-COMMIT-SINCE-CT >= WS-COMMIT-INTERVAL
                   AND NOT WS-PREVIEW-MODE
               IF WS-REFRESH-MODE
                   EXEC SQL
                       COMMIT
                   MOVE ZERO    TO REJ-SQLCODE
                   MOVE ZIP-TRANS-CD TO REJ-TRANS-CD
                   MOVE ZIP-COUNTRY-CD TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-VAL-CT
               ELSE
               IF NOT ZIP-TRANS-ADD AND NOT ZIP-TRANS-DELETE
                   MOVE ZERO    TO REJ-SQLCODE
                   MOVE ZIP-TRANS-CD TO REJ-TRANS-CD
                   MOVE ZIP-COUNTRY-CD TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-VAL-CT
               ELSE
               PERFORM 0300-SET-EFF-DATES
                   MOVE ZERO    TO REJ-SQLCODE
                   MOVE ZIP-TRANS-CD TO REJ-TRANS-CD
                   MOVE ZIP-COUNTRY-CD TO REJ-COUNTRY-CD
                   PERFORM 1900-WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-VAL-CT
               ELSE
                   PERFORM VARYING SEG-INDX FROM 1 BY 1
               MOVE ZERO              TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-VAL-CT
           ELSE
           IF WS-SEG-DELETE
               MOVE ZERO              TO REJ-SQLCODE
               MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD
               MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD
               PERFORM 1900-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-VAL-CT
           ELSE
               PERFORM 7200-RELEASE-SORT-PAIR
                   MOVE SRT-COUNTRY-CD  TO WS-INF-COUNTRY
           END-RETURN.

      ******************************************************************
      *    7600/7700 APPLY ONE SORTED PAIR. THE POSTAL_REF CHECK IS
      *    MADE HERE RATHER THAN IN 7100 SO THE REFRESH ONLY PROBES
      *    THE PAIRS THAT WOULD ACTUALLY WRITE WZIP -- AN UNCHANGED
      *    RE-AFFIRMATION TOUCHES NO TABLE, AND A LIVE ZIP THE POST
      *    OFFICE HAS SINCE RETIRED IS WPSTLOAD'S EXCEPTIONS REPORT'S
      *    BUSINESS, NOT THE REFRESH'S.
      ******************************************************************
       7600-APPLY-INFILE-ONLY.
           PERFORM 7800-STAGE-INFILE-PAIR.

           IF WS-SEG-DELETE
               PERFORM 1400-DELETE-WZIP-SEGMENT
           ELSE
               PERFORM 1030-VALIDATE-POSTAL-REF
               IF WS-POSTAL-INVALID
                   PERFORM 7900-REJECT-POSTAL
               ELSE
                   PERFORM 1100-INSERT-WZIP-SEGMENT
               END-IF
           END-IF.

       7700-APPLY-MATCHED.
               PERFORM 1400-DELETE-WZIP-SEGMENT
           ELSE
           IF WS-SEG-DATED AND WS-INF-EFF-TO NOT = WS-UNL-EFF-TO
               PERFORM 1030-VALIDATE-POSTAL-REF
               IF WS-POSTAL-INVALID
                   PERFORM 7900-REJECT-POSTAL
               ELSE
                   PERFORM 1050-PROBE-UPDATE-SEGMENT
               END-IF
           ELSE
               MOVE WS-SEG-REGION TO WS-LAST-GREDIT
               ADD 1 TO WS-UPDATE-CT
           MOVE WS-INF-COUNTRY   TO WS-SEG-COUNTRY.
           MOVE WS-INF-EFF-FROM  TO WS-EFF-FROM-DT.
           MOVE WS-INF-EFF-TO    TO WS-EFF-TO-DT.

       7900-REJECT-POSTAL.
           MOVE WS-SEG-RECORD-ID TO REJ-ZIP-RECORD-ID.
           MOVE WS-SEG-ZIP       TO REJ-ZIP-POSTAL.
           MOVE WS-SEG-REGION    TO REJ-GREDIT.
           MOVE 'PSTE'            TO REJ-REASON-CD.
           MOVE SQLCODE           TO REJ-SQLCODE.
           MOVE WS-SEG-TRANS-CD  TO REJ-TRANS-CD.
           MOVE WS-SEG-COUNTRY   TO REJ-COUNTRY-CD.
           PERFORM 1900-WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-VAL-CT.

      ******************************************************************
      *    8000-PRINT-PREVIEW-REPORT PRINTS THE PROJECTION: ONE LINE
      *    PER REGION (WOULD INSERT, WOULD RE-DATE, RE-AFFIRM ONLY,
      *    WOULD RETIRE, REJECTED) WITH A TOTAL LINE, THEN THE REJECT
      *    COUNT UNDER EACH REJ-REASON-CD. RECORD-LEVEL REJECTS (CNTE,
      *    TRNE, DATE) CARRY NO REGION, SO THEY APPEAR ONLY IN THE
      *    REASON BREAKDOWN AND THE REGION REJECT COLUMN CAN FOOT
      *    SHORT OF IT.
      ******************************************************************
       8000-PRINT-PREVIEW-REPORT.
           MOVE WS-RUN-DATE       TO HDG-PRV-RUN-DATE.
           MOVE WS-TRN-FILE-DATE  TO HDG-PRV-FILE-DATE.
           MOVE WS-TRN-CYCLE-NO   TO HDG-PRV-CYCLE-NO.
           MOVE '1'               TO PRT-CC.
           MOVE HDG-PRV-REPORT-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE WS-READ-CT        TO TOT-PRV-READ-CT.
           MOVE '0'               TO PRT-CC.
           MOVE TOT-PRV-READ-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE '0'               TO PRT-CC.
           MOVE HDG-PRV-COLUMN-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE ZERO TO WS-PRV-REJECT-TOT.

           PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                   UNTIL WS-PRV-SUB > WS-PRV-CT
               MOVE WS-PRV-REGION(WS-PRV-SUB)    TO DTL-PRV-REGION
               MOVE WS-PRV-INSERT-CT(WS-PRV-SUB) TO DTL-PRV-INSERT-CT
               MOVE WS-PRV-REDATE-CT(WS-PRV-SUB) TO DTL-PRV-REDATE-CT
               MOVE WS-PRV-AFFIRM-CT(WS-PRV-SUB) TO DTL-PRV-AFFIRM-CT
               MOVE WS-PRV-RETIRE-CT(WS-PRV-SUB) TO DTL-PRV-RETIRE-CT
               MOVE WS-PRV-REJECT-CT(WS-PRV-SUB) TO DTL-PRV-REJECT-CT
               ADD WS-PRV-REJECT-CT(WS-PRV-SUB)  TO WS-PRV-REJECT-TOT
               MOVE SPACE               TO PRT-CC
               MOVE DTL-PRV-REGION-LINE TO PRT-DATA
               WRITE PRINT-LINE
           END-PERFORM.

           MOVE 'ALL '            TO DTL-PRV-REGION.
           MOVE WS-INSERT-CT      TO DTL-PRV-INSERT-CT.
           MOVE WS-PRV-REDATE-TOT TO DTL-PRV-REDATE-CT.
           MOVE WS-PRV-AFFIRM-TOT TO DTL-PRV-AFFIRM-CT.
           MOVE WS-DELETE-CT      TO DTL-PRV-RETIRE-CT.
           MOVE WS-PRV-REJECT-TOT TO DTL-PRV-REJECT-CT.
           MOVE '0'               TO PRT-CC.
           MOVE DTL-PRV-REGION-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE '-'               TO PRT-CC.
           MOVE HDG-PRV-REASON-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           PERFORM VARYING WS-PRR-SUB FROM 1 BY 1
                   UNTIL WS-PRR-SUB > WS-PRR-CT
               MOVE WS-PRR-REASON-CD(WS-PRR-SUB) TO DTL-PRV-REASON-CD
               MOVE WS-PRR-REJECT-CT(WS-PRR-SUB) TO DTL-PRV-REASON-CT
               MOVE SPACE               TO PRT-CC
               MOVE DTL-PRV-REASON-LINE TO PRT-DATA
               WRITE PRINT-LINE
           END-PERFORM.

           MOVE 'ALL '            TO DTL-PRV-REASON-CD.
           COMPUTE WS-PRV-REJECT-TOT = WS-REJECT-SQL-CT
                                     + WS-REJECT-VAL-CT.
           MOVE WS-PRV-REJECT-TOT TO DTL-PRV-REASON-CT.
           MOVE '0'               TO PRT-CC.
           MOVE DTL-PRV-REASON-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    8100-PREVIEW-PROBE-SEGMENT STANDS IN FOR 1050'S UPDATE. IT
      *    READS THE ROW THE UPDATE WOULD HAVE HIT -- THE EXACT SEASON
      *    ROW FOR A DATED SEGMENT, ANY ROW OF THE PAIR IN EFFECT ON
      *    THE RUN DATE FOR AN UNDATED ONE -- AND LEAVES SQLCODE ZERO
      *    OR 100 EXACTLY AS THE UPDATE WOULD HAVE. THE ROW'S CURRENT
      *    EFFECTIVE-TO DATE COMES BACK SO 8120 CAN TELL A RE-DATE
      *    FROM A BARE RE-AFFIRM.
      ******************************************************************
       8100-PREVIEW-PROBE-SEGMENT.
           IF WS-SEG-UNDATED
               EXEC SQL
                   SELECT   EFF_TO_DT
                   INTO     :WS-PRV-EFF-TO-DT
                   FROM     WZIP
                   WHERE    POSTAL_ZIP_CD     = :WS-SEG-ZIP
                     AND    GROWING_REGION_CD = :WS-SEG-REGION
                     AND    EFF_FROM_DT      <= :WS-RUN-DATE
                     AND    EFF_TO_DT        >= :WS-RUN-DATE
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT   EFF_TO_DT
                   INTO     :WS-PRV-EFF-TO-DT
                   FROM     WZIP
                   WHERE    POSTAL_ZIP_CD     = :WS-SEG-ZIP
                     AND    GROWING_REGION_CD = :WS-SEG-REGION
                     AND    EFF_FROM_DT       = :WS-EFF-FROM-DT
               END-EXEC
           END-IF.

       8120-PREVIEW-UPDATE.
           MOVE WS-SEG-REGION TO WS-PRV-KEY-REGION.
           PERFORM 8200-FIND-PREVIEW-REGION.

           IF WS-SEG-DATED AND WS-PRV-EFF-TO-DT NOT = WS-EFF-TO-DT
               ADD 1 TO WS-PRV-REDATE-CT(WS-PRV-SUB)
               ADD 1 TO WS-PRV-REDATE-TOT
           ELSE
               ADD 1 TO WS-PRV-AFFIRM-CT(WS-PRV-SUB)
               ADD 1 TO WS-PRV-AFFIRM-TOT
           END-IF.

       8130-PREVIEW-INSERT.
           MOVE WS-SEG-REGION TO WS-PRV-KEY-REGION.
           PERFORM 8200-FIND-PREVIEW-REGION.
           ADD 1 TO WS-PRV-INSERT-CT(WS-PRV-SUB).

       8140-PREVIEW-RETIRE.
           MOVE WS-SEG-REGION TO WS-PRV-KEY-REGION.
           PERFORM 8200-FIND-PREVIEW-REGION.
           ADD 1 TO WS-PRV-RETIRE-CT(WS-PRV-SUB).

      ******************************************************************
      *    8200-FIND-PREVIEW-REGION LEAVES WS-PRV-SUB ON THE TABLE
      *    ENTRY FOR WS-PRV-KEY-REGION, OPENING A ZEROED ENTRY IN ITS
      *    SORTED PLACE THE FIRST TIME A REGION IS SEEN.
      ******************************************************************
       8200-FIND-PREVIEW-REGION.
           MOVE 'N' TO WS-PRV-FOUND-SW.

           PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                   UNTIL WS-PRV-SUB > WS-PRV-CT
                   OR WS-PRV-FOUND
               IF WS-PRV-REGION(WS-PRV-SUB) >= WS-PRV-KEY-REGION
                   SET WS-PRV-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF WS-PRV-FOUND
               SUBTRACT 1 FROM WS-PRV-SUB
               IF WS-PRV-REGION(WS-PRV-SUB) NOT = WS-PRV-KEY-REGION
                   MOVE 'N' TO WS-PRV-FOUND-SW
               END-IF
           END-IF.

           IF NOT WS-PRV-FOUND
               IF WS-PRV-CT >= WS-PRV-MAX
                   DISPLAY "CHECKSQL ABEND - OVER " WS-PRV-MAX
                           " REGIONS IN PREVIEW"
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PRV-MOVE-SUB FROM WS-PRV-CT BY -1
                       UNTIL WS-PRV-MOVE-SUB < WS-PRV-SUB
                   MOVE WS-PRV-ENTRY(WS-PRV-MOVE-SUB)
                     TO WS-PRV-ENTRY(WS-PRV-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-PRV-CT
               MOVE WS-PRV-KEY-REGION TO WS-PRV-REGION(WS-PRV-SUB)
               MOVE ZERO TO WS-PRV-INSERT-CT(WS-PRV-SUB)
               MOVE ZERO TO WS-PRV-REDATE-CT(WS-PRV-SUB)
               MOVE ZERO TO WS-PRV-AFFIRM-CT(WS-PRV-SUB)
               MOVE ZERO TO WS-PRV-RETIRE-CT(WS-PRV-SUB)
               MOVE ZERO TO WS-PRV-REJECT-CT(WS-PRV-SUB)
           END-IF.

      ******************************************************************
      *    8300-TALLY-PREVIEW-REJECT COUNTS THE REJECT JUST WRITTEN
      *    UNDER ITS REASON CODE AND, WHEN IT CARRIES ONE, ITS REGION.
      ******************************************************************
       8300-TALLY-PREVIEW-REJECT.
           MOVE 'N' TO WS-PRV-FOUND-SW.

           PERFORM VARYING WS-PRR-SUB FROM 1 BY 1
                   UNTIL WS-PRR-SUB > WS-PRR-CT
                   OR WS-PRV-FOUND
               IF WS-PRR-REASON-CD(WS-PRR-SUB) = REJ-REASON-CD
                   SET WS-PRV-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF WS-PRV-FOUND
               SUBTRACT 1 FROM WS-PRR-SUB
           ELSE
               IF WS-PRR-CT >= WS-PRR-MAX
                   DISPLAY "CHECKSQL ABEND - OVER " WS-PRR-MAX
                           " REJECT REASONS IN PREVIEW"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRR-CT
               MOVE REJ-REASON-CD TO WS-PRR-REASON-CD(WS-PRR-SUB)
               MOVE ZERO          TO WS-PRR-REJECT-CT(WS-PRR-SUB)
           END-IF.

           ADD 1 TO WS-PRR-REJECT-CT(WS-PRR-SUB).

           IF REJ-GREDIT NOT = SPACES
               MOVE REJ-GREDIT TO WS-PRV-KEY-REGION
               PERFORM 8200-FIND-PREVIEW-REGION
               ADD 1 TO WS-PRV-REJECT-CT(WS-PRV-SUB)
           END-IF.
