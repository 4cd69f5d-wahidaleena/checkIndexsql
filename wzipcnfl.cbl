       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPCNFL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       PRE-LOAD CONFLICT SCAN OF THE NIGHTLY INFILE,
      *            RUN AS THE EDIT STEP AHEAD OF CHECKSQL. CHECKSQL
      *            APPLIES RECORDS IN ARRIVAL ORDER, SO WHEN ONE
      *            TRANSMISSION CONTRADICTS ITSELF THE RECORD THAT
      *            LANDS LAST WINS AND NOBODY IS TOLD. THIS STEP
      *            EXPLODES EVERY DATA RECORD -- THE TRANSMISSION AND
      *            THE WZIPSUSP RECYCLE AND WZIPRCNF RELEASE RECORDS
      *            THE JOB CONCATENATES BEHIND THE TRAILER -- INTO
      *            ZIP/REGION PAIRS BY ZIP-POSTAL AND GREDIT, SORTS
      *            THEM BY PAIR IN ARRIVAL ORDER, AND REPORTS EVERY
      *            INTRA-FILE CONFLICT BY ZIP-RECORD-ID ON CNFRPT:
      *            'ADDL' AN ADD AND A DELETE OF THE SAME PAIR FOR
      *            OVERLAPPING SEASONS, 'OVLP' OVERLAPPING SEASON
      *            WINDOWS FOR ONE PAIR ON DIFFERENT RECORDS, 'DUPL'
      *            THE SAME PAIR AND SEASON PRESENTED MORE THAN ONCE.
      *            NOTHING IS READ FROM OR WRITTEN TO DB2. THE JOB
      *            ENDS WITH CONDITION CODE 8 WHEN THE CONFLICT COUNT
      *            EXCEEDS THE PARMCARD CONFLICT LIMIT SO THE
      *            SCHEDULER CAN HOLD THE CHECKSQL LOAD, AND CNFRPT
      *            GOES BACK TO CROP SOURCING THE SAME MORNING.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT INFILE   ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT CNFRPT   ASSIGN TO CNFRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  INFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY ZIPREC.

       FD  CNFRPT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRINT-LINE.
           05  PRT-CC                 PIC X(01).
           05  PRT-DATA               PIC X(132).

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-ZIP-CD             PIC X(09).
           05  SRT-REGION-CD          PIC X(04).
           05  SRT-SEQ-NO             PIC 9(07).
           05  SRT-RECORD-ID          PIC 9(08).
           05  SRT-SOURCE-CD          PIC X(04).
           05  SRT-TRANS-CD           PIC X(01).
           05  SRT-EFF-FROM-DT        PIC 9(08).
           05  SRT-EFF-TO-DT          PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-READ-CT             PIC 9(07) VALUE ZERO.
           05  WS-RECYCLE-CT          PIC 9(07) VALUE ZERO.
           05  WS-REC-SKIP-CT         PIC 9(07) VALUE ZERO.
           05  WS-PAIR-CT             PIC 9(07) VALUE ZERO.
           05  WS-PAIR-SKIP-CT        PIC 9(07) VALUE ZERO.
           05  WS-ADDL-CT             PIC 9(07) VALUE ZERO.
           05  WS-OVLP-CT             PIC 9(07) VALUE ZERO.
           05  WS-DUPL-CT             PIC 9(07) VALUE ZERO.
           05  WS-CONFLICT-CT         PIC 9(07) VALUE ZERO.
           05  WS-GRP-OVER-CT         PIC 9(07) VALUE ZERO.

       01  WS-RUN-PARMS.
           05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-CNFL-LIMIT          PIC 9(05) VALUE ZERO.

       01  WS-SEGMENT-WORK.
           05  WS-SEQ-NO              PIC 9(07) VALUE ZERO.
           05  WS-SOURCE-CD           PIC X(04) VALUE 'XMIT'.
           05  WS-TRANS-CD            PIC X(01) VALUE SPACE.
           05  WS-EFF-FROM-DT         PIC 9(08) VALUE ZERO.
           05  WS-EFF-TO-DT           PIC 9(08) VALUE ZERO.
           05  WS-SEG-ZIP             PIC X(09) VALUE SPACES.
           05  WS-SEG-COUNTRY         PIC X(01) VALUE SPACE.
               88  WS-SEG-US          VALUE 'U'.
               88  WS-SEG-CANADA      VALUE 'C'.
           05  WS-CAN-COMPACT         PIC X(06) VALUE SPACES.

      *    ONE ZIP/REGION PAIR'S PRESENTATIONS, IN ARRIVAL ORDER, HELD
      *    WHILE THE SORT RETURNS THE PAIR. A PAIR PRESENTED MORE OFTEN
      *    THAN THE TABLE HOLDS STILL HAS EVERY LATER PRESENTATION
      *    CHECKED AGAINST THE ONES HELD -- IT CANNOT GET THAT FAR
      *    WITHOUT PILING UP 'DUPL' LINES ANYWAY.
       01  WS-PAIR-GROUP.
           05  WS-GRP-MAX             PIC 9(03) BINARY VALUE 100.
           05  WS-GRP-CT              PIC 9(03) BINARY VALUE ZERO.
           05  WS-GRP-KEY             VALUE LOW-VALUES.
               10  WS-GRP-ZIP         PIC X(09).
               10  WS-GRP-REGION      PIC X(04).
           05  WS-GRP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-RECORD-ID   PIC 9(08).
               10  WS-GRP-SOURCE-CD   PIC X(04).
               10  WS-GRP-TRANS-CD    PIC X(01).
               10  WS-GRP-EFF-FROM    PIC 9(08).
               10  WS-GRP-EFF-TO      PIC 9(08).

       01  WS-CURRENT-PAIR.
           05  WS-CUR-KEY.
               10  WS-CUR-ZIP         PIC X(09).
               10  WS-CUR-REGION      PIC X(04).
           05  WS-CUR-RECORD-ID       PIC 9(08).
           05  WS-CUR-SOURCE-CD       PIC X(04).
           05  WS-CUR-TRANS-CD        PIC X(01).
           05  WS-CUR-EFF-FROM        PIC 9(08).
           05  WS-CUR-EFF-TO          PIC 9(08).

       77  WS-GRP-SUB                 PIC 9(03) BINARY VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN    VALUE 'Y'.
           05  WS-ZIP-VALID-SW        PIC X(01) VALUE 'N'.
               88  WS-ZIP-VALID       VALUE 'Y'.
               88  WS-ZIP-INVALID     VALUE 'N'.
           05  WS-ADDL-SHOWN-SW       PIC X(01) VALUE 'N'.
               88  WS-ADDL-SHOWN      VALUE 'Y'.
           05  WS-OVLP-SHOWN-SW       PIC X(01) VALUE 'N'.
               88  WS-OVLP-SHOWN      VALUE 'Y'.
           05  WS-DUPL-SHOWN-SW       PIC X(01) VALUE 'N'.
               88  WS-DUPL-SHOWN      VALUE 'Y'.

       01  HDG-REPORT-LINE.
           05  FILLER                 PIC X(11) VALUE "WZIPCNFL - ".
           05  FILLER                 PIC X(30)
                   VALUE "INFILE CONFLICT SCAN  RUN OF: ".
           05  HDG-RUN-DATE           PIC X(08).
           05  FILLER                 PIC X(17)
                   VALUE "  CONFLICT LIMIT:".
           05  HDG-CNFL-LIMIT         PIC ZZZZ9.

       01  HDG-SIDE-LINE.
           05  FILLER                 PIC X(24) VALUE SPACES.
           05  FILLER                 PIC X(36)
                   VALUE "EARLIER RECORD".
           05  FILLER                 PIC X(26)
                   VALUE "LATER RECORD (LANDS LAST)".

       01  HDG-COLUMN-LINE.
           05  FILLER                 PIC X(24) VALUE
               "CLSS  ZIP CD     REGN   ".
           05  FILLER                 PIC X(36) VALUE
               "REC-ID   SRCE T EFF FROM EFF TO".
           05  FILLER                 PIC X(31) VALUE
               "REC-ID   SRCE T EFF FROM EFF TO".

       01  DTL-CONFLICT-LINE.
           05  DTL-CLASS              PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-ZIP-CD             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-REGION-CD          PIC X(04).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DTL-RECORD-ID-1        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-SOURCE-1           PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-TRANS-1            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-EFF-FROM-1         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-EFF-TO-1           PIC X(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DTL-RECORD-ID-2        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-SOURCE-2           PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-TRANS-2            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-EFF-FROM-2         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-EFF-TO-2           PIC X(08).

       01  DTL-NONE-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "NO INTRA-FILE CONFLICTS IN THIS INFILE".

       01  TOT-SCAN-LINE-1.
           05  FILLER                 PIC X(14)
                   VALUE "RECORDS READ: ".
           05  TOT-READ-CT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(17)
                   VALUE "  BEHIND TRAILER:".
           05  TOT-RECYCLE-CT         PIC ZZZZZZ9.
           05  FILLER                 PIC X(11)
                   VALUE "  SKIPPED: ".
           05  TOT-REC-SKIP-CT        PIC ZZZZZZ9.
           05  FILLER                 PIC X(09)
                   VALUE "  PAIRS: ".
           05  TOT-PAIR-CT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(17)
                   VALUE "  PAIRS SKIPPED: ".
           05  TOT-PAIR-SKIP-CT       PIC ZZZZZZ9.

       01  TOT-SCAN-LINE-2.
           05  FILLER                 PIC X(06) VALUE "ADDL: ".
           05  TOT-ADDL-CT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(08) VALUE "  OVLP: ".
           05  TOT-OVLP-CT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(08) VALUE "  DUPL: ".
           05  TOT-DUPL-CT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(19)
                   VALUE "  TOTAL CONFLICTS: ".
           05  TOT-CONFLICT-CT        PIC ZZZZZZ9.
           05  TOT-HOLD-MSG           PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0100-READ-PARM-CARD.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CNFRPT.

           PERFORM 0300-PRINT-HEADINGS.

      *    ARRIVAL SEQUENCE IS THE MINOR KEY SO EACH PAIR'S RECORDS
      *    COME BACK IN THE ORDER CHECKSQL WOULD APPLY THEM -- THE
      *    LATER OF ANY TWO CONFLICTING RECORDS IS THE ONE THAT WINS.
           SORT SORTFILE
               ON ASCENDING KEY SRT-ZIP-CD
                                SRT-REGION-CD
                                SRT-SEQ-NO
               INPUT  PROCEDURE 1000-EXPLODE-INFILE
               OUTPUT PROCEDURE 2000-SCAN-PAIR-GROUPS.

       6000-FINAL-COUNT.
           COMPUTE WS-CONFLICT-CT = WS-ADDL-CT + WS-OVLP-CT
                                  + WS-DUPL-CT.

           IF WS-CONFLICT-CT = ZERO
               MOVE SPACE             TO PRT-CC
               MOVE DTL-NONE-LINE     TO PRT-DATA
               WRITE PRINT-LINE
           END-IF.

           MOVE WS-READ-CT            TO TOT-READ-CT.
           MOVE WS-RECYCLE-CT         TO TOT-RECYCLE-CT.
           MOVE WS-REC-SKIP-CT        TO TOT-REC-SKIP-CT.
           MOVE WS-PAIR-CT            TO TOT-PAIR-CT.
           MOVE WS-PAIR-SKIP-CT       TO TOT-PAIR-SKIP-CT.
           MOVE '0'                   TO PRT-CC.
           MOVE TOT-SCAN-LINE-1       TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE WS-ADDL-CT            TO TOT-ADDL-CT.
           MOVE WS-OVLP-CT            TO TOT-OVLP-CT.
           MOVE WS-DUPL-CT            TO TOT-DUPL-CT.
           MOVE WS-CONFLICT-CT        TO TOT-CONFLICT-CT.
           IF WS-CONFLICT-CT > WS-CNFL-LIMIT
               MOVE "  OVER LIMIT - LOAD HELD" TO TOT-HOLD-MSG
           END-IF.
           MOVE SPACE                 TO PRT-CC.
           MOVE TOT-SCAN-LINE-2       TO PRT-DATA.
           WRITE PRINT-LINE.

           CLOSE CNFRPT.

           DISPLAY "---------------------------------------------".
           DISPLAY "INFILE RECORDS READ    : " WS-READ-CT.
           DISPLAY "BEHIND TRAILER         : " WS-RECYCLE-CT.
           DISPLAY "RECORDS NOT SCANNED    : " WS-REC-SKIP-CT.
           DISPLAY "PAIRS SCANNED          : " WS-PAIR-CT.
           DISPLAY "PAIRS NOT SCANNED      : " WS-PAIR-SKIP-CT.
           DISPLAY "ADD/DELETE CONFLICTS   : " WS-ADDL-CT.
           DISPLAY "OVERLAPPING SEASONS    : " WS-OVLP-CT.
           DISPLAY "DUPLICATE PAIRS        : " WS-DUPL-CT.
           DISPLAY "TOTAL CONFLICTS        : " WS-CONFLICT-CT.
           DISPLAY "CONFLICT LIMIT         : " WS-CNFL-LIMIT.

           IF WS-GRP-OVER-CT > ZERO
               DISPLAY "WZIPCNFL - " WS-GRP-OVER-CT
                       " PRESENTATIONS PAST " WS-GRP-MAX
                       " FOR ONE PAIR CHECKED BUT NOT HELD"
           END-IF.

           IF WS-CONFLICT-CT > WS-CNFL-LIMIT
               DISPLAY "WZIPCNFL - CONFLICTS EXCEED LIMIT, HOLD LOAD"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE CONFLICT LIMIT FROM THE SHARED
      *    ONE-RECORD CONTROL CARD. AN UNPUNCHED LIMIT IS TAKEN AS
      *    ZERO -- ANY CONFLICT AT ALL RAISES THE CONDITION CODE, THE
      *    SAME SAFE DEFAULT WZIPRCN TAKES FOR ITS TOLERANCE.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.

           READ PARMCARD
               AT END
                   DISPLAY "WZIPCNFL ABEND - PARMCARD EMPTY OR MISSING"
                   CLOSE PARMCARD
                   STOP RUN
           END-READ.

           CLOSE PARMCARD.

           IF PARM-CNFL-LIMIT IS NUMERIC
               MOVE PARM-CNFL-LIMIT TO WS-CNFL-LIMIT
           ELSE
               MOVE ZERO TO WS-CNFL-LIMIT
           END-IF.

       0300-PRINT-HEADINGS.
           MOVE WS-RUN-DATE       TO HDG-RUN-DATE.
           MOVE WS-CNFL-LIMIT     TO HDG-CNFL-LIMIT.
           MOVE '1'               TO PRT-CC.
           MOVE HDG-REPORT-LINE   TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE '0'               TO PRT-CC.
           MOVE HDG-SIDE-LINE     TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE SPACE             TO PRT-CC.
           MOVE HDG-COLUMN-LINE   TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    1000-EXPLODE-INFILE RELEASES ONE SORT RECORD PER ZIP/REGION
      *    PAIR ON EACH DATA RECORD, THE SAME SEGMENT-BY-REGION FAN-OUT
      *    CHECKSQL LOADS BY. THE TRANSMITTAL HEADER AND TRAILER ARE
      *    SKIPPED (CHECKSQL'S 0150 BALANCES THEM); RECORDS BEHIND THE
      *    TRAILER ARE TAGGED 'RCYC' SO A RECYCLED OR RELEASED RECORD
      *    COLLIDING WITH TONIGHT'S TRANSMISSION IS TOLD APART FROM A
      *    TRANSMISSION ('XMIT') CONTRADICTING ITSELF. A RECORD
      *    CHECKSQL WILL REJECT OUTRIGHT ('CNTE', 'TRNE', 'DATE') NEVER
      *    LANDS, SO IT IS COUNTED AND LEFT OUT OF THE SCAN.
      ******************************************************************
       1000-EXPLODE-INFILE.
           OPEN INPUT INFILE.

           PERFORM 1050-READ-INFILE.

           PERFORM UNTIL WS-EOF
               IF ZIP-RECORD-ID = 99999999
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE 'RCYC' TO WS-SOURCE-CD
               ELSE
               IF ZIP-RECORD-ID NOT = ZERO
                   ADD 1 TO WS-READ-CT
                   ADD 1 TO WS-SEQ-NO
                   IF WS-TRAILER-SEEN
                       ADD 1 TO WS-RECYCLE-CT
                   END-IF
                   PERFORM 1100-EXPLODE-ONE-RECORD
               END-IF
               END-IF

               PERFORM 1050-READ-INFILE
           END-PERFORM.

           CLOSE INFILE.

       1050-READ-INFILE.
           READ INFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    1100-EXPLODE-ONE-RECORD APPLIES CHECKSQL'S RECORD-LEVEL
      *    EDITS AND RESOLVES THE SEASON WINDOW EACH PAIR WILL ACT ON.
      *    AN UNDATED ADD LOADS FROM THE RUN DATE OPEN-ENDED, AS
      *    CHECKSQL'S 0300 DEFAULTS IT; AN UNDATED DELETE RETIRES
      *    EVERY SEASON OF THE PAIR, SO ITS WINDOW IS TAKEN AS ALL
      *    TIME. BLANK TRANS CODE IS AN ADD, AS ZIPREC DOCUMENTS.
      ******************************************************************
       1100-EXPLODE-ONE-RECORD.
           IF ZIP-SEG-COUNT NOT NUMERIC OR GREDIT-COUNT NOT NUMERIC
                   OR ZIP-SEG-COUNT > 10 OR GREDIT-COUNT > 5
               ADD 1 TO WS-REC-SKIP-CT
           ELSE
           IF NOT ZIP-TRANS-ADD AND NOT ZIP-TRANS-DELETE
               ADD 1 TO WS-REC-SKIP-CT
           ELSE
               IF ZIP-TRANS-DELETE
                   MOVE 'D' TO WS-TRANS-CD
               ELSE
                   MOVE 'A' TO WS-TRANS-CD
               END-IF

               IF ZIP-EFF-FROM-DT NOT NUMERIC OR ZIP-EFF-FROM-DT = ZERO
                   IF ZIP-TRANS-DELETE
                       MOVE ZERO TO WS-EFF-FROM-DT
                   ELSE
                       MOVE WS-RUN-DATE TO WS-EFF-FROM-DT
                   END-IF
               ELSE
                   MOVE ZIP-EFF-FROM-DT TO WS-EFF-FROM-DT
               END-IF

               IF ZIP-EFF-TO-DT NOT NUMERIC OR ZIP-EFF-TO-DT = ZERO
                   MOVE 99991231 TO WS-EFF-TO-DT
               ELSE
                   MOVE ZIP-EFF-TO-DT TO WS-EFF-TO-DT
               END-IF

               IF WS-EFF-FROM-DT > WS-EFF-TO-DT
                   ADD 1 TO WS-REC-SKIP-CT
               ELSE
                   PERFORM VARYING SEG-INDX FROM 1 BY 1
                           UNTIL SEG-INDX > ZIP-SEG-COUNT
                       PERFORM VARYING REGION-INDX FROM 1 BY 1
                               UNTIL REGION-INDX > GREDIT-COUNT
                           PERFORM 1200-RELEASE-ONE-PAIR
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *    1200-RELEASE-ONE-PAIR PUTS THE SEGMENT THROUGH CHECKSQL'S
      *    ZIP FORMAT EDIT FIRST -- A SEGMENT THAT WILL REJECT 'VALE'
      *    NEVER LANDS, AND A CANADIAN CODE KEYED WITH THE MIDDLE
      *    BLANK MUST COMPARE EQUAL TO THE SAME CODE KEYED COMPACT,
      *    JUST AS IT LOADS UNDER ONE SPELLING. THE WREGION GATE IS
      *    NOT APPLIED: THIS STEP RUNS WITHOUT DB2, AND A PAIR THAT
      *    CONFLICTS WITH ITSELF IS WORTH TELLING CROP SOURCING ABOUT
      *    EVEN IF ONE SIDE OF IT LATER REJECTS 'REGE'.
      ******************************************************************
       1200-RELEASE-ONE-PAIR.
           MOVE ZIP-POSTAL(SEG-INDX) TO WS-SEG-ZIP.
           MOVE ZIP-COUNTRY-CD       TO WS-SEG-COUNTRY.

           PERFORM 1300-VALIDATE-ZIP-FORMAT.

           IF WS-ZIP-INVALID
               ADD 1 TO WS-PAIR-SKIP-CT
           ELSE
               MOVE WS-SEG-ZIP          TO SRT-ZIP-CD
               MOVE GREDIT(REGION-INDX) TO SRT-REGION-CD
               MOVE WS-SEQ-NO           TO SRT-SEQ-NO
               MOVE ZIP-RECORD-ID       TO SRT-RECORD-ID
               MOVE WS-SOURCE-CD        TO SRT-SOURCE-CD
               MOVE WS-TRANS-CD         TO SRT-TRANS-CD
               MOVE WS-EFF-FROM-DT      TO SRT-EFF-FROM-DT
               MOVE WS-EFF-TO-DT        TO SRT-EFF-TO-DT
               RELEASE SORT-RECORD
               ADD 1 TO WS-PAIR-CT
           END-IF.

      ******************************************************************
      *    1300-VALIDATE-ZIP-FORMAT IS CHECKSQL'S 1010 EDIT: A 'U' OR
      *    'C' PUNCHED ON THE RECORD PINS THE COUNTRY, AN UNKEYED ONE
      *    IS DERIVED FROM THE SEGMENT'S FIRST CHARACTER, AND A GOOD
      *    CANADIAN CODE LEAVES IN WS-SEG-ZIP IN ITS COMPACT FORM.
      ******************************************************************
       1300-VALIDATE-ZIP-FORMAT.
           SET WS-ZIP-INVALID TO TRUE.

           EVALUATE TRUE
               WHEN WS-SEG-CANADA
                   PERFORM 1320-VALIDATE-CANADIAN-CODE
               WHEN WS-SEG-US
                   PERFORM 1310-VALIDATE-US-ZIP
               WHEN WS-SEG-ZIP(1:1) IS NUMERIC
                   PERFORM 1310-VALIDATE-US-ZIP
               WHEN OTHER
                   PERFORM 1320-VALIDATE-CANADIAN-CODE
           END-EVALUATE.

       1310-VALIDATE-US-ZIP.
           IF WS-SEG-ZIP(6:4) = SPACES
               IF WS-SEG-ZIP(1:5) IS NUMERIC
                   SET WS-ZIP-VALID TO TRUE
               END-IF
           ELSE
               IF WS-SEG-ZIP IS NUMERIC
                   SET WS-ZIP-VALID TO TRUE
               END-IF
           END-IF.

       1320-VALIDATE-CANADIAN-CODE.
           MOVE LOW-VALUES TO WS-CAN-COMPACT.

           IF WS-SEG-ZIP(4:1) = SPACE AND WS-SEG-ZIP(8:2) = SPACES
               MOVE WS-SEG-ZIP(1:3) TO WS-CAN-COMPACT(1:3)
               MOVE WS-SEG-ZIP(5:3) TO WS-CAN-COMPACT(4:3)
           ELSE
               IF WS-SEG-ZIP(7:3) = SPACES
                   MOVE WS-SEG-ZIP(1:6) TO WS-CAN-COMPACT
               END-IF
           END-IF.

           IF WS-CAN-COMPACT(1:1) IS ALPHABETIC
                   AND WS-CAN-COMPACT(1:1) NOT = SPACE
                   AND WS-CAN-COMPACT(2:1) IS NUMERIC
                   AND WS-CAN-COMPACT(3:1) IS ALPHABETIC
                   AND WS-CAN-COMPACT(3:1) NOT = SPACE
                   AND WS-CAN-COMPACT(4:1) IS NUMERIC
                   AND WS-CAN-COMPACT(5:1) IS ALPHABETIC
                   AND WS-CAN-COMPACT(5:1) NOT = SPACE
                   AND WS-CAN-COMPACT(6:1) IS NUMERIC
               SET WS-ZIP-VALID TO TRUE
               MOVE SPACES TO WS-SEG-ZIP
               MOVE WS-CAN-COMPACT TO WS-SEG-ZIP(1:6)
           END-IF.

      ******************************************************************
      *    2000-SCAN-PAIR-GROUPS WALKS THE SORTED PAIRS ONE ZIP/REGION
      *    GROUP AT A TIME. EACH PRESENTATION IS CHECKED AGAINST EVERY
      *    EARLIER PRESENTATION OF THE SAME PAIR BEFORE IT JOINS THE
      *    GROUP, SO EVERY CONFLICT IS REPORTED AGAINST THE RECORD
      *    THAT LANDS LAST -- THE ONE WHOSE EFFECT WOULD SILENTLY WIN.
      ******************************************************************
       2000-SCAN-PAIR-GROUPS.
           PERFORM 2100-RETURN-PAIR.

           PERFORM UNTIL WS-SORT-EOF
               IF WS-CUR-KEY NOT = WS-GRP-KEY
                   MOVE WS-CUR-KEY TO WS-GRP-KEY
                   MOVE ZERO       TO WS-GRP-CT
               END-IF

               PERFORM 2200-CHECK-AGAINST-GROUP

               IF WS-GRP-CT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-CT
                   MOVE WS-CUR-RECORD-ID TO WS-GRP-RECORD-ID(WS-GRP-CT)
                   MOVE WS-CUR-SOURCE-CD TO WS-GRP-SOURCE-CD(WS-GRP-CT)
                   MOVE WS-CUR-TRANS-CD  TO WS-GRP-TRANS-CD(WS-GRP-CT)
                   MOVE WS-CUR-EFF-FROM  TO WS-GRP-EFF-FROM(WS-GRP-CT)
                   MOVE WS-CUR-EFF-TO    TO WS-GRP-EFF-TO(WS-GRP-CT)
               ELSE
                   ADD 1 TO WS-GRP-OVER-CT
               END-IF

               PERFORM 2100-RETURN-PAIR
           END-PERFORM.

       2100-RETURN-PAIR.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   MOVE SRT-ZIP-CD      TO WS-CUR-ZIP
                   MOVE SRT-REGION-CD   TO WS-CUR-REGION
                   MOVE SRT-RECORD-ID   TO WS-CUR-RECORD-ID
                   MOVE SRT-SOURCE-CD   TO WS-CUR-SOURCE-CD
                   MOVE SRT-TRANS-CD    TO WS-CUR-TRANS-CD
                   MOVE SRT-EFF-FROM-DT TO WS-CUR-EFF-FROM
                   MOVE SRT-EFF-TO-DT   TO WS-CUR-EFF-TO
           END-RETURN.

      ******************************************************************
      *    2200-CHECK-AGAINST-GROUP COMPARES THE CURRENT PRESENTATION
      *    WITH EACH ONE ALREADY HELD FOR THE PAIR. EACH CLASS IS
      *    REPORTED ONCE PER PRESENTATION, AGAINST THE EARLIEST RECORD
      *    IT COLLIDES WITH, SO A PAIR SENT FIVE TIMES SHOWS FOUR
      *    'DUPL' LINES RATHER THAN TEN.
      ******************************************************************
       2200-CHECK-AGAINST-GROUP.
           MOVE 'N' TO WS-ADDL-SHOWN-SW.
           MOVE 'N' TO WS-OVLP-SHOWN-SW.
           MOVE 'N' TO WS-DUPL-SHOWN-SW.

           IF WS-GRP-CT > ZERO
               PERFORM 2300-COMPARE-ONE-ENTRY
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CT
           END-IF.

      ******************************************************************
      *    2300-COMPARE-ONE-ENTRY: WINDOWS THAT DO NOT SHARE A DAY ARE
      *    DIFFERENT SEASONS AND NEVER CONFLICT -- RETIRING LAST
      *    SEASON AND ADDING NEXT SEASON IN ONE FILE IS NORMAL. WHERE
      *    THEY DO SHARE A DAY: AN ADD AGAINST A DELETE IS 'ADDL'; TWO
      *    OF THE SAME KIND WITH THE SAME WINDOW ARE 'DUPL' (EVEN ON
      *    ONE RECORD, WHEN A SEGMENT OR REGION IS REPEATED); TWO OF
      *    THE SAME KIND WITH DIFFERENT WINDOWS CAN ONLY COME FROM
      *    DIFFERENT RECORDS AND ARE 'OVLP'.
      ******************************************************************
       2300-COMPARE-ONE-ENTRY.
           IF WS-CUR-EFF-FROM <= WS-GRP-EFF-TO(WS-GRP-SUB)
                   AND WS-GRP-EFF-FROM(WS-GRP-SUB) <= WS-CUR-EFF-TO
               IF WS-CUR-TRANS-CD NOT = WS-GRP-TRANS-CD(WS-GRP-SUB)
                   IF NOT WS-ADDL-SHOWN
                       SET WS-ADDL-SHOWN TO TRUE
                       ADD 1 TO WS-ADDL-CT
                       MOVE 'ADDL' TO DTL-CLASS
                       PERFORM 2400-PRINT-CONFLICT
                   END-IF
               ELSE
               IF WS-CUR-EFF-FROM = WS-GRP-EFF-FROM(WS-GRP-SUB)
                       AND WS-CUR-EFF-TO = WS-GRP-EFF-TO(WS-GRP-SUB)
                   IF NOT WS-DUPL-SHOWN
                       SET WS-DUPL-SHOWN TO TRUE
                       ADD 1 TO WS-DUPL-CT
                       MOVE 'DUPL' TO DTL-CLASS
                       PERFORM 2400-PRINT-CONFLICT
                   END-IF
               ELSE
                   IF NOT WS-OVLP-SHOWN
                       SET WS-OVLP-SHOWN TO TRUE
                       ADD 1 TO WS-OVLP-CT
                       MOVE 'OVLP' TO DTL-CLASS
                       PERFORM 2400-PRINT-CONFLICT
                   END-IF
               END-IF
               END-IF
           END-IF.

       2400-PRINT-CONFLICT.
           MOVE WS-CUR-ZIP                   TO DTL-ZIP-CD.
           MOVE WS-CUR-REGION                TO DTL-REGION-CD.
           MOVE WS-GRP-RECORD-ID(WS-GRP-SUB) TO DTL-RECORD-ID-1.
           MOVE WS-GRP-SOURCE-CD(WS-GRP-SUB) TO DTL-SOURCE-1.
           MOVE WS-GRP-TRANS-CD(WS-GRP-SUB)  TO DTL-TRANS-1.
           MOVE WS-GRP-EFF-FROM(WS-GRP-SUB)  TO DTL-EFF-FROM-1.
           MOVE WS-GRP-EFF-TO(WS-GRP-SUB)    TO DTL-EFF-TO-1.
           MOVE WS-CUR-RECORD-ID             TO DTL-RECORD-ID-2.
           MOVE WS-CUR-SOURCE-CD             TO DTL-SOURCE-2.
           MOVE WS-CUR-TRANS-CD              TO DTL-TRANS-2.
           MOVE WS-CUR-EFF-FROM              TO DTL-EFF-FROM-2.
           MOVE WS-CUR-EFF-TO                TO DTL-EFF-TO-2.
           MOVE SPACE                        TO PRT-CC.
           MOVE DTL-CONFLICT-LINE            TO PRT-DATA.
           WRITE PRINT-LINE.
