       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPGAP.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       ZIP COVERAGE GAP AND UPCOMING-LAPSE REPORT OFF
      *            WZIP FOR THE PARMCARD AS-OF DATE (ZERO OR BLANK
      *            DEFAULTS TO TODAY). SECTION 1 LISTS ZIPS WITH NO
      *            REGION IN EFFECT ON THE AS-OF DATE THAT HAD ONE
      *            WITHIN THE PARMCARD RETENTION WINDOW -- THE SAME
      *            MONTH-START CUTOFF WZIPARCH PURGES BY, SO THE WINDOW
      *            IS EXACTLY WHAT WZIP STILL HOLDS. SECTION 2 LISTS
      *            ZIPS STILL COVERED WHOSE LAST SEASON ENDS WITHIN THE
      *            PARMCARD LOOK-AHEAD DAYS WITH NO LATER SEASON LOADED
      *            FOR ANY REGION. BOTH SECTIONS ARE GROUPED BY THE
      *            REGION THAT LAST SERVED THE ZIP AND SHOW THE COUNTRY.
      *            EVERY ZIP LISTED ALSO GOES TO THE GAPOUT EXTRACT
      *            (GAPREC LAYOUT) CROP SOURCING WORKS FROM TO SEND THE
      *            MISSING SEASONS BEFORE THE GAP OPENS.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT GAPRPT   ASSIGN TO GAPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT GAPOUT   ASSIGN TO GAPOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  GAPRPT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRINT-LINE.
           05  PRT-CC                 PIC X(01).
           05  PRT-DATA               PIC X(132).

       FD  GAPOUT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY GAPREC.

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-GROUP-CD           PIC X(01).
           05  SRT-REGION-CD          PIC X(04).
           05  SRT-ZIP-CD             PIC X(09).
           05  SRT-COUNTRY-CD         PIC X(01).
           05  SRT-LAST-TO-DT         PIC 9(08).
           05  SRT-NEXT-FROM-DT       PIC 9(08).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RUN-PARMS.
           05  WS-ASOF-DATE           PIC 9(08) VALUE ZERO.
           05  WS-RETAIN-MONTHS       PIC 9(03) VALUE ZERO.
           05  WS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
           05  WS-LOOKAHEAD-DAYS      PIC 9(03) VALUE ZERO.
           05  WS-LOOKAHEAD-DATE      PIC 9(08) VALUE ZERO.
           05  WS-ASOF-INT            PIC S9(09) BINARY VALUE ZERO.

       01  WS-CUTOFF-WORK.
           05  WS-CW-YEAR             PIC 9(04) VALUE ZERO.
           05  WS-CW-MONTH            PIC 9(02) VALUE ZERO.
           05  WS-CW-TOT-MONTHS       PIC S9(07) BINARY VALUE ZERO.
           05  WS-CW-CUTOFF.
               10  WS-CW-CUT-YEAR     PIC 9(04).
               10  WS-CW-CUT-MONTH    PIC 9(02).
               10  WS-CW-CUT-DAY      PIC 9(02).
           05  WS-CW-CUTOFF-N REDEFINES WS-CW-CUTOFF
                                       PIC 9(08).

       01  WS-HOST-VARS.
           05  WS-ZIP-CD              PIC X(09).
           05  WS-REGION-CD           PIC X(04).
           05  WS-COUNTRY-CD          PIC X(01).
           05  WS-LAST-TO-DT          PIC 9(08).
           05  WS-NEXT-FROM-DT        PIC 9(08).
           05  WS-REGION-DESC         PIC X(30).

       01  WS-COUNTERS.
           05  WS-PAGE-NO             PIC 9(03) VALUE ZERO.
           05  WS-GAP-CT              PIC 9(07) VALUE ZERO.
           05  WS-LAPSE-CT            PIC 9(07) VALUE ZERO.
           05  WS-REGION-ZIP-CT       PIC 9(07) VALUE ZERO.
           05  WS-GROUP-ZIP-CT        PIC 9(07) VALUE ZERO.
           05  WS-EXTRACT-CT          PIC 9(07) VALUE ZERO.
           05  WS-DAYS-CT             PIC S9(07) VALUE ZERO.

       01  WS-BREAK-KEYS.
           05  WS-PREV-ZIP-CD         PIC X(09) VALUE SPACES.
           05  WS-PREV-GROUP-CD       PIC X(01) VALUE SPACE.
           05  WS-PREV-REGION-CD      PIC X(04) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y'.

       01  HDG-REPORT-LINE.
           05  FILLER                 PIC X(10) VALUE "WZIPGAP - ".
           05  FILLER                 PIC X(30)
                   VALUE "ZIP COVERAGE GAP / LAPSE     ".
           05  FILLER                 PIC X(06) VALUE "AS OF ".
           05  HDG-ASOF-DATE          PIC 9(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE "PAGE  ".
           05  HDG-PAGE-NO            PIC ZZ9.

       01  HDG-GAP-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "SECTION 1 - NO REGION IN EFFECT SINCE  ".
           05  HDG-CUTOFF-DATE        PIC 9(08).

       01  HDG-LAPSE-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "SECTION 2 - LAST SEASON ENDS BY        ".
           05  HDG-LOOKAHEAD-DATE     PIC 9(08).
           05  FILLER                 PIC X(02) VALUE " (".
           05  HDG-LOOKAHEAD-DAYS     PIC ZZ9.
           05  FILLER                 PIC X(06) VALUE " DAYS)".

       01  HDG-REGION-LINE.
           05  FILLER                 PIC X(16)
                   VALUE "LAST REGION   : ".
           05  HDG-REGION-CD          PIC X(04).
           05  FILLER                 PIC X(03) VALUE " - ".
           05  HDG-REGION-DESC        PIC X(30).

       01  HDG-COLUMN-LINE.
           05  FILLER                 PIC X(24)
                   VALUE "   POSTAL ZIP CD  CTRY  ".
           05  FILLER                 PIC X(30)
                   VALUE "LAST TO   DAYS  NEXT FROM".

       01  DTL-ZIP-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DTL-ZIP-CD             PIC X(09).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DTL-COUNTRY            PIC X(02).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DTL-LAST-TO-DT         PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-DAYS               PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-NEXT-FROM-DT       PIC X(08).

       01  TOT-REGION-LINE.
           05  FILLER                 PIC X(16)
                   VALUE "REGION ZIP CT : ".
           05  TOT-REGION-CT          PIC ZZZZZZ9.

       01  TOT-GROUP-LINE.
           05  FILLER                 PIC X(16)
                   VALUE "SECTION ZIP CT: ".
           05  TOT-GROUP-CT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0100-READ-PARM-CARD.
           PERFORM 0200-COMPUTE-WINDOWS.

           OPEN OUTPUT GAPRPT.
           OPEN OUTPUT GAPOUT.

      *    GROUP '1' (GAPS) SORTS AHEAD OF GROUP '2' (LAPSES), AND
      *    WITHIN EACH THE ZIPS FALL UNDER THE REGION THAT LAST SERVED
      *    THEM.
           SORT SORTFILE
               ON ASCENDING KEY SRT-GROUP-CD
                                SRT-REGION-CD
                                SRT-ZIP-CD
               INPUT  PROCEDURE 1000-SELECT-GAP-ZIPS
               OUTPUT PROCEDURE 2000-PRINT-GAP-REPORT.

       6000-FINAL-COUNT.
           CLOSE GAPRPT
                 GAPOUT.

           DISPLAY "---------------------------------------------".
           DISPLAY "WZIPGAP AS-OF DATE     : " WS-ASOF-DATE.
           DISPLAY "RETENTION CUTOFF DATE  : " WS-CUTOFF-DATE.
           DISPLAY "LOOK-AHEAD END DATE    : " WS-LOOKAHEAD-DATE.
           DISPLAY "ZIPS WITH NO COVERAGE  : " WS-GAP-CT.
           DISPLAY "ZIPS ABOUT TO LAPSE    : " WS-LAPSE-CT.
           DISPLAY "GAPOUT RECORDS WRITTEN : " WS-EXTRACT-CT.
           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE AS-OF DATE, RETENTION MONTHS
      *    AND LOOK-AHEAD DAYS FROM THE SHARED ONE-RECORD CONTROL CARD.
      *    AN UNPUNCHED AS-OF DATE MEANS TODAY, AN UNPUNCHED RETENTION
      *    THE 24 MONTHS WZIPARCH DEFAULTS TO, AN UNPUNCHED LOOK-AHEAD
      *    30 DAYS -- ENOUGH LEAD FOR CROP SOURCING TO SEND A SEASON.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.

           READ PARMCARD
               AT END
                   DISPLAY "WZIPGAP ABEND - PARMCARD EMPTY OR MISSING"
                   CLOSE PARMCARD
                   STOP RUN
           END-READ.

           CLOSE PARMCARD.

           IF PARM-ASOF-DATE NOT NUMERIC OR PARM-ASOF-DATE = ZERO
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
           END-IF.

           IF PARM-RETAIN-MONTHS NOT NUMERIC
                   OR PARM-RETAIN-MONTHS = ZERO
               MOVE 24 TO WS-RETAIN-MONTHS
           ELSE
               MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
           END-IF.

           IF PARM-LOOKAHEAD-DAYS NOT NUMERIC
                   OR PARM-LOOKAHEAD-DAYS = ZERO
               MOVE 30 TO WS-LOOKAHEAD-DAYS
           ELSE
               MOVE PARM-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
           END-IF.

      ******************************************************************
      *    0200-COMPUTE-WINDOWS BACKS THE RETENTION PERIOD OFF THE AS-OF
      *    DATE TO THE FIRST OF THAT MONTH, THE SAME ARITHMETIC AS
      *    WZIPARCH'S 0200, AND RUNS THE LOOK-AHEAD FORWARD FROM IT.
      ******************************************************************
       0200-COMPUTE-WINDOWS.
           MOVE WS-ASOF-DATE(1:4) TO WS-CW-YEAR.
           MOVE WS-ASOF-DATE(5:2) TO WS-CW-MONTH.

           COMPUTE WS-CW-TOT-MONTHS =
               (WS-CW-YEAR * 12) + WS-CW-MONTH - 1
               - WS-RETAIN-MONTHS.

           DIVIDE WS-CW-TOT-MONTHS BY 12
               GIVING WS-CW-CUT-YEAR
               REMAINDER WS-CW-CUT-MONTH.

           ADD 1 TO WS-CW-CUT-MONTH.
           MOVE 01 TO WS-CW-CUT-DAY.

           MOVE WS-CW-CUTOFF-N TO WS-CUTOFF-DATE.

           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           COMPUTE WS-LOOKAHEAD-DATE = FUNCTION DATE-OF-INTEGER
               (WS-ASOF-INT + WS-LOOKAHEAD-DAYS).

           MOVE WS-ASOF-DATE      TO HDG-ASOF-DATE.
           MOVE WS-CUTOFF-DATE    TO HDG-CUTOFF-DATE.
           MOVE WS-LOOKAHEAD-DATE TO HDG-LOOKAHEAD-DATE.
           MOVE WS-LOOKAHEAD-DAYS TO HDG-LOOKAHEAD-DAYS.

      ******************************************************************
      *    1000-SELECT-GAP-ZIPS RUNS ONE CURSOR PER SECTION. EACH
      *    RETURNS THE ROW(S) CARRYING THE ZIP'S LATEST EFFECTIVE-TO,
      *    ORDERED BY ZIP, SO WHEN TWO REGIONS' SEASONS END ON THE SAME
      *    DAY THE FIRST REGION IN CODE ORDER IS TAKEN AS THE ONE THAT
      *    LAST SERVED THE ZIP AND THE ZIP IS LISTED ONCE.
      *
      *    GAPS: NO ROW IN EFFECT ON THE AS-OF DATE, AND THE LATEST ROW
      *    ENDING BEFORE IT ENDED ON OR AFTER THE RETENTION CUTOFF. THE
      *    EARLIEST LATER SEASON ALREADY LOADED, IF ANY, RIDES ALONG.
      *
      *    LAPSES: A ROW IN EFFECT ON THE AS-OF DATE, AND THE LATEST
      *    EFFECTIVE-TO ACROSS EVERY ROW OF THE ZIP -- ANY REGION, ANY
      *    LOADED SEASON -- FALLS WITHIN THE LOOK-AHEAD. A FOLLOWING
      *    SEASON LOADED FOR ANY REGION PUSHES THAT DATE PAST THE
      *    LOOK-AHEAD AND KEEPS THE ZIP OFF THE LIST.
      ******************************************************************
       1000-SELECT-GAP-ZIPS.
           EXEC SQL
               DECLARE WZGAPCSR CURSOR FOR
               SELECT   Z.POSTAL_ZIP_CD, Z.GROWING_REGION_CD,
                        Z.COUNTRY_CD, Z.EFF_TO_DT,
                        COALESCE((SELECT MIN(N.EFF_FROM_DT)
                                  FROM   WZIP N
                                  WHERE  N.POSTAL_ZIP_CD =
                                             Z.POSTAL_ZIP_CD
                                    AND  N.EFF_FROM_DT >
                                             :WS-ASOF-DATE), 0)
               FROM     WZIP Z
               WHERE    Z.EFF_TO_DT <  :WS-ASOF-DATE
                 AND    Z.EFF_TO_DT >= :WS-CUTOFF-DATE
                 AND    Z.EFF_TO_DT =
                        (SELECT MAX(X.EFF_TO_DT)
                         FROM   WZIP X
                         WHERE  X.POSTAL_ZIP_CD = Z.POSTAL_ZIP_CD
                           AND  X.EFF_TO_DT < :WS-ASOF-DATE)
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP Y
                         WHERE  Y.POSTAL_ZIP_CD = Z.POSTAL_ZIP_CD
                           AND  Y.EFF_FROM_DT  <= :WS-ASOF-DATE
                           AND  Y.EFF_TO_DT    >= :WS-ASOF-DATE)
               ORDER BY Z.POSTAL_ZIP_CD, Z.GROWING_REGION_CD
           END-EXEC.

           EXEC SQL
               DECLARE WZLAPCSR CURSOR FOR
               SELECT   Z.POSTAL_ZIP_CD, Z.GROWING_REGION_CD,
                        Z.COUNTRY_CD, Z.EFF_TO_DT
               FROM     WZIP Z
               WHERE    Z.EFF_TO_DT >= :WS-ASOF-DATE
                 AND    Z.EFF_TO_DT <= :WS-LOOKAHEAD-DATE
                 AND    Z.EFF_TO_DT =
                        (SELECT MAX(X.EFF_TO_DT)
                         FROM   WZIP X
                         WHERE  X.POSTAL_ZIP_CD = Z.POSTAL_ZIP_CD)
                 AND    EXISTS
                        (SELECT 1
                         FROM   WZIP Y
                         WHERE  Y.POSTAL_ZIP_CD = Z.POSTAL_ZIP_CD
                           AND  Y.EFF_FROM_DT  <= :WS-ASOF-DATE
                           AND  Y.EFF_TO_DT    >= :WS-ASOF-DATE)
               ORDER BY Z.POSTAL_ZIP_CD, Z.GROWING_REGION_CD
           END-EXEC.

           EXEC SQL
               OPEN WZGAPCSR
           END-EXEC.

           MOVE SPACES TO WS-PREV-ZIP-CD.

           PERFORM 1100-FETCH-GAP-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-ZIP-CD NOT = WS-PREV-ZIP-CD
                   MOVE '1'             TO SRT-GROUP-CD
                   PERFORM 1900-RELEASE-ZIP
                   ADD 1 TO WS-GAP-CT
               END-IF

               PERFORM 1100-FETCH-GAP-ROW
           END-PERFORM.

           PERFORM 1800-CHECK-CURSOR-END.

           EXEC SQL
               CLOSE WZGAPCSR
           END-EXEC.

           EXEC SQL
               OPEN WZLAPCSR
           END-EXEC.

           MOVE SPACES TO WS-PREV-ZIP-CD.
           MOVE ZERO   TO WS-NEXT-FROM-DT.

           PERFORM 1200-FETCH-LAPSE-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-ZIP-CD NOT = WS-PREV-ZIP-CD
                   MOVE '2'             TO SRT-GROUP-CD
                   PERFORM 1900-RELEASE-ZIP
                   ADD 1 TO WS-LAPSE-CT
               END-IF

               PERFORM 1200-FETCH-LAPSE-ROW
           END-PERFORM.

           PERFORM 1800-CHECK-CURSOR-END.

           EXEC SQL
               CLOSE WZLAPCSR
           END-EXEC.

       1100-FETCH-GAP-ROW.
           EXEC SQL
               FETCH WZGAPCSR
               INTO  :WS-ZIP-CD, :WS-REGION-CD, :WS-COUNTRY-CD,
                     :WS-LAST-TO-DT, :WS-NEXT-FROM-DT
           END-EXEC.

       1200-FETCH-LAPSE-ROW.
           EXEC SQL
               FETCH WZLAPCSR
               INTO  :WS-ZIP-CD, :WS-REGION-CD, :WS-COUNTRY-CD,
                     :WS-LAST-TO-DT
           END-EXEC.

      ******************************************************************
      *    1800-CHECK-CURSOR-END TELLS A CURSOR THAT RAN OUT FROM ONE
      *    THAT FAILED -- A HALF-READ TABLE WOULD UNDERSTATE THE GAPS,
      *    SO A FAILURE ENDS THE RUN RATHER THAN PRINT A SHORT LIST.
      ******************************************************************
       1800-CHECK-CURSOR-END.
           IF SQLCODE NOT = 100
               DISPLAY "WZIPGAP ABEND - WZIP CURSOR SQLCODE " SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1900-RELEASE-ZIP.
           MOVE WS-REGION-CD    TO SRT-REGION-CD.
           MOVE WS-ZIP-CD       TO SRT-ZIP-CD.
           MOVE WS-COUNTRY-CD   TO SRT-COUNTRY-CD.
           MOVE WS-LAST-TO-DT   TO SRT-LAST-TO-DT.
           MOVE WS-NEXT-FROM-DT TO SRT-NEXT-FROM-DT.
           RELEASE SORT-RECORD.

           MOVE WS-ZIP-CD       TO WS-PREV-ZIP-CD.

      ******************************************************************
      *    2000-PRINT-GAP-REPORT RETURNS THE SORTED ZIPS, BREAKING TO A
      *    NEW PAGE PER SECTION AND A NEW HEADING PER LAST-SERVING
      *    REGION, AND WRITES EACH ZIP TO THE GAPOUT EXTRACT. A SECTION
      *    WITH NOTHING IN IT STILL PRINTS ITS HEADING AND A ZERO
      *    COUNT, SO AN EMPTY LIST READS AS CHECKED, NOT SKIPPED.
      ******************************************************************
       2000-PRINT-GAP-REPORT.
           PERFORM 2050-RETURN-GAP-ZIP.

           IF WS-SORT-EOF OR SRT-GROUP-CD NOT = '1'
               MOVE '1' TO WS-PREV-GROUP-CD
               PERFORM 2100-SECTION-HEADING
           END-IF.

           PERFORM UNTIL WS-SORT-EOF
               IF SRT-GROUP-CD NOT = WS-PREV-GROUP-CD
                   IF WS-PREV-GROUP-CD NOT = SPACE
                       PERFORM 3100-SECTION-TOTAL
                   END-IF
                   MOVE SRT-GROUP-CD TO WS-PREV-GROUP-CD
                   PERFORM 2100-SECTION-HEADING
               END-IF

               IF SRT-REGION-CD NOT = WS-PREV-REGION-CD
                   PERFORM 2200-REGION-BREAK
               END-IF

               PERFORM 4000-FORMAT-ZIP-DETAIL
               PERFORM 5000-WRITE-EXTRACT

               ADD 1 TO WS-REGION-ZIP-CT
               ADD 1 TO WS-GROUP-ZIP-CT

               PERFORM 2050-RETURN-GAP-ZIP
           END-PERFORM.

           PERFORM 3100-SECTION-TOTAL.

           IF WS-PREV-GROUP-CD = '1'
               MOVE '2' TO WS-PREV-GROUP-CD
               PERFORM 2100-SECTION-HEADING
               PERFORM 3100-SECTION-TOTAL
           END-IF.

       2050-RETURN-GAP-ZIP.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2100-SECTION-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE ZERO   TO WS-GROUP-ZIP-CT.
           MOVE SPACES TO WS-PREV-REGION-CD.

           MOVE WS-PAGE-NO      TO HDG-PAGE-NO.
           MOVE '1'             TO PRT-CC.
           MOVE HDG-REPORT-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE SPACE TO PRT-CC.
           IF WS-PREV-GROUP-CD = '1'
               MOVE HDG-GAP-LINE   TO PRT-DATA
           ELSE
               MOVE HDG-LAPSE-LINE TO PRT-DATA
           END-IF.
           WRITE PRINT-LINE.

      ******************************************************************
      *    2200-REGION-BREAK FIRES THE PRIOR REGION'S COUNT (IF ANY)
      *    AND PRINTS THE NEW REGION'S HEADING AND COLUMN LINE.
      ******************************************************************
       2200-REGION-BREAK.
           IF WS-PREV-REGION-CD NOT = SPACES
               PERFORM 3000-REGION-TOTAL
           END-IF.

           MOVE ZERO          TO WS-REGION-ZIP-CT.
           MOVE SRT-REGION-CD TO WS-PREV-REGION-CD.
           MOVE SRT-REGION-CD TO WS-REGION-CD.

           PERFORM 2300-GET-REGION-DESC.

           MOVE WS-REGION-CD    TO HDG-REGION-CD.
           MOVE WS-REGION-DESC  TO HDG-REGION-DESC.
           MOVE '0'             TO PRT-CC.
           MOVE HDG-REGION-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE SPACE           TO PRT-CC.
           MOVE HDG-COLUMN-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    2300-GET-REGION-DESC IS WZIPRPT'S 2100 -- A CODE WITH NO
      *    MASTER ROW PRINTS A WARNING TEXT SO IT GETS CHASED.
      ******************************************************************
       2300-GET-REGION-DESC.
           EXEC SQL
               SELECT   REGION_DESC
               INTO     :WS-REGION-DESC
               FROM     WREGION
               WHERE    GROWING_REGION_CD = :WS-REGION-CD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE "** NOT ON WREGION MASTER **" TO WS-REGION-DESC
           END-IF.

       3000-REGION-TOTAL.
           MOVE WS-REGION-ZIP-CT TO TOT-REGION-CT.
           MOVE SPACE            TO PRT-CC.
           MOVE TOT-REGION-LINE  TO PRT-DATA.
           WRITE PRINT-LINE.

       3100-SECTION-TOTAL.
           IF WS-PREV-REGION-CD NOT = SPACES
               PERFORM 3000-REGION-TOTAL
           END-IF.

           MOVE WS-GROUP-ZIP-CT TO TOT-GROUP-CT.
           MOVE '0'             TO PRT-CC.
           MOVE TOT-GROUP-LINE  TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    4000-FORMAT-ZIP-DETAIL BUILDS AND PRINTS ONE DETAIL LINE,
      *    COUNTRY SHOWN AS WZIPRPT SHOWS IT. DAYS IS HOW LONG THE ZIP
      *    HAS BEEN UNCOVERED IN SECTION 1 AND HOW LONG IT HAS LEFT IN
      *    SECTION 2.
      ******************************************************************
       4000-FORMAT-ZIP-DETAIL.
           EVALUATE SRT-COUNTRY-CD
               WHEN 'C'
                   MOVE SPACES          TO DTL-ZIP-CD
                   MOVE SRT-ZIP-CD(1:3) TO DTL-ZIP-CD(1:3)
                   MOVE SRT-ZIP-CD(4:3) TO DTL-ZIP-CD(5:3)
                   MOVE 'CA'            TO DTL-COUNTRY
               WHEN 'U'
                   MOVE SRT-ZIP-CD      TO DTL-ZIP-CD
                   MOVE 'US'            TO DTL-COUNTRY
               WHEN OTHER
                   MOVE SRT-ZIP-CD      TO DTL-ZIP-CD
                   MOVE SPACES          TO DTL-COUNTRY
           END-EVALUATE.

           MOVE SRT-LAST-TO-DT TO DTL-LAST-TO-DT.

           IF SRT-GROUP-CD = '1'
               COMPUTE WS-DAYS-CT = WS-ASOF-INT
                   - FUNCTION INTEGER-OF-DATE(SRT-LAST-TO-DT)
           ELSE
               COMPUTE WS-DAYS-CT =
                   FUNCTION INTEGER-OF-DATE(SRT-LAST-TO-DT)
                   - WS-ASOF-INT
           END-IF.
           MOVE WS-DAYS-CT TO DTL-DAYS.

           IF SRT-NEXT-FROM-DT = ZERO
               MOVE SPACES           TO DTL-NEXT-FROM-DT
           ELSE
               MOVE SRT-NEXT-FROM-DT TO DTL-NEXT-FROM-DT
           END-IF.

           MOVE SPACE        TO PRT-CC.
           MOVE DTL-ZIP-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

       5000-WRITE-EXTRACT.
           IF SRT-GROUP-CD = '1'
               SET GAP-OPEN-GAP TO TRUE
           ELSE
               SET GAP-LAPSING  TO TRUE
           END-IF.

           MOVE SRT-ZIP-CD       TO GAP-ZIP-CD.
           MOVE SRT-REGION-CD    TO GAP-REGION-CD.
           MOVE SRT-COUNTRY-CD   TO GAP-COUNTRY-CD.
           MOVE SRT-LAST-TO-DT   TO GAP-LAST-TO-DT.
           MOVE SRT-NEXT-FROM-DT TO GAP-NEXT-FROM-DT.
           MOVE WS-ASOF-DATE     TO GAP-ASOF-DATE.
           WRITE GAP-RECORD.
           ADD 1 TO WS-EXTRACT-CT.
