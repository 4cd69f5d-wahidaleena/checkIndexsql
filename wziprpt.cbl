      *            PARMCARD AS-OF DATE ARE REPORTED (ZERO OR BLANK
      *            DEFAULTS TO TODAY), SO THE CROSS-REFERENCE CAN BE
      *            PRINTED FOR ANY PAST OR PRELOADED FUTURE SEASON.
      *            A CLOSING ROLLUP SECTION CARRIES THE REGION ZIP
      *            COUNTS UP THE WDSTLOAD DISTRICT / DIVISION
      *            HIERARCHY, AND LISTS ANY REGION WITH NO DISTRICT
      *            ASSIGNED AS AN EXCEPTION RATHER THAN DROPPING IT.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-PREV-REGION-CD          PIC X(04) VALUE SPACES.

      *    EACH REGION'S ZIP COUNT, SAVED AS ITS TOTAL LINE PRINTS, FOR
      *    THE DISTRICT / DIVISION ROLLUP AT THE END OF THE REPORT.
       01  WS-REGION-TOTALS.
           05  WS-RT-MAX              PIC 9(03) VALUE 200.
           05  WS-RT-CT               PIC 9(03) VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-REGION       PIC X(04).
               10  WS-RT-ZIPS         PIC 9(07).
               10  WS-RT-ROLLED-SW    PIC X(01).
                   88  WS-RT-ROLLED   VALUE 'Y'.

       77  WS-RT-SUB                  PIC 9(03) BINARY VALUE ZERO.
       77  WS-RT-USE-SUB              PIC 9(03) BINARY VALUE ZERO.

      *    THE DISTRICT / DIVISION HIERARCHY WDSTLOAD MAINTAINS, TABLED
      *    IN DIVISION, DISTRICT, REGION ORDER SO THE ROLLUP IS A
      *    STRAIGHT CONTROL-BREAK WALK OF THE TABLE.
       01  WS-HIERARCHY.
           05  WS-HT-MAX              PIC 9(03) VALUE 200.
           05  WS-HT-CT               PIC 9(03) VALUE ZERO.
           05  WS-HT-ENTRY OCCURS 200 TIMES.
               10  WS-HT-DIVISION     PIC X(04).
               10  WS-HT-DIV-DESC     PIC X(30).
               10  WS-HT-DISTRICT     PIC X(04).
               10  WS-HT-DST-DESC     PIC X(30).
               10  WS-HT-REGION       PIC X(04).
               10  WS-HT-REG-DESC     PIC X(30).

       77  WS-HT-SUB                  PIC 9(03) BINARY VALUE ZERO.

       01  WS-HIER-WORK.
           05  WS-HW-DIVISION         PIC X(04).
           05  WS-HW-DIV-DESC         PIC X(30).
           05  WS-HW-DISTRICT         PIC X(04).
           05  WS-HW-DST-DESC         PIC X(30).
           05  WS-HW-REGION           PIC X(04).
           05  WS-HW-REG-DESC         PIC X(30).
           05  WS-PREV-HT-SUB         PIC 9(03) VALUE ZERO.
           05  WS-DST-ZIP-CT          PIC 9(07) VALUE ZERO.
           05  WS-DIV-ZIP-CT          PIC 9(07) VALUE ZERO.
           05  WS-NODST-ZIP-CT        PIC 9(07) VALUE ZERO.
           05  WS-UNASSIGNED-CT       PIC 9(03) VALUE ZERO.

       01  HDG-REPORT-LINE.
           05  FILLER                 PIC X(10) VALUE "WZIPRPT - ".
           05  FILLER                 PIC X(30)
                   VALUE "GRAND ZIP CT  : ".
           05  TOT-GRAND-CT           PIC ZZZZZZ9.

       01  HDG-ROLLUP-LINE.
           05  FILLER                 PIC X(30)
                   VALUE "DISTRICT / DIVISION ROLLUP".

       01  HDG-ROLLUP-COL-LINE.
           05  FILLER                 PIC X(16)
                   VALUE "LEVEL     CODE  ".
           05  FILLER                 PIC X(40)
                   VALUE "DESCRIPTION                       ZIP CT".

       01  HDG-NODST-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "REGIONS WITH NO DISTRICT ASSIGNED".

       01  DTL-ROLLUP-LINE.
           05  DTL-RU-LEVEL           PIC X(10).
           05  DTL-RU-CODE            PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-RU-DESC            PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-RU-CT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0100-READ-PARM-CARD.
           PERFORM 0200-LOAD-HIERARCHY.

           OPEN OUTPUT PRTFILE.

           MOVE TOT-GRAND-LINE     TO PRT-DATA.
           WRITE PRINT-LINE.

           PERFORM 7000-PRINT-ROLLUP.

           EXEC SQL
               CLOSE WZIPCSR
           END-EXEC.

           DISPLAY "---------------------------------------------".
           DISPLAY "WZIPRPT GRAND ZIP COUNT : " WS-GRAND-TOTAL-CT.
           DISPLAY "REGIONS NO DISTRICT     : " WS-UNASSIGNED-CT.
           STOP RUN.

      ******************************************************************

           MOVE WS-ASOF-DATE TO HDG-ASOF-DATE.

      ******************************************************************
      *    0200-LOAD-HIERARCHY TABLES EVERY REGION'S DISTRICT AND
      *    DIVISION, WITH DESCRIPTIONS, FROM THE WDSTLOAD TABLES. A
      *    REGION WITH NO ROW ON WREGION_DIST IS SIMPLY ABSENT HERE --
      *    7500 CATCHES IT.
      ******************************************************************
       0200-LOAD-HIERARCHY.
           EXEC SQL
               DECLARE WHIERCSR CURSOR FOR
               SELECT   V.DIVISION_CD, V.DIVISION_DESC,
                        T.DISTRICT_CD, T.DISTRICT_DESC,
                        R.GROWING_REGION_CD, G.REGION_DESC
               FROM     WREGION_DIST R, WDISTRICT T, WDIVISION V,
                        WREGION G
               WHERE    T.DISTRICT_CD       = R.DISTRICT_CD
                 AND    V.DIVISION_CD       = T.DIVISION_CD
                 AND    G.GROWING_REGION_CD = R.GROWING_REGION_CD
               ORDER BY V.DIVISION_CD, T.DISTRICT_CD,
                        R.GROWING_REGION_CD
           END-EXEC.

           EXEC SQL
               OPEN WHIERCSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY "WZIPRPT ABEND - HIERARCHY CURSOR OPEN SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-HT-CT.

           PERFORM 0210-FETCH-HIER-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-HT-CT
               IF WS-HT-CT > WS-HT-MAX
                   DISPLAY "WZIPRPT ABEND - OVER " WS-HT-MAX
                           " REGION DISTRICT ASSIGNMENTS"
                   STOP RUN
               END-IF
               MOVE WS-HW-DIVISION TO WS-HT-DIVISION(WS-HT-CT)
               MOVE WS-HW-DIV-DESC TO WS-HT-DIV-DESC(WS-HT-CT)
               MOVE WS-HW-DISTRICT TO WS-HT-DISTRICT(WS-HT-CT)
               MOVE WS-HW-DST-DESC TO WS-HT-DST-DESC(WS-HT-CT)
               MOVE WS-HW-REGION   TO WS-HT-REGION(WS-HT-CT)
               MOVE WS-HW-REG-DESC TO WS-HT-REG-DESC(WS-HT-CT)

               PERFORM 0210-FETCH-HIER-ROW
           END-PERFORM.

           PERFORM 0220-CHECK-HIER-END.

           EXEC SQL
               CLOSE WHIERCSR
           END-EXEC.

       0210-FETCH-HIER-ROW.
           EXEC SQL
               FETCH WHIERCSR
               INTO  :WS-HW-DIVISION, :WS-HW-DIV-DESC,
                     :WS-HW-DISTRICT, :WS-HW-DST-DESC,
                     :WS-HW-REGION,   :WS-HW-REG-DESC
           END-EXEC.

      ******************************************************************
      *    0220-CHECK-HIER-END STOPS THE RUN WHEN THE HIERARCHY CURSOR
      *    ENDED ON ANYTHING BUT END OF DATA. A HALF-LOADED TABLE
      *    WOULD REPORT EVERY MISSING REGION AS UNASSIGNED.
      ******************************************************************
       0220-CHECK-HIER-END.
           IF SQLCODE NOT = 100
               DISPLAY "WZIPRPT ABEND - HIERARCHY CURSOR SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    2000-REGION-BREAK FIRES THE PRIOR REGION'S TOTAL LINE (IF
      *    ANY), STARTS A NEW PAGE, AND PRINTS THE NEW REGION HEADING.
           MOVE TOT-REGION-LINE   TO PRT-DATA.
           WRITE PRINT-LINE.

           IF WS-RT-CT >= WS-RT-MAX
               DISPLAY "WZIPRPT ABEND - OVER " WS-RT-MAX
                       " GROWING REGIONS"
               STOP RUN
           END-IF.
           ADD 1 TO WS-RT-CT.
           MOVE WS-PREV-REGION-CD TO WS-RT-REGION(WS-RT-CT).
           MOVE WS-REGION-ZIP-CT  TO WS-RT-ZIPS(WS-RT-CT).
           MOVE 'N'               TO WS-RT-ROLLED-SW(WS-RT-CT).

      ******************************************************************
      *    4000-FORMAT-ZIP-DETAIL BUILDS ONE DETAIL LINE. A CANADIAN
      *    CODE (COUNTRY_CD 'C', CARRIED COMPACT ON THE TABLE) PRINTS
           MOVE SPACE        TO PRT-CC.
           MOVE DTL-ZIP-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    7000-PRINT-ROLLUP STARTS A NEW PAGE AND WALKS THE HIERARCHY
      *    TABLE: EACH REGION'S LINE, A DISTRICT SUBTOTAL AFTER THE
      *    DISTRICT'S LAST REGION, A DIVISION SUBTOTAL AFTER THE
      *    DIVISION'S LAST DISTRICT. AN ASSIGNED REGION WITH NO ZIPS
      *    IN EFFECT ON THE AS-OF DATE PRINTS WITH A ZERO COUNT SO THE
      *    ROLLUP SHOWS THE WHOLE HIERARCHY. REGIONS THAT CARRIED ZIPS
      *    BUT HAVE NO DISTRICT FOLLOW AS AN EXCEPTION LIST, SO EVERY
      *    ZIP IN THE GRAND COUNT APPEARS ONCE IN THE ROLLUP.
      ******************************************************************
       7000-PRINT-ROLLUP.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO      TO HDG-PAGE-NO.
           MOVE '1'             TO PRT-CC.
           MOVE HDG-REPORT-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE SPACE           TO PRT-CC.
           MOVE HDG-ROLLUP-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE SPACE           TO PRT-CC.
           MOVE HDG-ROLLUP-COL-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           IF WS-HT-CT > ZERO
               PERFORM 7100-ROLL-ONE-REGION
                   VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-CT
               PERFORM 7300-PRINT-DISTRICT-TOTAL
               PERFORM 7400-PRINT-DIVISION-TOTAL
           END-IF.

           MOVE '0'            TO PRT-CC.
           MOVE HDG-NODST-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           IF WS-RT-CT > ZERO
               PERFORM 7500-PRINT-UNASSIGNED
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-CT
           END-IF.

           MOVE 'UNASSIGNED'      TO DTL-RU-LEVEL.
           MOVE '****'            TO DTL-RU-CODE.
           MOVE SPACES            TO DTL-RU-DESC.
           MOVE WS-NODST-ZIP-CT   TO DTL-RU-CT.
           PERFORM 7900-PRINT-ROLLUP-LINE.

       7100-ROLL-ONE-REGION.
           IF WS-PREV-HT-SUB > ZERO
               IF WS-HT-DIVISION(WS-HT-SUB)
                       NOT = WS-HT-DIVISION(WS-PREV-HT-SUB)
                   PERFORM 7300-PRINT-DISTRICT-TOTAL
                   PERFORM 7400-PRINT-DIVISION-TOTAL
               ELSE
               IF WS-HT-DISTRICT(WS-HT-SUB)
                       NOT = WS-HT-DISTRICT(WS-PREV-HT-SUB)
                   PERFORM 7300-PRINT-DISTRICT-TOTAL
               END-IF
               END-IF
           END-IF.

           MOVE WS-HT-SUB TO WS-PREV-HT-SUB.

           PERFORM 7200-LOOKUP-REGION-COUNT.

           MOVE '   REGION '          TO DTL-RU-LEVEL.
           MOVE WS-HT-REGION(WS-HT-SUB)   TO DTL-RU-CODE.
           MOVE WS-HT-REG-DESC(WS-HT-SUB) TO DTL-RU-DESC.
           IF WS-RT-USE-SUB > ZERO
               MOVE WS-RT-ZIPS(WS-RT-USE-SUB) TO DTL-RU-CT
               ADD WS-RT-ZIPS(WS-RT-USE-SUB)  TO WS-DST-ZIP-CT
               SET WS-RT-ROLLED(WS-RT-USE-SUB) TO TRUE
           ELSE
               MOVE ZERO TO DTL-RU-CT
           END-IF.
           PERFORM 7900-PRINT-ROLLUP-LINE.

       7200-LOOKUP-REGION-COUNT.
           MOVE ZERO TO WS-RT-USE-SUB.

           IF WS-RT-CT > ZERO
               PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RT-CT
                       OR WS-RT-USE-SUB > ZERO
                   IF WS-RT-REGION(WS-RT-SUB) = WS-HT-REGION(WS-HT-SUB)
                       MOVE WS-RT-SUB TO WS-RT-USE-SUB
                   END-IF
               END-PERFORM
           END-IF.

       7300-PRINT-DISTRICT-TOTAL.
           MOVE ' DISTRICT '                     TO DTL-RU-LEVEL.
           MOVE WS-HT-DISTRICT(WS-PREV-HT-SUB)   TO DTL-RU-CODE.
           MOVE WS-HT-DST-DESC(WS-PREV-HT-SUB)   TO DTL-RU-DESC.
           MOVE WS-DST-ZIP-CT                    TO DTL-RU-CT.
           PERFORM 7900-PRINT-ROLLUP-LINE.

           ADD WS-DST-ZIP-CT TO WS-DIV-ZIP-CT.
           MOVE ZERO TO WS-DST-ZIP-CT.

       7400-PRINT-DIVISION-TOTAL.
           MOVE 'DIVISION  '                     TO DTL-RU-LEVEL.
           MOVE WS-HT-DIVISION(WS-PREV-HT-SUB)   TO DTL-RU-CODE.
           MOVE WS-HT-DIV-DESC(WS-PREV-HT-SUB)   TO DTL-RU-DESC.
           MOVE WS-DIV-ZIP-CT                    TO DTL-RU-CT.
           PERFORM 7900-PRINT-ROLLUP-LINE.

           MOVE ZERO TO WS-DIV-ZIP-CT.

       7500-PRINT-UNASSIGNED.
           IF NOT WS-RT-ROLLED(WS-RT-SUB)
               MOVE '   REGION '              TO DTL-RU-LEVEL
               MOVE WS-RT-REGION(WS-RT-SUB)   TO DTL-RU-CODE
               MOVE "** NO DISTRICT ASSIGNED **" TO DTL-RU-DESC
               MOVE WS-RT-ZIPS(WS-RT-SUB)     TO DTL-RU-CT
               PERFORM 7900-PRINT-ROLLUP-LINE
               ADD WS-RT-ZIPS(WS-RT-SUB) TO WS-NODST-ZIP-CT
               ADD 1 TO WS-UNASSIGNED-CT
           END-IF.

       7900-PRINT-ROLLUP-LINE.
           MOVE SPACE           TO PRT-CC.
           MOVE DTL-ROLLUP-LINE TO PRT-DATA.
           WRITE PRINT-LINE.
