      *            A SEQUENTIAL UNLOAD OF THE WZIP ROWS IN EFFECT ON
      *            THE RUN DATE. PAIRS ON ONLY ONE SIDE GO TO THE
      *            TBLONLY / SNPONLY EXCEPTION FILES, PER-REGION
      *            TOTALS GO TO REGTOTS ROLLED UP THROUGH THE
      *            WDSTLOAD DISTRICT / DIVISION HIERARCHY, AND THE JOB
      *            ENDS WITH A NONZERO CONDITION CODE WHEN THE MISMATCH
      *            COUNT EXCEEDS THE PARMCARD TOLERANCE SO THE
      *            SCHEDULER CAN HOLD THE SALES FEED. PARMCARD RUN
      *            MODE 'H' RECONCILES A HISTORICAL SNAPSHOT INSTEAD:
      *            THE TABLE SIDE IS READ FROM TBLSNAP, A WZIPPIT
      *            POINT-IN-TIME FILE (PITREC LAYOUT, ALREADY IN
      *            ZIP/REGION ORDER), RATHER THAN UNLOADED FROM WZIP.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REGTOTS  ASSIGN TO REGTOTS
               ORGANIZATION IS SEQUENTIAL.

           SELECT TBLSNAP  ASSIGN TO TBLSNAP
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO SORTWK01.

       DATA DIVISION.
           05  RGT-MATCHED-CT         PIC 9(07).
           05  RGT-TBLONLY-CT         PIC 9(07).
           05  RGT-SNPONLY-CT         PIC 9(07).
           05  RGT-LEVEL-CD           PIC X(01).
               88  RGT-REGION-LEVEL   VALUE 'R'.
               88  RGT-DISTRICT-LEVEL VALUE 'T'.
               88  RGT-DIVISION-LEVEL VALUE 'V'.
               88  RGT-UNASSIGNED     VALUE 'X'.
           05  FILLER                 PIC X(04).

       FD  TBLSNAP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PITREC.

       SD  SORTFILE.
       01  SORT-RECORD.
       01  WS-RUN-PARMS.
           05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-TOLERANCE           PIC 9(05) VALUE ZERO.
           05  WS-RUN-MODE            PIC X(01) VALUE SPACE.
               88  WS-HISTORY-MODE    VALUE 'H'.

       01  WS-HOST-VARS.
           05  WS-ZIP-CD              PIC X(09).
       01  WS-SWITCHES.
           05  WS-SNAP-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SNAP-EOF        VALUE 'Y'.
           05  WS-TBL-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-TBL-EOF         VALUE 'Y'.

       01  WS-REGION-TOTALS.
           05  WS-RT-MAX              PIC 9(03) VALUE 200.
               10  WS-RT-MATCHED      PIC 9(07).
               10  WS-RT-TBLONLY      PIC 9(07).
               10  WS-RT-SNPONLY      PIC 9(07).
               10  WS-RT-ROLLED-SW    PIC X(01).
                   88  WS-RT-ROLLED   VALUE 'Y'.

       77  WS-RT-SUB                  PIC 9(03) BINARY VALUE ZERO.
       77  WS-RT-USE-SUB              PIC 9(03) BINARY VALUE ZERO.

      *    THE DISTRICT / DIVISION HIERARCHY WDSTLOAD MAINTAINS, TABLED
      *    IN DIVISION, DISTRICT, REGION ORDER SO THE REGTOTS ROLLUP IS
      *    A STRAIGHT CONTROL-BREAK WALK OF THE TABLE.
       01  WS-HIERARCHY.
           05  WS-HT-MAX              PIC 9(03) VALUE 200.
           05  WS-HT-CT               PIC 9(03) VALUE ZERO.
           05  WS-HT-ENTRY OCCURS 200 TIMES.
               10  WS-HT-DIVISION     PIC X(04).
               10  WS-HT-DISTRICT     PIC X(04).
               10  WS-HT-REGION       PIC X(04).

       77  WS-HT-SUB                  PIC 9(03) BINARY VALUE ZERO.

       01  WS-HIER-WORK.
           05  WS-HW-DIVISION         PIC X(04).
           05  WS-HW-DISTRICT         PIC X(04).
           05  WS-HW-REGION           PIC X(04).
           05  WS-PREV-DIVISION       PIC X(04) VALUE SPACES.
           05  WS-PREV-DISTRICT       PIC X(04) VALUE SPACES.
           05  WS-UNASSIGNED-CT       PIC 9(03) VALUE ZERO.

       01  WS-ROLLUP-TOTALS.
           05  WS-DST-MATCHED         PIC 9(07) VALUE ZERO.
           05  WS-DST-TBLONLY         PIC 9(07) VALUE ZERO.
           05  WS-DST-SNPONLY         PIC 9(07) VALUE ZERO.
           05  WS-DIV-MATCHED         PIC 9(07) VALUE ZERO.
           05  WS-DIV-TBLONLY         PIC 9(07) VALUE ZERO.
           05  WS-DIV-SNPONLY         PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.


           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 0200-LOAD-HIERARCHY.

           OPEN OUTPUT TBLONLY.
           OPEN OUTPUT SNPONLY.
           OPEN OUTPUT REGTOTS.
               ORDER BY POSTAL_ZIP_CD, GROWING_REGION_CD
           END-EXEC.

           IF WS-HISTORY-MODE
               OPEN INPUT TBLSNAP
           ELSE
               EXEC SQL
                   OPEN WZUNLCSR
               END-EXEC
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SRT-ZIP-CD
               OUTPUT PROCEDURE 2000-MATCH-MERGE.

       6000-FINAL-COUNT.
           IF WS-HISTORY-MODE
               CLOSE TBLSNAP
           ELSE
               EXEC SQL
                   CLOSE WZUNLCSR
               END-EXEC
           END-IF.

           PERFORM 5000-WRITE-REGION-TOTALS.

           COMPUTE WS-MISMATCH-CT = WS-TBLONLY-CT + WS-SNPONLY-CT.

           DISPLAY "---------------------------------------------".
           IF WS-HISTORY-MODE
               DISPLAY "TABLE SIDE             : TBLSNAP"
           ELSE
               DISPLAY "TABLE SIDE             : WZIP " WS-RUN-DATE
           END-IF.
           DISPLAY "SNAPSHOT RECORDS READ  : " WS-SNAP-REC-CT.
           DISPLAY "SNAPSHOT RECS SKIPPED  : " WS-SNAP-SKIP-CT.
           DISPLAY "SNAPSHOT PAIRS         : " WS-SNAP-PAIR-CT.
           DISPLAY "TABLE-ONLY EXCEPTIONS  : " WS-TBLONLY-CT.
           DISPLAY "SNAPSHOT-ONLY EXCEPTNS : " WS-SNPONLY-CT.
           DISPLAY "MISMATCH TOLERANCE     : " WS-TOLERANCE.
           DISPLAY "REGIONS NO DISTRICT    : " WS-UNASSIGNED-CT.

           IF WS-MISMATCH-CT > WS-TOLERANCE
               DISPLAY "WZIPRCN - MISMATCHES EXCEED TOLERANCE"
           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE MISMATCH TOLERANCE AND RUN
      *    MODE FROM THE SHARED ONE-RECORD CONTROL CARD. AN UNPUNCHED
      *    TOLERANCE IS TAKEN AS ZERO -- ANY MISMATCH AT ALL RAISES THE
      *    CONDITION CODE, WHICH IS THE SAFE DEFAULT AHEAD OF THE SALES
      *    FEED. ANY RUN MODE BUT 'H' IS THE NORMAL WZIP UNLOAD.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.
               MOVE ZERO TO WS-TOLERANCE
           END-IF.

           MOVE PARM-RUN-MODE TO WS-RUN-MODE.

      ******************************************************************
      *    0200-LOAD-HIERARCHY TABLES EVERY REGION'S DISTRICT AND
      *    DIVISION FROM THE WDSTLOAD TABLES. A REGION WITH NO ROW ON
      *    WREGION_DIST IS SIMPLY ABSENT HERE -- 5600 CATCHES IT.
      ******************************************************************
       0200-LOAD-HIERARCHY.
           EXEC SQL
               DECLARE WHIERCSR CURSOR FOR
               SELECT   V.DIVISION_CD, T.DISTRICT_CD,
                        R.GROWING_REGION_CD
               FROM     WREGION_DIST R, WDISTRICT T, WDIVISION V
               WHERE    T.DISTRICT_CD = R.DISTRICT_CD
                 AND    V.DIVISION_CD = T.DIVISION_CD
               ORDER BY V.DIVISION_CD, T.DISTRICT_CD,
                        R.GROWING_REGION_CD
           END-EXEC.

           EXEC SQL
               OPEN WHIERCSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY "WZIPRCN ABEND - HIERARCHY CURSOR OPEN SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-HT-CT.

           PERFORM 0210-FETCH-HIER-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-HT-CT
               IF WS-HT-CT > WS-HT-MAX
                   DISPLAY "WZIPRCN ABEND - OVER " WS-HT-MAX
                           " REGION DISTRICT ASSIGNMENTS"
                   STOP RUN
               END-IF
               MOVE WS-HW-DIVISION TO WS-HT-DIVISION(WS-HT-CT)
               MOVE WS-HW-DISTRICT TO WS-HT-DISTRICT(WS-HT-CT)
               MOVE WS-HW-REGION   TO WS-HT-REGION(WS-HT-CT)

               PERFORM 0210-FETCH-HIER-ROW
           END-PERFORM.

           PERFORM 0220-CHECK-HIER-END.

           EXEC SQL
               CLOSE WHIERCSR
           END-EXEC.

       0210-FETCH-HIER-ROW.
           EXEC SQL
               FETCH WHIERCSR
               INTO  :WS-HW-DIVISION, :WS-HW-DISTRICT, :WS-HW-REGION
           END-EXEC.

      ******************************************************************
      *    0220-CHECK-HIER-END STOPS THE RUN WHEN THE HIERARCHY CURSOR
      *    ENDED ON ANYTHING BUT END OF DATA. A HALF-LOADED TABLE
      *    WOULD REPORT EVERY MISSING REGION AS UNASSIGNED.
      ******************************************************************
       0220-CHECK-HIER-END.
           IF SQLCODE NOT = 100
               DISPLAY "WZIPRCN ABEND - HIERARCHY CURSOR SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    1000-EXPLODE-SNAPSHOT RELEASES ONE SORT RECORD PER
      *    ZIP/REGION PAIR CARRIED ON EACH SNAPSHOT RECORD, THE SAME
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      *    2100-FETCH-TABLE-PAIR GETS THE NEXT TABLE-SIDE PAIR -- FROM
      *    THE WZIP UNLOAD CURSOR NORMALLY, FROM THE WZIPPIT SNAPSHOT
      *    IN HISTORY MODE. WZIPPIT HAS ALREADY COLLAPSED DUPLICATE
      *    PAIRS, SO THE FILE PLAYS EXACTLY AS THE DISTINCT CURSOR.
      ******************************************************************
       2100-FETCH-TABLE-PAIR.
           IF WS-HISTORY-MODE
               READ TBLSNAP
                   AT END
                       SET WS-TBL-EOF TO TRUE
                   NOT AT END
                       MOVE PIT-ZIP-CD    TO WS-ZIP-CD
                       MOVE PIT-REGION-CD TO WS-REGION-CD
               END-READ
           ELSE
               EXEC SQL
                   FETCH WZUNLCSR
                   INTO  :WS-ZIP-CD, :WS-REGION-CD
               END-EXEC
               IF SQLCODE = 100
                   SET WS-TBL-EOF TO TRUE
               END-IF
           END-IF.

           IF WS-TBL-EOF
               MOVE HIGH-VALUES TO WS-TBL-KEY
           ELSE
               MOVE WS-ZIP-CD    TO WS-TBL-ZIP
               MOVE ZERO TO WS-RT-MATCHED(WS-RT-USE-SUB)
               MOVE ZERO TO WS-RT-TBLONLY(WS-RT-USE-SUB)
               MOVE ZERO TO WS-RT-SNPONLY(WS-RT-USE-SUB)
               MOVE 'N'  TO WS-RT-ROLLED-SW(WS-RT-USE-SUB)
           END-IF.

      ******************************************************************
      *    5000-WRITE-REGION-TOTALS WRITES REGTOTS IN HIERARCHY ORDER:
      *    EACH DIVISION'S REGIONS ('R') DISTRICT BY DISTRICT, EACH
      *    DISTRICT'S SUBTOTAL ('T') AFTER ITS LAST REGION, THE
      *    DIVISION SUBTOTAL ('V') AFTER ITS LAST DISTRICT. REGIONS
      *    WITH NO DISTRICT ASSIGNMENT FOLLOW AT THE END AS 'X'
      *    RECORDS SO THEIR COUNTS ARE NEVER LEFT OUT OF THE FILE.
      *    ON 'T' AND 'V' RECORDS RGT-REGION-CD CARRIES THE DISTRICT
      *    OR DIVISION CODE. AN ASSIGNED REGION WITH NO PAIRS ON
      *    EITHER SIDE HAS NOTHING TO ROLL AND WRITES NO RECORD.
      ******************************************************************
       5000-WRITE-REGION-TOTALS.
           IF WS-HT-CT > ZERO
               PERFORM 5200-ROLL-ONE-REGION
                   VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-CT
               PERFORM 5400-WRITE-DISTRICT-TOTAL
               PERFORM 5500-WRITE-DIVISION-TOTAL
           END-IF.

           IF WS-RT-CT > ZERO
               PERFORM 5600-WRITE-UNASSIGNED
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-CT
           END-IF.

       5100-WRITE-ONE-REGION.
           MOVE WS-RT-REGION(WS-RT-USE-SUB)  TO RGT-REGION-CD.
           MOVE WS-RT-MATCHED(WS-RT-USE-SUB) TO RGT-MATCHED-CT.
           MOVE WS-RT-TBLONLY(WS-RT-USE-SUB) TO RGT-TBLONLY-CT.
           MOVE WS-RT-SNPONLY(WS-RT-USE-SUB) TO RGT-SNPONLY-CT.
           WRITE REGTOT-RECORD.

      ******************************************************************
      *    5200-ROLL-ONE-REGION FIRES THE DISTRICT AND DIVISION BREAKS
      *    WHEN THE HIERARCHY ENTRY MOVES ON, THEN WRITES THE REGION'S
      *    OWN RECORD AND ADDS IT INTO THE DISTRICT SUBTOTAL.
      ******************************************************************
       5200-ROLL-ONE-REGION.
           IF WS-PREV-DISTRICT NOT = SPACES
               IF WS-HT-DIVISION(WS-HT-SUB) NOT = WS-PREV-DIVISION
                   PERFORM 5400-WRITE-DISTRICT-TOTAL
                   PERFORM 5500-WRITE-DIVISION-TOTAL
               ELSE
               IF WS-HT-DISTRICT(WS-HT-SUB) NOT = WS-PREV-DISTRICT
                   PERFORM 5400-WRITE-DISTRICT-TOTAL
               END-IF
               END-IF
           END-IF.

           MOVE WS-HT-DIVISION(WS-HT-SUB) TO WS-PREV-DIVISION.
           MOVE WS-HT-DISTRICT(WS-HT-SUB) TO WS-PREV-DISTRICT.

           MOVE WS-HT-REGION(WS-HT-SUB) TO WS-REGION-CD.
           PERFORM 5300-LOOKUP-REGION-TOTAL.

           IF WS-RT-USE-SUB > ZERO
               SET RGT-REGION-LEVEL TO TRUE
               PERFORM 5100-WRITE-ONE-REGION
               ADD WS-RT-MATCHED(WS-RT-USE-SUB) TO WS-DST-MATCHED
               ADD WS-RT-TBLONLY(WS-RT-USE-SUB) TO WS-DST-TBLONLY
               ADD WS-RT-SNPONLY(WS-RT-USE-SUB) TO WS-DST-SNPONLY
               SET WS-RT-ROLLED(WS-RT-USE-SUB) TO TRUE
           END-IF.

      ******************************************************************
      *    5300-LOOKUP-REGION-TOTAL IS 3000 WITHOUT THE ADD -- A REGION
      *    THE MERGE NEVER SAW LEAVES WS-RT-USE-SUB AT ZERO.
      ******************************************************************
       5300-LOOKUP-REGION-TOTAL.
           MOVE ZERO TO WS-RT-USE-SUB.

           IF WS-RT-CT > ZERO
               PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RT-CT
                       OR WS-RT-USE-SUB > ZERO
                   IF WS-RT-REGION(WS-RT-SUB) = WS-REGION-CD
                       MOVE WS-RT-SUB TO WS-RT-USE-SUB
                   END-IF
               END-PERFORM
           END-IF.

       5400-WRITE-DISTRICT-TOTAL.
           MOVE WS-PREV-DISTRICT TO RGT-REGION-CD.
           MOVE WS-DST-MATCHED   TO RGT-MATCHED-CT.
           MOVE WS-DST-TBLONLY   TO RGT-TBLONLY-CT.
           MOVE WS-DST-SNPONLY   TO RGT-SNPONLY-CT.
           SET RGT-DISTRICT-LEVEL TO TRUE.
           WRITE REGTOT-RECORD.

           ADD WS-DST-MATCHED TO WS-DIV-MATCHED.
           ADD WS-DST-TBLONLY TO WS-DIV-TBLONLY.
           ADD WS-DST-SNPONLY TO WS-DIV-SNPONLY.
           MOVE ZERO TO WS-DST-MATCHED
                        WS-DST-TBLONLY
                        WS-DST-SNPONLY.

       5500-WRITE-DIVISION-TOTAL.
           MOVE WS-PREV-DIVISION TO RGT-REGION-CD.
           MOVE WS-DIV-MATCHED   TO RGT-MATCHED-CT.
           MOVE WS-DIV-TBLONLY   TO RGT-TBLONLY-CT.
           MOVE WS-DIV-SNPONLY   TO RGT-SNPONLY-CT.
           SET RGT-DIVISION-LEVEL TO TRUE.
           WRITE REGTOT-RECORD.

           MOVE ZERO TO WS-DIV-MATCHED
                        WS-DIV-TBLONLY
                        WS-DIV-SNPONLY.

      ******************************************************************
      *    5600-WRITE-UNASSIGNED WRITES EVERY REGION THE HIERARCHY
      *    WALK DID NOT PICK UP AS AN 'X' EXCEPTION RECORD AND NAMES
      *    IT ON SYSOUT, SO A REGION LOADED WITHOUT ITS WDSTLOAD 'R'
      *    CARD SHOWS UP INSTEAD OF FALLING OUT OF THE SUBTOTALS.
      ******************************************************************
       5600-WRITE-UNASSIGNED.
           IF NOT WS-RT-ROLLED(WS-RT-SUB)
               MOVE WS-RT-SUB TO WS-RT-USE-SUB
               SET RGT-UNASSIGNED TO TRUE
               PERFORM 5100-WRITE-ONE-REGION
               ADD 1 TO WS-UNASSIGNED-CT
               DISPLAY "WZIPRCN - REGION " WS-RT-REGION(WS-RT-SUB)
                       " HAS NO DISTRICT ASSIGNED"
           END-IF.
