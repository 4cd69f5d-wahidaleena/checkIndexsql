      *            EFFECTIVE-FROM AFTER EFFECTIVE-TO, AND 'NOAU' LIVE
      *            ROWS WITH NO ORIGINATING WZIP_AUDIT TRAIL.
      *            PER-REGION COUNTS GO TO CHKTOTS THE WAY WZIPRCN
      *            WRITES REGTOTS, ROLLED UP TO DISTRICT AND DIVISION
      *            SUBTOTALS THE SAME WAY, WITH A REGION THAT HAS NO
      *            DISTRICT LISTED AS 'NDST' (NOT COUNTED AGAINST THE
      *            TOLERANCE -- IT IS A WDSTLOAD GAP, NOT A WZIP ONE).
      *            THE JOB ENDS WITH CONDITION CODE 8 WHEN EXCEPTIONS
      *            EXCEED THE PARMCARD TOLERANCE SO THE SCHEDULER CAN
      *            HOLD THE FEED.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CKT-REG-CT             PIC 9(07).
           05  CKT-DATE-CT            PIC 9(07).
           05  CKT-NOAU-CT            PIC 9(07).
           05  CKT-LEVEL-CD           PIC X(01).
               88  CKT-REGION-LEVEL   VALUE 'R'.
               88  CKT-DISTRICT-LEVEL VALUE 'T'.
               88  CKT-DIVISION-LEVEL VALUE 'V'.
               88  CKT-UNASSIGNED     VALUE 'X'.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
               10  WS-RT-REG          PIC 9(07).
               10  WS-RT-DATE         PIC 9(07).
               10  WS-RT-NOAU         PIC 9(07).
               10  WS-RT-ROLLED-SW    PIC X(01).
                   88  WS-RT-ROLLED   VALUE 'Y'.

       77  WS-RT-SUB                  PIC 9(03) BINARY VALUE ZERO.
       77  WS-RT-USE-SUB              PIC 9(03) BINARY VALUE ZERO.

      *    THE DISTRICT / DIVISION HIERARCHY WDSTLOAD MAINTAINS, TABLED
      *    IN DIVISION, DISTRICT, REGION ORDER SO THE CHKTOTS ROLLUP IS
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
           05  WS-DST-ROWS            PIC 9(07) VALUE ZERO.
           05  WS-DST-OVLP            PIC 9(07) VALUE ZERO.
           05  WS-DST-REG             PIC 9(07) VALUE ZERO.
           05  WS-DST-DATE            PIC 9(07) VALUE ZERO.
           05  WS-DST-NOAU            PIC 9(07) VALUE ZERO.
           05  WS-DIV-ROWS            PIC 9(07) VALUE ZERO.
           05  WS-DIV-OVLP            PIC 9(07) VALUE ZERO.
           05  WS-DIV-REG             PIC 9(07) VALUE ZERO.
           05  WS-DIV-DATE            PIC 9(07) VALUE ZERO.
           05  WS-DIV-NOAU            PIC 9(07) VALUE ZERO.

       01  WS-REGION-WORK             PIC X(04) VALUE SPACES.
       01  WS-STATUS-WORK             PIC X(01) VALUE SPACE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 0200-LOAD-REGION-MASTER.
           PERFORM 0250-LOAD-HIERARCHY.

           OPEN OUTPUT CHKRPT.
           OPEN OUTPUT CHKTOTS.
           DISPLAY "LIVE WITH NO AUDIT     : " WS-NOAU-CT.
           DISPLAY "EXCEPTIONS IN TOTAL    : " WS-EXCEPTION-CT.
           DISPLAY "EXCEPTION TOLERANCE    : " WS-TOLERANCE.
           DISPLAY "REGIONS NO DISTRICT    : " WS-UNASSIGNED-CT.

           IF WS-EXCEPTION-CT > WS-TOLERANCE
               DISPLAY "WZIPCHK - EXCEPTIONS EXCEED TOLERANCE"
               INTO  :WS-REGION-WORK, :WS-STATUS-WORK
           END-EXEC.

      ******************************************************************
      *    0250-LOAD-HIERARCHY TABLES EVERY REGION'S DISTRICT AND
      *    DIVISION FROM THE WDSTLOAD TABLES. A REGION WITH NO ROW ON
      *    WREGION_DIST IS SIMPLY ABSENT HERE -- 5600 CATCHES IT.
      ******************************************************************
       0250-LOAD-HIERARCHY.
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
               DISPLAY "WZIPCHK ABEND - HIERARCHY CURSOR OPEN SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-HT-CT.

           PERFORM 0260-FETCH-HIER-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-HT-CT
               IF WS-HT-CT > WS-HT-MAX
                   DISPLAY "WZIPCHK ABEND - OVER " WS-HT-MAX
                           " REGION DISTRICT ASSIGNMENTS"
                   STOP RUN
               END-IF
               MOVE WS-HW-DIVISION TO WS-HT-DIVISION(WS-HT-CT)
               MOVE WS-HW-DISTRICT TO WS-HT-DISTRICT(WS-HT-CT)
               MOVE WS-HW-REGION   TO WS-HT-REGION(WS-HT-CT)

               PERFORM 0260-FETCH-HIER-ROW
           END-PERFORM.

           PERFORM 0270-CHECK-HIER-END.

           EXEC SQL
               CLOSE WHIERCSR
           END-EXEC.

       0260-FETCH-HIER-ROW.
           EXEC SQL
               FETCH WHIERCSR
               INTO  :WS-HW-DIVISION, :WS-HW-DISTRICT, :WS-HW-REGION
           END-EXEC.

      ******************************************************************
      *    0270-CHECK-HIER-END STOPS THE RUN WHEN THE HIERARCHY CURSOR
      *    ENDED ON ANYTHING BUT END OF DATA. A HALF-LOADED TABLE
      *    WOULD REPORT EVERY MISSING REGION AS UNASSIGNED.
      ******************************************************************
       0270-CHECK-HIER-END.
           IF SQLCODE NOT = 100
               DISPLAY "WZIPCHK ABEND - HIERARCHY CURSOR SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-PRINT-HEADINGS.
           MOVE WS-RUN-DATE     TO HDG-RUN-DATE.
           MOVE '1'             TO PRT-CC.
               MOVE ZERO TO WS-RT-REG(WS-RT-USE-SUB)
               MOVE ZERO TO WS-RT-DATE(WS-RT-USE-SUB)
               MOVE ZERO TO WS-RT-NOAU(WS-RT-USE-SUB)
               MOVE 'N'  TO WS-RT-ROLLED-SW(WS-RT-USE-SUB)
           END-IF.

       4000-PRINT-EXCEPTION.
           MOVE DTL-EXCEPTION-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    5000-WRITE-REGION-TOTALS WRITES CHKTOTS IN HIERARCHY ORDER,
      *    THE SAME RECORD SEQUENCE WZIPRCN WRITES TO REGTOTS: EACH
      *    DIVISION'S REGIONS ('R') DISTRICT BY DISTRICT, EACH
      *    DISTRICT'S SUBTOTAL ('T') AFTER ITS LAST REGION, THE
      *    DIVISION SUBTOTAL ('V') AFTER ITS LAST DISTRICT, THEN ANY
      *    REGION WITH NO DISTRICT ASSIGNMENT AS AN 'X' RECORD. ON 'T'
      *    AND 'V' RECORDS CKT-REGION-CD CARRIES THE DISTRICT OR
      *    DIVISION CODE.
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
           MOVE WS-RT-REGION(WS-RT-USE-SUB) TO CKT-REGION-CD.
           MOVE WS-RT-ROWS(WS-RT-USE-SUB)   TO CKT-ROW-CT.
           MOVE WS-RT-OVLP(WS-RT-USE-SUB)   TO CKT-OVLP-CT.
           MOVE WS-RT-REG(WS-RT-USE-SUB)    TO CKT-REG-CT.
           MOVE WS-RT-DATE(WS-RT-USE-SUB)   TO CKT-DATE-CT.
           MOVE WS-RT-NOAU(WS-RT-USE-SUB)   TO CKT-NOAU-CT.
           WRITE CHKTOT-RECORD.

      ******************************************************************
      *    5200-ROLL-ONE-REGION FIRES THE DISTRICT AND DIVISION BREAKS
      *    WHEN THE HIERARCHY ENTRY MOVES ON, THEN WRITES THE REGION'S
      *    OWN RECORD AND ADDS IT INTO THE DISTRICT SUBTOTAL. A REGION
      *    WITH NO WZIP ROWS HAS NOTHING TO ROLL AND WRITES NO RECORD.
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

           MOVE WS-HT-REGION(WS-HT-SUB) TO WS-REGION-WORK.
           PERFORM 5300-LOOKUP-REGION-TOTAL.

           IF WS-RT-USE-SUB > ZERO
               SET CKT-REGION-LEVEL TO TRUE
               PERFORM 5100-WRITE-ONE-REGION
               ADD WS-RT-ROWS(WS-RT-USE-SUB) TO WS-DST-ROWS
               ADD WS-RT-OVLP(WS-RT-USE-SUB) TO WS-DST-OVLP
               ADD WS-RT-REG(WS-RT-USE-SUB)  TO WS-DST-REG
               ADD WS-RT-DATE(WS-RT-USE-SUB) TO WS-DST-DATE
               ADD WS-RT-NOAU(WS-RT-USE-SUB) TO WS-DST-NOAU
               SET WS-RT-ROLLED(WS-RT-USE-SUB) TO TRUE
           END-IF.

      ******************************************************************
      *    5300-LOOKUP-REGION-TOTAL IS 3000 WITHOUT THE ADD -- A REGION
      *    THE SCAN NEVER SAW LEAVES WS-RT-USE-SUB AT ZERO.
      ******************************************************************
       5300-LOOKUP-REGION-TOTAL.
           MOVE ZERO TO WS-RT-USE-SUB.

           IF WS-RT-CT > ZERO
               PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RT-CT
                       OR WS-RT-USE-SUB > ZERO
                   IF WS-RT-REGION(WS-RT-SUB) = WS-REGION-WORK
                       MOVE WS-RT-SUB TO WS-RT-USE-SUB
                   END-IF
               END-PERFORM
           END-IF.

       5400-WRITE-DISTRICT-TOTAL.
           MOVE WS-PREV-DISTRICT TO CKT-REGION-CD.
           MOVE WS-DST-ROWS      TO CKT-ROW-CT.
           MOVE WS-DST-OVLP      TO CKT-OVLP-CT.
           MOVE WS-DST-REG       TO CKT-REG-CT.
           MOVE WS-DST-DATE      TO CKT-DATE-CT.
           MOVE WS-DST-NOAU      TO CKT-NOAU-CT.
           SET CKT-DISTRICT-LEVEL TO TRUE.
           WRITE CHKTOT-RECORD.

           ADD WS-DST-ROWS TO WS-DIV-ROWS.
           ADD WS-DST-OVLP TO WS-DIV-OVLP.
           ADD WS-DST-REG  TO WS-DIV-REG.
           ADD WS-DST-DATE TO WS-DIV-DATE.
           ADD WS-DST-NOAU TO WS-DIV-NOAU.
           MOVE ZERO TO WS-DST-ROWS
                        WS-DST-OVLP
                        WS-DST-REG
                        WS-DST-DATE
                        WS-DST-NOAU.

       5500-WRITE-DIVISION-TOTAL.
           MOVE WS-PREV-DIVISION TO CKT-REGION-CD.
           MOVE WS-DIV-ROWS      TO CKT-ROW-CT.
           MOVE WS-DIV-OVLP      TO CKT-OVLP-CT.
           MOVE WS-DIV-REG       TO CKT-REG-CT.
           MOVE WS-DIV-DATE      TO CKT-DATE-CT.
           MOVE WS-DIV-NOAU      TO CKT-NOAU-CT.
           SET CKT-DIVISION-LEVEL TO TRUE.
           WRITE CHKTOT-RECORD.

           MOVE ZERO TO WS-DIV-ROWS
                        WS-DIV-OVLP
                        WS-DIV-REG
                        WS-DIV-DATE
                        WS-DIV-NOAU.

      ******************************************************************
      *    5600-WRITE-UNASSIGNED WRITES EVERY REGION THE HIERARCHY
      *    WALK DID NOT PICK UP AS AN 'X' EXCEPTION RECORD AND NAMES
      *    IT ON SYSOUT AND ON THE CHKRPT REGISTER, SO A REGION WITH
      *    NO WDSTLOAD 'R' CARD SHOWS UP INSTEAD OF FALLING OUT OF THE
      *    SUBTOTALS.
      ******************************************************************
       5600-WRITE-UNASSIGNED.
           IF NOT WS-RT-ROLLED(WS-RT-SUB)
               MOVE WS-RT-SUB TO WS-RT-USE-SUB
               SET CKT-UNASSIGNED TO TRUE
               PERFORM 5100-WRITE-ONE-REGION
               ADD 1 TO WS-UNASSIGNED-CT
               DISPLAY "WZIPCHK - REGION " WS-RT-REGION(WS-RT-SUB)
                       " HAS NO DISTRICT ASSIGNED"
               MOVE 'NDST'                  TO DTL-CLASS
               MOVE SPACES                  TO DTL-ZIP-CD
               MOVE WS-RT-REGION(WS-RT-SUB) TO DTL-REGION-CD
               MOVE ZERO                    TO DTL-EFF-FROM
                                               DTL-EFF-TO
               MOVE SPACE                   TO PRT-CC
               MOVE DTL-EXCEPTION-LINE      TO PRT-DATA
               WRITE PRINT-LINE
           END-IF.
