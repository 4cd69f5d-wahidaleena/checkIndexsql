       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPSTLOAD.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       MONTHLY LOAD OF THE POSTAL_REF POSTAL REFERENCE
      *            TABLE FROM THE PURCHASED USPS AND CANADA POST
      *            FILES (POSTFILE, CUT TO THE POSTREC LAYOUT). CHECKSQL
      *            AND THE WZUP ONLINE UPDATE REJECT ANY ZIP THAT IS
      *            NOT A LIVE OR SPLIT CODE ON THIS TABLE, SO A WELL
      *            FORMED BUT NON-EXISTENT OR RETIRED CODE NO LONGER
      *            REACHES WZIP. EACH CARD INSERTS OR REFRESHES ITS
      *            CODE; A CODE THAT DROPS OUT OF ITS COUNTRY'S FILE
      *            IS MARKED RETIRED. THE RUN THEN PRINTS AN
      *            EXCEPTIONS REPORT (PSTRPT) OF EVERY WZIP PAIR LIVE
      *            TODAY WHOSE ZIP THE POST OFFICE HAS SINCE RETIRED
      *            OR SPLIT, ONE PAGE PER REGION, SO THEY CAN BE
      *            RE-MAPPED BEFORE SALES MISROUTES SHIPMENTS. ANY
      *            EXCEPTION SETS CONDITION CODE 8. RUNS AHEAD OF THE
      *            NIGHTLY CHECKSQL ON THE DAY THE FILES ARRIVE.
      *            THE LOAD COMMITS EVERY PARM-COMMIT-INTERVAL CARDS,
      *            LIKE CHECKSQL AND WZIPARCH, SO THE MONTHLY FILE IS
      *            NOT ONE UNIT OF WORK. A RERUN SIMPLY REFRESHES THE
      *            SAME CODES AGAIN. A COUNTRY IS ONLY SWEPT FOR
      *            DROPPED CODES WHEN ITS FILE CARRIED AT LEAST 95
      *            PERCENT AS MANY CODES AS THE TABLE HELD LIVE BEFORE
      *            THE RUN -- A TRUNCATED VENDOR FILE WOULD OTHERWISE
      *            RETIRE MOST OF THE COUNTRY AND CHECKSQL WOULD THEN
      *            REJECT IT ALL AS PSTE. A SKIPPED SWEEP ENDS THE RUN
      *            WITH CONDITION CODE 12.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSTFILE ASSIGN TO POSTFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PSTREJ   ASSIGN TO PSTREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT PSTRPT   ASSIGN TO PSTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  POSTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY POSTREC.

       FD  PSTREJ
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PSTREJ-RECORD.
           05  PRJ-COUNTRY-CD         PIC X(01).
           05  PRJ-POSTAL-CD          PIC X(06).
           05  PRJ-REASON-CD          PIC X(04).
           05  PRJ-SQLCODE            PIC S9(09).
           05  FILLER                 PIC X(60).

       FD  PSTRPT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRINT-LINE.
           05  PRT-CC                 PIC X(01).
           05  PRT-DATA               PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-COUNTERS.
           05  WS-READ-CT             PIC 9(07) VALUE ZERO.
           05  WS-INSERT-CT           PIC 9(07) VALUE ZERO.
           05  WS-UPDATE-CT           PIC 9(07) VALUE ZERO.
           05  WS-REJECT-CT           PIC 9(07) VALUE ZERO.
           05  WS-US-CARD-CT          PIC 9(07) VALUE ZERO.
           05  WS-CAN-CARD-CT         PIC 9(07) VALUE ZERO.
           05  WS-DROPPED-CT          PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-CT        PIC 9(07) VALUE ZERO.
           05  WS-REGION-EXC-CT       PIC 9(05) VALUE ZERO.
           05  WS-PAGE-NO             PIC 9(03) VALUE ZERO.
           05  WS-COMMIT-SINCE-CT     PIC 9(07) VALUE ZERO.
           05  WS-SWEEP-FLOOR-CT      PIC 9(09) VALUE ZERO.

       01  WS-RUN-PARMS.
           05  WS-COMMIT-INTERVAL     PIC 9(05) VALUE ZERO.
           05  WS-SWEEP-MIN-PCT       PIC 9(03) VALUE 95.
           05  WS-SWEEP-CARD-CT       PIC 9(07) VALUE ZERO.
           05  WS-SWEEP-LIVE-CT       PIC S9(09) COMP VALUE ZERO.

       01  WS-HOST-VARS.
           05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-POSTAL-CD           PIC X(06).
           05  WS-COUNTRY-CD          PIC X(01).
           05  WS-POSTAL-STATUS       PIC X(01).
           05  WS-SUCCESSOR-CD        PIC X(06).
           05  WS-STATUS-DT           PIC 9(08).
           05  WS-ZIP-CD              PIC X(09).
           05  WS-REGION-CD           PIC X(04).
           05  WS-EFF-FROM-DT         PIC 9(08).
           05  WS-EFF-TO-DT           PIC 9(08).
           05  WS-REGION-DESC         PIC X(30).
           05  WS-US-LIVE-CT          PIC S9(09) COMP VALUE ZERO.
           05  WS-CAN-LIVE-CT         PIC S9(09) COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-CARD-VALID-SW       PIC X(01) VALUE 'N'.
               88  WS-CARD-VALID      VALUE 'Y'.
               88  WS-CARD-INVALID    VALUE 'N'.
           05  WS-SWEEP-REFUSED-SW    PIC X(01) VALUE 'N'.
               88  WS-SWEEP-REFUSED   VALUE 'Y'.
           05  WS-CURSOR-FAILED-SW    PIC X(01) VALUE 'N'.
               88  WS-CURSOR-FAILED   VALUE 'Y'.

       01  WS-PREV-REGION-CD          PIC X(04) VALUE SPACES.

       01  HDG-REPORT-LINE.
           05  FILLER                 PIC X(11) VALUE "WPSTLOAD - ".
           05  FILLER                 PIC X(40)
                   VALUE "LIVE WZIP ZIPS RETIRED OR SPLIT BY POST ".
           05  FILLER                 PIC X(16)
                   VALUE "OFFICE   AS OF  ".
           05  HDG-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE "PAGE  ".
           05  HDG-PAGE-NO            PIC ZZ9.

       01  HDG-REGION-LINE.
           05  FILLER                 PIC X(16)
                   VALUE "GROWING REGION: ".
           05  HDG-REGION-CD          PIC X(04).
           05  FILLER                 PIC X(03) VALUE " - ".
           05  HDG-REGION-DESC        PIC X(30).

       01  HDG-COLUMN-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "   POSTAL ZIP CD  CTRY EFF FROM  EFF TO ".
           05  FILLER                 PIC X(40)
                   VALUE "     STATUS       NEW CD     CHANGED    ".

       01  DTL-EXC-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DTL-ZIP-CD             PIC X(09).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DTL-COUNTRY            PIC X(02).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DTL-EFF-FROM-DT        PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-EFF-TO-DT          PIC 9(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DTL-POST-STATUS        PIC X(07).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  DTL-SUCCESSOR-CD       PIC X(06).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DTL-STATUS-DT          PIC 9(08).

       01  TOT-REGION-LINE.
           05  FILLER                 PIC X(16)
                   VALUE "REGION EXC CT : ".
           05  TOT-REGION-CT          PIC ZZZZ9.

       01  TOT-GRAND-LINE.
           05  FILLER                 PIC X(16)
                   VALUE "TOTAL EXC CT  : ".
           05  TOT-GRAND-CT           PIC ZZZZZZ9.

       01  DTL-NONE-LINE.
           05  FILLER                 PIC X(40)
                   VALUE "NO LIVE WZIP ZIP IS RETIRED OR SPLIT    ".

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0100-READ-PARM-CARD.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 0200-COUNT-LIVE-CODES.

           OPEN INPUT  POSTFILE.
           OPEN OUTPUT PSTREJ.

           READ POSTFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-CT

               PERFORM 0300-EDIT-POSTAL-CARD

               IF PST-POSTAL-CD = SPACES
                   MOVE 'BLNK'        TO PRJ-REASON-CD
                   MOVE ZERO          TO PRJ-SQLCODE
                   PERFORM 1900-WRITE-REJECT
               ELSE
               IF WS-CARD-INVALID
                   MOVE 'VALE'        TO PRJ-REASON-CD
                   MOVE ZERO          TO PRJ-SQLCODE
                   PERFORM 1900-WRITE-REJECT
               ELSE
               IF NOT PST-STATUS-ACTIVE AND NOT PST-STATUS-RETIRED
                       AND NOT PST-STATUS-SPLIT
                   MOVE 'STAE'        TO PRJ-REASON-CD
                   MOVE ZERO          TO PRJ-SQLCODE
                   PERFORM 1900-WRITE-REJECT
               ELSE
                   PERFORM 1000-MERGE-POSTAL-CODE
               END-IF
               END-IF
               END-IF

               READ POSTFILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE POSTFILE.

      *    AN EMPTY POSTFILE (A MISSED VENDOR DELIVERY) WOULD RETIRE
      *    EVERY CODE ON THE TABLE IN 2000 AND THEN REJECT THE WHOLE
      *    NIGHT'S LOAD, SO IT REFUSES BEFORE ANYTHING IS COMMITTED --
      *    WITH NO CARD MERGED, NO INTERVAL COMMIT HAS FIRED.
           IF WS-US-CARD-CT = ZERO AND WS-CAN-CARD-CT = ZERO
               DISPLAY "WPSTLOAD - NO USABLE POSTFILE CARDS, "
                       "LOAD REFUSED"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               CLOSE PSTREJ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           PERFORM 2000-RETIRE-DROPPED-CODES.

           OPEN OUTPUT PSTRPT.

           PERFORM 3000-REPORT-EXCEPTIONS.

       6000-FINAL-COUNT.
           CLOSE PSTREJ
                 PSTRPT.
           DISPLAY "---------------------------------------------".
           DISPLAY "POSTFILE CARDS READ    : " WS-READ-CT.
           DISPLAY "POSTAL_REF US CODES    : " WS-US-CARD-CT.
           DISPLAY "POSTAL_REF CANADA CODES: " WS-CAN-CARD-CT.
           DISPLAY "POSTAL_REF INSERTED    : " WS-INSERT-CT.
           DISPLAY "POSTAL_REF UPDATED     : " WS-UPDATE-CT.
           DISPLAY "POSTAL_REF DROPPED/RETD: " WS-DROPPED-CT.
           DISPLAY "POSTFILE REJECTS       : " WS-REJECT-CT.
           DISPLAY "LIVE WZIP EXCEPTIONS   : " WS-EXCEPTION-CT.

           IF WS-EXCEPTION-CT > ZERO
               DISPLAY "WPSTLOAD - LIVE WZIP ZIPS NEED RE-MAPPING, "
                       "SEE PSTRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-SWEEP-REFUSED OR WS-CURSOR-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE COMMIT INTERVAL FROM THE
      *    SHARED ONE-RECORD CONTROL CARD.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.

           READ PARMCARD
               AT END
                   DISPLAY "WPSTLOAD ABEND - PARMCARD EMPTY OR MISSING"
                   CLOSE PARMCARD
                   STOP RUN
           END-READ.

           CLOSE PARMCARD.

           MOVE PARM-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL.

      ******************************************************************
      *    0200-COUNT-LIVE-CODES TAKES EACH COUNTRY'S LIVE (NOT
      *    RETIRED) CODE COUNT BEFORE THE LOAD TOUCHES THE TABLE.
      *    2000 MEASURES THIS MONTH'S FILE AGAINST IT BEFORE SWEEPING.
      ******************************************************************
       0200-COUNT-LIVE-CODES.
           EXEC SQL
               SELECT   COUNT(*)
               INTO     :WS-US-LIVE-CT
               FROM     POSTAL_REF
               WHERE    COUNTRY_CD        = 'U'
                 AND    POSTAL_STATUS    <> 'R'
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT   COUNT(*)
                   INTO     :WS-CAN-LIVE-CT
                   FROM     POSTAL_REF
                   WHERE    COUNTRY_CD        = 'C'
                     AND    POSTAL_STATUS    <> 'R'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               DISPLAY "WPSTLOAD ABEND - LIVE CODE COUNT FAILED, "
                       "SQLCODE " SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    0300-EDIT-POSTAL-CARD CHECKS THE CARD'S CODE HAS THE SHAPE
      *    OF ITS COUNTRY -- FIVE DIGITS FOR A US ZIP, A9A9A9 FOR A
      *    CANADIAN CODE -- SO A SHIFTED OR GARBLED VENDOR RECORD
      *    GOES TO PSTREJ INSTEAD OF BECOMING A CODE THE LOAD WOULD
      *    THEN ACCEPT. THE RULES ARE CHECKSQL'S 1012/1015, APPLIED TO
      *    THE FORMS THE TABLE STORES.
      ******************************************************************
       0300-EDIT-POSTAL-CARD.
           SET WS-CARD-INVALID TO TRUE.

           EVALUATE TRUE
               WHEN PST-COUNTRY-US
                   IF PST-POSTAL-CD(1:5) IS NUMERIC
                           AND PST-POSTAL-CD(6:1) = SPACE
                       SET WS-CARD-VALID TO TRUE
                   END-IF
               WHEN PST-COUNTRY-CANADA
                   IF PST-POSTAL-CD(1:1) IS ALPHABETIC
                           AND PST-POSTAL-CD(1:1) NOT = SPACE
                           AND PST-POSTAL-CD(2:1) IS NUMERIC
                           AND PST-POSTAL-CD(3:1) IS ALPHABETIC
                           AND PST-POSTAL-CD(3:1) NOT = SPACE
                           AND PST-POSTAL-CD(4:1) IS NUMERIC
                           AND PST-POSTAL-CD(5:1) IS ALPHABETIC
                           AND PST-POSTAL-CD(5:1) NOT = SPACE
                           AND PST-POSTAL-CD(6:1) IS NUMERIC
                       SET WS-CARD-VALID TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *    1000-MERGE-POSTAL-CODE TRIES THE UPDATE FIRST, THE SAME WAY
      *    WREGLOAD MERGES REGIONS, SO EACH MONTH'S FULL FILE SIMPLY
      *    REFRESHES THE TABLE. LOAD_DT IS STAMPED WITH THE RUN DATE
      *    ON EVERY CODE THE FILE CARRIES -- 2000 USES IT TO FIND THE
      *    CODES THIS MONTH'S FILE NO LONGER CARRIES. A RETIRED OR
      *    SPLIT CODE WITH NO POST OFFICE DATE TAKES THE RUN DATE, SO
      *    THE EXCEPTIONS REPORT ALWAYS SHOWS WHEN WE LEARNED OF IT.
      ******************************************************************
       1000-MERGE-POSTAL-CODE.
           MOVE PST-POSTAL-CD    TO WS-POSTAL-CD.
           MOVE PST-COUNTRY-CD   TO WS-COUNTRY-CD.
           MOVE PST-SUCCESSOR-CD TO WS-SUCCESSOR-CD.

           IF PST-STATUS-ACTIVE
               MOVE 'A'  TO WS-POSTAL-STATUS
               MOVE ZERO TO WS-STATUS-DT
           ELSE
               MOVE PST-STATUS-CD TO WS-POSTAL-STATUS
               IF PST-CHANGE-DT NOT NUMERIC OR PST-CHANGE-DT = ZERO
                   MOVE WS-RUN-DATE   TO WS-STATUS-DT
               ELSE
                   MOVE PST-CHANGE-DT TO WS-STATUS-DT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE   POSTAL_REF
               SET      COUNTRY_CD        = :WS-COUNTRY-CD,
                        POSTAL_STATUS     = :WS-POSTAL-STATUS,
                        SUCCESSOR_CD      = :WS-SUCCESSOR-CD,
                        STATUS_DT         = :WS-STATUS-DT,
                        LOAD_DT           = :WS-RUN-DATE
               WHERE    POSTAL_CD         = :WS-POSTAL-CD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 100
                   PERFORM 1100-INSERT-POSTAL-CODE
               WHEN ZERO
                   ADD 1 TO WS-UPDATE-CT
                   PERFORM 1200-COUNT-COUNTRY-CARD
                   PERFORM 1300-CHECK-COMMIT-INTERVAL
               WHEN OTHER
                   MOVE 'SQLE'        TO PRJ-REASON-CD
                   MOVE SQLCODE       TO PRJ-SQLCODE
                   PERFORM 1900-WRITE-REJECT
           END-EVALUATE.

       1100-INSERT-POSTAL-CODE.
           EXEC SQL
               INSERT
               INTO     POSTAL_REF
               (POSTAL_CD, COUNTRY_CD, POSTAL_STATUS,
                SUCCESSOR_CD, STATUS_DT, LOAD_DT)
               VALUES (:WS-POSTAL-CD, :WS-COUNTRY-CD,
                       :WS-POSTAL-STATUS, :WS-SUCCESSOR-CD,
                       :WS-STATUS-DT, :WS-RUN-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'SQLE'        TO PRJ-REASON-CD
               MOVE SQLCODE       TO PRJ-SQLCODE
               PERFORM 1900-WRITE-REJECT
           ELSE
               ADD 1 TO WS-INSERT-CT
               PERFORM 1200-COUNT-COUNTRY-CARD
               PERFORM 1300-CHECK-COMMIT-INTERVAL
           END-IF.

       1200-COUNT-COUNTRY-CARD.
           IF PST-COUNTRY-US
               ADD 1 TO WS-US-CARD-CT
           ELSE
               ADD 1 TO WS-CAN-CARD-CT
           END-IF.

      ******************************************************************
      *    1300-CHECK-COMMIT-INTERVAL COMMITS EVERY PARM INTERVAL OF
      *    MERGED CARDS, THE SAME RULE AS WZIPARCH.
      ******************************************************************
       1300-CHECK-COMMIT-INTERVAL.
           ADD 1 TO WS-COMMIT-SINCE-CT.

           IF WS-COMMIT-SINCE-CT >= WS-COMMIT-INTERVAL
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO WS-COMMIT-SINCE-CT
           END-IF.

       1900-WRITE-REJECT.
           MOVE PST-COUNTRY-CD TO PRJ-COUNTRY-CD.
           MOVE PST-POSTAL-CD  TO PRJ-POSTAL-CD.
           WRITE PSTREJ-RECORD.
           ADD 1 TO WS-REJECT-CT.

      ******************************************************************
      *    2000-RETIRE-DROPPED-CODES MARKS RETIRED EVERY STILL-LIVE
      *    CODE THIS MONTH'S FILE DID NOT CARRY -- THE VENDOR FILES
      *    SIMPLY STOP LISTING SOME CODES RATHER THAN FLAGGING THEM.
      *    EACH COUNTRY IS SWEPT ONLY WHEN ITS OWN FILE ACTUALLY
      *    LOADED THIS RUN, SO A MONTH WHERE ONLY ONE VENDOR'S FILE
      *    ARRIVED DOES NOT RETIRE THE OTHER COUNTRY WHOLESALE, AND
      *    ONLY WHEN THE FILE PASSES 2050'S SIZE CHECK. EACH SWEEP IS
      *    COMMITTED ON ITS OWN.
      ******************************************************************
       2000-RETIRE-DROPPED-CODES.
           IF WS-US-CARD-CT > ZERO
               MOVE 'U'           TO WS-COUNTRY-CD
               MOVE WS-US-CARD-CT TO WS-SWEEP-CARD-CT
               MOVE WS-US-LIVE-CT TO WS-SWEEP-LIVE-CT
               PERFORM 2050-CHECK-SWEEP-SANITY
           ELSE
               DISPLAY "WPSTLOAD - NO USPS CARDS, US CODES NOT SWEPT"
           END-IF.

           IF WS-CAN-CARD-CT > ZERO
               MOVE 'C'            TO WS-COUNTRY-CD
               MOVE WS-CAN-CARD-CT TO WS-SWEEP-CARD-CT
               MOVE WS-CAN-LIVE-CT TO WS-SWEEP-LIVE-CT
               PERFORM 2050-CHECK-SWEEP-SANITY
           ELSE
               DISPLAY "WPSTLOAD - NO CANADA POST CARDS, CANADIAN "
                       "CODES NOT SWEPT"
           END-IF.

      ******************************************************************
      *    2050-CHECK-SWEEP-SANITY SWEEPS THE COUNTRY ONLY WHEN ITS
      *    CARDS COME TO AT LEAST WS-SWEEP-MIN-PCT OF THE CODES LIVE
      *    BEFORE THE RUN. A SHORTER FILE IS TAKEN AS TRUNCATED: ITS
      *    CARDS STAY LOADED, NOTHING IS RETIRED, AND THE RUN ENDS
      *    RC 12 SO THE FILE IS CHASED BEFORE THE NEXT MONTH.
      ******************************************************************
       2050-CHECK-SWEEP-SANITY.
           COMPUTE WS-SWEEP-FLOOR-CT =
               WS-SWEEP-LIVE-CT * WS-SWEEP-MIN-PCT / 100.

           IF WS-SWEEP-CARD-CT < WS-SWEEP-FLOOR-CT
               DISPLAY "WPSTLOAD - COUNTRY " WS-COUNTRY-CD
                       " FILE SHORT, " WS-SWEEP-CARD-CT
                       " CARDS AGAINST " WS-SWEEP-FLOOR-CT
                       " MINIMUM, CODES NOT SWEPT"
               SET WS-SWEEP-REFUSED TO TRUE
           ELSE
               PERFORM 2100-RETIRE-COUNTRY-CODES
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.

       2100-RETIRE-COUNTRY-CODES.
           EXEC SQL
               UPDATE   POSTAL_REF
               SET      POSTAL_STATUS     = 'R',
                        STATUS_DT         = :WS-RUN-DATE
               WHERE    COUNTRY_CD        = :WS-COUNTRY-CD
                 AND    LOAD_DT           < :WS-RUN-DATE
                 AND    POSTAL_STATUS    <> 'R'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD SQLERRD(3) TO WS-DROPPED-CT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WPSTLOAD ABEND - DROPPED-CODE SWEEP "
                           "FAILED, SQLCODE " SQLCODE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *    3000-REPORT-EXCEPTIONS LISTS EVERY WZIP PAIR IN EFFECT
      *    TODAY WHOSE ZIP POSTAL_REF NOW CARRIES AS RETIRED OR SPLIT.
      *    A US ZIP IS LOOKED UP ON ITS FIRST FIVE DIGITS (WZIP MAY
      *    HOLD ZIP+4), A CANADIAN CODE ON ITS COMPACT SIX. ONE PAGE
      *    PER REGION, THE SAME BREAK SHAPE WZIPRPT USES, SINCE THE
      *    RE-MAPPING IS WORKED REGION BY REGION. A CURSOR THAT FAILS
      *    TO OPEN OR ENDS ON ANYTHING BUT +100 LEAVES THE LISTING
      *    SHORT, SO NEITHER THE 'NONE' PAGE NOR THE GRAND TOTAL IS
      *    PRINTED AND THE STEP ENDS RC 12 (SET IN 6000).
      ******************************************************************
       3000-REPORT-EXCEPTIONS.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.

           EXEC SQL
               DECLARE WZPSTCSR CURSOR FOR
               SELECT   W.POSTAL_ZIP_CD, W.GROWING_REGION_CD,
                        W.COUNTRY_CD, W.EFF_FROM_DT, W.EFF_TO_DT,
                        P.POSTAL_STATUS, P.SUCCESSOR_CD, P.STATUS_DT
               FROM     WZIP W, POSTAL_REF P
               WHERE    W.EFF_FROM_DT <= :WS-RUN-DATE
                 AND    W.EFF_TO_DT   >= :WS-RUN-DATE
                 AND    P.POSTAL_CD    =
                        CASE W.COUNTRY_CD
                            WHEN 'C' THEN SUBSTR(W.POSTAL_ZIP_CD, 1, 6)
                            ELSE          SUBSTR(W.POSTAL_ZIP_CD, 1, 5)
                        END
                 AND    P.POSTAL_STATUS IN ('R', 'S')
               ORDER BY W.GROWING_REGION_CD, W.POSTAL_ZIP_CD,
                        W.EFF_FROM_DT
           END-EXEC.

           EXEC SQL
               OPEN WZPSTCSR
           END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           IF SQLCODE NOT = ZERO
               DISPLAY "WPSTLOAD - EXCEPTION CURSOR OPEN SQLCODE "
                       SQLCODE
               SET WS-CURSOR-FAILED TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 3100-FETCH-EXCEPTION
           END-IF.

           PERFORM UNTIL WS-EOF
               IF WS-REGION-CD NOT = WS-PREV-REGION-CD
                   PERFORM 4000-REGION-BREAK
               END-IF

               PERFORM 5000-PRINT-EXCEPTION

               ADD 1 TO WS-REGION-EXC-CT
               ADD 1 TO WS-EXCEPTION-CT

               PERFORM 3100-FETCH-EXCEPTION
           END-PERFORM.

           EXEC SQL
               CLOSE WZPSTCSR
           END-EXEC.

           IF WS-CURSOR-FAILED
               DISPLAY "WPSTLOAD - EXCEPTION REPORT INCOMPLETE, "
                       "NO TOTALS PRINTED"
           ELSE
           IF WS-PREV-REGION-CD NOT = SPACES
               PERFORM 4200-REGION-TOTAL
               PERFORM 3200-GRAND-TOTAL
           ELSE
               MOVE 1            TO HDG-PAGE-NO
               MOVE '1'          TO PRT-CC
               MOVE HDG-REPORT-LINE TO PRT-DATA
               WRITE PRINT-LINE
               MOVE '0'          TO PRT-CC
               MOVE DTL-NONE-LINE TO PRT-DATA
               WRITE PRINT-LINE
               PERFORM 3200-GRAND-TOTAL
           END-IF
           END-IF.

       3100-FETCH-EXCEPTION.
           EXEC SQL
               FETCH WZPSTCSR
               INTO  :WS-ZIP-CD, :WS-REGION-CD, :WS-COUNTRY-CD,
                     :WS-EFF-FROM-DT, :WS-EFF-TO-DT,
                     :WS-POSTAL-STATUS, :WS-SUCCESSOR-CD,
                     :WS-STATUS-DT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = 100
                   DISPLAY "WPSTLOAD - EXCEPTION CURSOR SQLCODE "
                           SQLCODE
                   SET WS-CURSOR-FAILED TO TRUE
               END-IF
               SET WS-EOF TO TRUE
           END-IF.

       3200-GRAND-TOTAL.
           MOVE WS-EXCEPTION-CT TO TOT-GRAND-CT.
           MOVE '0'             TO PRT-CC.
           MOVE TOT-GRAND-LINE  TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    4000-REGION-BREAK FIRES THE PRIOR REGION'S TOTAL LINE (IF
      *    ANY), STARTS A NEW PAGE, AND PRINTS THE NEW REGION HEADING
      *    WITH ITS WREGION DESCRIPTION.
      ******************************************************************
       4000-REGION-BREAK.
           IF WS-PREV-REGION-CD NOT = SPACES
               PERFORM 4200-REGION-TOTAL
           END-IF.

           ADD 1 TO WS-PAGE-NO.
           MOVE ZERO TO WS-REGION-EXC-CT.
           MOVE WS-REGION-CD TO WS-PREV-REGION-CD.

           MOVE WS-PAGE-NO    TO HDG-PAGE-NO.
           MOVE '1'           TO PRT-CC.
           MOVE HDG-REPORT-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           PERFORM 4100-GET-REGION-DESC.

           MOVE WS-REGION-CD  TO HDG-REGION-CD.
           MOVE WS-REGION-DESC TO HDG-REGION-DESC.
           MOVE SPACE         TO PRT-CC.
           MOVE HDG-REGION-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE SPACE         TO PRT-CC.
           MOVE HDG-COLUMN-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

       4100-GET-REGION-DESC.
           EXEC SQL
               SELECT   REGION_DESC
               INTO     :WS-REGION-DESC
               FROM     WREGION
               WHERE    GROWING_REGION_CD = :WS-REGION-CD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE "** NOT ON WREGION MASTER **" TO WS-REGION-DESC
           END-IF.

       4200-REGION-TOTAL.
           MOVE WS-REGION-EXC-CT TO TOT-REGION-CT.
           MOVE SPACE             TO PRT-CC.
           MOVE TOT-REGION-LINE   TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    5000-PRINT-EXCEPTION PRINTS ONE LIVE PAIR. A CANADIAN CODE
      *    PRINTS IN ITS POSTAL A9A 9A9 FORM, AS ON WZIPRPT.
      ******************************************************************
       5000-PRINT-EXCEPTION.
           IF WS-COUNTRY-CD = 'C'
               MOVE SPACES         TO DTL-ZIP-CD
               MOVE WS-ZIP-CD(1:3) TO DTL-ZIP-CD(1:3)
               MOVE WS-ZIP-CD(4:3) TO DTL-ZIP-CD(5:3)
               MOVE 'CA'           TO DTL-COUNTRY
           ELSE
               MOVE WS-ZIP-CD      TO DTL-ZIP-CD
               MOVE 'US'           TO DTL-COUNTRY
           END-IF.

           MOVE WS-EFF-FROM-DT  TO DTL-EFF-FROM-DT.
           MOVE WS-EFF-TO-DT    TO DTL-EFF-TO-DT.
           MOVE WS-SUCCESSOR-CD TO DTL-SUCCESSOR-CD.
           MOVE WS-STATUS-DT    TO DTL-STATUS-DT.

           IF WS-POSTAL-STATUS = 'S'
               MOVE "SPLIT  " TO DTL-POST-STATUS
           ELSE
               MOVE "RETIRED" TO DTL-POST-STATUS
           END-IF.

           MOVE SPACE        TO PRT-CC.
           MOVE DTL-EXC-LINE TO PRT-DATA.
           WRITE PRINT-LINE.
