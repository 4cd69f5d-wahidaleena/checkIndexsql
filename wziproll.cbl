       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPROLL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       ANNUAL SEASON ROLLOVER. DRIVEN BY A ONE-RECORD
      *            ROLLCARD NAMING THE SOURCE SEASON WINDOW AND THE
      *            TARGET SEASON WINDOW, EVERY ZIP/REGION PAIR IN
      *            EFFECT AT ANY POINT OF THE SOURCE SEASON IS CARRIED
      *            FORWARD AS A NEW WZIP SEASON ROW FOR THE TARGET
      *            WINDOW, SO CROP SOURCING ONLY HAS TO SEND THE
      *            PAIRS THAT CHANGE INSTEAD OF THE WHOLE BOOK. AN
      *            OPTIONAL ROLLEXCL DECK LEAVES OUT SINGLE ZIPS ('Z'
      *            CARDS) OR WHOLE REGIONS ('R' CARDS) KNOWN TO BE
      *            CHANGING. EACH NEW ROW IS GATED ON WREGION ACTIVE
      *            STATUS AND THE POSTAL_REF LIVE-CODE CHECK THE SAME
      *            WAY A CHECKSQL ADD IS, AND IS TRAILED IN WZIP_AUDIT
      *            AS AN ADD UNDER THE PARMCARD RUN-ID -- WZIPBKOT
      *            BACKS A BAD ROLLOVER OUT BY THAT RUN-ID, WZIPEXTR
      *            CARRIES IT IN THE NIGHTLY FEED, AND WZIPTURN RAISES
      *            THE SEASON-START EVENTS WHEN THE TARGET WINDOW
      *            OPENS. A PAIR THE TARGET SEASON ALREADY CARRIES IS
      *            SKIPPED, SO A RERUN UNDER THE SAME RUN-ID PICKS UP
      *            WHERE AN ABENDED RUN STOPPED. THE ROLLOVER REGISTER
      *            LISTS EVERY PAIR CARRIED, ALREADY PRESENT, EXCLUDED
      *            OR REFUSED, AND ANY EXCLUSION CARD THAT MATCHED
      *            NOTHING; CONDITION CODE 8 FLAGS A RUN THAT REFUSED
      *            ANY PAIR OR CARRIED NONE.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROLLCARD ASSIGN TO ROLLCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROLLEXCL ASSIGN TO ROLLEXCL
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROLLRPT  ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  ROLLCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ROLL-CARD.
           05  ROL-SRC-FROM-DT        PIC 9(08).
           05  ROL-SRC-TO-DT          PIC 9(08).
           05  ROL-TGT-FROM-DT        PIC 9(08).
           05  ROL-TGT-TO-DT          PIC 9(08).
           05  FILLER                 PIC X(48).

       FD  ROLLEXCL
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  EXCLUSION-CARD.
           05  EXC-TYPE-CD            PIC X(01).
               88  EXC-ZIP-CARD       VALUE 'Z'.
               88  EXC-REGION-CARD    VALUE 'R'.
           05  EXC-CODE               PIC X(09).
           05  FILLER                 PIC X(70).

       FD  ROLLRPT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRINT-LINE.
           05  PRT-CC                 PIC X(01).
           05  PRT-DATA               PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-COUNTERS.
           05  WS-PAIRS-READ-CT       PIC 9(07) VALUE ZERO.
           05  WS-CARRIED-CT          PIC 9(07) VALUE ZERO.
           05  WS-PRESENT-CT          PIC 9(07) VALUE ZERO.
           05  WS-EXCLUDED-CT         PIC 9(07) VALUE ZERO.
           05  WS-REGION-REFUSED-CT   PIC 9(07) VALUE ZERO.
           05  WS-POSTAL-REFUSED-CT   PIC 9(07) VALUE ZERO.
           05  WS-UNMATCHED-EXC-CT    PIC 9(07) VALUE ZERO.
           05  WS-COMMIT-SINCE-CT     PIC 9(07) VALUE ZERO.

       01  WS-RUN-PARMS.
           05  WS-COMMIT-INTERVAL     PIC 9(05) VALUE ZERO.
           05  WS-RUN-ID              PIC X(08) VALUE SPACES.
           05  WS-SRC-FROM-DT         PIC 9(08) VALUE ZERO.
           05  WS-SRC-TO-DT           PIC 9(08) VALUE ZERO.
           05  WS-TGT-FROM-DT         PIC 9(08) VALUE ZERO.
           05  WS-TGT-TO-DT           PIC 9(08) VALUE ZERO.

       01  WS-RUN-LOCK.
           05  WS-LOCK-MODE           PIC X(01) VALUE 'S'.
           05  WS-LOCK-BREAK-SW       PIC X(01) VALUE 'N'.
               88  WS-LOCK-BREAK      VALUE 'B'.
           05  WS-LOCK-HELD-RUN-ID    PIC X(08) VALUE SPACES.
           05  WS-LOCK-HELD-MODE      PIC X(01) VALUE SPACE.
           05  WS-LOCK-HELD-TS        PIC X(26) VALUE SPACES.

       01  WS-ROLL-ROW.
           05  WS-ROL-ZIP             PIC X(09) VALUE SPACES.
           05  WS-ROL-REGION          PIC X(04) VALUE SPACES.
           05  WS-ROL-COUNTRY         PIC X(01) VALUE SPACE.
           05  WS-TARGET-ROW-CT       PIC S9(09) COMP VALUE ZERO.
           05  WS-WREGION-STATUS      PIC X(01) VALUE SPACE.
           05  WS-LAST-REGION         PIC X(04) VALUE HIGH-VALUES.
           05  WS-POSTAL-KEY          PIC X(06) VALUE SPACES.
           05  WS-POSTAL-STATUS       PIC X(01) VALUE SPACE.

      *    EXCLUSION CARDS ARE HELD IN CORE FOR THE WHOLE RUN; THE HIT
      *    COUNT LETS THE REGISTER NAME ANY CARD THAT MATCHED NOTHING
      *    (USUALLY A MISTYPED CODE, SO THE PAIR IT MEANT TO HOLD BACK
      *    WAS CARRIED).
       01  WS-EXCLUSIONS.
           05  WS-EXC-MAX             PIC 9(03) BINARY VALUE 500.
           05  WS-EXC-CT              PIC 9(03) BINARY VALUE ZERO.
           05  WS-EXC-ENTRY OCCURS 500 TIMES.
               10  WS-EXC-TYPE        PIC X(01).
               10  WS-EXC-CODE        PIC X(09).
               10  WS-EXC-HIT-CT      PIC 9(07).

       77  WS-EXC-SUB                 PIC 9(03) BINARY VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-CSR-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-CSR-EOF         VALUE 'Y'.
           05  WS-EXC-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-EXC-EOF         VALUE 'Y'.
           05  WS-EXCLUDED-SW         PIC X(01) VALUE 'N'.
               88  WS-PAIR-EXCLUDED   VALUE 'Y'.
           05  WS-REGION-ACTIVE-SW    PIC X(01) VALUE 'N'.
               88  WS-REGION-ACTIVE   VALUE 'Y'.
           05  WS-POSTAL-VALID-SW     PIC X(01) VALUE 'N'.
               88  WS-POSTAL-VALID    VALUE 'Y'.
               88  WS-POSTAL-INVALID  VALUE 'N'.

       01  HDG-REPORT-LINE.
           05  FILLER                 PIC X(11) VALUE "WZIPROLL - ".
           05  FILLER                 PIC X(26)
                   VALUE "SEASON ROLLOVER REGISTER  ".
           05  FILLER                 PIC X(08) VALUE "RUN-ID: ".
           05  HDG-RUN-ID             PIC X(08).

       01  HDG-WINDOW-LINE.
           05  FILLER                 PIC X(15)
                   VALUE "SOURCE SEASON: ".
           05  HDG-SRC-FROM-DT        PIC X(08).
           05  FILLER                 PIC X(03) VALUE " - ".
           05  HDG-SRC-TO-DT          PIC X(08).
           05  FILLER                 PIC X(18)
                   VALUE "   TARGET SEASON: ".
           05  HDG-TGT-FROM-DT        PIC X(08).
           05  FILLER                 PIC X(03) VALUE " - ".
           05  HDG-TGT-TO-DT          PIC X(08).

       01  HDG-COLUMN-LINE.
           05  FILLER                 PIC X(60) VALUE
               "RSLT  ZIP CD     REGN  CTRY  RESULT".

       01  DTL-ROLL-LINE.
           05  DTL-RESULT-CD          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-ZIP-CD             PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-REGION-CD          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-COUNTRY-CD         PIC X(01).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DTL-RESULT             PIC X(36).

       01  TOT-ROLL-LINE-1.
           05  FILLER                 PIC X(12)
                   VALUE "PAIRS READ: ".
           05  TOT-READ-CT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(12)
                   VALUE "  CARRIED: ".
           05  TOT-CARRIED-CT         PIC ZZZZZZ9.
           05  FILLER                 PIC X(12)
                   VALUE "  PRESENT: ".
           05  TOT-PRESENT-CT         PIC ZZZZZZ9.
           05  FILLER                 PIC X(13)
                   VALUE "  EXCLUDED: ".
           05  TOT-EXCLUDED-CT        PIC ZZZZZZ9.

       01  TOT-ROLL-LINE-2.
           05  FILLER                 PIC X(17)
                   VALUE "REGION REFUSED: ".
           05  TOT-REGION-CT          PIC ZZZZZZ9.
           05  FILLER                 PIC X(18)
                   VALUE "  POSTAL REFUSED: ".
           05  TOT-POSTAL-CT          PIC ZZZZZZ9.
           05  FILLER                 PIC X(22)
                   VALUE "  UNMATCHED EXCL CDS: ".
           05  TOT-UNMATCHED-CT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           PERFORM 0100-READ-PARM-CARD.
           PERFORM 0200-READ-ROLL-CARD.
           PERFORM 0250-LOAD-EXCLUSIONS.

           PERFORM 0050-TAKE-RUN-LOCK.

           OPEN OUTPUT ROLLRPT.

           PERFORM 0300-PRINT-HEADINGS.

      *    ONE ROW PER PAIR, HOWEVER MANY SEASON ROWS IT HAD INSIDE THE
      *    SOURCE WINDOW -- A PAIR CUT AND RE-STARTED MID-SEASON STILL
      *    CARRIES FORWARD AS ONE TARGET SEASON. REGION ORDER LETS THE
      *    WREGION GATE BE PROBED ONCE PER REGION. THE TARGET WINDOW
      *    STARTS AFTER THE SOURCE WINDOW ENDS (0200 INSISTS), SO THE
      *    ROWS THIS RUN INSERTS CAN NEVER QUALIFY FOR THE CURSOR.
      *    WITH HOLD SO THE INTERVAL COMMITS INSIDE THE LOOP DO NOT
      *    CLOSE THE DRIVING CURSOR UNDER US.
           EXEC SQL
               DECLARE WZROLCSR CURSOR WITH HOLD FOR
               SELECT   DISTINCT
                        POSTAL_ZIP_CD, GROWING_REGION_CD, COUNTRY_CD
               FROM     WZIP
               WHERE    EFF_FROM_DT <= :WS-SRC-TO-DT
                 AND    EFF_TO_DT   >= :WS-SRC-FROM-DT
               ORDER BY GROWING_REGION_CD, POSTAL_ZIP_CD
           END-EXEC.

           EXEC SQL
               OPEN WZROLCSR
           END-EXEC.

           PERFORM 1000-FETCH-ROLL-PAIR.

           PERFORM UNTIL WS-CSR-EOF
               ADD 1 TO WS-PAIRS-READ-CT
               PERFORM 2000-ROLL-ONE-PAIR

               PERFORM 1000-FETCH-ROLL-PAIR
           END-PERFORM.

       6000-FINAL-COUNT.
           EXEC SQL
               CLOSE WZROLCSR
           END-EXEC.

           EXEC SQL
               COMMIT
           END-EXEC.

           PERFORM 6900-RELEASE-RUN-LOCK.

           PERFORM 6100-PRINT-UNMATCHED-EXCL
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-CT.

           MOVE WS-PAIRS-READ-CT     TO TOT-READ-CT.
           MOVE WS-CARRIED-CT        TO TOT-CARRIED-CT.
           MOVE WS-PRESENT-CT        TO TOT-PRESENT-CT.
           MOVE WS-EXCLUDED-CT       TO TOT-EXCLUDED-CT.
           MOVE SPACE                TO PRT-CC.
           MOVE TOT-ROLL-LINE-1      TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE WS-REGION-REFUSED-CT TO TOT-REGION-CT.
           MOVE WS-POSTAL-REFUSED-CT TO TOT-POSTAL-CT.
           MOVE WS-UNMATCHED-EXC-CT  TO TOT-UNMATCHED-CT.
           MOVE SPACE                TO PRT-CC.
           MOVE TOT-ROLL-LINE-2      TO PRT-DATA.
           WRITE PRINT-LINE.

           CLOSE ROLLRPT.

           DISPLAY "---------------------------------------------".
           DISPLAY "WZIPROLL RUN-ID        : " WS-RUN-ID.
           DISPLAY "SOURCE SEASON          : " WS-SRC-FROM-DT
                   " - " WS-SRC-TO-DT.
           DISPLAY "TARGET SEASON          : " WS-TGT-FROM-DT
                   " - " WS-TGT-TO-DT.
           DISPLAY "EXCLUSION CARDS        : " WS-EXC-CT.
           DISPLAY "PAIRS EXAMINED         : " WS-PAIRS-READ-CT.
           DISPLAY "PAIRS CARRIED          : " WS-CARRIED-CT.
           DISPLAY "PAIRS ALREADY PRESENT  : " WS-PRESENT-CT.
           DISPLAY "PAIRS EXCLUDED         : " WS-EXCLUDED-CT.
           DISPLAY "REGION NOT ACTIVE      : " WS-REGION-REFUSED-CT.
           DISPLAY "POSTAL CODE NOT LIVE   : " WS-POSTAL-REFUSED-CT.
           DISPLAY "UNMATCHED EXCLUSIONS   : " WS-UNMATCHED-EXC-CT.

           IF WS-CARRIED-CT = ZERO
               DISPLAY "WZIPROLL - NO PAIRS CARRIED INTO TARGET SEASON"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-REGION-REFUSED-CT > ZERO
                   OR WS-POSTAL-REFUSED-CT > ZERO
               DISPLAY "WZIPROLL - PAIRS REFUSED, SEE REGISTER"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *    0050-TAKE-RUN-LOCK CLAIMS THE SINGLE-WRITER WZIP_RUNLOCK
      *    (MODE 'S') BEFORE THE FIRST SEASON IS CARRIED -- SEE
      *    CHECKSQL'S 0050 FOR THE FULL SCHEME. A HELD LOCK REFUSES
      *    THE RUN WITH CONDITION CODE 12; 'B' IN THE PARMCARD
      *    LOCK-BREAK COLUMN CLEARS A STALE CLAIM LEFT BY AN ABEND.
      ******************************************************************
       0050-TAKE-RUN-LOCK.
           IF WS-LOCK-BREAK
               EXEC SQL
                   DELETE
                   FROM     WZIP_RUNLOCK
               END-EXEC
               DISPLAY "WZIPROLL - STALE RUN LOCK BROKEN BY PARM"
           END-IF.

           EXEC SQL
               SELECT   LOCK_RUN_ID, LOCK_RUN_MODE,
                        CHAR(LOCK_START_TS)
               INTO     :WS-LOCK-HELD-RUN-ID, :WS-LOCK-HELD-MODE,
                        :WS-LOCK-HELD-TS
               FROM     WZIP_RUNLOCK
               WHERE    LOCK_ID = 1
           END-EXEC.

           IF SQLCODE = ZERO
               DISPLAY "WZIPROLL - WZIP LOCKED BY RUN "
                       WS-LOCK-HELD-RUN-ID
                       " MODE " WS-LOCK-HELD-MODE
                       " SINCE " WS-LOCK-HELD-TS
               DISPLAY "WZIPROLL - RUN REFUSED, ONE WRITER AT A TIME"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SQLCODE NOT = 100
               DISPLAY "WZIPROLL - RUN LOCK PROBE FAILED, SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               INSERT
               INTO     WZIP_RUNLOCK
               (LOCK_ID, LOCK_RUN_ID, LOCK_RUN_MODE, LOCK_START_TS)
               VALUES (1, :WS-RUN-ID, :WS-LOCK-MODE,
                       CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY "WZIPROLL - RUN LOCK CLAIM LOST, SQLCODE "
                       SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

       6900-RELEASE-RUN-LOCK.
           EXEC SQL
               DELETE
               FROM     WZIP_RUNLOCK
               WHERE    LOCK_ID     = 1
                 AND    LOCK_RUN_ID = :WS-RUN-ID
           END-EXEC.

           EXEC SQL
               COMMIT
           END-EXEC.

      ******************************************************************
      *    0100-READ-PARM-CARD GETS THE COMMIT INTERVAL AND THE RUN-ID
      *    FROM THE SHARED ONE-RECORD CONTROL CARD. THE RUN-ID IS
      *    REQUIRED -- IT IS THE ONLY HANDLE WZIPBKOT HAS TO TAKE A
      *    BAD ROLLOVER BACK OUT, SO IT SHOULD BE ONE USED FOR NOTHING
      *    ELSE.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.

           READ PARMCARD
               AT END
                   DISPLAY "WZIPROLL ABEND - PARMCARD EMPTY OR MISSING"
                   CLOSE PARMCARD
                   STOP RUN
           END-READ.

           CLOSE PARMCARD.

           MOVE PARM-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL.
           MOVE PARM-RUN-ID          TO WS-RUN-ID.
           MOVE PARM-LOCK-BREAK-SW   TO WS-LOCK-BREAK-SW.

           IF WS-RUN-ID = SPACES
               DISPLAY "WZIPROLL ABEND - PARMCARD RUN-ID REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    0200-READ-ROLL-CARD GETS THE ONE-RECORD ROLLOVER CONTROL
      *    CARD. ALL FOUR DATES ARE REQUIRED, EACH WINDOW MUST RUN
      *    FORWARD, AND THE TARGET SEASON MUST START AFTER THE SOURCE
      *    SEASON ENDS -- A ROLLOVER INTO AN OVERLAPPING WINDOW WOULD
      *    STACK TWO SEASON ROWS FOR ONE PAIR ON THE SAME DAYS (THE
      *    WZIPCHK 'OVLP' CONDITION) AND LET THE CURSOR SEE ITS OWN
      *    NEW ROWS.
      ******************************************************************
       0200-READ-ROLL-CARD.
           OPEN INPUT ROLLCARD.

           READ ROLLCARD
               AT END
                   DISPLAY "WZIPROLL ABEND - ROLLCARD EMPTY OR MISSING"
                   CLOSE ROLLCARD
                   STOP RUN
           END-READ.

           CLOSE ROLLCARD.

           IF ROL-SRC-FROM-DT NOT NUMERIC
                   OR ROL-SRC-TO-DT NOT NUMERIC
                   OR ROL-TGT-FROM-DT NOT NUMERIC
                   OR ROL-TGT-TO-DT NOT NUMERIC
               DISPLAY "WZIPROLL ABEND - ALL FOUR SEASON DATES REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ROL-SRC-FROM-DT TO WS-SRC-FROM-DT.
           MOVE ROL-SRC-TO-DT   TO WS-SRC-TO-DT.
           MOVE ROL-TGT-FROM-DT TO WS-TGT-FROM-DT.
           MOVE ROL-TGT-TO-DT   TO WS-TGT-TO-DT.

           IF WS-SRC-FROM-DT = ZERO OR WS-TGT-FROM-DT = ZERO
               DISPLAY "WZIPROLL ABEND - ALL FOUR SEASON DATES REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-SRC-FROM-DT > WS-SRC-TO-DT
                   OR WS-TGT-FROM-DT > WS-TGT-TO-DT
               DISPLAY "WZIPROLL ABEND - SEASON WINDOW ENDS BEFORE"
                       " IT STARTS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TGT-FROM-DT NOT > WS-SRC-TO-DT
               DISPLAY "WZIPROLL ABEND - TARGET SEASON MUST START"
                       " AFTER SOURCE SEASON ENDS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    0250-LOAD-EXCLUSIONS READS THE ROLLEXCL DECK INTO CORE. AN
      *    EMPTY DECK IS NORMAL (CARRY EVERYTHING). A CARD WITH A BAD
      *    TYPE OR NO CODE REFUSES THE RUN RATHER THAN BEING DROPPED
      *    -- IGNORING IT WOULD CARRY FORWARD THE VERY PAIRS OPS ASKED
      *    TO HOLD BACK.
      ******************************************************************
       0250-LOAD-EXCLUSIONS.
           OPEN INPUT ROLLEXCL.

           PERFORM 0260-READ-EXCLUSION-CARD.

           PERFORM UNTIL WS-EXC-EOF
               IF NOT EXC-ZIP-CARD AND NOT EXC-REGION-CARD
                       OR EXC-CODE = SPACES
                   DISPLAY "WZIPROLL ABEND - BAD EXCLUSION CARD: "
                           EXCLUSION-CARD(1:10)
                   CLOSE ROLLEXCL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-EXC-CT >= WS-EXC-MAX
                   DISPLAY "WZIPROLL ABEND - MORE THAN " WS-EXC-MAX
                           " EXCLUSION CARDS"
                   CLOSE ROLLEXCL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-EXC-CT
               MOVE EXC-TYPE-CD TO WS-EXC-TYPE(WS-EXC-CT)
               MOVE EXC-CODE    TO WS-EXC-CODE(WS-EXC-CT)
               MOVE ZERO        TO WS-EXC-HIT-CT(WS-EXC-CT)

               PERFORM 0260-READ-EXCLUSION-CARD
           END-PERFORM.

           CLOSE ROLLEXCL.

       0260-READ-EXCLUSION-CARD.
           READ ROLLEXCL
               AT END
                   SET WS-EXC-EOF TO TRUE
           END-READ.

       0300-PRINT-HEADINGS.
           MOVE WS-RUN-ID         TO HDG-RUN-ID.
           MOVE '1'               TO PRT-CC.
           MOVE HDG-REPORT-LINE   TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE WS-SRC-FROM-DT    TO HDG-SRC-FROM-DT.
           MOVE WS-SRC-TO-DT      TO HDG-SRC-TO-DT.
           MOVE WS-TGT-FROM-DT    TO HDG-TGT-FROM-DT.
           MOVE WS-TGT-TO-DT      TO HDG-TGT-TO-DT.
           MOVE SPACE             TO PRT-CC.
           MOVE HDG-WINDOW-LINE   TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE SPACE             TO PRT-CC.
           MOVE HDG-COLUMN-LINE   TO PRT-DATA.
           WRITE PRINT-LINE.

       1000-FETCH-ROLL-PAIR.
           EXEC SQL
               FETCH WZROLCSR
               INTO  :WS-ROL-ZIP, :WS-ROL-REGION, :WS-ROL-COUNTRY
           END-EXEC.

           IF SQLCODE = 100
               SET WS-CSR-EOF TO TRUE
           ELSE
           IF SQLCODE NOT = ZERO
               PERFORM 5500-ABORT-PAIR
           END-IF
           END-IF.

      ******************************************************************
      *    2000-ROLL-ONE-PAIR RUNS ONE SOURCE PAIR THROUGH THE GATES IN
      *    ORDER -- EXCLUSION CARDS, WREGION ACTIVE STATUS, A TARGET
      *    SEASON ALREADY LOADED, THE POSTAL_REF LIVE-CODE CHECK -- AND
      *    CARRIES IT ONLY IF IT CLEARS ALL FOUR. EVERY PAIR GETS ONE
      *    REGISTER LINE SAYING WHICH WAY IT WENT.
      ******************************************************************
       2000-ROLL-ONE-PAIR.
           MOVE WS-ROL-ZIP     TO DTL-ZIP-CD.
           MOVE WS-ROL-REGION  TO DTL-REGION-CD.
           MOVE WS-ROL-COUNTRY TO DTL-COUNTRY-CD.

           PERFORM 2100-CHECK-EXCLUSIONS.

           IF WS-PAIR-EXCLUDED
               ADD 1 TO WS-EXCLUDED-CT
               PERFORM 5000-PRINT-DETAIL
           ELSE
               IF WS-ROL-REGION NOT = WS-LAST-REGION
                   PERFORM 2200-PROBE-REGION-STATUS
               END-IF

               IF NOT WS-REGION-ACTIVE
                   ADD 1 TO WS-REGION-REFUSED-CT
                   MOVE 'REGE' TO DTL-RESULT-CD
                   MOVE "REGION NOT ACTIVE ON WREGION"
                       TO DTL-RESULT
                   PERFORM 5000-PRINT-DETAIL
               ELSE
                   PERFORM 2300-PROBE-TARGET-SEASON

                   IF WS-TARGET-ROW-CT > ZERO
                       ADD 1 TO WS-PRESENT-CT
                       MOVE 'PRES' TO DTL-RESULT-CD
                       MOVE "TARGET SEASON ALREADY PRESENT"
                           TO DTL-RESULT
                       PERFORM 5000-PRINT-DETAIL
                   ELSE
                       PERFORM 2400-VALIDATE-POSTAL-REF

                       IF WS-POSTAL-INVALID
                           ADD 1 TO WS-POSTAL-REFUSED-CT
                           MOVE 'PSTE' TO DTL-RESULT-CD
                           MOVE "ZIP NOT A LIVE CODE ON POSTAL_REF"
                               TO DTL-RESULT
                           PERFORM 5000-PRINT-DETAIL
                       ELSE
                           PERFORM 3000-CARRY-PAIR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2100-CHECK-EXCLUSIONS MATCHES THE PAIR AGAINST THE IN-CORE
      *    EXCLUSION CARDS -- A 'Z' CARD ON THE FULL ZIP CODE, AN 'R'
      *    CARD ON THE REGION CODE. THE FIRST CARD THAT MATCHES TAKES
      *    THE HIT AND SETS THE REGISTER RESULT.
      ******************************************************************
       2100-CHECK-EXCLUSIONS.
           MOVE 'N' TO WS-EXCLUDED-SW.

           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-CT
                      OR WS-PAIR-EXCLUDED
               IF WS-EXC-TYPE(WS-EXC-SUB) = 'Z'
                       AND WS-EXC-CODE(WS-EXC-SUB) = WS-ROL-ZIP
                   SET WS-PAIR-EXCLUDED TO TRUE
                   ADD 1 TO WS-EXC-HIT-CT(WS-EXC-SUB)
                   MOVE 'EXCZ' TO DTL-RESULT-CD
                   MOVE "ZIP EXCLUDED BY CARD" TO DTL-RESULT
               ELSE
               IF WS-EXC-TYPE(WS-EXC-SUB) = 'R'
                       AND WS-EXC-CODE(WS-EXC-SUB)(1:4) = WS-ROL-REGION
                   SET WS-PAIR-EXCLUDED TO TRUE
                   ADD 1 TO WS-EXC-HIT-CT(WS-EXC-SUB)
                   MOVE 'EXCR' TO DTL-RESULT-CD
                   MOVE "REGION EXCLUDED BY CARD" TO DTL-RESULT
               END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    2200-PROBE-REGION-STATUS APPLIES THE SAME WREGION ACTIVE
      *    GATE CHECKSQL APPLIES TO AN ADD, ONCE PER REGION (THE
      *    CURSOR RUNS IN REGION ORDER). A REGION RETIRED SINCE THE
      *    SOURCE SEASON IS NOT CARRIED -- ITS ZIPS NEED A NEW HOME,
      *    WHICH IS A CROP SOURCING DECISION, NOT A ROLLOVER.
      ******************************************************************
       2200-PROBE-REGION-STATUS.
           MOVE WS-ROL-REGION TO WS-LAST-REGION.
           MOVE 'N' TO WS-REGION-ACTIVE-SW.

           EXEC SQL
               SELECT   REGION_STATUS
               INTO     :WS-WREGION-STATUS
               FROM     WREGION
               WHERE    GROWING_REGION_CD = :WS-ROL-REGION
           END-EXEC.

           IF SQLCODE = ZERO AND WS-WREGION-STATUS = 'A'
               SET WS-REGION-ACTIVE TO TRUE
           END-IF.

      ******************************************************************
      *    2300-PROBE-TARGET-SEASON COUNTS THE PAIR'S SEASON ROWS THAT
      *    ALREADY OVERLAP ANY PART OF THE TARGET WINDOW -- WHETHER
      *    CROP SOURCING SENT THE NEW SEASON EARLY OR AN EARLIER PASS
      *    OF THIS RUN-ID ALREADY CARRIED IT, ANOTHER ROW WOULD ONLY
      *    STACK AN OVERLAP. ANY SQLCODE BUT A CLEAN COUNT ABORTS.
      ******************************************************************
       2300-PROBE-TARGET-SEASON.
           MOVE ZERO TO WS-TARGET-ROW-CT.

           EXEC SQL
               SELECT   COUNT(*)
               INTO     :WS-TARGET-ROW-CT
               FROM     WZIP
               WHERE    POSTAL_ZIP_CD     = :WS-ROL-ZIP
                 AND    GROWING_REGION_CD = :WS-ROL-REGION
                 AND    EFF_FROM_DT      <= :WS-TGT-TO-DT
                 AND    EFF_TO_DT        >= :WS-TGT-FROM-DT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 5500-ABORT-PAIR
           END-IF.

      ******************************************************************
      *    2400-VALIDATE-POSTAL-REF IS CHECKSQL'S 1030 LIVE-CODE CHECK
      *    APPLIED TO A CARRIED PAIR: A US ZIP KEYED ON ITS FIRST FIVE
      *    DIGITS, A CANADIAN CODE ON ITS COMPACT SIX. A LIVE OR SPLIT
      *    CODE PASSES; A CODE THE POST OFFICE HAS RETIRED SINCE THE
      *    SOURCE SEASON IS NOT CARRIED INTO A NEW ONE.
      ******************************************************************
       2400-VALIDATE-POSTAL-REF.
           SET WS-POSTAL-INVALID TO TRUE.

           MOVE SPACES TO WS-POSTAL-KEY.

           IF WS-ROL-COUNTRY = 'C'
               MOVE WS-ROL-ZIP(1:6) TO WS-POSTAL-KEY
           ELSE
               MOVE WS-ROL-ZIP(1:5) TO WS-POSTAL-KEY
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
      *    3000-CARRY-PAIR INSERTS THE TARGET SEASON ROW AND TRAILS IT
      *    THE SAME WAY CHECKSQL'S 1300-INSERT-AUDIT-ROW TRAILS AN
      *    ADD (OLD_REGION_CD BLANK, THE EXACT NEW WINDOW CAPTURED),
      *    SO WZIPBKOT CAN NAME AND DELETE THE ROW AND WZIPEXTR FEEDS
      *    IT UNDER THIS RUN-ID. ANY UNEXPECTED SQL ERROR ROLLS THE
      *    UNIT OF WORK BACK AND STOPS THE RUN VIA 5500-ABORT-PAIR.
      ******************************************************************
       3000-CARRY-PAIR.
           EXEC SQL
               INSERT
               INTO     WZIP
               (POSTAL_ZIP_CD, GROWING_REGION_CD,
                EFF_FROM_DT, EFF_TO_DT, COUNTRY_CD)
               VALUES (:WS-ROL-ZIP, :WS-ROL-REGION,
                       :WS-TGT-FROM-DT, :WS-TGT-TO-DT,
                       :WS-ROL-COUNTRY)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 5500-ABORT-PAIR
           END-IF.

           EXEC SQL
               INSERT
               INTO     WZIP_AUDIT
               (POSTAL_ZIP_CD, OLD_REGION_CD, NEW_REGION_CD,
                EFF_FROM_DT, EFF_TO_DT, RUN_ID, RUN_TS)
               VALUES (:WS-ROL-ZIP, SPACES,
                       :WS-ROL-REGION,
                       :WS-TGT-FROM-DT, :WS-TGT-TO-DT,
                       :WS-RUN-ID, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 5500-ABORT-PAIR
           END-IF.

           ADD 1 TO WS-CARRIED-CT.
           MOVE 'CARY' TO DTL-RESULT-CD.
           MOVE "CARRIED INTO TARGET SEASON" TO DTL-RESULT.
           PERFORM 5000-PRINT-DETAIL.

           PERFORM 1200-CHECK-COMMIT-INTERVAL.

       5000-PRINT-DETAIL.
           MOVE SPACE             TO PRT-CC.
           MOVE DTL-ROLL-LINE     TO PRT-DATA.
           WRITE PRINT-LINE.

      ******************************************************************
      *    6100-PRINT-UNMATCHED-EXCL LISTS AN EXCLUSION CARD THAT HELD
      *    NOTHING BACK. THE RUN IS NOT FAILED FOR IT, BUT A MISTYPED
      *    CODE MEANS THE PAIR OPS MEANT TO EXCLUDE WAS CARRIED AND
      *    MAY NEED A CHECKSQL 'D' CARD OR A WZIPBKOT BACKOUT.
      ******************************************************************
       6100-PRINT-UNMATCHED-EXCL.
           IF WS-EXC-HIT-CT(WS-EXC-SUB) = ZERO
               ADD 1 TO WS-UNMATCHED-EXC-CT
               MOVE 'NMAT' TO DTL-RESULT-CD
               MOVE SPACES TO DTL-ZIP-CD
               MOVE SPACES TO DTL-REGION-CD
               MOVE SPACE  TO DTL-COUNTRY-CD
               IF WS-EXC-TYPE(WS-EXC-SUB) = 'Z'
                   MOVE WS-EXC-CODE(WS-EXC-SUB) TO DTL-ZIP-CD
               ELSE
                   MOVE WS-EXC-CODE(WS-EXC-SUB) TO DTL-REGION-CD
               END-IF
               MOVE "EXCLUSION CARD MATCHED NO PAIR" TO DTL-RESULT
               PERFORM 5000-PRINT-DETAIL
           END-IF.

      ******************************************************************
      *    5500-ABORT-PAIR BACKS OUT THE UNIT OF WORK WHEN A PAIR
      *    FAILS PARTWAY -- NO WZIP ROW CAN COMMIT WITHOUT ITS AUDIT
      *    ROW, SO WZIPBKOT CAN ALWAYS FIND EVERYTHING THE RUN DID.
      *    THE RERUN UNDER THE SAME RUN-ID SKIPS THE PAIRS ALREADY
      *    COMMITTED AS PRESENT. THE RUN LOCK IS GIVEN BACK BEFORE THE
      *    STOP SO THE RERUN DOES NOT NEED THE LOCK-BREAK PARM.
      ******************************************************************
       5500-ABORT-PAIR.
           DISPLAY "WZIPROLL ABEND - SQL ERROR " SQLCODE
                   " ZIP " WS-ROL-ZIP
                   " REGION " WS-ROL-REGION
                   ", PAIR ROLLED BACK".

           EXEC SQL
               ROLLBACK
           END-EXEC.

           PERFORM 6900-RELEASE-RUN-LOCK.

           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *    1200-CHECK-COMMIT-INTERVAL COMMITS EVERY PARM INTERVAL OF
      *    CARRIED PAIRS, THE SAME CADENCE CHECKSQL USES. NO
      *    CHECKPOINT IS KEPT -- A RERUN IS SAFE FROM THE TOP BECAUSE
      *    PAIRS ALREADY CARRIED PROBE AS PRESENT.
      ******************************************************************
       1200-CHECK-COMMIT-INTERVAL.
           ADD 1 TO WS-COMMIT-SINCE-CT.

           IF WS-COMMIT-SINCE-CT >= WS-COMMIT-INTERVAL
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO WS-COMMIT-SINCE-CT
           END-IF.
