       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPOPS.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       MORNING OPERATIONS SUMMARY, RUN AS THE LAST STEP
      *            OF THE NIGHTLY WZIP STREAM. READS WHAT THE STREAM
      *            LEFT BEHIND -- THE CHECKSQL OUT CONTROL RECORD AND
      *            RUN-HISTORY FILE, THE WZIPEXTR EXTRACT CONTROL, THE
      *            FEED-STATUS FILE AS WZIPACK ROLLED IT, THE SUSPENSE
      *            KSDS AS WZIPSUSP LEFT IT, THE WZIPRCN REGTOTS AND
      *            WZIPCHK CHKTOTS TOTALS, AND THE WZIP_RUNLOCK ROW --
      *            AND PRINTS ONE PAGE WITH A GREEN / AMBER / RED FLAG
      *            PER AREA: LOAD COUNTS AGAINST THE WZIPSTAT TRAILING
      *            AVERAGE, FEEDS AWAITING ACKNOWLEDGMENT OR SHORT,
      *            SUSPENSE PAST THE AGE LIMIT, INTEGRITY EXCEPTIONS,
      *            AND A RUN LOCK LEFT HELD. ANY RED AREA ENDS THE JOB
      *            WITH CONDITION CODE 8 SO THE SCHEDULER PAGES THE
      *            ON-CALL ANALYST; AMBER IS FOR THE MORNING READ ONLY.
      *            READ-ONLY -- NOTHING IS WRITTEN BUT OPSRPT.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTCTL   ASSIGN TO OUTCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNHIST  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTCTL   ASSIGN TO EXTCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT FDSFILE  ASSIGN TO FDSFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPFILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY.

           SELECT REGTOTS  ASSIGN TO REGTOTS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHKTOTS  ASSIGN TO CHKTOTS
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPSRPT   ASSIGN TO OPSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PARMCARD.

       FD  OUTCTL
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  OUT-CONTROL-RECORD.
           05  OUT-RUN-DATE           PIC 9(08).
           05  OUT-GREDIT-REGION      PIC X(04).
           05  OUT-COUNT-READ         PIC 9(07).
           05  OUT-COUNT-INSERTED     PIC 9(07).
           05  OUT-COUNT-UPDATED      PIC 9(07).
           05  OUT-COUNT-REJECTED     PIC 9(07).
           05  OUT-COUNT-REJECTED-VAL PIC 9(07).
           05  OUT-COUNT-DELETED      PIC 9(07).
           05  FILLER                 PIC X(06).

       FD  RUNHIST
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY RUNHREC.

       FD  EXTCTL
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY EXTCREC.

       FD  FDSFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY FDSREC.

       FD  SUSPFILE
           LABEL RECORDS STANDARD.
           COPY SUSPREC.

       FD  REGTOTS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  REGTOT-RECORD.
           05  RGT-REGION-CD          PIC X(04).
           05  RGT-MATCHED-CT         PIC 9(07).
           05  RGT-TBLONLY-CT         PIC 9(07).
           05  RGT-SNPONLY-CT         PIC 9(07).
           05  RGT-LEVEL-CD           PIC X(01).
               88  RGT-REGION-LEVEL   VALUE 'R'.
               88  RGT-DISTRICT-LEVEL VALUE 'T'.
               88  RGT-DIVISION-LEVEL VALUE 'V'.
               88  RGT-UNASSIGNED     VALUE 'X'.
           05  FILLER                 PIC X(04).

       FD  CHKTOTS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CHKTOT-RECORD.
           05  CKT-REGION-CD          PIC X(04).
           05  CKT-ROW-CT             PIC 9(07).
           05  CKT-OVLP-CT            PIC 9(07).
           05  CKT-REG-CT             PIC 9(07).
           05  CKT-DATE-CT            PIC 9(07).
           05  CKT-NOAU-CT            PIC 9(07).
           05  CKT-LEVEL-CD           PIC X(01).
               88  CKT-REGION-LEVEL   VALUE 'R'.
               88  CKT-DISTRICT-LEVEL VALUE 'T'.
               88  CKT-DIVISION-LEVEL VALUE 'V'.
               88  CKT-UNASSIGNED     VALUE 'X'.

       FD  OPSRPT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRINT-LINE.
           05  PRT-CC                 PIC X(01).
           05  PRT-DATA               PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RUN-PARMS.
           05  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT           PIC S9(09) BINARY VALUE ZERO.
           05  WS-AGE-DAYS            PIC S9(05) BINARY VALUE ZERO.
           05  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
           05  WS-TO-DATE             PIC 9(08) VALUE 99999999.
           05  WS-SUSP-AGE-LIMIT      PIC 9(03) VALUE ZERO.
           05  WS-GRACE-DAYS          PIC 9(03) VALUE ZERO.
           05  WS-RCN-TOLERANCE       PIC 9(05) VALUE ZERO.
           05  WS-CHK-TOLERANCE       PIC 9(05) VALUE ZERO.
           05  WS-EDIT-CT             PIC ZZZZZZ9.

      *    THE AREA BEING JUDGED. EACH CHECK STARTS IT GREEN AND RAISES
      *    IT THROUGH 8010 / 8020; THE FIRST REASON FOUND AT THE
      *    AREA'S WORST LEVEL IS THE ONE PRINTED BESIDE THE FLAG.
       01  WS-AREA-WORK.
           05  WS-AREA-NAME           PIC X(10) VALUE SPACES.
           05  WS-AREA-LEVEL          PIC 9(01) VALUE ZERO.
               88  WS-AREA-GREEN      VALUE 0.
               88  WS-AREA-AMBER      VALUE 1.
               88  WS-AREA-RED        VALUE 2.
           05  WS-AREA-NOTE           PIC X(60) VALUE SPACES.
           05  WS-RAISE-NOTE          PIC X(60) VALUE SPACES.
           05  WS-WORST-LEVEL         PIC 9(01) VALUE ZERO.
           05  WS-AMBER-AREA-CT       PIC 9(01) VALUE ZERO.
           05  WS-RED-AREA-CT         PIC 9(01) VALUE ZERO.

       01  WS-LOAD-WORK.
           05  WS-OUT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-OUT-FOUND       VALUE 'Y'.
           05  WS-RUNH-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-RUNH-FOUND      VALUE 'Y'.
           05  WS-LAST-RUNH           PIC X(70) VALUE SPACES.
           05  WS-LAST-RUNH-R REDEFINES WS-LAST-RUNH.
               10  WS-LR-RUN-DATE     PIC 9(08).
               10  WS-LR-RUN-ID       PIC X(08).
               10  WS-LR-READ         PIC 9(07).
               10  WS-LR-INSERTED     PIC 9(07).
               10  WS-LR-UPDATED      PIC 9(07).
               10  WS-LR-DELETED      PIC 9(07).
               10  WS-LR-REJECTED     PIC 9(07).
               10  WS-LR-REJECTED-VAL PIC 9(07).
               10  FILLER             PIC X(12).
           05  WS-PRIOR-RUN-CT        PIC 9(05) VALUE ZERO.
           05  WS-PRIOR-READ          PIC 9(09) VALUE ZERO.
           05  WS-PRIOR-INSERT        PIC 9(09) VALUE ZERO.
           05  WS-PRIOR-REJECT        PIC 9(09) VALUE ZERO.
           05  WS-AVG-INSERT          PIC 9(07) VALUE ZERO.
           05  WS-AVG-RATE            PIC 9(05)V99 VALUE ZERO.
           05  WS-RUN-REJECT          PIC 9(07) VALUE ZERO.
           05  WS-RUN-RATE            PIC 9(05)V99 VALUE ZERO.

       01  WS-FEED-WORK.
           05  WS-EXTC-READ-CT        PIC 9(05) VALUE ZERO.
           05  WS-EXTC-UNPOSTED-CT    PIC 9(05) VALUE ZERO.
           05  WS-FDS-CT              PIC 9(05) VALUE ZERO.
           05  WS-PENDING-CT          PIC 9(05) VALUE ZERO.
           05  WS-OVERDUE-CT          PIC 9(05) VALUE ZERO.
           05  WS-PAST-GRACE-CT       PIC 9(05) VALUE ZERO.
           05  WS-SHORT-CT            PIC 9(05) VALUE ZERO.

      *    THE NIGHT'S EXTRACT-CONTROL RECORDS, TABLED AS WZIPACK
      *    TABLES THEM, SO EACH CAN BE TICKED OFF AGAINST THE ROLLED
      *    FEED-STATUS FILE -- ONE NOT ON IT WAS NEVER POSTED.
       01  WS-EXTC-TABLE.
           05  WS-EXTC-MAX            PIC 9(03) VALUE 50.
           05  WS-EXTC-CT             PIC 9(03) VALUE ZERO.
           05  WS-EXTC-ENTRY OCCURS 50 TIMES.
               10  WS-EXTC-RUN-DATE   PIC 9(08).
               10  WS-EXTC-RUN-ID     PIC X(08).
               10  WS-EXTC-POSTED-SW  PIC X(01).

       77  WS-EXTC-SUB                PIC 9(03) BINARY VALUE ZERO.

       01  WS-SUSP-WORK.
           05  WS-SUSP-CT             PIC 9(07) VALUE ZERO.
           05  WS-SUSP-AGED-CT        PIC 9(07) VALUE ZERO.
           05  WS-SUSP-OLDEST-DAYS    PIC S9(05) BINARY VALUE ZERO.

       01  WS-INTEGRITY-WORK.
           05  WS-RGT-READ-CT         PIC 9(05) VALUE ZERO.
           05  WS-RCN-MISMATCH-CT     PIC 9(07) VALUE ZERO.
           05  WS-CKT-READ-CT         PIC 9(05) VALUE ZERO.
           05  WS-CHK-EXCEPTION-CT    PIC 9(07) VALUE ZERO.
           05  WS-NODST-CT            PIC 9(05) VALUE ZERO.

       01  WS-LOCK-WORK.
           05  WS-LOCK-HELD-RUN-ID    PIC X(08) VALUE SPACES.
           05  WS-LOCK-HELD-MODE      PIC X(01) VALUE SPACE.
           05  WS-LOCK-HELD-TS        PIC X(26) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.

       01  HDG-REPORT-LINE.
           05  FILLER                 PIC X(10) VALUE "WZIPOPS - ".
           05  FILLER                 PIC X(36)
                   VALUE "NIGHTLY WZIP OPERATIONS SUMMARY     ".
           05  FILLER                 PIC X(06) VALUE "AS OF ".
           05  HDG-TODAY-DATE         PIC 9(08).

       01  HDG-COLUMN-LINE.
           05  FILLER                 PIC X(30)
                   VALUE "AREA        FLAG   FINDING    ".

       01  DTL-AREA-LINE.
           05  DTL-AREA-NAME          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-AREA-FLAG          PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-AREA-NOTE          PIC X(60).

       01  DTL-COUNT-LINE.
           05  FILLER                 PIC X(19) VALUE SPACES.
           05  DTL-CT-LABEL           PIC X(32).
           05  DTL-CT-VALUE           PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-CT-NOTE            PIC X(40).

       01  TOT-OVERALL-LINE.
           05  FILLER                 PIC X(12) VALUE "OVERALL     ".
           05  TOT-OVERALL-FLAG       PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TOT-RED-CT             PIC 9.
           05  FILLER                 PIC X(10) VALUE " RED AREA ".
           05  TOT-AMBER-CT           PIC 9.
           05  FILLER                 PIC X(11) VALUE " AMBER AREA".

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

           PERFORM 0100-READ-PARM-CARD.

           OPEN OUTPUT OPSRPT.

           MOVE WS-TODAY-DATE   TO HDG-TODAY-DATE.
           MOVE '1'             TO PRT-CC.
           MOVE HDG-REPORT-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           MOVE '0'             TO PRT-CC.
           MOVE HDG-COLUMN-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           PERFORM 1000-CHECK-LOAD.
           PERFORM 2000-CHECK-FEEDS.
           PERFORM 3000-CHECK-SUSPENSE.
           PERFORM 4000-CHECK-INTEGRITY.
           PERFORM 5000-CHECK-RUN-LOCK.

       6000-FINAL-COUNT.
           EVALUATE WS-WORST-LEVEL
               WHEN 2
                   MOVE "RED"   TO TOT-OVERALL-FLAG
               WHEN 1
                   MOVE "AMBER" TO TOT-OVERALL-FLAG
               WHEN OTHER
                   MOVE "GREEN" TO TOT-OVERALL-FLAG
           END-EVALUATE.

           MOVE WS-RED-AREA-CT   TO TOT-RED-CT.
           MOVE WS-AMBER-AREA-CT TO TOT-AMBER-CT.
           MOVE '0'              TO PRT-CC.
           MOVE TOT-OVERALL-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           CLOSE OPSRPT.

           DISPLAY "---------------------------------------------".
           DISPLAY "WZIPOPS SUMMARY DATE   : " WS-TODAY-DATE.
           DISPLAY "OVERALL STATUS         : " TOT-OVERALL-FLAG.
           DISPLAY "AREAS RED              : " WS-RED-AREA-CT.
           DISPLAY "AREAS AMBER            : " WS-AMBER-AREA-CT.

           IF WS-RED-AREA-CT > ZERO
               DISPLAY "WZIPOPS - RED AREA ON SUMMARY, SEE OPSRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *    0100-READ-PARM-CARD TAKES EVERY LIMIT FROM THE SAME CARD
      *    FIELD, AND THE SAME DEFAULT, THE JOB THAT OWNS IT USES --
      *    THE WZIPSTAT DATE RANGE, THE WZIPSUSP AGE LIMIT (30), THE
      *    WZIPRSND GRACE AGE (2), THE WZIPRCN AND WZIPCHK TOLERANCES
      *    (ZERO) -- SO THE SUMMARY NEVER JUDGES AN AREA BY A
      *    DIFFERENT RULE THAN THE STREAM ITSELF APPLIED.
      ******************************************************************
       0100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.

           READ PARMCARD
               AT END
                   DISPLAY "WZIPOPS ABEND - PARMCARD EMPTY OR MISSING"
                   CLOSE PARMCARD
                   STOP RUN
           END-READ.

           CLOSE PARMCARD.

           IF PARM-STAT-FROM-DATE IS NUMERIC
                   AND PARM-STAT-FROM-DATE > ZERO
               MOVE PARM-STAT-FROM-DATE TO WS-FROM-DATE
           END-IF.

           IF PARM-STAT-TO-DATE IS NUMERIC
                   AND PARM-STAT-TO-DATE > ZERO
               MOVE PARM-STAT-TO-DATE TO WS-TO-DATE
           END-IF.

           IF PARM-SUSP-AGE-DAYS NOT NUMERIC
                   OR PARM-SUSP-AGE-DAYS = ZERO
               MOVE 30 TO WS-SUSP-AGE-LIMIT
           ELSE
               MOVE PARM-SUSP-AGE-DAYS TO WS-SUSP-AGE-LIMIT
           END-IF.

           IF PARM-RSND-GRACE-DAYS NOT NUMERIC
                   OR PARM-RSND-GRACE-DAYS = ZERO
               MOVE 2 TO WS-GRACE-DAYS
           ELSE
               MOVE PARM-RSND-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.

           IF PARM-RCN-TOLERANCE IS NUMERIC
               MOVE PARM-RCN-TOLERANCE TO WS-RCN-TOLERANCE
           END-IF.

           IF PARM-CHK-TOLERANCE IS NUMERIC
               MOVE PARM-CHK-TOLERANCE TO WS-CHK-TOLERANCE
           END-IF.

      ******************************************************************
      *    1000-CHECK-LOAD JUDGES LAST NIGHT'S CHECKSQL LOAD.
      *    RED: NO OUT CONTROL RECORD, OR ONE MORE THAN A DAY OLD --
      *    THE LOAD DID NOT RUN. AMBER: THE RUN-HISTORY FILE'S LAST
      *    LINE DISAGREES WITH THE OUT RECORD, OR THE LOAD DEVIATES
      *    FROM THE TRAILING AVERAGE OF THE EARLIER RUNS BY WZIPSTAT'S
      *    OWN TEST -- REJECT RATE MORE THAN DOUBLE, OR INSERT VOLUME
      *    MORE THAN DOUBLE OR UNDER HALF, ONCE THREE RUNS HAVE
      *    ACCUMULATED IN THE WZIPSTAT DATE RANGE.
      ******************************************************************
       1000-CHECK-LOAD.
           MOVE "LOAD"  TO WS-AREA-NAME.
           PERFORM 8000-START-AREA.

           OPEN INPUT OUTCTL.
           READ OUTCTL
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-OUT-FOUND TO TRUE
           END-READ.
           CLOSE OUTCTL.

           PERFORM 1100-READ-RUN-HISTORY.

           IF NOT WS-OUT-FOUND
               MOVE "NO OUT CONTROL RECORD - LOAD DID NOT RUN"
                 TO WS-RAISE-NOTE
               PERFORM 8020-RAISE-RED
           ELSE
           IF OUT-RUN-DATE NOT NUMERIC OR OUT-RUN-DATE = ZERO
               MOVE "OUT CONTROL RECORD HAS NO RUN DATE"
                 TO WS-RAISE-NOTE
               PERFORM 8020-RAISE-RED
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(OUT-RUN-DATE)
               IF WS-AGE-DAYS > 1
                   MOVE "OUT CONTROL RECORD IS STALE - LOAD DID NOT RUN"
                     TO WS-RAISE-NOTE
                   PERFORM 8020-RAISE-RED
               END-IF
               PERFORM 1200-COMPARE-TRAILING
           END-IF
           END-IF.

           IF WS-AREA-GREEN
               MOVE "LOAD COUNTS IN LINE WITH TRAILING AVERAGE"
                 TO WS-AREA-NOTE
           END-IF.

           PERFORM 8100-PRINT-AREA-LINE.

           IF WS-OUT-FOUND
               MOVE "LOAD RUN DATE"            TO DTL-CT-LABEL
               MOVE OUT-RUN-DATE               TO DTL-CT-VALUE
               MOVE SPACES                     TO DTL-CT-NOTE
               PERFORM 8200-PRINT-COUNT-LINE
               MOVE "RECORDS READ"             TO DTL-CT-LABEL
               MOVE OUT-COUNT-READ             TO DTL-CT-VALUE
               PERFORM 8200-PRINT-COUNT-LINE
               MOVE "ROWS INSERTED"            TO DTL-CT-LABEL
               MOVE OUT-COUNT-INSERTED         TO DTL-CT-VALUE
               MOVE "TRAILING AVERAGE"         TO DTL-CT-NOTE
               MOVE WS-AVG-INSERT              TO WS-EDIT-CT
               MOVE WS-EDIT-CT                 TO DTL-CT-NOTE(18:7)
               PERFORM 8200-PRINT-COUNT-LINE
               MOVE "ROWS UPDATED"             TO DTL-CT-LABEL
               MOVE OUT-COUNT-UPDATED          TO DTL-CT-VALUE
               MOVE SPACES                     TO DTL-CT-NOTE
               PERFORM 8200-PRINT-COUNT-LINE
               MOVE "ROWS DELETED"             TO DTL-CT-LABEL
               MOVE OUT-COUNT-DELETED          TO DTL-CT-VALUE
               PERFORM 8200-PRINT-COUNT-LINE
               MOVE "RECORDS REJECTED"         TO DTL-CT-LABEL
               MOVE WS-RUN-REJECT              TO DTL-CT-VALUE
               PERFORM 8200-PRINT-COUNT-LINE
               MOVE "EARLIER RUNS AVERAGED"    TO DTL-CT-LABEL
               MOVE WS-PRIOR-RUN-CT            TO DTL-CT-VALUE
               PERFORM 8200-PRINT-COUNT-LINE
           END-IF.

      ******************************************************************
      *    1100-READ-RUN-HISTORY WALKS THE PERMANENT RUN-HISTORY FILE,
      *    HOLDING EACH LINE BACK ONE READ: WHEN THE NEXT ONE ARRIVES
      *    THE HELD LINE IS AN EARLIER RUN AND FOLDS INTO THE TRAILING
      *    SUMS (IF IT FALLS IN THE WZIPSTAT RANGE); THE LINE STILL
      *    HELD AT END OF FILE IS LAST NIGHT'S.
      ******************************************************************
       1100-READ-RUN-HISTORY.
           OPEN INPUT RUNHIST.

           MOVE 'N' TO WS-EOF-SW.
           READ RUNHIST
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               IF WS-RUNH-FOUND
                   PERFORM 1150-ADD-TRAILING-RUN
               END-IF

               MOVE RUNH-RECORD TO WS-LAST-RUNH
               SET WS-RUNH-FOUND TO TRUE

               READ RUNHIST
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RUNHIST.

       1150-ADD-TRAILING-RUN.
           IF WS-LR-RUN-DATE >= WS-FROM-DATE
                   AND WS-LR-RUN-DATE <= WS-TO-DATE
               ADD 1              TO WS-PRIOR-RUN-CT
               ADD WS-LR-READ     TO WS-PRIOR-READ
               ADD WS-LR-INSERTED TO WS-PRIOR-INSERT
               ADD WS-LR-REJECTED WS-LR-REJECTED-VAL
                   TO WS-PRIOR-REJECT
           END-IF.

      ******************************************************************
      *    1200-COMPARE-TRAILING IS WZIPSTAT'S 1000-REPORT-RUN TEST
      *    APPLIED TO THE OUT RECORD'S COUNTS.
      ******************************************************************
       1200-COMPARE-TRAILING.
           COMPUTE WS-RUN-REJECT =
               OUT-COUNT-REJECTED + OUT-COUNT-REJECTED-VAL.

           IF NOT WS-RUNH-FOUND
               MOVE "NO RUN-HISTORY LINE FOR THE LOAD"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           ELSE
           IF WS-LR-RUN-DATE NOT = OUT-RUN-DATE
                   OR WS-LR-READ NOT = OUT-COUNT-READ
                   OR WS-LR-INSERTED NOT = OUT-COUNT-INSERTED
               MOVE "RUN-HISTORY LAST LINE DISAGREES WITH OUT RECORD"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF
           END-IF.

           IF OUT-COUNT-READ > ZERO
               COMPUTE WS-RUN-RATE ROUNDED =
                   WS-RUN-REJECT * 100 / OUT-COUNT-READ
           ELSE
               MOVE ZERO TO WS-RUN-RATE
           END-IF.

           IF WS-PRIOR-RUN-CT >= 3
               IF WS-PRIOR-READ > ZERO
                   COMPUTE WS-AVG-RATE ROUNDED =
                       WS-PRIOR-REJECT * 100 / WS-PRIOR-READ
               ELSE
                   MOVE ZERO TO WS-AVG-RATE
               END-IF
               COMPUTE WS-AVG-INSERT ROUNDED =
                   WS-PRIOR-INSERT / WS-PRIOR-RUN-CT

               IF WS-RUN-REJECT > ZERO
                       AND WS-RUN-RATE > WS-AVG-RATE * 2
                   MOVE "REJECT RATE OVER DOUBLE THE TRAILING RATE"
                     TO WS-RAISE-NOTE
                   PERFORM 8010-RAISE-AMBER
               END-IF

               IF WS-AVG-INSERT > ZERO
                       AND (OUT-COUNT-INSERTED > WS-AVG-INSERT * 2
                       OR OUT-COUNT-INSERTED < WS-AVG-INSERT / 2)
                   MOVE "INSERT VOLUME OFF THE TRAILING AVERAGE"
                     TO WS-RAISE-NOTE
                   PERFORM 8010-RAISE-AMBER
               END-IF
           END-IF.

      ******************************************************************
      *    2000-CHECK-FEEDS JUDGES THE SALES FEED FROM THE EXTRACT
      *    CONTROL AND THE FEED-STATUS FILE WZIPACK ROLLED. A FEED
      *    PENDING A DAY OR LESS IS SIMPLY AWAITING ITS ACK AND IS
      *    GREEN. RED: A FEED SETTLED SHORT, OR PENDING PAST THE
      *    WZIPRSND GRACE AGE -- RESEND IS DUE OR HAS NOT CURED IT.
      *    AMBER: A FEED PENDING OVER A DAY BUT WITHIN GRACE, NO
      *    EXTRACT CONTROL AT ALL (THE EXTRACT DID NOT RUN), OR AN
      *    EXTRACT WZIPACK NEVER POSTED TO THE FEED-STATUS FILE.
      ******************************************************************
       2000-CHECK-FEEDS.
           MOVE "FEEDS" TO WS-AREA-NAME.
           PERFORM 8000-START-AREA.

           PERFORM 2100-TABLE-EXTRACT-CONTROL.

           OPEN INPUT FDSFILE.

           MOVE 'N' TO WS-EOF-SW.
           READ FDSFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 2200-JUDGE-FEED-STATUS

               READ FDSFILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FDSFILE.

           PERFORM VARYING WS-EXTC-SUB FROM 1 BY 1
                   UNTIL WS-EXTC-SUB > WS-EXTC-CT
               IF WS-EXTC-POSTED-SW(WS-EXTC-SUB) NOT = 'Y'
                   ADD 1 TO WS-EXTC-UNPOSTED-CT
               END-IF
           END-PERFORM.

           IF WS-SHORT-CT > ZERO
               MOVE "FEED ACKNOWLEDGED SHORT - SEE WZIPRSND"
                 TO WS-RAISE-NOTE
               PERFORM 8020-RAISE-RED
           END-IF.

           IF WS-PAST-GRACE-CT > ZERO
               MOVE "FEED UNACKNOWLEDGED PAST RESEND GRACE AGE"
                 TO WS-RAISE-NOTE
               PERFORM 8020-RAISE-RED
           END-IF.

           IF WS-EXTC-READ-CT = ZERO
               MOVE "NO EXTRACT CONTROL - EXTRACT DID NOT RUN"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-EXTC-UNPOSTED-CT > ZERO
               MOVE "EXTRACT NOT POSTED TO FEED STATUS BY WZIPACK"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-OVERDUE-CT > ZERO
               MOVE "FEED ACKNOWLEDGMENT OVERDUE, WITHIN GRACE"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-AREA-GREEN
               MOVE "ALL FEEDS ACKNOWLEDGED OR AWAITING TONIGHT'S ACK"
                 TO WS-AREA-NOTE
           END-IF.

           PERFORM 8100-PRINT-AREA-LINE.

           MOVE SPACES                     TO DTL-CT-NOTE.
           MOVE "EXTRACTS LAST NIGHT"      TO DTL-CT-LABEL.
           MOVE WS-EXTC-READ-CT            TO DTL-CT-VALUE.
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE "FEEDS AWAITING ACK"       TO DTL-CT-LABEL.
           MOVE WS-PENDING-CT              TO DTL-CT-VALUE.
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE "  OVERDUE WITHIN GRACE"   TO DTL-CT-LABEL.
           MOVE WS-OVERDUE-CT              TO DTL-CT-VALUE.
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE "  PAST GRACE AGE"         TO DTL-CT-LABEL.
           MOVE WS-PAST-GRACE-CT           TO DTL-CT-VALUE.
           MOVE "GRACE DAYS"               TO DTL-CT-NOTE.
           MOVE WS-GRACE-DAYS              TO WS-EDIT-CT.
           MOVE WS-EDIT-CT                 TO DTL-CT-NOTE(12:7).
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE SPACES                     TO DTL-CT-NOTE.
           MOVE "FEEDS ACKNOWLEDGED SHORT" TO DTL-CT-LABEL.
           MOVE WS-SHORT-CT                TO DTL-CT-VALUE.
           PERFORM 8200-PRINT-COUNT-LINE.

       2100-TABLE-EXTRACT-CONTROL.
           OPEN INPUT EXTCTL.

           MOVE 'N' TO WS-EOF-SW.
           READ EXTCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EXTC-READ-CT
               IF WS-EXTC-CT < WS-EXTC-MAX
                   ADD 1 TO WS-EXTC-CT
                   MOVE EXTC-RUN-DATE TO WS-EXTC-RUN-DATE(WS-EXTC-CT)
                   MOVE EXTC-RUN-ID   TO WS-EXTC-RUN-ID(WS-EXTC-CT)
                   MOVE 'N'           TO WS-EXTC-POSTED-SW(WS-EXTC-CT)
               END-IF

               READ EXTCTL
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE EXTCTL.

      ******************************************************************
      *    2200-JUDGE-FEED-STATUS TICKS THE RECORD'S EXTRACT OFF THE
      *    NIGHT'S TABLE AND COUNTS IT BY STATUS AND AGE. A SHORT FEED
      *    WZIPRSND HAS ALREADY RESENT IS BACK TO PENDING, SO EVERY
      *    'S' STILL ON THE FILE IS A SHORT NOBODY HAS CURED.
      ******************************************************************
       2200-JUDGE-FEED-STATUS.
           ADD 1 TO WS-FDS-CT.

           PERFORM VARYING WS-EXTC-SUB FROM 1 BY 1
                   UNTIL WS-EXTC-SUB > WS-EXTC-CT
               IF FDS-RUN-DATE = WS-EXTC-RUN-DATE(WS-EXTC-SUB)
                   AND FDS-RUN-ID = WS-EXTC-RUN-ID(WS-EXTC-SUB)
                   MOVE 'Y' TO WS-EXTC-POSTED-SW(WS-EXTC-SUB)
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN FDS-SHORT
                   ADD 1 TO WS-SHORT-CT
               WHEN FDS-PENDING
                   ADD 1 TO WS-PENDING-CT
                   IF FDS-RUN-DATE IS NUMERIC AND FDS-RUN-DATE > ZERO
                       COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE(FDS-RUN-DATE)
                       IF WS-AGE-DAYS > WS-GRACE-DAYS
                           ADD 1 TO WS-PAST-GRACE-CT
                       ELSE
                       IF WS-AGE-DAYS > 1
                           ADD 1 TO WS-OVERDUE-CT
                       END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    3000-CHECK-SUSPENSE AGES THE SUSPENSE KSDS WZIPSUSP LEFT
      *    THE SAME WAY ITS OVER-AGE REPORT DOES. ANY ENTRY PAST THE
      *    LIMIT IS AMBER -- IT NEEDS A DECISION, NOT A PAGE.
      ******************************************************************
       3000-CHECK-SUSPENSE.
           MOVE "SUSPENSE" TO WS-AREA-NAME.
           PERFORM 8000-START-AREA.

           OPEN INPUT SUSPFILE.

           MOVE 'N' TO WS-EOF-SW.
           READ SUSPFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-SUSP-CT
               IF SUSP-DATE-ADDED IS NUMERIC AND SUSP-DATE-ADDED > ZERO
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(SUSP-DATE-ADDED)
                   IF WS-AGE-DAYS > WS-SUSP-AGE-LIMIT
                       ADD 1 TO WS-SUSP-AGED-CT
                   END-IF
                   IF WS-AGE-DAYS > WS-SUSP-OLDEST-DAYS
                       MOVE WS-AGE-DAYS TO WS-SUSP-OLDEST-DAYS
                   END-IF
               END-IF

               READ SUSPFILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SUSPFILE.

           IF WS-SUSP-AGED-CT > ZERO
               MOVE "SUSPENSE ENTRIES PAST THE AGE LIMIT"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           ELSE
               MOVE "NO SUSPENSE ENTRY PAST THE AGE LIMIT"
                 TO WS-AREA-NOTE
           END-IF.

           PERFORM 8100-PRINT-AREA-LINE.

           MOVE SPACES                     TO DTL-CT-NOTE.
           MOVE "ENTRIES IN SUSPENSE"      TO DTL-CT-LABEL.
           MOVE WS-SUSP-CT                 TO DTL-CT-VALUE.
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE "PAST AGE LIMIT"           TO DTL-CT-LABEL.
           MOVE WS-SUSP-AGED-CT            TO DTL-CT-VALUE.
           MOVE "LIMIT DAYS"               TO DTL-CT-NOTE.
           MOVE WS-SUSP-AGE-LIMIT          TO WS-EDIT-CT.
           MOVE WS-EDIT-CT                 TO DTL-CT-NOTE(12:7).
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE SPACES                     TO DTL-CT-NOTE.
           MOVE "OLDEST ENTRY DAYS"        TO DTL-CT-LABEL.
           MOVE WS-SUSP-OLDEST-DAYS        TO DTL-CT-VALUE.
           PERFORM 8200-PRINT-COUNT-LINE.

      ******************************************************************
      *    4000-CHECK-INTEGRITY SUMS THE REGION-LEVEL REGTOTS AND
      *    CHKTOTS RECORDS ('R', AND 'X' FOR A REGION WITH NO
      *    DISTRICT -- THE 'T' AND 'V' SUBTOTALS WOULD COUNT THE SAME
      *    PAIRS AGAIN). RED: MISMATCHES OR EXCEPTIONS OVER THE
      *    TOLERANCE THE JOB ITSELF HOLDS THE FEED AT. AMBER: ANY AT
      *    ALL WITHIN TOLERANCE, A TOTALS FILE THAT IS EMPTY (THE JOB
      *    HAS NOT RUN), OR A REGION WITH NO DISTRICT ASSIGNED.
      ******************************************************************
       4000-CHECK-INTEGRITY.
           MOVE "INTEGRITY" TO WS-AREA-NAME.
           PERFORM 8000-START-AREA.

           PERFORM 4100-SUM-REGION-TOTALS.
           PERFORM 4200-SUM-CHECK-TOTALS.

           IF WS-RCN-MISMATCH-CT > WS-RCN-TOLERANCE
               MOVE "RECONCILE MISMATCHES OVER TOLERANCE"
                 TO WS-RAISE-NOTE
               PERFORM 8020-RAISE-RED
           END-IF.

           IF WS-CHK-EXCEPTION-CT > WS-CHK-TOLERANCE
               MOVE "INTEGRITY EXCEPTIONS OVER TOLERANCE"
                 TO WS-RAISE-NOTE
               PERFORM 8020-RAISE-RED
           END-IF.

           IF WS-RGT-READ-CT = ZERO
               MOVE "NO REGTOTS - RECONCILE HAS NOT RUN"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-CKT-READ-CT = ZERO
               MOVE "NO CHKTOTS - INTEGRITY SCAN HAS NOT RUN"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-RCN-MISMATCH-CT > ZERO
               MOVE "RECONCILE MISMATCHES WITHIN TOLERANCE"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-CHK-EXCEPTION-CT > ZERO
               MOVE "INTEGRITY EXCEPTIONS WITHIN TOLERANCE"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-NODST-CT > ZERO
               MOVE "REGION WITH NO DISTRICT ASSIGNED"
                 TO WS-RAISE-NOTE
               PERFORM 8010-RAISE-AMBER
           END-IF.

           IF WS-AREA-GREEN
               MOVE "NO MISMATCHES OR INTEGRITY EXCEPTIONS"
                 TO WS-AREA-NOTE
           END-IF.

           PERFORM 8100-PRINT-AREA-LINE.

           MOVE "RECONCILE MISMATCHES"     TO DTL-CT-LABEL.
           MOVE WS-RCN-MISMATCH-CT         TO DTL-CT-VALUE.
           MOVE "TOLERANCE"                TO DTL-CT-NOTE.
           MOVE WS-RCN-TOLERANCE           TO WS-EDIT-CT.
           MOVE WS-EDIT-CT                 TO DTL-CT-NOTE(11:7).
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE "INTEGRITY EXCEPTIONS"     TO DTL-CT-LABEL.
           MOVE WS-CHK-EXCEPTION-CT        TO DTL-CT-VALUE.
           MOVE "TOLERANCE"                TO DTL-CT-NOTE.
           MOVE WS-CHK-TOLERANCE           TO WS-EDIT-CT.
           MOVE WS-EDIT-CT                 TO DTL-CT-NOTE(11:7).
           PERFORM 8200-PRINT-COUNT-LINE.
           MOVE SPACES                     TO DTL-CT-NOTE.
           MOVE "REGIONS NO DISTRICT"      TO DTL-CT-LABEL.
           MOVE WS-NODST-CT                TO DTL-CT-VALUE.
           PERFORM 8200-PRINT-COUNT-LINE.

       4100-SUM-REGION-TOTALS.
           OPEN INPUT REGTOTS.

           MOVE 'N' TO WS-EOF-SW.
           READ REGTOTS
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RGT-READ-CT
               IF RGT-REGION-LEVEL OR RGT-UNASSIGNED
                   ADD RGT-TBLONLY-CT RGT-SNPONLY-CT
                       TO WS-RCN-MISMATCH-CT
               END-IF

               READ REGTOTS
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE REGTOTS.

       4200-SUM-CHECK-TOTALS.
           OPEN INPUT CHKTOTS.

           MOVE 'N' TO WS-EOF-SW.
           READ CHKTOTS
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CKT-READ-CT
               IF CKT-REGION-LEVEL OR CKT-UNASSIGNED
                   ADD CKT-OVLP-CT CKT-REG-CT CKT-DATE-CT CKT-NOAU-CT
                       TO WS-CHK-EXCEPTION-CT
               END-IF
               IF CKT-UNASSIGNED
                   ADD 1 TO WS-NODST-CT
               END-IF

               READ CHKTOTS
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CHKTOTS.

      ******************************************************************
      *    5000-CHECK-RUN-LOCK LOOKS AT THE SINGLE-WRITER LOCK. BY THE
      *    END OF THE STREAM EVERY WRITER HAS FINISHED, SO A HELD LOCK
      *    IS ONE AN ABENDED RUN LEFT BEHIND AND WILL REFUSE TONIGHT'S
      *    LOAD -- RED, WITH THE HOLDER NAMED. A PROBE THAT FAILS IS
      *    RED TOO; NOBODY CAN SAY THE TABLE IS FREE.
      ******************************************************************
       5000-CHECK-RUN-LOCK.
           MOVE "RUN LOCK" TO WS-AREA-NAME.
           PERFORM 8000-START-AREA.

           EXEC SQL
               SELECT   LOCK_RUN_ID, LOCK_RUN_MODE,
                        CHAR(LOCK_START_TS)
               INTO     :WS-LOCK-HELD-RUN-ID, :WS-LOCK-HELD-MODE,
                        :WS-LOCK-HELD-TS
               FROM     WZIP_RUNLOCK
               WHERE    LOCK_ID = 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SPACES TO WS-RAISE-NOTE
                   STRING "HELD BY RUN " WS-LOCK-HELD-RUN-ID
                          " MODE " WS-LOCK-HELD-MODE
                          " SINCE " WS-LOCK-HELD-TS
                       DELIMITED BY SIZE
                       INTO WS-RAISE-NOTE
                   PERFORM 8020-RAISE-RED
               WHEN 100
                   MOVE "FREE - NO RUN HOLDS THE WZIP LOCK"
                     TO WS-AREA-NOTE
               WHEN OTHER
                   MOVE "RUN LOCK PROBE FAILED - STATE UNKNOWN"
                     TO WS-RAISE-NOTE
                   PERFORM 8020-RAISE-RED
                   DISPLAY "WZIPOPS - RUN LOCK PROBE SQLCODE " SQLCODE
           END-EVALUATE.

           PERFORM 8100-PRINT-AREA-LINE.

      ******************************************************************
      *    8000-START-AREA RESETS THE AREA FLAG TO GREEN. 8010 AND
      *    8020 RAISE IT, KEEPING THE FIRST REASON GIVEN AT THE
      *    HIGHEST LEVEL REACHED.
      ******************************************************************
       8000-START-AREA.
           MOVE ZERO   TO WS-AREA-LEVEL.
           MOVE SPACES TO WS-AREA-NOTE.

       8010-RAISE-AMBER.
           IF WS-AREA-GREEN
               SET WS-AREA-AMBER TO TRUE
               MOVE WS-RAISE-NOTE TO WS-AREA-NOTE
           END-IF.

       8020-RAISE-RED.
           IF NOT WS-AREA-RED
               SET WS-AREA-RED TO TRUE
               MOVE WS-RAISE-NOTE TO WS-AREA-NOTE
           END-IF.

      ******************************************************************
      *    8100-PRINT-AREA-LINE PRINTS THE AREA'S FLAG LINE AND FOLDS
      *    ITS LEVEL INTO THE OVERALL STATUS AND AREA COUNTS.
      ******************************************************************
       8100-PRINT-AREA-LINE.
           EVALUATE TRUE
               WHEN WS-AREA-RED
                   MOVE "RED"   TO DTL-AREA-FLAG
                   ADD 1 TO WS-RED-AREA-CT
               WHEN WS-AREA-AMBER
                   MOVE "AMBER" TO DTL-AREA-FLAG
                   ADD 1 TO WS-AMBER-AREA-CT
               WHEN OTHER
                   MOVE "GREEN" TO DTL-AREA-FLAG
           END-EVALUATE.

           IF WS-AREA-LEVEL > WS-WORST-LEVEL
               MOVE WS-AREA-LEVEL TO WS-WORST-LEVEL
           END-IF.

           MOVE WS-AREA-NAME  TO DTL-AREA-NAME.
           MOVE WS-AREA-NOTE  TO DTL-AREA-NOTE.
           MOVE '0'           TO PRT-CC.
           MOVE DTL-AREA-LINE TO PRT-DATA.
           WRITE PRINT-LINE.

           DISPLAY "WZIPOPS " WS-AREA-NAME " " DTL-AREA-FLAG
                   " " WS-AREA-NOTE.

       8200-PRINT-COUNT-LINE.
           MOVE SPACE          TO PRT-CC.
           MOVE DTL-COUNT-LINE TO PRT-DATA.
           WRITE PRINT-LINE.
