       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WZIPSEED.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       ONE-TIME CUT-OVER OF THE REJECT SUSPENSE AND
      *            PENDING-CORRECTION FILES FROM SEQUENTIAL GDG
      *            GENERATIONS TO THE VSAM KSDS FILES WZIPSUSP,
      *            WZIPRCNF AND THE WZRV TRANSACTION NOW SHARE. READS
      *            THE LAST SUSPOUT GENERATION (OLD 50-BYTE SUSPENSE
      *            LAYOUT) AND THE LAST PENDOUT GENERATION (OLD
      *            30-BYTE PENDING LAYOUT), REFORMATS EACH ENTRY INTO
      *            THE SUSPREC / PNDREC LAYOUT WITH ITS DECISION
      *            FIELDS BLANK AND ZERO, AND LOADS THE NEWLY DEFINED
      *            SUSPFILE AND PENDFILE CLUSTERS OPENED OUTPUT. THE
      *            DECNLOG CLUSTER IS OPENED OUTPUT AND CLOSED EMPTY
      *            SO CICS CAN OPEN IT. BOTH OLD GENERATIONS WERE
      *            WRITTEN IN SORT ORDER ONE ENTRY PER KEY, SO THEY
      *            LOAD SEQUENTIALLY AS THEY STAND; A KEY OUT OF
      *            SEQUENCE OR REPEATED MEANS THE WRONG GENERATION
      *            WAS SUPPLIED AND THE RUN STOPS RC 12. AN EMPTY
      *            GENERATION IS NORMAL AND STILL LEAVES ITS CLUSTER
      *            LOADED (EMPTY), SO THE FIRST WZIPSUSP / WZIPRCNF
      *            OPEN I-O SUCCEEDS.
      *            RUN ONCE, AFTER THE LAST SEQUENTIAL WZIPSUSP AND
      *            WZIPRCNF RUNS AND BEFORE THE FIRST KSDS RUNS, AND
      *            ONLY AGAINST FRESHLY DEFINED CLUSTERS -- A RERUN
      *            OVER LIVE FILES WOULD LOSE THE ONLINE DECISIONS.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDSUSP  ASSIGN TO OLDSUSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT OLDPEND  ASSIGN TO OLDPEND
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPFILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY.

           SELECT PENDFILE ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY.

           SELECT DECNLOG  ASSIGN TO DECNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DECN-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDSUSP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  OLD-SUSP-RECORD.
           05  OLD-SUSP-ZIP-RECORD-ID PIC 9(08).
           05  OLD-SUSP-ZIP-POSTAL    PIC X(09).
           05  OLD-SUSP-GREDIT        PIC X(04).
           05  OLD-SUSP-REASON-CD     PIC X(04).
           05  OLD-SUSP-SQLCODE       PIC S9(09).
           05  OLD-SUSP-DATE-ADDED    PIC 9(08).
           05  OLD-SUSP-RECYCLE-CT    PIC 9(02).
           05  OLD-SUSP-TRANS-CD      PIC X(01).
           05  OLD-SUSP-COUNTRY-CD    PIC X(01).
           05  FILLER                 PIC X(04).

       FD  OLDPEND
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  OLD-PND-RECORD.
           05  OLD-PND-ZIP-CD         PIC X(09).
           05  OLD-PND-REGION-CD      PIC X(04).
           05  OLD-PND-TRANS-CD       PIC X(01).
           05  OLD-PND-SOURCE-CD      PIC X(01).
           05  OLD-PND-DATE-PROPOSED  PIC 9(08).
           05  OLD-PND-CYCLE-CT       PIC 9(02).
           05  FILLER                 PIC X(05).

       FD  SUSPFILE
           LABEL RECORDS STANDARD.
           COPY SUSPREC.

       FD  PENDFILE
           LABEL RECORDS STANDARD.
           COPY PNDREC.

       FD  DECNLOG
           LABEL RECORDS STANDARD.
           COPY DECNREC.

       WORKING-STORAGE SECTION.

       01  WS-COUNTERS.
           05  WS-SUSP-READ-CT        PIC 9(07) VALUE ZERO.
           05  WS-SUSP-LOAD-CT        PIC 9(07) VALUE ZERO.
           05  WS-PEND-READ-CT        PIC 9(07) VALUE ZERO.
           05  WS-PEND-LOAD-CT        PIC 9(07) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-SUSP-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SUSP-EOF        VALUE 'Y'.
           05  WS-PEND-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-PEND-EOF        VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           OPEN INPUT  OLDSUSP.
           OPEN INPUT  OLDPEND.
           OPEN OUTPUT SUSPFILE.
           OPEN OUTPUT PENDFILE.
           OPEN OUTPUT DECNLOG.

           PERFORM 1000-LOAD-SUSPENSE.

           PERFORM 2000-LOAD-PENDING.

       6000-FINAL-COUNT.
           CLOSE OLDSUSP
                 OLDPEND
                 SUSPFILE
                 PENDFILE
                 DECNLOG.
           DISPLAY "---------------------------------------------".
           DISPLAY "SUSPENSE ENTRIES READ  : " WS-SUSP-READ-CT.
           DISPLAY "SUSPENSE ENTRIES LOADED: " WS-SUSP-LOAD-CT.
           DISPLAY "PENDING ENTRIES READ   : " WS-PEND-READ-CT.
           DISPLAY "PENDING ENTRIES LOADED : " WS-PEND-LOAD-CT.
           STOP RUN.

      ******************************************************************
      *    1000-LOAD-SUSPENSE CARRIES EVERY ENTRY OF THE OLD SUSPENSE
      *    GENERATION ACROSS FIELD FOR FIELD. THE RECORD IS CLEARED
      *    FIRST SO THE DECISION FIELDS GO OUT UNDECIDED (SPACE CODE
      *    AND USER, ZERO DATE AND TIME) RATHER THAN WHATEVER THE OLD
      *    FILLER HELD.
      ******************************************************************
       1000-LOAD-SUSPENSE.
           READ OLDSUSP
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-SUSP-EOF
               ADD 1 TO WS-SUSP-READ-CT
               MOVE SPACES                 TO SUSPENSE-RECORD
               MOVE OLD-SUSP-ZIP-RECORD-ID TO SUSP-ZIP-RECORD-ID
               MOVE OLD-SUSP-ZIP-POSTAL    TO SUSP-ZIP-POSTAL
               MOVE OLD-SUSP-GREDIT        TO SUSP-GREDIT
               MOVE OLD-SUSP-REASON-CD     TO SUSP-REASON-CD
               MOVE OLD-SUSP-SQLCODE       TO SUSP-SQLCODE
               MOVE OLD-SUSP-DATE-ADDED    TO SUSP-DATE-ADDED
               MOVE OLD-SUSP-RECYCLE-CT    TO SUSP-RECYCLE-CT
               MOVE OLD-SUSP-TRANS-CD      TO SUSP-TRANS-CD
               MOVE OLD-SUSP-COUNTRY-CD    TO SUSP-COUNTRY-CD
               MOVE SPACE                  TO SUSP-DECISION-CD
               MOVE SPACES                 TO SUSP-DECISION-USER
               MOVE ZERO                   TO SUSP-DECISION-DATE
               MOVE ZERO                   TO SUSP-DECISION-TIME

               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "WZIPSEED ABEND - SUSPENSE KEY OUT OF "
                               "SEQUENCE " SUSP-KEY
                       PERFORM 9000-ABEND-CLOSE
               END-WRITE
               ADD 1 TO WS-SUSP-LOAD-CT

               READ OLDSUSP
                   AT END
                       SET WS-SUSP-EOF TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
      *    2000-LOAD-PENDING IS 1000 FOR THE OLD PENDING GENERATION.
      ******************************************************************
       2000-LOAD-PENDING.
           READ OLDPEND
               AT END
                   SET WS-PEND-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-PEND-EOF
               ADD 1 TO WS-PEND-READ-CT
               MOVE SPACES                 TO PND-RECORD
               MOVE OLD-PND-ZIP-CD         TO PND-ZIP-CD
               MOVE OLD-PND-REGION-CD      TO PND-REGION-CD
               MOVE OLD-PND-TRANS-CD       TO PND-TRANS-CD
               MOVE OLD-PND-SOURCE-CD      TO PND-SOURCE-CD
               MOVE OLD-PND-DATE-PROPOSED  TO PND-DATE-PROPOSED
               MOVE OLD-PND-CYCLE-CT       TO PND-CYCLE-CT
               MOVE SPACE                  TO PND-DECISION-CD
               MOVE SPACES                 TO PND-DECISION-USER
               MOVE ZERO                   TO PND-DECISION-DATE
               MOVE ZERO                   TO PND-DECISION-TIME

               WRITE PND-RECORD
                   INVALID KEY
                       DISPLAY "WZIPSEED ABEND - PENDING KEY OUT OF "
                               "SEQUENCE " PND-KEY
                       PERFORM 9000-ABEND-CLOSE
               END-WRITE
               ADD 1 TO WS-PEND-LOAD-CT

               READ OLDPEND
                   AT END
                       SET WS-PEND-EOF TO TRUE
               END-READ
           END-PERFORM.

       9000-ABEND-CLOSE.
           CLOSE OLDSUSP
                 OLDPEND
                 SUSPFILE
                 PENDFILE
                 DECNLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
