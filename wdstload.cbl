       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WDSTLOAD.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      *REMARKS.       LOADS AND MAINTAINS THE DISTRICT / DIVISION
      *            HIERARCHY ABOVE THE WREGION GROWING-REGION MASTER
      *            FROM THE HIERFILE CARD DECK, THE SAME WAY WREGLOAD
      *            MAINTAINS WREGION. THREE TABLES: WDIVISION, ONE ROW
      *            PER DIVISION; WDISTRICT, ONE ROW PER DISTRICT
      *            NAMING ITS DIVISION; WREGION_DIST, ONE ROW PER
      *            GROWING REGION NAMING ITS DISTRICT. WZIPRPT, WZIPRCN
      *            AND WZIPCHK ROLL THEIR PER-REGION COUNTS UP THROUGH
      *            THESE TABLES TO DISTRICT AND DIVISION SUBTOTALS.
      *            THE DECK NEED NOT BE IN ANY ORDER -- IT IS SORTED
      *            SO ADDS APPLY TOP-DOWN (DIVISIONS, DISTRICTS,
      *            REGIONS) AND REMOVALS BOTTOM-UP, SO A DECK THAT
      *            MOVES DISTRICTS TO A NEW DIVISION AND RETIRES THE
      *            OLD ONE APPLIES IN ONE RUN. CARDS THAT CANNOT APPLY
      *            GO TO HIERREJ WITH A REASON CODE, AS WREGLOAD'S DO
      *            TO REGREJ.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIERFILE ASSIGN TO HIERFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIERREJ  ASSIGN TO HIERREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  HIERFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY HIERREC.

       FD  HIERREJ
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  HIERREJ-RECORD.
           05  HRJ-CARD-TYPE          PIC X(01).
           05  HRJ-CODE               PIC X(04).
           05  HRJ-PARENT-CD          PIC X(04).
           05  HRJ-REASON-CD          PIC X(04).
           05  HRJ-SQLCODE            PIC S9(09).
           05  FILLER                 PIC X(58).

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-APPLY-SEQ          PIC 9(01).
           05  SRT-HIER-CARD          PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-COUNTERS.
           05  WS-READ-CT             PIC 9(05) VALUE ZERO.
           05  WS-DIV-MERGE-CT        PIC 9(05) VALUE ZERO.
           05  WS-DST-MERGE-CT        PIC 9(05) VALUE ZERO.
           05  WS-REG-ASSIGN-CT       PIC 9(05) VALUE ZERO.
           05  WS-REMOVE-CT           PIC 9(05) VALUE ZERO.
           05  WS-REJECT-CT           PIC 9(05) VALUE ZERO.

       01  WS-HOST-VARS.
           05  WS-NODE-CD             PIC X(04).
           05  WS-NODE-DESC           PIC X(30).
           05  WS-PARENT-CD           PIC X(04).
           05  WS-PROBE-CD            PIC X(04).
           05  WS-CHILD-CT            PIC S9(09) COMP VALUE ZERO.
           05  WS-UNASSIGNED-CT       PIC S9(09) COMP VALUE ZERO.

      *    WS-HIER-CARD IS THE CARD BEING WORKED ON, LAID OUT AS
      *    HIERREC. THE INPUT PROCEDURE READS INTO IT AND THE OUTPUT
      *    PROCEDURE RETURNS INTO IT, SO 1900 AND THE APPLY PARAGRAPHS
      *    NEVER TOUCH HIER-RECORD -- HIERFILE IS CLOSED BEFORE THE
      *    FIRST RETURN.
       01  WS-SORT-CARD.
           05  WS-SRT-APPLY-SEQ       PIC 9(01).
           05  WS-HIER-CARD.
               10  WS-HIR-TRANS-CD    PIC X(01).
                   88  WS-HIR-TRANS-ADD    VALUE 'A' ' '.
                   88  WS-HIR-TRANS-DELETE VALUE 'D'.
               10  WS-HIR-CARD-TYPE   PIC X(01).
                   88  WS-HIR-DIVISION-CARD VALUE 'V'.
                   88  WS-HIR-DISTRICT-CARD VALUE 'T'.
                   88  WS-HIR-REGION-CARD   VALUE 'R'.
               10  WS-HIR-CODE        PIC X(04).
               10  WS-HIR-DESC        PIC X(30).
               10  WS-HIR-PARENT-CD   PIC X(04).
               10  FILLER             PIC X(40).

       01  WS-SWITCHES.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-INITIALIZE-PARA.

           OPEN OUTPUT HIERREJ.

      *    APPLY SEQUENCE (SET IN 1000): 1-3 ADD DIVISIONS, DISTRICTS,
      *    REGION ASSIGNMENTS; 4-6 REMOVE REGION ASSIGNMENTS,
      *    DISTRICTS, DIVISIONS. DUPLICATES KEEP DECK ORDER, SO TWO
      *    CARDS FOR ONE NODE STILL APPLY LAST-CARD-WINS.
           SORT SORTFILE
               ON ASCENDING KEY SRT-APPLY-SEQ
               WITH DUPLICATES IN ORDER
               INPUT  PROCEDURE 1000-RELEASE-HIER-CARDS
               OUTPUT PROCEDURE 2000-APPLY-HIER-CARDS.

       6000-FINAL-COUNT.
           EXEC SQL
               COMMIT
           END-EXEC.

           PERFORM 6100-COUNT-UNASSIGNED.

           CLOSE HIERREJ.
           DISPLAY "---------------------------------------------".
           DISPLAY "HIERARCHY CARDS READ   : " WS-READ-CT.
           DISPLAY "DIVISIONS MERGED       : " WS-DIV-MERGE-CT.
           DISPLAY "DISTRICTS MERGED       : " WS-DST-MERGE-CT.
           DISPLAY "REGIONS ASSIGNED       : " WS-REG-ASSIGN-CT.
           DISPLAY "NODES REMOVED          : " WS-REMOVE-CT.
           DISPLAY "HIERARCHY REJECTS      : " WS-REJECT-CT.
           DISPLAY "ACTIVE REGIONS UNASSGN : " WS-UNASSIGNED-CT.
           STOP RUN.

      ******************************************************************
      *    1000-RELEASE-HIER-CARDS EDITS EACH CARD AND RELEASES THE
      *    GOOD ONES WITH THEIR APPLY SEQUENCE. A BLANK CODE, A BAD
      *    TRANS CODE OR A BAD CARD TYPE REJECTS HERE ('BLNK', 'TRNE',
      *    'TYPE'), AS DOES AN ADD OF A DISTRICT OR REGION WITH NO
      *    PARENT PUNCHED ('PARE') -- THERE IS NOTHING TO HANG IT ON.
      ******************************************************************
       1000-RELEASE-HIER-CARDS.
           OPEN INPUT HIERFILE.

           PERFORM 1050-READ-HIER-CARD.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-CT

               IF WS-HIR-CODE = SPACES
                   MOVE 'BLNK' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               ELSE
               IF NOT WS-HIR-TRANS-ADD AND NOT WS-HIR-TRANS-DELETE
                   MOVE 'TRNE' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               ELSE
               IF NOT WS-HIR-DIVISION-CARD AND NOT WS-HIR-DISTRICT-CARD
                       AND NOT WS-HIR-REGION-CARD
                   MOVE 'TYPE' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               ELSE
               IF WS-HIR-TRANS-ADD AND NOT WS-HIR-DIVISION-CARD
                       AND WS-HIR-PARENT-CD = SPACES
                   MOVE 'PARE' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               ELSE
                   PERFORM 1100-SET-APPLY-SEQ
                   MOVE WS-HIER-CARD TO SRT-HIER-CARD
                   RELEASE SORT-RECORD
               END-IF
               END-IF
               END-IF
               END-IF

               PERFORM 1050-READ-HIER-CARD
           END-PERFORM.

           CLOSE HIERFILE.

       1050-READ-HIER-CARD.
           READ HIERFILE INTO WS-HIER-CARD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1100-SET-APPLY-SEQ.
           IF WS-HIR-TRANS-ADD
               EVALUATE TRUE
                   WHEN WS-HIR-DIVISION-CARD
                       MOVE 1 TO SRT-APPLY-SEQ
                   WHEN WS-HIR-DISTRICT-CARD
                       MOVE 2 TO SRT-APPLY-SEQ
                   WHEN OTHER
                       MOVE 3 TO SRT-APPLY-SEQ
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-HIR-REGION-CARD
                       MOVE 4 TO SRT-APPLY-SEQ
                   WHEN WS-HIR-DISTRICT-CARD
                       MOVE 5 TO SRT-APPLY-SEQ
                   WHEN OTHER
                       MOVE 6 TO SRT-APPLY-SEQ
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    1900-REJECT-CARD WRITES THE CARD CURRENTLY IN WS-HIER-CARD TO
      *    HIERREJ UNDER THE REASON CODE ALREADY MOVED IN. SQLCODE IS
      *    CARRIED FOR THE 'SQLE' CASE AND IS ZERO OTHERWISE.
      ******************************************************************
       1900-REJECT-CARD.
           MOVE WS-HIR-CARD-TYPE TO HRJ-CARD-TYPE.
           MOVE WS-HIR-CODE      TO HRJ-CODE.
           MOVE WS-HIR-PARENT-CD TO HRJ-PARENT-CD.
           IF HRJ-REASON-CD = 'SQLE'
               MOVE SQLCODE   TO HRJ-SQLCODE
           ELSE
               MOVE ZERO      TO HRJ-SQLCODE
           END-IF.
           WRITE HIERREJ-RECORD.
           ADD 1 TO WS-REJECT-CT.

      ******************************************************************
      *    2000-APPLY-HIER-CARDS RETURNS THE CARDS IN APPLY SEQUENCE
      *    AND DISPATCHES EACH BY TRANS CODE AND CARD TYPE.
      ******************************************************************
       2000-APPLY-HIER-CARDS.
           PERFORM 2050-RETURN-HIER-CARD.

           PERFORM UNTIL WS-SORT-EOF
               MOVE WS-HIR-CODE      TO WS-NODE-CD
               MOVE WS-HIR-DESC      TO WS-NODE-DESC
               MOVE WS-HIR-PARENT-CD TO WS-PARENT-CD

               EVALUATE TRUE
                   WHEN WS-HIR-TRANS-ADD AND WS-HIR-DIVISION-CARD
                       PERFORM 3000-MERGE-DIVISION
                   WHEN WS-HIR-TRANS-ADD AND WS-HIR-DISTRICT-CARD
                       PERFORM 3100-MERGE-DISTRICT
                   WHEN WS-HIR-TRANS-ADD
                       PERFORM 3200-ASSIGN-REGION
                   WHEN WS-HIR-REGION-CARD
                       PERFORM 4000-UNASSIGN-REGION
                   WHEN WS-HIR-DISTRICT-CARD
                       PERFORM 4100-REMOVE-DISTRICT
                   WHEN OTHER
                       PERFORM 4200-REMOVE-DIVISION
               END-EVALUATE

               PERFORM 2050-RETURN-HIER-CARD
           END-PERFORM.

       2050-RETURN-HIER-CARD.
           RETURN SORTFILE INTO WS-SORT-CARD
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      ******************************************************************
      *    3000-MERGE-DIVISION TRIES THE UPDATE FIRST, THE SAME WAY
      *    WREGLOAD MERGES A REGION, SO RE-PRESENTING THE FULL DECK
      *    JUST REFRESHES DESCRIPTIONS.
      ******************************************************************
       3000-MERGE-DIVISION.
           EXEC SQL
               UPDATE   WDIVISION
               SET      DIVISION_DESC = :WS-NODE-DESC
               WHERE    DIVISION_CD   = :WS-NODE-CD
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT
                   INTO     WDIVISION
                   (DIVISION_CD, DIVISION_DESC)
                   VALUES (:WS-NODE-CD, :WS-NODE-DESC)
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               ADD 1 TO WS-DIV-MERGE-CT
           ELSE
               MOVE 'SQLE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           END-IF.

      ******************************************************************
      *    3100-MERGE-DISTRICT CHECKS THE NAMED DIVISION IS ON FILE
      *    ('PARE' IF NOT) AND MERGES THE DISTRICT UNDER IT -- A
      *    DISTRICT ALREADY ON FILE UNDER ANOTHER DIVISION MOVES.
      ******************************************************************
       3100-MERGE-DISTRICT.
           EXEC SQL
               SELECT   DIVISION_CD
               INTO     :WS-PROBE-CD
               FROM     WDIVISION
               WHERE    DIVISION_CD = :WS-PARENT-CD
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'PARE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
           IF SQLCODE NOT = ZERO
               MOVE 'SQLE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
               EXEC SQL
                   UPDATE   WDISTRICT
                   SET      DISTRICT_DESC = :WS-NODE-DESC,
                            DIVISION_CD   = :WS-PARENT-CD
                   WHERE    DISTRICT_CD   = :WS-NODE-CD
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT
                       INTO     WDISTRICT
                       (DISTRICT_CD, DISTRICT_DESC, DIVISION_CD)
                       VALUES (:WS-NODE-CD, :WS-NODE-DESC,
                               :WS-PARENT-CD)
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   ADD 1 TO WS-DST-MERGE-CT
               ELSE
                   MOVE 'SQLE' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *    3200-ASSIGN-REGION CHECKS THE REGION IS ON WREGION ('REGE'
      *    IF NOT -- ACTIVE OR NOT, SO A RETIRED REGION'S HISTORY CAN
      *    STILL ROLL UP) AND THE DISTRICT ON WDISTRICT ('PARE'), THEN
      *    MERGES THE ASSIGNMENT. A REGION ALREADY ASSIGNED MOVES.
      ******************************************************************
       3200-ASSIGN-REGION.
           EXEC SQL
               SELECT   GROWING_REGION_CD
               INTO     :WS-PROBE-CD
               FROM     WREGION
               WHERE    GROWING_REGION_CD = :WS-NODE-CD
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'REGE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
           IF SQLCODE NOT = ZERO
               MOVE 'SQLE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
               EXEC SQL
                   SELECT   DISTRICT_CD
                   INTO     :WS-PROBE-CD
                   FROM     WDISTRICT
                   WHERE    DISTRICT_CD = :WS-PARENT-CD
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'PARE' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               ELSE
               IF SQLCODE NOT = ZERO
                   MOVE 'SQLE' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               ELSE
                   PERFORM 3250-MERGE-REGION-DIST
               END-IF
               END-IF
           END-IF
           END-IF.

       3250-MERGE-REGION-DIST.
           EXEC SQL
               UPDATE   WREGION_DIST
               SET      DISTRICT_CD       = :WS-PARENT-CD
               WHERE    GROWING_REGION_CD = :WS-NODE-CD
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT
                   INTO     WREGION_DIST
                   (GROWING_REGION_CD, DISTRICT_CD)
                   VALUES (:WS-NODE-CD, :WS-PARENT-CD)
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               ADD 1 TO WS-REG-ASSIGN-CT
           ELSE
               MOVE 'SQLE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           END-IF.

      ******************************************************************
      *    4000-UNASSIGN-REGION DROPS A REGION'S DISTRICT ASSIGNMENT.
      *    THE REGION ITSELF STAYS ON WREGION AND FROM THE NEXT RUN ON
      *    PRINTS AS AN UNASSIGNED EXCEPTION IN THE ROLLUPS UNTIL A
      *    NEW 'R' CARD PLACES IT. NOTHING TO DROP IS 'NFND'.
      ******************************************************************
       4000-UNASSIGN-REGION.
           EXEC SQL
               DELETE
               FROM     WREGION_DIST
               WHERE    GROWING_REGION_CD = :WS-NODE-CD
           END-EXEC.

           PERFORM 4900-CHECK-REMOVE.

      ******************************************************************
      *    4100-REMOVE-DISTRICT DELETES A DISTRICT ONLY WHEN NO REGION
      *    IS STILL ASSIGNED TO IT ('INUS' OTHERWISE) -- REMOVING IT
      *    OUT FROM UNDER ITS REGIONS WOULD DROP THEM SILENTLY OUT OF
      *    EVERY ROLLUP. THE SAME DECK'S 'R' CARDS HAVE ALREADY MOVED
      *    OR DROPPED ITS REGIONS BY THE TIME THIS CARD APPLIES.
      ******************************************************************
       4100-REMOVE-DISTRICT.
           EXEC SQL
               SELECT   COUNT(*)
               INTO     :WS-CHILD-CT
               FROM     WREGION_DIST
               WHERE    DISTRICT_CD = :WS-NODE-CD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'SQLE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
           IF WS-CHILD-CT > ZERO
               MOVE 'INUS' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
               EXEC SQL
                   DELETE
                   FROM     WDISTRICT
                   WHERE    DISTRICT_CD = :WS-NODE-CD
               END-EXEC
               PERFORM 4900-CHECK-REMOVE
           END-IF
           END-IF.

      ******************************************************************
      *    4200-REMOVE-DIVISION DELETES A DIVISION ONLY WHEN NO
      *    DISTRICT STILL BELONGS TO IT, FOR THE SAME REASON AS 4100.
      ******************************************************************
       4200-REMOVE-DIVISION.
           EXEC SQL
               SELECT   COUNT(*)
               INTO     :WS-CHILD-CT
               FROM     WDISTRICT
               WHERE    DIVISION_CD = :WS-NODE-CD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'SQLE' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
           IF WS-CHILD-CT > ZERO
               MOVE 'INUS' TO HRJ-REASON-CD
               PERFORM 1900-REJECT-CARD
           ELSE
               EXEC SQL
                   DELETE
                   FROM     WDIVISION
                   WHERE    DIVISION_CD = :WS-NODE-CD
               END-EXEC
               PERFORM 4900-CHECK-REMOVE
           END-IF
           END-IF.

       4900-CHECK-REMOVE.
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-REMOVE-CT
               WHEN 100
                   MOVE 'NFND' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
               WHEN OTHER
                   MOVE 'SQLE' TO HRJ-REASON-CD
                   PERFORM 1900-REJECT-CARD
           END-EVALUATE.

      ******************************************************************
      *    6100-COUNT-UNASSIGNED COUNTS THE ACTIVE REGIONS LEFT WITH
      *    NO DISTRICT AFTER THE DECK APPLIED, SO THE LOAD'S OWN
      *    SYSOUT SAYS HOW MANY EXCEPTIONS THE NEXT ROLLUPS WILL PRINT.
      ******************************************************************
       6100-COUNT-UNASSIGNED.
           EXEC SQL
               SELECT   COUNT(*)
               INTO     :WS-UNASSIGNED-CT
               FROM     WREGION G
               WHERE    G.REGION_STATUS = 'A'
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WREGION_DIST D
                         WHERE  D.GROWING_REGION_CD =
                                    G.GROWING_REGION_CD)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-UNASSIGNED-CT
           END-IF.
