      *            ARRIVES AFTER THE LAST RESEND. THE RESENT RECORDS
      *            CARRY THE ORIGINAL RUN DATE, SO SALES' EVENTUAL
      *            ACKNOWLEDGMENT MATCHES THE PENDING STATUS RECORD
      *            THE SAME WAY A FIRST-TIME ACK WOULD. THE DAY'S
      *            SEASON-TURN EVENTS WZIPTURN APPENDED TO THE FEED
      *            ARE REBUILT BEHIND THE PAIRS AS OF THE SAME DATE,
      *            SO THE RESENT COUNT COVERS THE WHOLE FEED.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  EXTROUT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY EXTRREC.

       FD  EXTCTL
           RECORDING MODE F
           05  WS-REBUILT-PAIR-CT     PIC 9(07) VALUE ZERO.
           05  WS-EMPTY-REBUILD-CT    PIC 9(05) VALUE ZERO.
           05  WS-FEED-PAIR-CT        PIC 9(07) VALUE ZERO.
           05  WS-FEED-EVENT-CT       PIC 9(07) VALUE ZERO.
           05  WS-REBUILT-EVENT-CT    PIC 9(07) VALUE ZERO.

       01  WS-RUN-PARMS.
           05  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
       01  WS-HOST-VARS.
           05  WS-RUN-ID              PIC X(08).
           05  WS-RUN-DATE            PIC 9(08).
           05  WS-ONL-RUN-ID          PIC X(08).
           05  WS-PRIOR-DATE          PIC 9(08).
           05  WS-ZIP-CD              PIC X(09).
           05  WS-REGION-CD            PIC X(04).
           05  WS-COUNTRY-CD          PIC X(01).
           05  WS-ACTION-CD           PIC X(01).
           05  WS-EVENT-CD            PIC X(01).
           05  WS-EVENT-DT            PIC 9(08).

       01  WS-SWITCHES.
           05  WS-FDS-EOF-SW          PIC X(01) VALUE 'N'.
               ORDER BY W.POSTAL_ZIP_CD
           END-EXEC.

      *    WZIPTURN'S WZTRNCSR EVENT LEGS, AGAIN KEYED TO THE FEED
      *    BEING RESENT -- ITS RUN DATE, THE DAY BEFORE IT, AND THAT
      *    DAY'S ONLINE RUN-ID.
           EXEC SQL
               DECLARE WZRTECSR CURSOR FOR
               SELECT   W.POSTAL_ZIP_CD, W.GROWING_REGION_CD,
                        W.COUNTRY_CD, 'A', 'S', W.EFF_FROM_DT
               FROM     WZIP W
               WHERE    W.EFF_FROM_DT    = :WS-RUN-DATE
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP P
                         WHERE  P.POSTAL_ZIP_CD     = W.POSTAL_ZIP_CD
                           AND  P.GROWING_REGION_CD =
                                    W.GROWING_REGION_CD
                           AND  P.EFF_FROM_DT      <= :WS-PRIOR-DATE
                           AND  P.EFF_TO_DT        >= :WS-PRIOR-DATE)
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP_AUDIT A
                         WHERE  A.POSTAL_ZIP_CD = W.POSTAL_ZIP_CD
                           AND  A.NEW_REGION_CD = W.GROWING_REGION_CD
                           AND  (A.RUN_ID       = :WS-RUN-ID
                                   OR A.RUN_ID  = :WS-ONL-RUN-ID))
               UNION
               SELECT   W.POSTAL_ZIP_CD, W.GROWING_REGION_CD,
                        W.COUNTRY_CD, 'D', 'E', W.EFF_TO_DT
               FROM     WZIP W
               WHERE    W.EFF_TO_DT      = :WS-PRIOR-DATE
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP N
                         WHERE  N.POSTAL_ZIP_CD     = W.POSTAL_ZIP_CD
                           AND  N.GROWING_REGION_CD =
                                    W.GROWING_REGION_CD
                           AND  N.EFF_FROM_DT      <= :WS-RUN-DATE
                           AND  N.EFF_TO_DT        >= :WS-RUN-DATE)
               UNION
               SELECT   A.POSTAL_ZIP_CD, A.OLD_REGION_CD,
                        CASE WHEN SUBSTR(A.POSTAL_ZIP_CD, 1, 1)
                                  BETWEEN '0' AND '9'
                             THEN 'U' ELSE 'C' END,
                        'D', 'R', :WS-RUN-DATE
               FROM     WZIP_AUDIT A
               WHERE    (A.RUN_ID        = :WS-RUN-ID
                           OR A.RUN_ID   = :WS-ONL-RUN-ID)
                 AND    A.OLD_REGION_CD <> ' '
                 AND    A.NEW_REGION_CD  = ' '
                 AND    A.EFF_FROM_DT   <= :WS-RUN-DATE
                 AND    A.EFF_TO_DT     >= :WS-PRIOR-DATE
                 AND    NOT EXISTS
                        (SELECT 1
                         FROM   WZIP N
                         WHERE  N.POSTAL_ZIP_CD     = A.POSTAL_ZIP_CD
                           AND  N.GROWING_REGION_CD = A.OLD_REGION_CD
                           AND  N.EFF_FROM_DT      <= :WS-RUN-DATE
                           AND  N.EFF_TO_DT        >= :WS-RUN-DATE)
               ORDER BY 1, 2
           END-EXEC.

           READ FDSIN INTO FEED-STATUS-RECORD
               AT END
                   SET WS-FDS-EOF TO TRUE
           DISPLAY "FEED STATUS RECORDS    : " WS-FDSIN-CT.
           DISPLAY "FEEDS RESENT           : " WS-RESENT-CT.
           DISPLAY "PAIRS REBUILT          : " WS-REBUILT-PAIR-CT.
           DISPLAY "TURN EVENTS REBUILT    : " WS-REBUILT-EVENT-CT.
           DISPLAY "EMPTY REBUILDS         : " WS-EMPTY-REBUILD-CT.

           IF WS-EMPTY-REBUILD-CT > ZERO
           MOVE FDS-RUN-ID   TO WS-RUN-ID.
           MOVE FDS-RUN-DATE TO WS-RUN-DATE.
           MOVE ZERO         TO WS-FEED-PAIR-CT.
           MOVE ZERO         TO WS-FEED-EVENT-CT.
           MOVE 'N'          TO WS-CSR-EOF-SW.

           MOVE 'OL'              TO WS-ONL-RUN-ID(1:2).
           MOVE WS-RUN-DATE(3:6)  TO WS-ONL-RUN-ID(3:6).
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).

           EXEC SQL
               OPEN WZRSNCSR
           END-EXEC.
           PERFORM 2100-FETCH-FEED-PAIR.

           PERFORM UNTIL WS-CSR-EOF
               MOVE SPACES        TO EXTRACT-RECORD
               MOVE WS-ZIP-CD     TO EXT-ZIP-CD
               MOVE WS-REGION-CD  TO EXT-REGION-CD
               MOVE WS-RUN-DATE   TO EXT-RUN-DATE
               MOVE WS-COUNTRY-CD TO EXT-COUNTRY-CD
               MOVE 'A'           TO EXT-ACTION-CD
               MOVE ZERO          TO EXT-EVENT-DT
               WRITE EXTRACT-RECORD

               ADD 1 TO WS-FEED-PAIR-CT
               CLOSE WZRSNCSR
           END-EXEC.

           PERFORM 2200-REBUILD-TURN-EVENTS.

           ADD WS-FEED-EVENT-CT TO WS-FEED-PAIR-CT.

           IF WS-FEED-PAIR-CT = ZERO
               ADD 1 TO WS-EMPTY-REBUILD-CT
               DISPLAY "WZIPRSND ALERT - NOTHING TO REBUILD FOR RUN "
               MOVE WS-RUN-DATE     TO EXTC-RUN-DATE
               MOVE WS-RUN-ID       TO EXTC-RUN-ID
               MOVE WS-FEED-PAIR-CT TO EXTC-EXTRACT-CT
               MOVE WS-FEED-EVENT-CT TO EXTC-EVENT-CT
               MOVE 'Y'             TO EXTC-TURN-SW
               WRITE EXTC-RECORD

               MOVE WS-FEED-PAIR-CT TO FDS-EXTRACT-CT
               SET WS-CSR-EOF TO TRUE
           END-IF.

      ******************************************************************
      *    2200-REBUILD-TURN-EVENTS APPENDS THE FEED DATE'S SEASON
      *    STARTS, LAPSES AND RETIREMENTS BEHIND THE REBUILT PAIRS,
      *    THE SAME EVENTS WZIPTURN ADDED TO THE ORIGINAL FILE. THEY
      *    ARE COUNTED INTO THE FEED TOTAL BY THE CALLER.
      ******************************************************************
       2200-REBUILD-TURN-EVENTS.
           MOVE 'N' TO WS-CSR-EOF-SW.

           EXEC SQL
               OPEN WZRTECSR
           END-EXEC.

           PERFORM 2300-FETCH-TURN-EVENT.

           PERFORM UNTIL WS-CSR-EOF
               MOVE SPACES        TO EXTRACT-RECORD
               MOVE WS-ZIP-CD     TO EXT-ZIP-CD
               MOVE WS-REGION-CD  TO EXT-REGION-CD
               MOVE WS-RUN-DATE   TO EXT-RUN-DATE
               MOVE WS-COUNTRY-CD TO EXT-COUNTRY-CD
               MOVE WS-ACTION-CD  TO EXT-ACTION-CD
               MOVE WS-EVENT-CD   TO EXT-EVENT-CD
               MOVE WS-EVENT-DT   TO EXT-EVENT-DT
               WRITE EXTRACT-RECORD

               ADD 1 TO WS-FEED-EVENT-CT
               ADD 1 TO WS-REBUILT-EVENT-CT

               PERFORM 2300-FETCH-TURN-EVENT
           END-PERFORM.

           EXEC SQL
               CLOSE WZRTECSR
           END-EXEC.

       2300-FETCH-TURN-EVENT.
           EXEC SQL
               FETCH WZRTECSR
               INTO  :WS-ZIP-CD, :WS-REGION-CD, :WS-COUNTRY-CD,
                     :WS-ACTION-CD, :WS-EVENT-CD, :WS-EVENT-DT
           END-EXEC.

           IF SQLCODE = 100
               SET WS-CSR-EOF TO TRUE
           END-IF.
