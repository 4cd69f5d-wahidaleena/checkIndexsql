      *            ZIP/REGION PAIR WITH EFFECTIVE DATES, THROUGH THE
      *            SAME EDITS CHECKSQL APPLIES ON THE BATCH SIDE:
      *            THE COUNTRY-AWARE ZIP FORMAT RULES, THE WREGION
      *            ACTIVE GATE AND THE POSTAL_REF LIVE-CODE CHECK ON
      *            AN ADD, AND THE DATE-WINDOW CHECK.
      *            EVERY APPLIED CHANGE TRAILS THE SAME WZIP_AUDIT
      *            ROW THE BATCH LOAD WRITES, UNDER THE NIGHT'S
      *            ONLINE RUN-ID ('OL' + YYMMDD), SO WZIPEXTR CARRIES
           05  WS-EFF-TO-DT           PIC 9(08).
           05  WS-COUNTRY-CD          PIC X(01).
           05  WS-WREGION-STATUS      PIC X(01).
           05  WS-POSTAL-KEY          PIC X(06).
           05  WS-POSTAL-STATUS       PIC X(01).
           05  WS-AUD-EFF-TO          PIC 9(08).
           05  WS-ONL-RUN-ID          PIC X(08).

           05  WS-ZIP-VALID-SW        PIC X(01) VALUE 'N'.
               88  WS-ZIP-VALID       VALUE 'Y'.
               88  WS-ZIP-INVALID     VALUE 'N'.
           05  WS-POSTAL-VALID-SW     PIC X(01) VALUE 'N'.
               88  WS-POSTAL-VALID    VALUE 'Y'.
               88  WS-POSTAL-INVALID  VALUE 'N'.

       01  WS-FIELDS.
           05  WS-RESP                PIC S9(08) COMP VALUE ZERO.

      ******************************************************************
      *    3000-APPLY-ADD IS THE ONLINE TWIN OF THE BATCH DATED-ADD
      *    PATH: THE WREGION ACTIVE GATE AND THE POSTAL_REF CHECK
      *    (3050) FIRST, THEN THE PROBE-UPDATE
      *    OF THE EXACT SEASON ROW (SQLCODE ZERO JUST RE-STATES THE
      *    EFFECTIVE-TO DATE AND, LIKE THE BATCH UPDATE, WRITES NO
      *    AUDIT ROW), AND ONLY SQLCODE 100 INSERTS AND TRAILS.
           IF SQLCODE NOT = ZERO OR WS-WREGION-STATUS NOT = 'A'
               MOVE "REGION NOT ACTIVE ON WREGION MASTER" TO MSGO
               PERFORM 7000-REDISPLAY-FIELDS
           ELSE
           PERFORM 3050-EDIT-POSTAL-REF
           IF WS-POSTAL-INVALID
               MOVE "ZIP NOT A LIVE CODE ON POSTAL REFERENCE" TO MSGO
               PERFORM 7000-REDISPLAY-FIELDS
           ELSE
               EXEC SQL
                   UPDATE   WZIP
                       MOVE "SQL ERROR ON PROBE - NOT APPLIED" TO MSGO
                       PERFORM 7000-REDISPLAY-FIELDS
               END-EVALUATE
           END-IF
           END-IF.

      ******************************************************************
      *    3050-EDIT-POSTAL-REF IS THE ONLINE TWIN OF CHECKSQL'S 1030:
      *    THE ZIP MUST BE A LIVE OR SPLIT CODE ON POSTAL_REF (A US
      *    ZIP KEYED ON ITS FIRST FIVE DIGITS, A CANADIAN CODE ON ITS
      *    COMPACT FORM), SO A KEYING SLIP THAT HAPPENS TO BE WELL
      *    FORMED, OR A CODE THE POST OFFICE HAS RETIRED, IS REFUSED.
      ******************************************************************
       3050-EDIT-POSTAL-REF.
           SET WS-POSTAL-INVALID TO TRUE.

           MOVE SPACES TO WS-POSTAL-KEY.

           IF WS-COUNTRY-CD = 'C'
               MOVE WS-ZIP-CD(1:6) TO WS-POSTAL-KEY
           ELSE
               MOVE WS-ZIP-CD(1:5) TO WS-POSTAL-KEY
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

       3100-INSERT-PAIR.
