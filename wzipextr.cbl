      *            UNTIL ITS EFFECTIVE-FROM DATE ARRIVES. EACH FEED
      *            RECORD CARRIES THE PAIR'S COUNTRY_CD ('U'/'C') SO
      *            SALES CAN ROUTE CANADIAN POSTAL CODES WITHOUT
      *            PARSING THE CODE ITSELF. EVERY RECORD GOES OUT AS
      *            ACTION 'A'; WZIPTURN FOLLOWS THIS STEP AND APPENDS
      *            THE DAY'S SEASON STARTS, LAPSES AND RETIREMENTS TO
      *            THE SAME FEED AND CONTROL RECORD.
      **************************CC109**********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  EXTROUT
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY EXTRREC.

       FD  EXTCTL
           RECORDING MODE F
           END-IF.

           PERFORM UNTIL WS-EOF
               MOVE SPACES        TO EXTRACT-RECORD
               MOVE WS-ZIP-CD     TO EXT-ZIP-CD
               MOVE WS-REGION-CD  TO EXT-REGION-CD
               MOVE WS-RUN-DATE   TO EXT-RUN-DATE
               MOVE WS-COUNTRY-CD TO EXT-COUNTRY-CD
               MOVE 'A'           TO EXT-ACTION-CD
               MOVE ZERO          TO EXT-EVENT-DT
               WRITE EXTRACT-RECORD

               ADD 1 TO WS-EXTRACT-CT
           MOVE WS-RUN-DATE   TO EXTC-RUN-DATE.
           MOVE WS-RUN-ID     TO EXTC-RUN-ID.
           MOVE WS-EXTRACT-CT TO EXTC-EXTRACT-CT.
           MOVE ZERO          TO EXTC-EVENT-CT.
           MOVE 'N'           TO EXTC-TURN-SW.

           WRITE EXTC-RECORD.

