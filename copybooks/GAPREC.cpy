      ******************************************************************
      *    GAPREC  -  ZIP COVERAGE GAP / UPCOMING-LAPSE EXTRACT RECORD
      *    ONE RECORD PER ZIP WZIPGAP FINDS WITHOUT FORWARD COVERAGE,
      *    FOR CROP SOURCING TO WORK THE MISSING SEASONS FROM.
      *    GAP-TYPE-CD 'G' IS A ZIP WITH NO REGION IN EFFECT ON THE
      *    AS-OF DATE THAT HAD ONE WITHIN THE RETENTION WINDOW; 'L' IS
      *    A ZIP STILL COVERED WHOSE LAST SEASON ENDS INSIDE THE
      *    LOOK-AHEAD PERIOD WITH NOTHING LOADED AFTER IT.
      *    GAP-REGION-CD IS THE REGION THAT LAST SERVED THE ZIP AND
      *    GAP-LAST-TO-DT THE END OF THAT SEASON. GAP-NEXT-FROM-DT IS
      *    THE START OF A LATER SEASON ALREADY LOADED FOR A 'G' ZIP
      *    (THE GAP WILL CLOSE ON ITS OWN), ZERO IF NONE AND ALWAYS
      *    ZERO ON AN 'L' RECORD.
      ******************************************************************
       01  GAP-RECORD.
           05  GAP-TYPE-CD            PIC X(01).
               88  GAP-OPEN-GAP       VALUE 'G'.
               88  GAP-LAPSING        VALUE 'L'.
           05  GAP-ZIP-CD             PIC X(09).
           05  GAP-REGION-CD          PIC X(04).
           05  GAP-COUNTRY-CD         PIC X(01).
           05  GAP-LAST-TO-DT         PIC 9(08).
           05  GAP-NEXT-FROM-DT       PIC 9(08).
           05  GAP-ASOF-DATE          PIC 9(08).
           05  FILLER                 PIC X(01).
