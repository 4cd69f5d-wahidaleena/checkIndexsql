      ******************************************************************
      *    PITREC  -  POINT-IN-TIME ZIP/REGION PAIR RECORD
      *    ONE RECORD PER ZIP/REGION PAIR WZIPPIT FINDS IN EFFECT ON
      *    ITS AS-OF DATE, WRITTEN IN ZIP THEN REGION ORDER WITH NO
      *    DUPLICATES -- THE SAME GRAIN AND ORDER AS WZIPRCN'S WZIP
      *    UNLOAD, AND THE SAME ZIP/REGION LEAD AS ITS TBLONLY AND
      *    SNPONLY PAIR FILES, SO THE FILE CAN STAND IN FOR THE TABLE
      *    SIDE OF A HISTORICAL RECONCILE (WZIPRCN RUN MODE 'H').
      *    PIT-SOURCE-CD SAYS WHERE THE PAIR WAS FOUND: 'H' A
      *    WZIP_AUDIT RETIREMENT AFTER THE AS-OF DATE, 'L' A LIVE WZIP
      *    ROW, 'R' THE WZIPARCH SEASONAL ARCHIVE. WHEN MORE THAN ONE
      *    SOURCE HOLDS THE PAIR THE FIRST IN THAT ORDER IS KEPT.
      ******************************************************************
       01  PIT-RECORD.
           05  PIT-ZIP-CD             PIC X(09).
           05  PIT-REGION-CD          PIC X(04).
           05  PIT-COUNTRY-CD         PIC X(01).
           05  PIT-SOURCE-CD          PIC X(01).
               88  PIT-FROM-LIVE      VALUE 'L'.
               88  PIT-FROM-HISTORY   VALUE 'H'.
               88  PIT-FROM-ARCHIVE   VALUE 'R'.
           05  FILLER                 PIC X(05).
