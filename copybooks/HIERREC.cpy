      ******************************************************************
      *    HIERREC  -  HIERFILE DISTRICT / DIVISION HIERARCHY CARD
      *    ONE 80-BYTE CARD PER NODE OF THE MANAGEMENT HIERARCHY ABOVE
      *    WREGION. HIR-CARD-TYPE SAYS WHICH LEVEL THE CARD MAINTAINS:
      *    'V' A DIVISION (HIR-CODE IS THE DIVISION CODE, NO PARENT),
      *    'T' A DISTRICT (HIR-PARENT-CD NAMES ITS DIVISION), 'R' A
      *    GROWING REGION'S DISTRICT ASSIGNMENT (HIR-CODE IS THE
      *    GROWING_REGION_CD, HIR-PARENT-CD ITS DISTRICT; HIR-DESC IS
      *    NOT USED -- THE REGION'S DESCRIPTION LIVES ON WREGION).
      *    HIR-TRANS-CD 'A' (OR BLANK) ADDS OR REFRESHES THE NODE;
      *    'D' REMOVES IT -- A DIVISION OR DISTRICT ONLY ONCE NOTHING
      *    BELOW IT REMAINS, A REGION CARD BY DROPPING THE REGION'S
      *    ASSIGNMENT SO IT REPORTS AS UNASSIGNED.
      ******************************************************************
       01  HIER-RECORD.
           05  HIR-TRANS-CD            PIC X(01).
               88  HIR-TRANS-ADD       VALUE 'A' ' '.
               88  HIR-TRANS-DELETE    VALUE 'D'.
           05  HIR-CARD-TYPE           PIC X(01).
               88  HIR-DIVISION-CARD   VALUE 'V'.
               88  HIR-DISTRICT-CARD   VALUE 'T'.
               88  HIR-REGION-CARD     VALUE 'R'.
           05  HIR-CODE                PIC X(04).
           05  HIR-DESC                PIC X(30).
           05  HIR-PARENT-CD           PIC X(04).
           05  FILLER                  PIC X(40).
