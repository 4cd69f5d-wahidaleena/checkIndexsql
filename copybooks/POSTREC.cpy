      ******************************************************************
      *    POSTREC  -  POSTFILE POSTAL REFERENCE CARD
      *    ONE 80-BYTE RECORD PER POSTAL CODE FROM THE MONTHLY
      *    PURCHASED REFERENCE FILES -- THE USPS ZIP FILE AND THE
      *    CANADA POST POSTAL CODE FILE, EACH CUT TO THIS LAYOUT BY
      *    THE VENDOR EXTRACT AND CONCATENATED UNDER POSTFILE. A US
      *    CODE IS THE 5-DIGIT ZIP LEFT-JUSTIFIED (ZIP+4 IS NOT
      *    CARRIED -- THE +4 NEVER CHANGES WHICH REGION SERVES A
      *    ZIP); A CANADIAN CODE IS THE COMPACT A9A9A9 FORM WZIP
      *    STORES. PST-STATUS-CD 'A' (OR BLANK) IS A LIVE CODE, 'R'
      *    ONE THE POST OFFICE HAS RETIRED, 'S' ONE IT HAS SPLIT --
      *    A SPLIT CODE STILL DELIVERS BUT PART OF ITS AREA NOW
      *    CARRIES PST-SUCCESSOR-CD, SO ITS WZIP ASSIGNMENTS NEED A
      *    LOOK. PST-CHANGE-DT IS THE POST OFFICE'S DATE FOR THE
      *    RETIREMENT OR SPLIT (ZERO ON A LIVE CODE).
      ******************************************************************
       01  POSTAL-REF-RECORD.
           05  PST-COUNTRY-CD          PIC X(01).
               88  PST-COUNTRY-US      VALUE 'U'.
               88  PST-COUNTRY-CANADA  VALUE 'C'.
           05  PST-POSTAL-CD           PIC X(06).
           05  PST-STATUS-CD           PIC X(01).
               88  PST-STATUS-ACTIVE   VALUE 'A' ' '.
               88  PST-STATUS-RETIRED  VALUE 'R'.
               88  PST-STATUS-SPLIT    VALUE 'S'.
           05  PST-SUCCESSOR-CD        PIC X(06).
           05  PST-CHANGE-DT           PIC 9(08).
           05  FILLER                  PIC X(58).
