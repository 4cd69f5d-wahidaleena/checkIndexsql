      ******************************************************************
      *    WZIPREVM  -  SYMBOLIC MAP FOR THE WZIPREV MAPSET, AS
      *    GENERATED FROM WZIPREV.BMS (TIOAPFX=YES). KEPT AS A
      *    COPYBOOK SO THE PROGRAM AND THE MAPSET TRAVEL TOGETHER --
      *    REGENERATE FROM THE BMS SOURCE WHENEVER THE MAP CHANGES.
      *    THE TWELVE DECNN/DTLNN FIELD PAIRS OF THE LIST ARE CARRIED
      *    AS ONE OCCURS GROUP (RVLINE), BYTE FOR BYTE THE SAME AS
      *    THE GENERATED FIELDS, SO THE PROGRAM CAN SUBSCRIPT A LINE.
      ******************************************************************
       01  WZIPRVMI.
           05  FILLER                  PIC X(12).
           05  FILCDL                  PIC S9(04) COMP.
           05  FILCDF                  PIC X(01).
           05  FILCDI                  PIC X(01).
           05  RSNCDL                  PIC S9(04) COMP.
           05  RSNCDF                  PIC X(01).
           05  RSNCDI                  PIC X(04).
           05  MINAGEL                 PIC S9(04) COMP.
           05  MINAGEF                 PIC X(01).
           05  MINAGEI                 PIC X(03).
           05  SRCCDL                  PIC S9(04) COMP.
           05  SRCCDF                  PIC X(01).
           05  SRCCDI                  PIC X(01).
           05  RVLINE OCCURS 12 TIMES.
               10  DECL                PIC S9(04) COMP.
               10  DECF                PIC X(01).
               10  DECI                PIC X(01).
               10  DTLL                PIC S9(04) COMP.
               10  DTLF                PIC X(01).
               10  DTLI                PIC X(76).
           05  MSGL                    PIC S9(04) COMP.
           05  MSGF                    PIC X(01).
           05  MSGI                    PIC X(70).
       01  WZIPRVMO REDEFINES WZIPRVMI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  FILCDO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  RSNCDO                  PIC X(04).
           05  FILLER                  PIC X(03).
           05  MINAGEO                 PIC X(03).
           05  FILLER                  PIC X(03).
           05  SRCCDO                  PIC X(01).
           05  RVLINEO OCCURS 12 TIMES.
               10  FILLER              PIC X(03).
               10  DECO                PIC X(01).
               10  FILLER              PIC X(03).
               10  DTLO                PIC X(76).
           05  FILLER                  PIC X(03).
           05  MSGO                    PIC X(70).
