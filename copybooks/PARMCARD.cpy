           05  PARM-CHK-TOLERANCE     PIC 9(05).
           05  PARM-RSND-GRACE-DAYS   PIC 9(03).
           05  PARM-LOCK-BREAK-SW     PIC X(01).
           05  PARM-CNFL-LIMIT        PIC 9(05).
           05  PARM-LOOKAHEAD-DAYS    PIC 9(03).
           05  FILLER                 PIC X(13).
