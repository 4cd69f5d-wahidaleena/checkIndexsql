      ******************************************************************
      *    DECNREC  -  ONLINE REVIEW DECISION LOG RECORD
      *    ONE RECORD PER DECISION AN OPERATOR KEYS ON THE WZRV
      *    TRANSACTION (WZIPREV) AGAINST A SUSPENSE OR PENDING-
      *    CORRECTION ENTRY, WRITTEN TO THE DECNLOG VSAM KSDS IN THE
      *    SAME TASK THAT STAMPS THE DECISION ON THE ENTRY. THE ENTRY
      *    ONLY HOLDS THE LATEST DECISION AND GOES AWAY WHEN THE BATCH
      *    HONORS IT; THIS LOG KEEPS EVERY ONE, INCLUDING CHANGES AND
      *    WITHDRAWALS, SO AN AUDITOR CAN SEE WHO RELEASED, PURGED,
      *    ACCEPTED OR REJECTED WHAT, AND WHEN.
      *    DECN-KEY IS THE CICS DATE/TIME, TERMINAL, TASK NUMBER AND
      *    THE SCREEN LINE, SO TWO DECISIONS NEVER COLLIDE.
      *    DECN-FILE-CD: 'S' SUSPENSE (ENTRY KEY = ZIP/REGION/REASON),
      *    'P' PENDING (ENTRY KEY = ZIP/REGION/TRANSACTION).
      *    DECN-ACTION-CD IS THE DECISION KEYED ('R'/'P' ON SUSPENSE,
      *    'A'/'R' ON PENDING) OR 'C' WHEN THE OPERATOR WITHDREW AN
      *    UNHONORED DECISION; DECN-PRIOR-CD IS WHAT IT REPLACED.
      ******************************************************************
       01  DECN-RECORD.
           05  DECN-KEY.
               10  DECN-DATE           PIC 9(08).
               10  DECN-TIME           PIC 9(06).
               10  DECN-TERM-ID        PIC X(04).
               10  DECN-TASK-NO        PIC 9(07).
               10  DECN-LINE-NO        PIC 9(02).
           05  DECN-FILE-CD            PIC X(01).
               88  DECN-SUSPENSE       VALUE 'S'.
               88  DECN-PENDING        VALUE 'P'.
           05  DECN-ENTRY-KEY          PIC X(17).
           05  DECN-ACTION-CD          PIC X(01).
               88  DECN-WITHDRAWN      VALUE 'C'.
           05  DECN-PRIOR-CD           PIC X(01).
           05  DECN-USER-ID            PIC X(08).
           05  DECN-OPER-ID            PIC X(03).
           05  FILLER                  PIC X(22).
