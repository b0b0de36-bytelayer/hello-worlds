      *                    WINDOW ON AN EXISTING CODE.  THE DATES RIDE
      *                    IN THE FIRST 16 BYTES OF THE TEXT FIELD,
      *                    BLANK OR ZERO MEANING OPEN ENDED
      *   2026-10-15 RLB   ADD 'R' TRANSACTION - RETIRE A CODE AND
      *                    REPOINT EVERY REFERENCE TO THE SUCCESSOR
      *                    CODE IN THE FIRST 5 BYTES OF THE TEXT
      *                    FIELD.  A 'D' IS REFUSED WHILE ACTIVE
      *                    REFERENCES REMAIN UNLESS BYTE 6 OF THE
      *                    TEXT FIELD IS 'F' (FORCE)
      *****************************************************************
       01  GREETING-MAINT-RECORD.
           05  GMX-TRANS-CODE             PIC X(01).
               88  GMX-UPDATE-ENTRY                VALUE 'U'.
               88  GMX-DEACTIVATE-ENTRY            VALUE 'D'.
               88  GMX-EFFDATE-ENTRY               VALUE 'E'.
               88  GMX-RETIRE-ENTRY                VALUE 'R'.
           05  GMX-GREETING-CODE          PIC X(05).
           05  GMX-GREETING-TEXT          PIC X(60).
           05  GMX-EFFDATE-FIELDS REDEFINES GMX-GREETING-TEXT.
               10  GMX-EFFECTIVE-FROM     PIC 9(08).
               10  GMX-EFFECTIVE-TO       PIC 9(08).
               10  FILLER                 PIC X(44).
           05  GMX-RETIRE-FIELDS REDEFINES GMX-GREETING-TEXT.
               10  GMX-SUCCESSOR-CODE     PIC X(05).
               10  GMX-FORCE-SWITCH       PIC X(01).
                   88  GMX-FORCE-DEACTIVATE        VALUE 'F'.
               10  FILLER                 PIC X(54).
           05  GMX-UPDATE-USER            PIC X(08).
           05  FILLER                     PIC X(06).
