      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-08-22 RLB   ORIGINAL COPYBOOK
      *   2026-10-15 RLB   CARVE SMX-MONTHLY-CAP FROM FILLER.  ON AN
      *                    ADD, BLANK MEANS NO LIMIT; ON AN UPDATE,
      *                    BLANK LEAVES THE LIMIT AS IT IS AND ZEROS
      *                    REMOVE IT
      *****************************************************************
       01  SITE-MAINT-RECORD.
           05  SMX-TRANS-CODE             PIC X(01).
           05  SMX-SITE-NAME              PIC X(30).
           05  SMX-DEFAULT-GREETING-CODE  PIC X(05).
           05  SMX-UPDATE-USER            PIC X(08).
           05  SMX-MONTHLY-CAP            PIC 9(07).
           05  SMX-MONTHLY-CAP-X REDEFINES SMX-MONTHLY-CAP
                                          PIC X(07).
           05  FILLER                     PIC X(24).
