      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-08-22 RLB   ORIGINAL COPYBOOK
      *   2026-10-15 RLB   CARVE SM-MONTHLY-CAP FROM FILLER - THE MOST
      *                    GREETINGS GREETBAT PRODUCES FOR THE SITE IN
      *                    ONE CALENDAR MONTH.  ZERO (OR BLANK, ON A
      *                    RECORD WRITTEN BEFORE THE FIELD EXISTED)
      *                    MEANS NO LIMIT
      *****************************************************************
       01  SITE-MASTER-RECORD.
           05  SM-SITE-CODE               PIC X(05).
               88  SM-INACTIVE                     VALUE 'I'.
           05  SM-LAST-UPDATE-DATE        PIC 9(08).
           05  SM-LAST-UPDATE-USER        PIC X(08).
           05  SM-MONTHLY-CAP             PIC 9(07).
           05  FILLER                     PIC X(16).
