      *****************************************************************
      * GREETSOX.CPY
      *
      * RECORD LAYOUT FOR THE STANDING-ORDER MAINTENANCE TRANSACTION
      * FILE READ BY GREETSOM.  AN ORDER IS IDENTIFIED BY ITS SITE
      * AND GREETING CODE (SPACES FOR AN ORDER THAT FOLLOWS THE SITE
      * DEFAULT).  'A' ADDS AN ORDER, 'C' CHANGES ONE, 'S' SUSPENDS
      * IT, 'R' RESUMES A SUSPENDED ORDER, AND 'E' END-DATES IT.
      *
      * ON AN ADD EVERY FIELD IS TAKEN AS KEYED.  ON A CHANGE A BLANK
      * FIELD LEAVES THE ORDER'S VALUE ALONE, AND A DATE OF ZEROS
      * OPENS THAT END OF THE WINDOW.  ON AN END-DATE THE STOP DATE
      * IS THE LAST DAY THE ORDER GENERATES - BLANK ENDS IT AFTER THE
      * CURRENT PROCESSING DATE.  SUSPEND AND RESUME USE ONLY THE
      * KEY AND THE USER.
      *
      *   MOD LOG
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-10-15 RLB   ORIGINAL COPYBOOK
      *****************************************************************
       01  ORDER-MAINT-RECORD.
           05  SOX-TRANS-CODE             PIC X(01).
               88  SOX-ADD-ORDER                   VALUE 'A'.
               88  SOX-CHANGE-ORDER                VALUE 'C'.
               88  SOX-SUSPEND-ORDER               VALUE 'S'.
               88  SOX-RESUME-ORDER                VALUE 'R'.
               88  SOX-END-ORDER                   VALUE 'E'.
           05  SOX-SITE-CODE              PIC X(05).
           05  SOX-GREETING-CODE          PIC X(05).
           05  SOX-FREQUENCY              PIC X(01).
           05  SOX-MONTHLY-DAY            PIC X(02).
           05  SOX-START-DATE             PIC X(08).
           05  SOX-STOP-DATE              PIC X(08).
           05  SOX-UPDATE-USER            PIC X(08).
           05  FILLER                     PIC X(42).
