      * BLANK START/STOP DATES ARE OPEN ENDED, THE SAME CONVENTION AS
      * THE GREETING-MASTER EFFECTIVE WINDOW.
      *
      * GREETSOM MAINTAINS THE FILE AND STAMPS THE DATE AND USER OF
      * THE LAST CHANGE ON EACH ORDER IT TOUCHES; AN ORDER LOADED
      * BEFORE THAT HAS SPACES THERE.
      *
      * RECORD LENGTH IS FIXED AT 80 BYTES.
      *
      *   MOD LOG
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-09-02 RLB   ORIGINAL COPYBOOK
      *   2026-10-15 RLB   LAST-UPDATE DATE AND USER FROM FILLER
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  SG-SITE-CODE               PIC X(05).
           05  SG-STATUS-SWITCH           PIC X(01).
               88  SG-ACTIVE                       VALUE 'A'.
               88  SG-INACTIVE                     VALUE 'I'.
           05  SG-LAST-UPDATE-DATE        PIC 9(08).
           05  SG-LAST-UPDATE-USER        PIC X(08).
           05  FILLER                     PIC X(34).
