      *   ---------- ----  --------------------------------------------
      *   2026-08-22 RLB   ORIGINAL COPYBOOK
      *   2026-08-22 RLB   ADD 'E' EFFECTIVE-DATE TRANSACTION CODE
      *   2026-10-15 RLB   ADD 'R' RETIRE-AND-REPLACE TRANSACTION CODE.
      *                    AU-RECORD-TYPE (FROM FILLER) SAYS WHICH
      *                    FILE THE IMAGES COME FROM - AN 'R' ALSO
      *                    AUDITS EVERY SITE-MASTER, ENTITLEMENT,
      *                    STANDING-ORDER, SUSPENSE AND CARRYOVER
      *                    RECORD IT REPOINTS, UNDER THE RETIRED
      *                    CODE.  SPACES (OLDER RECORDS) MEAN
      *                    GREETING-MASTER.  A SUSPENSE IMAGE IS ITS
      *                    FIRST 100 BYTES
      *   2026-10-15 RLB   GREETSOM WRITES AN 'O' RECORD FOR EVERY
      *                    STANDING ORDER IT ADDS OR CHANGES, UNDER
      *                    THE ORDER'S OWN TRANSACTION CODE
      *   2026-10-15 RLB   GREETSOM RECORDS MOVE TO THEIR OWN TYPE 'M'
      *                    SO A STANDING-ORDER 'R' (RESUME) OR 'S'/'E'
      *                    CANNOT BE MISTAKEN FOR A GREETMNT RETIREMENT
      *                    OR EFFECTIVE-DATE CHANGE - 'O' IS NOW ONLY
      *                    THE RETIREMENT CASCADE'S STANDING-ORDER
      *                    REPOINT.  FILED UNDER THE SITE DEFAULT CODE
      *                    WHEN THE ORDER NAMES NONE
      *****************************************************************
       01  GREETING-AUDIT-RECORD.
           05  AU-TRANS-CODE              PIC X(01).
               88  AU-UPDATE-ENTRY                 VALUE 'U'.
               88  AU-DEACTIVATE-ENTRY             VALUE 'D'.
               88  AU-EFFDATE-ENTRY                VALUE 'E'.
               88  AU-RETIRE-ENTRY                 VALUE 'R'.
           05  AU-GREETING-CODE           PIC X(05).
           05  AU-UPDATE-DATE             PIC 9(08).
           05  AU-UPDATE-TIME             PIC 9(06).
           05  AU-UPDATE-USER             PIC X(08).
           05  AU-BEFORE-IMAGE            PIC X(100).
           05  AU-AFTER-IMAGE             PIC X(100).
           05  AU-RECORD-TYPE             PIC X(01).
               88  AU-GREETING-MASTER-IMAGE        VALUE 'G' ' '.
               88  AU-SITE-MASTER-IMAGE            VALUE 'S'.
               88  AU-ENTITLEMENT-IMAGE            VALUE 'E'.
               88  AU-STANDING-ORDER-IMAGE         VALUE 'O'.
               88  AU-SUSPENSE-IMAGE               VALUE 'U'.
               88  AU-CARRYOVER-IMAGE              VALUE 'C'.
               88  AU-ORDER-MAINT-IMAGE            VALUE 'M'.
           05  FILLER                     PIC X(11).
