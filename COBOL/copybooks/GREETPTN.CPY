      *****************************************************************
      * GREETPTN.CPY
      *
      * RECORD LAYOUT FOR THE GREETBAT PARTITION CONTROL FILE.  ONE
      * RECORD PER SITE-RANGE PARTITION OF THE DRIVER, IN ASCENDING
      * ORDER OF PT-HIGH-SITE-CODE.  A PARTITION COVERS THE SITE CODES
      * ABOVE THE PREVIOUS RECORD'S HIGH SITE CODE (THE FIRST ONE HAS
      * NO LOWER LIMIT) UP TO AND INCLUDING ITS OWN.  THE LAST RECORD
      * MUST HAVE A BLANK HIGH SITE CODE - NO UPPER LIMIT - SO EVERY
      * SITE CODE FALLS IN EXACTLY ONE PARTITION AND NO TRANSACTION
      * CAN BE MISSED BY ALL OF THEM.
      *
      * PT-WINDOW-LIMIT OVERRIDES THE DRIVER'S EXEC PARM WINDOW LIMIT
      * FOR THIS PARTITION ONLY; ZERO OR BLANK TAKES THE PARM.
      *
      * GREETBAT READS IT TO FIND ITS OWN RANGE; GREETMRG READS IT TO
      * KNOW WHICH PARTITIONS MUST HAVE COMPLETED BEFORE THE MERGE.
      * CHANGE IT ONLY BETWEEN CYCLES, NEVER WHILE PARTITIONS OF A
      * CYCLE ARE STILL OUTSTANDING.
      *
      * RECORD LENGTH IS FIXED AT 80 BYTES.
      *
      *   MOD LOG
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-10-15 RLB   ORIGINAL COPYBOOK
      *****************************************************************
       01  PARTITION-CONTROL-RECORD.
           05  PT-PARTITION-ID            PIC X(02).
           05  PT-HIGH-SITE-CODE          PIC X(05).
           05  PT-WINDOW-LIMIT            PIC 9(07).
           05  PT-DESCRIPTION             PIC X(30).
           05  FILLER                     PIC X(36).
