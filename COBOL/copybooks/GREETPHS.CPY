      *****************************************************************
      * GREETPHS.CPY
      *
      * RECORD LAYOUT FOR THE PRODUCED-REQUEST HISTORY INDEXED FILE.
      * GREETBAT WRITES ONE RECORD FOR EVERY SITE/GREETING-CODE/
      * REQUEST-DATE IT PRODUCES SUCCESSFULLY, STAMPED WITH THE
      * PROCESSING DATE IT WAS PRODUCED ON.  GREETEDT READS IT BY KEY
      * TO REJECT A REQUEST THAT WAS ALREADY PRODUCED ON AN EARLIER
      * CYCLE (A RETRANSMITTED FILE, OR THE SAME REQUEST SENT ON TWO
      * NIGHTS) BEFORE IT CAN REACH GREETING-IFC AND BE BILLED AGAIN,
      * AND PURGES RECORDS OLDER THAN ITS RETENTION PARM SO THE FILE
      * HOLDS ONLY A ROLLING WINDOW.
      *
      * RECORD LENGTH IS FIXED AT 80 BYTES.
      *
      *   MOD LOG
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-10-15 RLB   ORIGINAL COPYBOOK
      *****************************************************************
       01  PRODUCED-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               10  PH-SITE-CODE           PIC X(05).
               10  PH-GREETING-CODE       PIC X(05).
               10  PH-REQUEST-DATE        PIC 9(08).
           05  PH-PRODUCED-DATE           PIC 9(08).
           05  PH-PRODUCED-TIME           PIC 9(06).
           05  PH-JOB-NAME                PIC X(08).
           05  FILLER                     PIC X(40).
