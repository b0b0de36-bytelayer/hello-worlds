      *****************************************************************
      * GREETPND.CPY
      *
      * RECORD LAYOUT FOR THE PENDING-CHANGE FILE.  GREETMNT, SITEMNT,
      * GREETENM AND GREETSOM NO LONGER APPLY THEIR TRANSACTIONS
      * DIRECTLY - EACH ONE IS STAGED HERE, STATUS PENDING, WITH THE
      * USER WHO KEYED IT.  GREETAPR RECORDS A SECOND USER'S APPROVE
      * OR REJECT DECISION AGAINST THE PENDING KEY, AND THE
      * MAINTENANCE PROGRAMS RUN WITH PARM 'APPLY' PUT ONLY APPROVED
      * CHANGES ON THE MASTER, MARKING EACH ONE APPLIED (OR FAILED IF
      * THE MASTER REFUSED IT) SO IT IS NEVER APPLIED TWICE.
      *
      * THE KEY IS THE TARGET FILE, THE STAGING DATE AND TIME, AND
      * THE TRANSACTION'S SEQUENCE IN THE STAGING RUN, SO EACH TARGET
      * FILE'S CHANGES READ BACK IN THE ORDER THEY WERE KEYED.  THE
      * TRANSACTION IMAGE IS THE 80-BYTE GREETMTX, SITEMTX, GREETETX
      * OR GREETSOX RECORD EXACTLY AS IT WAS SUBMITTED.
      *
      * RECORD LENGTH IS FIXED AT 160 BYTES.
      *
      *   MOD LOG
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-10-15 RLB   ORIGINAL COPYBOOK
      *   2026-10-15 RLB   ADD 'O' TARGET FOR STANDING-ORDER CHANGES
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PN-PENDING-KEY.
               10  PN-TARGET-FILE         PIC X(01).
                   88  PN-FOR-GREETING-MASTER      VALUE 'G'.
                   88  PN-FOR-SITE-MASTER          VALUE 'S'.
                   88  PN-FOR-ENTITLEMENT          VALUE 'E'.
                   88  PN-FOR-STANDING-ORDER       VALUE 'O'.
               10  PN-STAGE-DATE          PIC 9(08).
               10  PN-STAGE-TIME          PIC 9(06).
               10  PN-STAGE-SEQ           PIC 9(05).
           05  PN-STATUS-SWITCH           PIC X(01).
               88  PN-PENDING                      VALUE 'P'.
               88  PN-APPROVED                     VALUE 'A'.
               88  PN-REJECTED                     VALUE 'R'.
               88  PN-APPLIED                      VALUE 'C'.
               88  PN-APPLY-FAILED                 VALUE 'F'.
           05  PN-STAGE-USER              PIC X(08).
           05  PN-DECISION-USER           PIC X(08).
           05  PN-DECISION-DATE           PIC 9(08).
           05  PN-DECISION-REASON         PIC X(20).
           05  PN-APPLY-DATE              PIC 9(08).
           05  PN-TRAN-IMAGE              PIC X(80).
           05  FILLER                     PIC X(07).
