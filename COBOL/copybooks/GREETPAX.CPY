      *****************************************************************
      * GREETPAX.CPY
      *
      * RECORD LAYOUT FOR THE PENDING-CHANGE DECISION FILE READ BY
      * GREETAPR.  EACH RECORD APPROVES OR REJECTS ONE STAGED CHANGE,
      * NAMED BY ITS 20-BYTE PENDING KEY AS PRINTED ON THE PENDING
      * REPORT.  THE APPROVER MUST BE A DIFFERENT USER FROM THE ONE
      * WHO KEYED THE CHANGE.  THE REASON IS OPTIONAL AND IS CARRIED
      * ONTO THE PENDING RECORD.
      *
      *   MOD LOG
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-10-15 RLB   ORIGINAL COPYBOOK
      *****************************************************************
       01  PENDING-DECISION-RECORD.
           05  PAX-DECISION               PIC X(01).
               88  PAX-APPROVE                     VALUE 'A'.
               88  PAX-REJECT                      VALUE 'R'.
           05  PAX-PENDING-KEY            PIC X(20).
           05  PAX-APPROVER-USER          PIC X(08).
           05  PAX-REASON                 PIC X(20).
           05  FILLER                     PIC X(31).
