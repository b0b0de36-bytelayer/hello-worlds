      *****************************************************************
      * GREETCYC.CPY
      *
      * RECORD LAYOUT FOR THE CYCLE CONTROL FILE.  EACH STEP OF THE
      * NIGHTLY GREETBAT JOB STREAM (GREETSOG, GREETEDT, GREETBAT,
      * GREETDSP) APPENDS ONE RECORD OF ITS CONTROL TOTALS WHEN IT
      * FINISHES NORMALLY, KEYED BY THE BUSINESS PROCESSING DATE OF
      * THE CYCLE AND THE PROGRAM THAT WROTE IT.  GREETBAL READS THE
      * CYCLE'S RECORDS AND PROVES THE TOTALS TIE OUT FROM ONE STEP
      * TO THE NEXT.  A RERUN STEP APPENDS A NEW RECORD; THE LAST ONE
      * WRITTEN FOR A CYCLE AND STEP IS THE ONE THAT COUNTS.
      *
      * CY-TOTALS IS TWELVE GENERIC COUNTERS; EACH STEP'S REDEFINITION
      * NAMES THE ONES IT USES.
      *
      * CY-PARTITION-ID IS BLANK EXCEPT ON THE RECORDS A SITE-RANGE
      * PARTITION OF GREETBAT WRITES.  EACH PARTITION APPENDS ITS OWN
      * GREETBAT RECORD, GREETMRG COPIES THEM ALL TO THE CYCLE FILE
      * WHEN IT MERGES THE PARTITIONS, AND GREETBAL SUMS THE LAST ONE
      * WRITTEN FOR EACH PARTITION.
      *
      * RECORD LENGTH IS FIXED AT 120 BYTES.
      *
      *   MOD LOG
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  --------------------------------------------
      *   2026-10-15 RLB   ORIGINAL COPYBOOK
      *   2026-10-15 RLB   ADD CY-PARTITION-ID FROM FILLER
      *****************************************************************
       01  CYCLE-CONTROL-RECORD.
           05  CY-CYCLE-DATE              PIC 9(08).
           05  CY-STEP-NAME               PIC X(08).
               88  CY-FROM-GREETSOG                VALUE 'GREETSOG'.
               88  CY-FROM-GREETEDT                VALUE 'GREETEDT'.
               88  CY-FROM-GREETBAT                VALUE 'GREETBAT'.
               88  CY-FROM-GREETDSP                VALUE 'GREETDSP'.
           05  CY-WRITE-DATE              PIC 9(08).
           05  CY-WRITE-TIME              PIC 9(06).
           05  CY-TOTALS.
               10  CY-TOTAL               OCCURS 12 TIMES
                                          PIC 9(07).
           05  CY-SOG-TOTALS REDEFINES CY-TOTALS.
               10  CY-SOG-ORDERS-READ     PIC 9(07).
               10  CY-SOG-GENERATED       PIC 9(07).
               10  CY-SOG-NOT-DUE         PIC 9(07).
               10  CY-SOG-SKIPPED         PIC 9(07).
               10  FILLER                 PIC X(56).
           05  CY-EDT-TOTALS REDEFINES CY-TOTALS.
               10  CY-EDT-DETAILS-READ    PIC 9(07).
               10  CY-EDT-CONTROL-RECS    PIC 9(07).
               10  CY-EDT-SUSP-RECYCLED   PIC 9(07).
               10  CY-EDT-SUSP-AGED       PIC 9(07).
               10  CY-EDT-CARR-RECYCLED   PIC 9(07).
               10  CY-EDT-REJECTED        PIC 9(07).
               10  CY-EDT-DUPLICATES      PIC 9(07).
               10  CY-EDT-ALREADY-PRODUCED
                                          PIC 9(07).
               10  CY-EDT-CLEAN           PIC 9(07).
               10  CY-EDT-MISSING-FEEDS   PIC 9(07).
               10  FILLER                 PIC X(14).
           05  CY-BAT-TOTALS REDEFINES CY-TOTALS.
               10  CY-BAT-SORTED-READ     PIC 9(07).
               10  CY-BAT-RESTART-SKIPPED PIC 9(07).
               10  CY-BAT-PROCESSED       PIC 9(07).
               10  CY-BAT-CARRIED-OVER    PIC 9(07).
               10  CY-BAT-PRODUCED        PIC 9(07).
               10  CY-BAT-SUSPENDED       PIC 9(07).
               10  CY-BAT-LOG-WRITES      PIC 9(07).
               10  CY-BAT-IFC-WRITES      PIC 9(07).
               10  FILLER                 PIC X(28).
           05  CY-DSP-TOTALS REDEFINES CY-TOTALS.
               10  CY-DSP-REJECTED        PIC 9(07).
               10  CY-DSP-SUSPENDED       PIC 9(07).
               10  CY-DSP-PRODUCED        PIC 9(07).
               10  CY-DSP-EXTRACT-WRITTEN PIC 9(07).
               10  FILLER                 PIC X(56).
           05  CY-PARTITION-ID            PIC X(02).
           05  FILLER                     PIC X(04).
