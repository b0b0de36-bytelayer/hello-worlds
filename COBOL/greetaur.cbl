000190*   COLS 6-13  FROM DATE (YYYYMMDD), OR SPACES/ZEROS FOR OPEN
000200*   COLS 14-21 TO DATE (YYYYMMDD), OR SPACES/ZEROS FOR OPEN
000210* NO PARM AT ALL PRINTS THE FULL HISTORY.
000211*
000212* A GREETING-CODE RETIREMENT ALSO AUDITS EVERY SITE, ENTITLEMENT,
000213* STANDING ORDER, SUSPENSE AND CARRYOVER RECORD IT REPOINTED,
000214* FILED UNDER THE RETIRED CODE.  THOSE PRINT WITH THE NAME OF
000215* THE FILE THEY CAME FROM AND THEIR RAW BEFORE/AFTER IMAGES.
000216* GREETSOM'S STANDING-ORDER MAINTENANCE RECORDS PRINT AS ORDER
000217* MAINT - THEIR TRANSACTION CODES (A ADD, C CHANGE, S SUSPEND,
000218* R RESUME, E END-DATE) ARE GREETSOM'S, NOT GREETMNT'S.
000220*
000230*   MOD LOG
000240*   DATE       INIT  DESCRIPTION
000250*   ---------- ----  -------------------------------------------
000260*   2026-08-22 RLB   ORIGINAL PROGRAM
000261*   2026-10-15 RLB   PRINT RETIREMENT CASCADE RECORDS BY FILE
000262*   2026-10-15 RLB   LABEL GREETSOM ORDER MAINTENANCE RECORDS
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000830     05  DL-UPDATE-TIME           PIC 9(06).
000840     05  FILLER                   PIC X(01) VALUE SPACES.
000850     05  DL-UPDATE-USER           PIC X(08).
000860     05  FILLER                   PIC X(02) VALUE SPACES.
000861     05  DL-RECORD-TYPE           PIC X(16) VALUE SPACES.
000862     05  FILLER                   PIC X(30) VALUE SPACES.
000870 01  WS-IMAGE-LINE.
000880     05  IL-LABEL                 PIC X(09).
000890     05  IL-STATUS                PIC X(01).
000930     05  FILLER                   PIC X(03) VALUE ' - '.
000932     05  WL-EFFECTIVE-TO          PIC X(08).
000934     05  FILLER                   PIC X(50) VALUE SPACES.
000935 01  WS-RAW-LINE.
000936     05  RL-LABEL                 PIC X(09).
000937     05  FILLER                   PIC X(01) VALUE SPACES.
000938     05  RL-IMAGE                 PIC X(70).
000940 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
000950 LINKAGE SECTION.
000960 01  LS-PARM-DATA.
001780     MOVE AU-UPDATE-DATE TO DL-UPDATE-DATE.
001790     MOVE AU-UPDATE-TIME TO DL-UPDATE-TIME.
001800     MOVE AU-UPDATE-USER TO DL-UPDATE-USER.
001801     EVALUATE TRUE
001802         WHEN AU-SITE-MASTER-IMAGE
001803             MOVE 'SITE-MASTER' TO DL-RECORD-TYPE
001804         WHEN AU-ENTITLEMENT-IMAGE
001805             MOVE 'GREETING-ENTITLE' TO DL-RECORD-TYPE
001806         WHEN AU-STANDING-ORDER-IMAGE
001807             MOVE 'STANDING ORDER' TO DL-RECORD-TYPE
001808         WHEN AU-SUSPENSE-IMAGE
001809             MOVE 'SUSPENSE' TO DL-RECORD-TYPE
00180A         WHEN AU-CARRYOVER-IMAGE
00180B             MOVE 'CARRYOVER' TO DL-RECORD-TYPE
00180C         WHEN AU-ORDER-MAINT-IMAGE
00180D             MOVE 'ORDER MAINT' TO DL-RECORD-TYPE
00180E         WHEN OTHER
00180F             MOVE SPACES TO DL-RECORD-TYPE
00180G     END-EVALUATE.
001810     WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.
001811     IF NOT AU-GREETING-MASTER-IMAGE
001812         PERFORM 2300-WRITE-RAW-IMAGES
001813             THRU 2300-EXIT
001814         GO TO 2000-NEXT
001815     END-IF.
001820     IF NOT AU-ADD-ENTRY
001830         MOVE AU-BEFORE-IMAGE TO GREETING-MASTER-RECORD
001840         MOVE '  BEFORE:' TO IL-LABEL
002260     END-IF.
002270 2200-EXIT.
002280     EXIT.
002281*****************************************************************
002282* 2300-WRITE-RAW-IMAGES - A RECORD A RETIREMENT CHANGED IN SOME
002283* OTHER FILE.  NAME THE FILE ON THE KEY LINE ALREADY WRITTEN AND
002284* PRINT THE FIRST 70 BYTES OF EACH IMAGE AS IT STANDS - ENOUGH TO
002285* SHOW THE KEY AND THE CODE THAT MOVED.  AN ADDED ENTITLEMENT
002286* HAS NO BEFORE IMAGE.
002287*****************************************************************
002288 2300-WRITE-RAW-IMAGES.
002289     IF AU-BEFORE-IMAGE NOT = SPACES
00228A         MOVE '  BEFORE:' TO RL-LABEL
00228B         MOVE AU-BEFORE-IMAGE TO RL-IMAGE
00228C         WRITE AUDIT-REPORT-LINE FROM WS-RAW-LINE
00228D     END-IF.
00228E     MOVE '  AFTER :' TO RL-LABEL.
00228F     MOVE AU-AFTER-IMAGE TO RL-IMAGE.
00228G     WRITE AUDIT-REPORT-LINE FROM WS-RAW-LINE.
00228H     WRITE AUDIT-REPORT-LINE FROM WS-BLANK-LINE.
00228J 2300-EXIT.
00228K     EXIT.
002290*****************************************************************
002300* 9000-TERMINATE
002310*****************************************************************
