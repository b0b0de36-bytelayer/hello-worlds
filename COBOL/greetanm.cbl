000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GREETANM.
000030 AUTHOR. R L BENSON.
000040 INSTALLATION. BYTELAYER DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* GREETANM
000090*
000100* DAILY SITE VOLUME ANOMALY REPORT.  READS THE GREETING-STATS
000110* FILE (POSTED BY HELLOWLD AND GREETBAT) FOR THE CYCLE JUST
000120* COMPLETED AND FOR THE PROCESSING DAYS BEFORE IT, AND COMPARES
000130* EACH SITE - AND EACH SITE'S GREETING CODES - AGAINST ITS OWN
000140* ROLLING BASELINE:
000150*   - VOLUME: THE DAY'S RUN COUNT AGAINST THE AVERAGE DAILY RUN
000160*     COUNT OVER THE BASELINE DAYS.  A DAY WITH NO STATS FOR THE
000170*     SITE COUNTS AS ZERO, SO A SITE THAT IS USUALLY QUIET STAYS
000180*     QUIET IN ITS BASELINE.
000190*   - ERROR RATE: ERRORS AS A PERCENT OF RUNS, TODAY AGAINST THE
000200*     BASELINE DAYS TAKEN TOGETHER.
000210* A SITE OR CODE WHOSE VOLUME MOVES BY MORE THAN THE VOLUME
000220* TOLERANCE (PERCENT), OR WHOSE ERROR RATE MOVES BY MORE THAN THE
000230* ERROR TOLERANCE (PERCENTAGE POINTS), IS LISTED WITH ITS
000240* BASELINE, TODAY'S FIGURE AND THE CHANGE.  THIS CATCHES THE
000250* PARTIAL FILE THAT GREETEDT'S MISSING-FEED CHECK CANNOT - THE
000260* SITE SENT SOMETHING, JUST NOT ENOUGH.
000270*
000280* THE BASELINE DAYS ARE THE PROCESSING DAYS IMMEDIATELY BEFORE
000290* THE CYCLE DATE: WEEKENDS AND THE PROCESSING-CALENDAR
000300* NON-PROCESSING DATES ARE SKIPPED, AND STATS POSTED ON THOSE
000310* DAYS (A WEEKEND HELLOWLD RUN) ARE LEFT OUT OF THE BASELINE.
000320* A SITE OR CODE WHOSE BASELINE AVERAGE AND DAY'S RUNS ARE BOTH
000330* UNDER THE MINIMUM VOLUME IS NOT JUDGED - A HANDFUL OF REQUESTS
000340* SWINGS TOO FAR IN PERCENT TO MEAN ANYTHING.  BLANK-SITE STATS
000350* RECORDS ARE JOB-LEVEL FAILURES AND BELONG TO NO SITE.
000360*
000370* EXEC PARM (POSITIONAL, ANY MISSING OR UNREADABLE FIELD TAKES
000380* THE INSTALLATION DEFAULT):
000390*   COLS  1-3   VOLUME TOLERANCE PERCENT           DEFAULT 050
000400*   COLS  4-6   ERROR-RATE TOLERANCE POINTS        DEFAULT 010
000410*   COLS  7-8   BASELINE PROCESSING DAYS (01-20)   DEFAULT 05
000420*   COLS  9-12  MINIMUM VOLUME TO BE JUDGED        DEFAULT 0010
000430*   COLS 13-20  CYCLE DATE YYYYMMDD, OTHERWISE
000440*               RN-LAST-COMPLETED-DATE FROM GREETING-RUN-CONTROL,
000450*               THE SAME AS GREETDSP
000460*
000470* RETURN CODES:  0 = NO ANOMALIES, 4 = ANOMALIES LISTED,
000480* 12 = FILE FAILURE, FULL TABLE OR NO USABLE CYCLE DATE.
000490*
000500*   MOD LOG
000510*   DATE       INIT  DESCRIPTION
000520*   ---------- ----  -------------------------------------------
000530*   2026-10-15 RLB   ORIGINAL PROGRAM
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT GREETING-STATS ASSIGN TO GREETSTA
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SC-STAT-KEY
000650         FILE STATUS IS WS-SC-FILE-STATUS.
000660     SELECT PROCESSING-CALENDAR ASSIGN TO GREETCAL
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CA-FILE-STATUS.
000690     SELECT GREETING-RUN-CONTROL ASSIGN TO GREETRCT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RN-FILE-STATUS.
000720     SELECT ANOMALY-REPORT ASSIGN TO GREETANR
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-AR-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  GREETING-STATS
000780     LABEL RECORDS ARE STANDARD.
000790 COPY GREETSTA.
000800 FD  PROCESSING-CALENDAR
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 COPY GREETCAL.
000840 FD  GREETING-RUN-CONTROL
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 COPY GREETRCN.
000880 FD  ANOMALY-REPORT
000890     LABEL RECORDS ARE STANDARD
000900     RECORDING MODE IS F.
000910 01  ANOMALY-REPORT-LINE             PIC X(80).
000920 WORKING-STORAGE SECTION.
000930 77  WS-SC-FILE-STATUS           PIC X(02) VALUE SPACES.
000940 77  WS-CA-FILE-STATUS           PIC X(02) VALUE SPACES.
000950 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
000960 77  WS-AR-FILE-STATUS           PIC X(02) VALUE SPACES.
000970 77  WS-CYCLE-DATE               PIC 9(08) VALUE ZEROS.
000980 77  WS-BASE-FIRST-DATE          PIC 9(08) VALUE ZEROS.
000990 77  WS-BASE-LAST-DATE           PIC 9(08) VALUE ZEROS.
001000 77  WS-VOL-TOLERANCE            PIC 9(03) VALUE 50.
001010 77  WS-ERR-TOLERANCE            PIC 9(03) VALUE 10.
001020 77  WS-BASE-DAYS                PIC 9(02) VALUE 5.
001030 77  WS-MIN-VOLUME               PIC 9(04) VALUE 10.
001040 77  WS-BASE-FOUND               PIC 9(02) VALUE ZERO.
001050 77  WS-ROLL-COUNT               PIC 9(03) VALUE ZERO.
001060 77  WS-ROLL-LIMIT               PIC 9(03) VALUE 366.
001070 77  WS-STAT-READ-COUNT          PIC 9(07) VALUE ZERO.
001080 77  WS-STAT-USED-COUNT          PIC 9(07) VALUE ZERO.
001090 77  WS-TODAY-STAT-COUNT         PIC 9(07) VALUE ZERO.
001100 77  WS-NOT-JUDGED-COUNT         PIC 9(05) VALUE ZERO.
001110 77  WS-SITE-ANOMALY-COUNT       PIC 9(05) VALUE ZERO.
001120 77  WS-CODE-ANOMALY-COUNT       PIC 9(05) VALUE ZERO.
001130 77  WS-SITE-COUNT               PIC 9(03) VALUE ZERO.
001140 77  WS-SITE-MAX                 PIC 9(03) VALUE 500.
001150 77  WS-CODE-COUNT               PIC 9(04) VALUE ZERO.
001160 77  WS-CODE-MAX                 PIC 9(04) VALUE 3000.
001170 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001180 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
001190 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
001200 77  WS-CAL-COUNT                PIC 9(03) VALUE ZERO.
001210 77  WS-CAL-MAX                  PIC 9(03) VALUE 400.
001220 77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
001230 77  WS-DOW-YEAR                 PIC 9(04) VALUE ZERO.
001240 77  WS-DOW-MONTH                PIC 9(02) VALUE ZERO.
001250 77  WS-DOW-CENTURY              PIC 9(02) VALUE ZERO.
001260 77  WS-DOW-YY                   PIC 9(02) VALUE ZERO.
001270 77  WS-DOW-WORK                 PIC 9(05) VALUE ZERO.
001280 77  WS-DOW-SUM                  PIC 9(05) VALUE ZERO.
001290 77  WS-DOW-QUOTIENT             PIC 9(05) VALUE ZERO.
001300 77  WS-EV-BASE-RUNS             PIC 9(09) VALUE ZERO.
001310 77  WS-EV-BASE-ERRORS           PIC 9(09) VALUE ZERO.
001320 77  WS-EV-TODAY-RUNS            PIC 9(07) VALUE ZERO.
001330 77  WS-EV-TODAY-ERRORS          PIC 9(07) VALUE ZERO.
001340 77  WS-BASE-AVERAGE             PIC 9(07)V9 VALUE ZERO.
001350 77  WS-BASE-RATE                PIC 9(05)V9 VALUE ZERO.
001360 77  WS-TODAY-RATE               PIC 9(05)V9 VALUE ZERO.
001370 77  WS-DIFFERENCE               PIC 9(09)V9 VALUE ZERO.
001380 77  WS-DIFFERENCE-100           PIC 9(11)V9 VALUE ZERO.
001390 77  WS-ABS-CHANGE               PIC 9(07)V9 VALUE ZERO.
001400 77  WS-SIGNED-CHANGE            PIC S9(07)V9 VALUE ZERO.
001410 77  WS-WORK-100                 PIC 9(11) VALUE ZERO.
001420 01  WS-ROLL-DATE-N              PIC 9(08) VALUE ZEROS.
001430 01  WS-ROLL-DATE REDEFINES WS-ROLL-DATE-N.
001440     05  WS-ROLL-YEAR            PIC 9(04).
001450     05  WS-ROLL-MONTH           PIC 9(02).
001460     05  WS-ROLL-DAY             PIC 9(02).
001470 01  WS-MONTH-DAYS-TABLE.
001480     05  FILLER                  PIC X(24)
001490         VALUE '312831303130313130313031'.
001500 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001510     05  WS-MONTH-DAYS           OCCURS 12 TIMES PIC 9(02).
001520 01  WS-CALENDAR-TABLE.
001530     05  WS-CALENDAR-ENTRY OCCURS 400 TIMES
001540             INDEXED BY CA-IDX.
001550         10  WS-CAL-DATE         PIC 9(08).
001560 01  WS-BASE-DATE-TABLE.
001570     05  WS-BASE-DATE-ENTRY OCCURS 20 TIMES
001580             INDEXED BY BD-IDX.
001590         10  WS-BASE-DATE        PIC 9(08).
001600 01  WS-SITE-TABLE.
001610     05  WS-SITE-ENTRY OCCURS 500 TIMES
001620             INDEXED BY ST-IDX.
001630         10  ST-SITE-CODE        PIC X(05).
001640         10  ST-BASE-RUNS        PIC 9(09).
001650         10  ST-BASE-ERRORS      PIC 9(09).
001660         10  ST-TODAY-RUNS       PIC 9(07).
001670         10  ST-TODAY-ERRORS     PIC 9(07).
001680 01  WS-CODE-TABLE.
001690     05  WS-CODE-ENTRY OCCURS 3000 TIMES
001700             INDEXED BY CT-IDX.
001710         10  CT-SITE-CODE        PIC X(05).
001720         10  CT-GREETING-CODE    PIC X(05).
001730         10  CT-BASE-RUNS        PIC 9(09).
001740         10  CT-BASE-ERRORS      PIC 9(09).
001750         10  CT-TODAY-RUNS       PIC 9(07).
001760         10  CT-TODAY-ERRORS     PIC 9(07).
001770 01  WS-SWITCHES.
001780     05  WS-STAT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001790         88  WS-END-OF-STATS               VALUE 'Y'.
001800     05  WS-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001810         88  WS-END-OF-CALENDAR            VALUE 'Y'.
001820     05  WS-CAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001830         88  WS-CAL-DATE-FOUND             VALUE 'Y'.
001840     05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001850         88  WS-ENTRY-FOUND                VALUE 'Y'.
001860     05  WS-STAT-DAY-SWITCH       PIC X(01) VALUE SPACE.
001870         88  WS-STAT-IS-TODAY              VALUE 'T'.
001880         88  WS-STAT-IS-BASELINE           VALUE 'B'.
001890         88  WS-STAT-NOT-USED              VALUE 'N'.
001900     05  WS-VOLUME-SWITCH         PIC X(01) VALUE 'N'.
001910         88  WS-VOLUME-ANOMALY             VALUE 'Y'.
001920     05  WS-ERROR-SWITCH          PIC X(01) VALUE 'N'.
001930         88  WS-ERROR-ANOMALY              VALUE 'Y'.
001940     05  WS-JUDGED-SWITCH         PIC X(01) VALUE 'Y'.
001950         88  WS-FIGURES-JUDGED             VALUE 'Y'.
001960 01  WS-HEADING-1.
001970     05  FILLER                   PIC X(30)
001980         VALUE 'SITE VOLUME ANOMALY REPORT'.
001990     05  FILLER                   PIC X(06) VALUE 'CYCLE '.
002000     05  HD-CYCLE-DATE            PIC 9(08).
002010     05  FILLER                   PIC X(36) VALUE SPACES.
002020 01  WS-HEADING-2.
002030     05  FILLER                   PIC X(10) VALUE 'BASELINE: '.
002040     05  HD-BASE-DAYS             PIC Z9.
002050     05  FILLER                   PIC X(22)
002060         VALUE ' PROCESSING DAYS FROM '.
002070     05  HD-BASE-FIRST            PIC 9(08).
002080     05  FILLER                   PIC X(04) VALUE ' TO '.
002090     05  HD-BASE-LAST             PIC 9(08).
002100     05  FILLER                   PIC X(26) VALUE SPACES.
002110 01  WS-HEADING-3.
002120     05  FILLER                   PIC X(18)
002130         VALUE 'VOLUME TOLERANCE  '.
002140     05  HD-VOL-TOLERANCE         PIC ZZ9.
002150     05  FILLER                   PIC X(21)
002160         VALUE ' PCT   ERROR RATE TOL'.
002170     05  FILLER                   PIC X(01) VALUE SPACE.
002180     05  HD-ERR-TOLERANCE         PIC ZZ9.
002190     05  FILLER                   PIC X(14)
002200         VALUE ' PTS   MINIMUM'.
002210     05  FILLER                   PIC X(01) VALUE SPACE.
002220     05  HD-MIN-VOLUME            PIC Z,ZZ9.
002230     05  FILLER                   PIC X(14) VALUE SPACES.
002240 01  WS-HEADING-4.
002250     05  FILLER                   PIC X(06) VALUE 'SITE'.
002260     05  FILLER                   PIC X(06) VALUE 'CODE'.
002270     05  FILLER                   PIC X(07) VALUE 'FIGURE'.
002280     05  FILLER                   PIC X(10) VALUE ' BASELINE'.
002290     05  FILLER                   PIC X(10) VALUE '    TODAY'.
002300     05  FILLER                   PIC X(11) VALUE '    CHANGE'.
002310     05  FILLER                   PIC X(05) VALUE SPACES.
002320     05  FILLER                   PIC X(06) VALUE 'REASON'.
002330     05  FILLER                   PIC X(19) VALUE SPACES.
002340 01  WS-DETAIL-LINE.
002350     05  DL-SITE-CODE             PIC X(05).
002360     05  FILLER                   PIC X(01) VALUE SPACES.
002370     05  DL-GREETING-CODE         PIC X(05).
002380     05  FILLER                   PIC X(01) VALUE SPACES.
002390     05  DL-FIGURE                PIC X(06).
002400     05  FILLER                   PIC X(01) VALUE SPACES.
002410     05  DL-BASELINE              PIC ZZZ,ZZ9.9.
002420     05  FILLER                   PIC X(01) VALUE SPACES.
002430     05  DL-TODAY                 PIC ZZZ,ZZ9.9.
002440     05  FILLER                   PIC X(01) VALUE SPACES.
002450     05  DL-CHANGE                PIC -ZZZ,ZZ9.9.
002460     05  DL-CHANGE-X REDEFINES DL-CHANGE
002470                                  PIC X(10).
002480     05  FILLER                   PIC X(01) VALUE SPACES.
002490     05  DL-UNIT                  PIC X(03).
002500     05  FILLER                   PIC X(02) VALUE SPACES.
002510     05  DL-REASON                PIC X(20).
002520     05  FILLER                   PIC X(05) VALUE SPACES.
002530 01  WS-SUMMARY-LINE.
002540     05  SL-LABEL                 PIC X(36).
002550     05  SL-COUNT                 PIC ZZZ,ZZ9.
002560     05  FILLER                   PIC X(37) VALUE SPACES.
002570 01  WS-NONE-LINE.
002580     05  FILLER                   PIC X(41)
002590         VALUE 'NO SITE OR GREETING CODE OUT OF TOLERANCE'.
002600     05  FILLER                   PIC X(39) VALUE SPACES.
002610 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
002620 LINKAGE SECTION.
002630 01  LS-PARM-DATA.
002640     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002650     05  LS-PARM-TEXT            PIC X(20).
002660 PROCEDURE DIVISION USING LS-PARM-DATA.
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE
002690         THRU 1000-EXIT.
002700     PERFORM 2000-TALLY-STAT-RECORD
002710         THRU 2000-EXIT
002720         UNTIL WS-END-OF-STATS.
002730     PERFORM 3000-REPORT-SITE
002740         THRU 3000-EXIT
002750         VARYING ST-IDX FROM 1 BY 1
002760         UNTIL ST-IDX > WS-SITE-COUNT.
002770     PERFORM 7000-PRINT-SUMMARY
002780         THRU 7000-EXIT.
002790     PERFORM 9000-TERMINATE
002800         THRU 9000-EXIT.
002810     GOBACK.
002820 0000-EXIT.
002830     EXIT.
002840*****************************************************************
002850* 1000-INITIALIZE - RESOLVE THE TOLERANCES AND THE CYCLE DATE,
002860* WORK OUT THE BASELINE DAYS, OPEN EVERYTHING AND POSITION THE
002870* STATS FILE AT THE FIRST BASELINE DAY.
002880*****************************************************************
002890 1000-INITIALIZE.
002900     MOVE ZERO TO RETURN-CODE.
002910     PERFORM 1100-TAKE-PARM
002920         THRU 1100-EXIT.
002930     IF WS-CYCLE-DATE = ZERO
002940         PERFORM 1200-READ-RUN-CONTROL
002950             THRU 1200-EXIT
002960     END-IF.
002970     IF WS-CYCLE-DATE = ZERO
002980         DISPLAY 'GREETANM: NO USABLE CYCLE DATE - SUPPLY THE '
002990             'PARM OR FIX THE RUN-CONTROL'
003000         MOVE 12 TO RETURN-CODE
003010         GOBACK
003020     END-IF.
003030     DISPLAY 'GREETANM: CHECKING CYCLE ' WS-CYCLE-DATE.
003040     PERFORM 1040-LOAD-CALENDAR
003050         THRU 1040-EXIT.
003060     PERFORM 1300-FIND-BASELINE-DAYS
003070         THRU 1300-EXIT.
003080     OPEN INPUT GREETING-STATS.
003090     OPEN OUTPUT ANOMALY-REPORT.
003100     IF WS-SC-FILE-STATUS NOT = '00'
003110        OR WS-AR-FILE-STATUS NOT = '00'
003120         DISPLAY 'GREETANM: UNABLE TO OPEN REQUIRED FILES, '
003130             'STATS=' WS-SC-FILE-STATUS
003140             ' REPORT=' WS-AR-FILE-STATUS
003150         MOVE 12 TO RETURN-CODE
003160         PERFORM 9000-TERMINATE
003170             THRU 9000-EXIT
003180         GOBACK
003190     END-IF.
003200     MOVE WS-CYCLE-DATE TO HD-CYCLE-DATE.
003210     MOVE WS-BASE-DAYS TO HD-BASE-DAYS.
003220     MOVE WS-BASE-FIRST-DATE TO HD-BASE-FIRST.
003230     MOVE WS-BASE-LAST-DATE TO HD-BASE-LAST.
003240     MOVE WS-VOL-TOLERANCE TO HD-VOL-TOLERANCE.
003250     MOVE WS-ERR-TOLERANCE TO HD-ERR-TOLERANCE.
003260     MOVE WS-MIN-VOLUME TO HD-MIN-VOLUME.
003270     WRITE ANOMALY-REPORT-LINE FROM WS-HEADING-1.
003280     WRITE ANOMALY-REPORT-LINE FROM WS-HEADING-2.
003290     WRITE ANOMALY-REPORT-LINE FROM WS-HEADING-3.
003300     WRITE ANOMALY-REPORT-LINE FROM WS-BLANK-LINE.
003310     WRITE ANOMALY-REPORT-LINE FROM WS-HEADING-4.
003320     MOVE WS-BASE-FIRST-DATE TO SC-RUN-DATE.
003330     MOVE LOW-VALUES TO SC-SITE-CODE.
003340     MOVE LOW-VALUES TO SC-GREETING-CODE.
003350     START GREETING-STATS
003360         KEY IS NOT LESS THAN SC-STAT-KEY
003370         INVALID KEY
003380             SET WS-END-OF-STATS TO TRUE
003390     END-START.
003400     IF NOT WS-END-OF-STATS
003410         PERFORM 2100-READ-STAT-RECORD
003420             THRU 2100-EXIT
003430     END-IF.
003440 1000-EXIT.
003450     EXIT.
003460*****************************************************************
003470* 1100-TAKE-PARM - EACH POSITIONAL FIELD STANDS ON ITS OWN; ONE
003480* THAT IS MISSING OR UNREADABLE TAKES ITS DEFAULT AND IS FLAGGED.
003490*****************************************************************
003500 1100-TAKE-PARM.
003510     IF LS-PARM-LENGTH > 2
003520        AND LS-PARM-TEXT(1:3) NUMERIC
003530        AND LS-PARM-TEXT(1:3) NOT = '000'
003540         MOVE LS-PARM-TEXT(1:3) TO WS-VOL-TOLERANCE
003550     ELSE
003560         DISPLAY 'GREETANM: NO USABLE VOLUME TOLERANCE PARM, '
003570             'DEFAULT OF 50 PCT USED'
003580     END-IF.
003590     IF LS-PARM-LENGTH > 5
003600        AND LS-PARM-TEXT(4:3) NUMERIC
003610        AND LS-PARM-TEXT(4:3) NOT = '000'
003620         MOVE LS-PARM-TEXT(4:3) TO WS-ERR-TOLERANCE
003630     ELSE
003640         DISPLAY 'GREETANM: NO USABLE ERROR TOLERANCE PARM, '
003650             'DEFAULT OF 10 POINTS USED'
003660     END-IF.
003670     IF LS-PARM-LENGTH > 7
003680        AND LS-PARM-TEXT(7:2) NUMERIC
003690        AND LS-PARM-TEXT(7:2) NOT = '00'
003700        AND LS-PARM-TEXT(7:2) NOT > '20'
003710         MOVE LS-PARM-TEXT(7:2) TO WS-BASE-DAYS
003720     ELSE
003730         DISPLAY 'GREETANM: NO USABLE BASELINE DAYS PARM, '
003740             'DEFAULT OF 5 DAYS USED'
003750     END-IF.
003760     IF LS-PARM-LENGTH > 11
003770        AND LS-PARM-TEXT(9:4) NUMERIC
003780         MOVE LS-PARM-TEXT(9:4) TO WS-MIN-VOLUME
003790     ELSE
003800         DISPLAY 'GREETANM: NO USABLE MINIMUM VOLUME PARM, '
003810             'DEFAULT OF 10 USED'
003820     END-IF.
003830     IF LS-PARM-LENGTH > 19
003840        AND LS-PARM-TEXT(13:8) NUMERIC
003850         MOVE LS-PARM-TEXT(13:8) TO WS-CYCLE-DATE
003860     END-IF.
003870 1100-EXIT.
003880     EXIT.
003890*****************************************************************
003900* 1200-READ-RUN-CONTROL - NO PARM DATE, SO THE CYCLE IS THE ONE
003910* JUST COMPLETED: RN-LAST-COMPLETED-DATE, STAMPED BY THE DRIVER
003920* WHEN IT ROLLS RN-PROCESS-DATE FORWARD.
003930*****************************************************************
003940 1200-READ-RUN-CONTROL.
003950     OPEN INPUT GREETING-RUN-CONTROL.
003960     IF WS-RN-FILE-STATUS NOT = '00'
003970         DISPLAY 'GREETANM: RUN-CONTROL UNAVAILABLE, FILE '
003980             'STATUS = ' WS-RN-FILE-STATUS
003990         GO TO 1200-EXIT
004000     END-IF.
004010     READ GREETING-RUN-CONTROL
004020         AT END
004030             DISPLAY 'GREETANM: RUN-CONTROL EMPTY'
004040             CLOSE GREETING-RUN-CONTROL
004050             GO TO 1200-EXIT
004060     END-READ.
004070     IF RN-LAST-COMPLETED-DATE NUMERIC
004080         MOVE RN-LAST-COMPLETED-DATE TO WS-CYCLE-DATE
004090     END-IF.
004100     CLOSE GREETING-RUN-CONTROL.
004110 1200-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 1040-LOAD-CALENDAR - TABLE THE NON-PROCESSING DATES FROM THE
004150* PROCESSING-CALENDAR FILE.  A MISSING OR EMPTY CALENDAR IS NOT
004160* FATAL - WEEKENDS ARE STILL SKIPPED, WHICH ARE COMPUTED, BUT A
004170* HOLIDAY WILL SIT IN THE BASELINE AS A ZERO DAY.  A CALENDAR
004180* BIGGER THAN THE TABLE LOADS WHAT FITS AND WARNS.
004190*****************************************************************
004200 1040-LOAD-CALENDAR.
004210     OPEN INPUT PROCESSING-CALENDAR.
004220     IF WS-CA-FILE-STATUS NOT = '00'
004230         DISPLAY 'GREETANM: PROCESSING CALENDAR UNAVAILABLE, '
004240             'FILE STATUS = ' WS-CA-FILE-STATUS
004250             ' - WEEKENDS ONLY'
004260         SET WS-END-OF-CALENDAR TO TRUE
004270         GO TO 1040-EXIT
004280     END-IF.
004290     PERFORM 1045-READ-CALENDAR
004300         THRU 1045-EXIT.
004310     PERFORM 1047-TABLE-ONE-DATE
004320         THRU 1047-EXIT
004330         UNTIL WS-END-OF-CALENDAR.
004340     CLOSE PROCESSING-CALENDAR.
004350     DISPLAY 'GREETANM: CALENDAR DATES LOADED = ' WS-CAL-COUNT.
004360 1040-EXIT.
004370     EXIT.
004380*****************************************************************
004390* 1045-READ-CALENDAR
004400*****************************************************************
004410 1045-READ-CALENDAR.
004420     READ PROCESSING-CALENDAR
004430         AT END
004440             SET WS-END-OF-CALENDAR TO TRUE
004450     END-READ.
004460 1045-EXIT.
004470     EXIT.
004480*****************************************************************
004490* 1047-TABLE-ONE-DATE
004500*****************************************************************
004510 1047-TABLE-ONE-DATE.
004520     IF CA-CALENDAR-DATE NOT NUMERIC
004530         GO TO 1047-NEXT
004540     END-IF.
004550     IF WS-CAL-COUNT = WS-CAL-MAX
004560         DISPLAY 'GREETANM: CALENDAR TABLE FULL - REMAINING '
004570             'DATES IGNORED'
004580         SET WS-END-OF-CALENDAR TO TRUE
004590         GO TO 1047-EXIT
004600     END-IF.
004610     ADD 1 TO WS-CAL-COUNT.
004620     SET CA-IDX TO WS-CAL-COUNT.
004630     MOVE CA-CALENDAR-DATE TO WS-CAL-DATE (CA-IDX).
004640 1047-NEXT.
004650     PERFORM 1045-READ-CALENDAR
004660         THRU 1045-EXIT.
004670 1047-EXIT.
004680     EXIT.
004690*****************************************************************
004700* 1300-FIND-BASELINE-DAYS - WALK BACK FROM THE CYCLE DATE ONE
004710* CALENDAR DAY AT A TIME, KEEPING EACH PROCESSING DAY, UNTIL THE
004720* BASELINE IS FULL.  THE WALK IS CAPPED AT A YEAR IN CASE THE
004730* CALENDAR FILE IS WRONG; A SHORT BASELINE IS USED AS FOUND.
004740*****************************************************************
004750 1300-FIND-BASELINE-DAYS.
004760     MOVE WS-CYCLE-DATE TO WS-ROLL-DATE-N.
004770     MOVE ZERO TO WS-BASE-FIRST-DATE.
004780     MOVE ZERO TO WS-BASE-LAST-DATE.
004790     MOVE ZERO TO WS-BASE-FOUND.
004800     PERFORM 1350-TAKE-PRIOR-DAY
004810         THRU 1350-EXIT
004820         VARYING WS-ROLL-COUNT FROM 1 BY 1
004830         UNTIL WS-ROLL-COUNT > WS-ROLL-LIMIT
004840            OR WS-BASE-FOUND = WS-BASE-DAYS.
004850     IF WS-BASE-FOUND < WS-BASE-DAYS
004860         MOVE WS-BASE-FOUND TO WS-BASE-DAYS
004870         DISPLAY 'GREETANM: ONLY ' WS-BASE-DAYS ' PROCESSING '
004880             'DAYS FOUND FOR THE BASELINE'
004890     END-IF.
004900     IF WS-BASE-DAYS = ZERO
004910         DISPLAY 'GREETANM: NO BASELINE DAYS - CHECK THE '
004920             'PROCESSING CALENDAR'
004930         MOVE 12 TO RETURN-CODE
004940         GOBACK
004950     END-IF.
004960     MOVE WS-BASE-DATE (1) TO WS-BASE-LAST-DATE.
004970     MOVE WS-BASE-DATE (WS-BASE-DAYS) TO WS-BASE-FIRST-DATE.
004980 1300-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 1350-TAKE-PRIOR-DAY - STEP BACK ONE DAY; A WEEKDAY NOT ON THE
005020* PROCESSING CALENDAR IS THE NEXT BASELINE DAY.
005030*****************************************************************
005040 1350-TAKE-PRIOR-DAY.
005050     PERFORM 8200-ROLL-BACK-ONE-DAY
005060         THRU 8200-EXIT.
005070     PERFORM 8300-COMPUTE-DAY-OF-WEEK
005080         THRU 8300-EXIT.
005090     IF WS-DAY-OF-WEEK < 2
005100         GO TO 1350-EXIT
005110     END-IF.
005120     PERFORM 8350-SEARCH-CALENDAR
005130         THRU 8350-EXIT.
005140     IF WS-CAL-DATE-FOUND
005150         GO TO 1350-EXIT
005160     END-IF.
005170     ADD 1 TO WS-BASE-FOUND.
005180     SET BD-IDX TO WS-BASE-FOUND.
005190     MOVE WS-ROLL-DATE-N TO WS-BASE-DATE (BD-IDX).
005200 1350-EXIT.
005210     EXIT.
005220*****************************************************************
005230* 2000-TALLY-STAT-RECORD - POST ONE STATS RECORD TO ITS SITE AND
005240* SITE/CODE ENTRIES, AS TODAY OR AS A BASELINE DAY.  A RECORD FOR
005250* A NON-PROCESSING DAY INSIDE THE RANGE IS PASSED OVER.
005260*****************************************************************
005270 2000-TALLY-STAT-RECORD.
005280     ADD 1 TO WS-STAT-READ-COUNT.
005290     IF SC-SITE-CODE = SPACES
005300         GO TO 2000-NEXT
005310     END-IF.
005320     PERFORM 2300-CLASSIFY-STAT-DAY
005330         THRU 2300-EXIT.
005340     IF WS-STAT-NOT-USED
005350         GO TO 2000-NEXT
005360     END-IF.
005370     IF SC-RUN-COUNT NOT NUMERIC
005380         MOVE ZERO TO SC-RUN-COUNT
005390     END-IF.
005400     IF SC-ERROR-COUNT NOT NUMERIC
005410         MOVE ZERO TO SC-ERROR-COUNT
005420     END-IF.
005430     ADD 1 TO WS-STAT-USED-COUNT.
005440     PERFORM 2200-FIND-OR-ADD-SITE
005450         THRU 2200-EXIT.
005460     PERFORM 2400-FIND-OR-ADD-CODE
005470         THRU 2400-EXIT.
005480     IF WS-STAT-IS-TODAY
005490         ADD 1 TO WS-TODAY-STAT-COUNT
005500         ADD SC-RUN-COUNT TO ST-TODAY-RUNS (ST-IDX)
005510         ADD SC-ERROR-COUNT TO ST-TODAY-ERRORS (ST-IDX)
005520         ADD SC-RUN-COUNT TO CT-TODAY-RUNS (CT-IDX)
005530         ADD SC-ERROR-COUNT TO CT-TODAY-ERRORS (CT-IDX)
005540     ELSE
005550         ADD SC-RUN-COUNT TO ST-BASE-RUNS (ST-IDX)
005560         ADD SC-ERROR-COUNT TO ST-BASE-ERRORS (ST-IDX)
005570         ADD SC-RUN-COUNT TO CT-BASE-RUNS (CT-IDX)
005580         ADD SC-ERROR-COUNT TO CT-BASE-ERRORS (CT-IDX)
005590     END-IF.
005600 2000-NEXT.
005610     PERFORM 2100-READ-STAT-RECORD
005620         THRU 2100-EXIT.
005630 2000-EXIT.
005640     EXIT.
005650*****************************************************************
005660* 2100-READ-STAT-RECORD - A RECORD PAST THE CYCLE DATE ENDS THE
005670* RANGE.
005680*****************************************************************
005690 2100-READ-STAT-RECORD.
005700     READ GREETING-STATS NEXT RECORD
005710         AT END
005720             SET WS-END-OF-STATS TO TRUE
005730             GO TO 2100-EXIT
005740     END-READ.
005750     IF SC-RUN-DATE > WS-CYCLE-DATE
005760         SET WS-END-OF-STATS TO TRUE
005770     END-IF.
005780 2100-EXIT.
005790     EXIT.
005800*****************************************************************
005810* 2200-FIND-OR-ADD-SITE - POSITION ST-IDX AT THE SITE'S ENTRY,
005820* ADDING ONE IF THE SITE IS NEW.  A FULL TABLE ENDS THE RUN WITH
005830* CODE 12 RATHER THAN SILENTLY DROPPING SITES.
005840*****************************************************************
005850 2200-FIND-OR-ADD-SITE.
005860     MOVE 'N' TO WS-FOUND-SWITCH.
005870     IF WS-SITE-COUNT > ZERO
005880         SET ST-IDX TO 1
005890         SEARCH WS-SITE-ENTRY
005900             AT END
005910                 MOVE 'N' TO WS-FOUND-SWITCH
005920             WHEN ST-IDX > WS-SITE-COUNT
005930                 MOVE 'N' TO WS-FOUND-SWITCH
005940                 SET ST-IDX TO WS-SITE-COUNT
005950             WHEN ST-SITE-CODE (ST-IDX) = SC-SITE-CODE
005960                 SET WS-ENTRY-FOUND TO TRUE
005970         END-SEARCH
005980     END-IF.
005990     IF WS-ENTRY-FOUND
006000         GO TO 2200-EXIT
006010     END-IF.
006020     IF WS-SITE-COUNT = WS-SITE-MAX
006030         DISPLAY 'GREETANM: SITE TABLE FULL - RAISE THE '
006040             'OCCURS AND RECOMPILE'
006050         MOVE 12 TO RETURN-CODE
006060         PERFORM 9000-TERMINATE
006070             THRU 9000-EXIT
006080         GOBACK
006090     END-IF.
006100     ADD 1 TO WS-SITE-COUNT.
006110     SET ST-IDX TO WS-SITE-COUNT.
006120     MOVE SC-SITE-CODE TO ST-SITE-CODE (ST-IDX).
006130     MOVE ZERO TO ST-BASE-RUNS (ST-IDX).
006140     MOVE ZERO TO ST-BASE-ERRORS (ST-IDX).
006150     MOVE ZERO TO ST-TODAY-RUNS (ST-IDX).
006160     MOVE ZERO TO ST-TODAY-ERRORS (ST-IDX).
006170 2200-EXIT.
006180     EXIT.
006190*****************************************************************
006200* 2300-CLASSIFY-STAT-DAY - TODAY, ONE OF THE BASELINE DAYS, OR
006210* NEITHER.
006220*****************************************************************
006230 2300-CLASSIFY-STAT-DAY.
006240     MOVE 'N' TO WS-STAT-DAY-SWITCH.
006250     IF SC-RUN-DATE = WS-CYCLE-DATE
006260         SET WS-STAT-IS-TODAY TO TRUE
006270         GO TO 2300-EXIT
006280     END-IF.
006290     SET BD-IDX TO 1.
006300     SEARCH WS-BASE-DATE-ENTRY
006310         AT END
006320             MOVE 'N' TO WS-STAT-DAY-SWITCH
006330         WHEN BD-IDX > WS-BASE-DAYS
006340             MOVE 'N' TO WS-STAT-DAY-SWITCH
006350         WHEN WS-BASE-DATE (BD-IDX) = SC-RUN-DATE
006360             SET WS-STAT-IS-BASELINE TO TRUE
006370     END-SEARCH.
006380 2300-EXIT.
006390     EXIT.
006400*****************************************************************
006410* 2400-FIND-OR-ADD-CODE - POSITION CT-IDX AT THE SITE/CODE ENTRY,
006420* ADDING ONE IF IT IS NEW.  A FULL TABLE ENDS THE RUN WITH CODE
006430* 12.
006440*****************************************************************
006450 2400-FIND-OR-ADD-CODE.
006460     MOVE 'N' TO WS-FOUND-SWITCH.
006470     IF WS-CODE-COUNT > ZERO
006480         SET CT-IDX TO 1
006490         SEARCH WS-CODE-ENTRY
006500             AT END
006510                 MOVE 'N' TO WS-FOUND-SWITCH
006520             WHEN CT-IDX > WS-CODE-COUNT
006530                 MOVE 'N' TO WS-FOUND-SWITCH
006540                 SET CT-IDX TO WS-CODE-COUNT
006550             WHEN CT-SITE-CODE (CT-IDX) = SC-SITE-CODE
006560              AND CT-GREETING-CODE (CT-IDX) = SC-GREETING-CODE
006570                 SET WS-ENTRY-FOUND TO TRUE
006580         END-SEARCH
006590     END-IF.
006600     IF WS-ENTRY-FOUND
006610         GO TO 2400-EXIT
006620     END-IF.
006630     IF WS-CODE-COUNT = WS-CODE-MAX
006640         DISPLAY 'GREETANM: SITE/CODE TABLE FULL - RAISE THE '
006650             'OCCURS AND RECOMPILE'
006660         MOVE 12 TO RETURN-CODE
006670         PERFORM 9000-TERMINATE
006680             THRU 9000-EXIT
006690         GOBACK
006700     END-IF.
006710     ADD 1 TO WS-CODE-COUNT.
006720     SET CT-IDX TO WS-CODE-COUNT.
006730     MOVE SC-SITE-CODE TO CT-SITE-CODE (CT-IDX).
006740     MOVE SC-GREETING-CODE TO CT-GREETING-CODE (CT-IDX).
006750     MOVE ZERO TO CT-BASE-RUNS (CT-IDX).
006760     MOVE ZERO TO CT-BASE-ERRORS (CT-IDX).
006770     MOVE ZERO TO CT-TODAY-RUNS (CT-IDX).
006780     MOVE ZERO TO CT-TODAY-ERRORS (CT-IDX).
006790 2400-EXIT.
006800     EXIT.
006810*****************************************************************
006820* 3000-REPORT-SITE - JUDGE THE SITE AS A WHOLE, THEN EACH OF ITS
006830* GREETING CODES, SO A SITE'S CODE LINES PRINT UNDER IT.
006840*****************************************************************
006850 3000-REPORT-SITE.
006860     MOVE ST-BASE-RUNS (ST-IDX) TO WS-EV-BASE-RUNS.
006870     MOVE ST-BASE-ERRORS (ST-IDX) TO WS-EV-BASE-ERRORS.
006880     MOVE ST-TODAY-RUNS (ST-IDX) TO WS-EV-TODAY-RUNS.
006890     MOVE ST-TODAY-ERRORS (ST-IDX) TO WS-EV-TODAY-ERRORS.
006900     MOVE SPACES TO WS-DETAIL-LINE.
006910     MOVE ST-SITE-CODE (ST-IDX) TO DL-SITE-CODE.
006920     MOVE '*ALL*' TO DL-GREETING-CODE.
006930     PERFORM 4000-JUDGE-FIGURES
006940         THRU 4000-EXIT.
006950     IF WS-VOLUME-ANOMALY
006960        OR WS-ERROR-ANOMALY
006970         ADD 1 TO WS-SITE-ANOMALY-COUNT
006980     END-IF.
006990     PERFORM 3100-REPORT-SITE-CODE
007000         THRU 3100-EXIT
007010         VARYING CT-IDX FROM 1 BY 1
007020         UNTIL CT-IDX > WS-CODE-COUNT.
007030 3000-EXIT.
007040     EXIT.
007050*****************************************************************
007060* 3100-REPORT-SITE-CODE
007070*****************************************************************
007080 3100-REPORT-SITE-CODE.
007090     IF CT-SITE-CODE (CT-IDX) NOT = ST-SITE-CODE (ST-IDX)
007100         GO TO 3100-EXIT
007110     END-IF.
007120     MOVE CT-BASE-RUNS (CT-IDX) TO WS-EV-BASE-RUNS.
007130     MOVE CT-BASE-ERRORS (CT-IDX) TO WS-EV-BASE-ERRORS.
007140     MOVE CT-TODAY-RUNS (CT-IDX) TO WS-EV-TODAY-RUNS.
007150     MOVE CT-TODAY-ERRORS (CT-IDX) TO WS-EV-TODAY-ERRORS.
007160     MOVE SPACES TO WS-DETAIL-LINE.
007170     MOVE CT-SITE-CODE (CT-IDX) TO DL-SITE-CODE.
007180     MOVE CT-GREETING-CODE (CT-IDX) TO DL-GREETING-CODE.
007190     PERFORM 4000-JUDGE-FIGURES
007200         THRU 4000-EXIT.
007210     IF WS-VOLUME-ANOMALY
007220        OR WS-ERROR-ANOMALY
007230         ADD 1 TO WS-CODE-ANOMALY-COUNT
007240     END-IF.
007250 3100-EXIT.
007260     EXIT.
007270*****************************************************************
007280* 4000-JUDGE-FIGURES - THE WS-EV- FIGURES AGAINST THE
007290* TOLERANCES.  THE CALLER HAS SET THE SITE AND CODE ON THE
007300* DETAIL LINE; ONE LINE IS PRINTED FOR EACH FIGURE OUT OF
007310* TOLERANCE.
007320*****************************************************************
007330 4000-JUDGE-FIGURES.
007340     MOVE 'N' TO WS-VOLUME-SWITCH.
007350     MOVE 'N' TO WS-ERROR-SWITCH.
007360     MOVE 'Y' TO WS-JUDGED-SWITCH.
007370     DIVIDE WS-EV-BASE-RUNS BY WS-BASE-DAYS
007380         GIVING WS-BASE-AVERAGE ROUNDED.
007390     IF WS-BASE-AVERAGE < WS-MIN-VOLUME
007400        AND WS-EV-TODAY-RUNS < WS-MIN-VOLUME
007410         MOVE 'N' TO WS-JUDGED-SWITCH
007420         ADD 1 TO WS-NOT-JUDGED-COUNT
007430         GO TO 4000-EXIT
007440     END-IF.
007450     IF WS-BASE-AVERAGE = ZERO
007460        AND WS-EV-TODAY-RUNS = ZERO
007470         GO TO 4000-EXIT
007480     END-IF.
007490     PERFORM 4100-JUDGE-VOLUME
007500         THRU 4100-EXIT.
007510     PERFORM 4200-JUDGE-ERROR-RATE
007520         THRU 4200-EXIT.
007530 4000-EXIT.
007540     EXIT.
007550*****************************************************************
007560* 4100-JUDGE-VOLUME - PERCENT CHANGE OF TODAY'S RUNS FROM THE
007570* BASELINE DAILY AVERAGE.  NOTHING IN THE BASELINE AT ALL IS ITS
007580* OWN REASON, WITH NO PERCENT TO SHOW.
007590*****************************************************************
007600 4100-JUDGE-VOLUME.
007610     MOVE 'VOLUME' TO DL-FIGURE.
007620     MOVE WS-BASE-AVERAGE TO DL-BASELINE.
007630     MOVE WS-EV-TODAY-RUNS TO DL-TODAY.
007640     MOVE 'PCT' TO DL-UNIT.
007650     IF WS-BASE-AVERAGE = ZERO
007660         SET WS-VOLUME-ANOMALY TO TRUE
007670         MOVE SPACES TO DL-CHANGE-X
007680         MOVE SPACES TO DL-UNIT
007690         MOVE 'NO BASELINE VOLUME' TO DL-REASON
007700         WRITE ANOMALY-REPORT-LINE FROM WS-DETAIL-LINE
007710         GO TO 4100-EXIT
007720     END-IF.
007730     IF WS-EV-TODAY-RUNS < WS-BASE-AVERAGE
007740         SUBTRACT WS-EV-TODAY-RUNS FROM WS-BASE-AVERAGE
007750             GIVING WS-DIFFERENCE
007760     ELSE
007770         SUBTRACT WS-BASE-AVERAGE FROM WS-EV-TODAY-RUNS
007780             GIVING WS-DIFFERENCE
007790     END-IF.
007800     MULTIPLY WS-DIFFERENCE BY 100 GIVING WS-DIFFERENCE-100.
007810     DIVIDE WS-DIFFERENCE-100 BY WS-BASE-AVERAGE
007820         GIVING WS-ABS-CHANGE ROUNDED.
007830     IF WS-ABS-CHANGE NOT > WS-VOL-TOLERANCE
007840         GO TO 4100-EXIT
007850     END-IF.
007860     SET WS-VOLUME-ANOMALY TO TRUE.
007870     MOVE WS-ABS-CHANGE TO WS-SIGNED-CHANGE.
007880     IF WS-EV-TODAY-RUNS = ZERO
007890         MOVE 'NO VOLUME TODAY' TO DL-REASON
007900     ELSE
007910         IF WS-EV-TODAY-RUNS < WS-BASE-AVERAGE
007920             MOVE 'VOLUME DOWN' TO DL-REASON
007930         ELSE
007940             MOVE 'VOLUME UP' TO DL-REASON
007950         END-IF
007960     END-IF.
007970     IF WS-EV-TODAY-RUNS < WS-BASE-AVERAGE
007980         MULTIPLY -1 BY WS-SIGNED-CHANGE
007990     END-IF.
008000     MOVE WS-SIGNED-CHANGE TO DL-CHANGE.
008010     WRITE ANOMALY-REPORT-LINE FROM WS-DETAIL-LINE.
008020 4100-EXIT.
008030     EXIT.
008040*****************************************************************
008050* 4200-JUDGE-ERROR-RATE - CHANGE IN PERCENTAGE POINTS OF THE
008060* ERROR RATE.  WITH NO RUNS TODAY THERE IS NO RATE TO JUDGE (THE
008070* VOLUME LINE ALREADY SAYS SO); WITH NO BASELINE RUNS THE
008080* BASELINE RATE IS TAKEN AS ZERO.
008090*****************************************************************
008100 4200-JUDGE-ERROR-RATE.
008110     IF WS-EV-TODAY-RUNS = ZERO
008120         GO TO 4200-EXIT
008130     END-IF.
008140     MOVE ZERO TO WS-BASE-RATE.
008150     IF WS-EV-BASE-RUNS > ZERO
008160         MULTIPLY WS-EV-BASE-ERRORS BY 100 GIVING WS-WORK-100
008170         DIVIDE WS-WORK-100 BY WS-EV-BASE-RUNS
008180             GIVING WS-BASE-RATE ROUNDED
008190     END-IF.
008200     MULTIPLY WS-EV-TODAY-ERRORS BY 100 GIVING WS-WORK-100.
008210     DIVIDE WS-WORK-100 BY WS-EV-TODAY-RUNS
008220         GIVING WS-TODAY-RATE ROUNDED.
008230     IF WS-TODAY-RATE < WS-BASE-RATE
008240         SUBTRACT WS-TODAY-RATE FROM WS-BASE-RATE
008250             GIVING WS-ABS-CHANGE
008260     ELSE
008270         SUBTRACT WS-BASE-RATE FROM WS-TODAY-RATE
008280             GIVING WS-ABS-CHANGE
008290     END-IF.
008300     IF WS-ABS-CHANGE NOT > WS-ERR-TOLERANCE
008310         GO TO 4200-EXIT
008320     END-IF.
008330     SET WS-ERROR-ANOMALY TO TRUE.
008340     MOVE 'ERR %' TO DL-FIGURE.
008350     MOVE WS-BASE-RATE TO DL-BASELINE.
008360     MOVE WS-TODAY-RATE TO DL-TODAY.
008370     MOVE 'PTS' TO DL-UNIT.
008380     MOVE WS-ABS-CHANGE TO WS-SIGNED-CHANGE.
008390     IF WS-TODAY-RATE < WS-BASE-RATE
008400         MULTIPLY -1 BY WS-SIGNED-CHANGE
008410         MOVE 'ERROR RATE DOWN' TO DL-REASON
008420     ELSE
008430         MOVE 'ERROR RATE UP' TO DL-REASON
008440     END-IF.
008450     MOVE WS-SIGNED-CHANGE TO DL-CHANGE.
008460     WRITE ANOMALY-REPORT-LINE FROM WS-DETAIL-LINE.
008470 4200-EXIT.
008480     EXIT.
008490*****************************************************************
008500* 7000-PRINT-SUMMARY - ROLL UP THE PASS AND SET THE RETURN CODE.
008510*****************************************************************
008520 7000-PRINT-SUMMARY.
008530     IF WS-SITE-ANOMALY-COUNT = ZERO
008540        AND WS-CODE-ANOMALY-COUNT = ZERO
008550         WRITE ANOMALY-REPORT-LINE FROM WS-BLANK-LINE
008560         WRITE ANOMALY-REPORT-LINE FROM WS-NONE-LINE
008570     ELSE
008580         MOVE 4 TO RETURN-CODE
008590     END-IF.
008600     IF WS-TODAY-STAT-COUNT = ZERO
008610         DISPLAY 'GREETANM: NO STATS POSTED FOR CYCLE '
008620             WS-CYCLE-DATE
008630     END-IF.
008640     WRITE ANOMALY-REPORT-LINE FROM WS-BLANK-LINE.
008650     MOVE 'STAT RECORDS READ                   ' TO SL-LABEL.
008660     MOVE WS-STAT-READ-COUNT TO SL-COUNT.
008670     WRITE ANOMALY-REPORT-LINE FROM WS-SUMMARY-LINE.
008680     MOVE 'STAT RECORDS FOR THE CYCLE DATE     ' TO SL-LABEL.
008690     MOVE WS-TODAY-STAT-COUNT TO SL-COUNT.
008700     WRITE ANOMALY-REPORT-LINE FROM WS-SUMMARY-LINE.
008710     MOVE 'SITES EXAMINED                      ' TO SL-LABEL.
008720     MOVE WS-SITE-COUNT TO SL-COUNT.
008730     WRITE ANOMALY-REPORT-LINE FROM WS-SUMMARY-LINE.
008740     MOVE 'SITE/CODES EXAMINED                 ' TO SL-LABEL.
008750     MOVE WS-CODE-COUNT TO SL-COUNT.
008760     WRITE ANOMALY-REPORT-LINE FROM WS-SUMMARY-LINE.
008770     MOVE 'BELOW MINIMUM VOLUME, NOT JUDGED    ' TO SL-LABEL.
008780     MOVE WS-NOT-JUDGED-COUNT TO SL-COUNT.
008790     WRITE ANOMALY-REPORT-LINE FROM WS-SUMMARY-LINE.
008800     MOVE 'SITES OUTSIDE TOLERANCE             ' TO SL-LABEL.
008810     MOVE WS-SITE-ANOMALY-COUNT TO SL-COUNT.
008820     WRITE ANOMALY-REPORT-LINE FROM WS-SUMMARY-LINE.
008830     MOVE 'SITE/CODES OUTSIDE TOLERANCE        ' TO SL-LABEL.
008840     MOVE WS-CODE-ANOMALY-COUNT TO SL-COUNT.
008850     WRITE ANOMALY-REPORT-LINE FROM WS-SUMMARY-LINE.
008860 7000-EXIT.
008870     EXIT.
008880*****************************************************************
008890* 8200-ROLL-BACK-ONE-DAY - STEP WS-ROLL-DATE BACK ONE CALENDAR
008900* DAY, HONORING MONTH LENGTHS AND LEAP YEARS.
008910*****************************************************************
008920 8200-ROLL-BACK-ONE-DAY.
008930     IF WS-ROLL-DAY > 1
008940         SUBTRACT 1 FROM WS-ROLL-DAY
008950         GO TO 8200-EXIT
008960     END-IF.
008970     IF WS-ROLL-MONTH > 1
008980         SUBTRACT 1 FROM WS-ROLL-MONTH
008990     ELSE
009000         MOVE 12 TO WS-ROLL-MONTH
009010         SUBTRACT 1 FROM WS-ROLL-YEAR
009020     END-IF.
009030     MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
009040     IF WS-ROLL-MONTH = 2
009050         PERFORM 8250-CHECK-LEAP-YEAR
009060             THRU 8250-EXIT
009070     END-IF.
009080     MOVE WS-DAYS-IN-MONTH TO WS-ROLL-DAY.
009090 8200-EXIT.
009100     EXIT.
009110*****************************************************************
009120* 8250-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS WHEN THE YEAR IS
009130* DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST BE DIVISIBLE
009140* BY 400.
009150*****************************************************************
009160 8250-CHECK-LEAP-YEAR.
009170     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
009180         REMAINDER WS-LEAP-REMAINDER.
009190     IF WS-LEAP-REMAINDER NOT = ZERO
009200         GO TO 8250-EXIT
009210     END-IF.
009220     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
009230         REMAINDER WS-LEAP-REMAINDER.
009240     IF WS-LEAP-REMAINDER NOT = ZERO
009250         MOVE 29 TO WS-DAYS-IN-MONTH
009260         GO TO 8250-EXIT
009270     END-IF.
009280     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
009290         REMAINDER WS-LEAP-REMAINDER.
009300     IF WS-LEAP-REMAINDER = ZERO
009310         MOVE 29 TO WS-DAYS-IN-MONTH
009320     END-IF.
009330 8250-EXIT.
009340     EXIT.
009350*****************************************************************
009360* 8300-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE DATE IN
009370* WS-ROLL-DATE.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
009380* OF THE PRIOR YEAR.  THE RESULT IN WS-DAY-OF-WEEK IS 0 FOR
009390* SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, THROUGH 6 FOR FRIDAY.
009400*****************************************************************
009410 8300-COMPUTE-DAY-OF-WEEK.
009420     MOVE WS-ROLL-YEAR TO WS-DOW-YEAR.
009430     MOVE WS-ROLL-MONTH TO WS-DOW-MONTH.
009440     IF WS-DOW-MONTH < 3
009450         ADD 12 TO WS-DOW-MONTH
009460         SUBTRACT 1 FROM WS-DOW-YEAR
009470     END-IF.
009480     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
009490         REMAINDER WS-DOW-YY.
009500     MOVE WS-ROLL-DAY TO WS-DOW-SUM.
009510     ADD 1 TO WS-DOW-MONTH GIVING WS-DOW-WORK.
009520     MULTIPLY 13 BY WS-DOW-WORK.
009530     DIVIDE 5 INTO WS-DOW-WORK.
009540     ADD WS-DOW-WORK TO WS-DOW-SUM.
009550     ADD WS-DOW-YY TO WS-DOW-SUM.
009560     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-WORK.
009570     ADD WS-DOW-WORK TO WS-DOW-SUM.
009580     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-WORK.
009590     ADD WS-DOW-WORK TO WS-DOW-SUM.
009600     MULTIPLY WS-DOW-CENTURY BY 5 GIVING WS-DOW-WORK.
009610     ADD WS-DOW-WORK TO WS-DOW-SUM.
009620     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
009630         REMAINDER WS-DAY-OF-WEEK.
009640 8300-EXIT.
009650     EXIT.
009660*****************************************************************
009670* 8350-SEARCH-CALENDAR - IS WS-ROLL-DATE ON THE TABLE OF
009680* NON-PROCESSING DATES?
009690*****************************************************************
009700 8350-SEARCH-CALENDAR.
009710     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
009720     IF WS-CAL-COUNT = ZERO
009730         GO TO 8350-EXIT
009740     END-IF.
009750     SET CA-IDX TO 1.
009760     SEARCH WS-CALENDAR-ENTRY
009770         AT END
009780             MOVE 'N' TO WS-CAL-FOUND-SWITCH
009790         WHEN CA-IDX > WS-CAL-COUNT
009800             MOVE 'N' TO WS-CAL-FOUND-SWITCH
009810             SET CA-IDX TO WS-CAL-COUNT
009820         WHEN WS-CAL-DATE (CA-IDX) = WS-ROLL-DATE-N
009830             SET WS-CAL-DATE-FOUND TO TRUE
009840     END-SEARCH.
009850 8350-EXIT.
009860     EXIT.
009870*****************************************************************
009880* 9000-TERMINATE
009890*****************************************************************
009900 9000-TERMINATE.
009910     DISPLAY 'GREETANM: STAT RECORDS READ     = '
009920         WS-STAT-READ-COUNT.
009930     DISPLAY 'GREETANM: SITES EXAMINED        = '
009940         WS-SITE-COUNT.
009950     DISPLAY 'GREETANM: SITES OUT OF TOLERANCE = '
009960         WS-SITE-ANOMALY-COUNT.
009970     DISPLAY 'GREETANM: CODES OUT OF TOLERANCE = '
009980         WS-CODE-ANOMALY-COUNT.
009990     CLOSE GREETING-STATS.
010000     CLOSE ANOMALY-REPORT.
010010 9000-EXIT.
010020     EXIT.
