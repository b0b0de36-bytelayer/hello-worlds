000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SITEINQ.
000030 AUTHOR. R L BENSON.
000040 INSTALLATION. BYTELAYER DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* SITEINQ
000090*
000100* ONE-SITE INQUIRY.  PULLS EVERYTHING THE GREETING SYSTEM KNOWS
000110* ABOUT A SITE ONTO ONE PROFILE, SO A QUESTION FROM A SITE IS
000120* ANSWERED FROM ONE REPORT INSTEAD OF SIX FILE DUMPS:
000130*   - SITE-MASTER STATUS, MONTHLY LIMIT AND DEFAULT GREETING
000140*     (WITH THE CODE'S STATUS AND EFFECTIVE WINDOW)
000150*   - EVERY GREETING-ENTITLE ROW FOR THE SITE, ITS ACTIVE FLAG,
000160*     WHETHER THE CODE IS INSIDE ITS GREETING-MASTER EFFECTIVE
000170*     WINDOW, AND SO WHETHER THE SITE CAN USE IT TODAY
000180*   - THE SITE'S STANDING ORDERS (GREETSOR)
000190*   - DAILY PRODUCED, SUSPENDED AND REJECTED COUNTS FOR THE DATE
000200*     RANGE: PRODUCED AND SUSPENDED ARE THE GREETING-STATS
000210*     SUCCESS AND ERROR COUNTS (EVERY DRIVER ERROR GOES TO
000220*     SUSPENSE); REJECTED IS THE FRONT-END EDIT REJECTS ON THE
000230*     DISPOSITION EXTRACT, WHICH NEVER REACH THE STATS FILE
000240*   - EVERY OPEN SUSPENSE AND CARRYOVER ITEM, WITH ITS RETRY COUNT
000250*   - THE DISPOSITION RECORDS FOR THE DATE RANGE
000260* SITE-MASTER, GREETING-ENTITLE AND GREETING-STATS ARE READ BY
000270* KEY; THE SEQUENTIAL FILES ARE SCANNED FOR THE SITE.
000280*
000290* THE EXEC PARM SELECTS WHAT PRINTS, THE SAME LAYOUT AS GREETAUR:
000300*   COLS 1-5   SITE CODE (REQUIRED)
000301*   COLS 6-13  FROM DATE (YYYYMMDD), OR SPACES/ZEROS FOR THE
000302*              FIRST OF THE TO-DATE'S MONTH
000303*   COLS 14-21 TO DATE (YYYYMMDD), OR SPACES/ZEROS FOR THE
000304*              BUSINESS PROCESSING DATE
000305* A DATE THAT IS GIVEN BUT IS NOT A REAL CALENDAR DATE STOPS THE
000306* INQUIRY WITH CODE 12 BEFORE ANY FILE IS READ.
000350* THE DATE RANGE APPLIES TO THE DAILY COUNTS AND THE DISPOSITION
000360* RECORDS; IT IS HELD TO 366 DAYS.  STATUS AND WINDOW CHECKS ARE
000370* MADE AGAINST THE BUSINESS PROCESSING DATE ON
000380* GREETING-RUN-CONTROL, FALLING BACK TO THE SYSTEM DATE THE SAME
000390* WAY HELLOWLD DOES.
000400*
000410* SITE-MASTER, GREETING-MASTER AND GREETING-ENTITLE ARE
000420* REQUIRED.  ANY OTHER INPUT THAT WILL NOT OPEN IS NOTED ON THE
000430* PROFILE AND ITS SECTION IS SKIPPED.
000440*
000450* RETURN CODES:  0 = PROFILE PRINTED, 4 = SITE NOT ON SITE-MASTER
000460* OR A SECTION SKIPPED, 12 = NO SITE CODE, BAD DATE RANGE OR A
000470* REQUIRED FILE FAILURE.
000480*
000490*   MOD LOG
000500*   DATE       INIT  DESCRIPTION
000510*   ---------- ----  -------------------------------------------
000520*   2026-10-15 RLB   ORIGINAL PROGRAM
000521*   2026-10-15 RLB   FROM/TO PARM DATES CHECKED AS CALENDAR DATES,
000522*                    CODE 12 WHEN NOT
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT SITE-MASTER ASSIGN TO SITEMST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS SM-SITE-CODE
000640         FILE STATUS IS WS-SM-FILE-STATUS.
000650     SELECT GREETING-MASTER ASSIGN TO GREETMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS GM-GREETING-CODE
000690         FILE STATUS IS WS-GM-FILE-STATUS.
000700     SELECT GREETING-ENTITLE ASSIGN TO GREETENT
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS GE-ENTITLE-KEY
000740         FILE STATUS IS WS-GE-FILE-STATUS.
000750     SELECT GREETING-STATS ASSIGN TO GREETSTA
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS SC-STAT-KEY
000790         FILE STATUS IS WS-SC-FILE-STATUS.
000800     SELECT STANDING-ORDERS ASSIGN TO GREETSOR
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-SG-FILE-STATUS.
000830     SELECT GREETING-SUSP-IN ASSIGN TO GREETSIN
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-SI-FILE-STATUS.
000860     SELECT GREETING-CARR-IN ASSIGN TO GREETCIN
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-CI-FILE-STATUS.
000890     SELECT GREETING-DISP-IN ASSIGN TO GREETDSI
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-DS-FILE-STATUS.
000920     SELECT GREETING-RUN-CONTROL ASSIGN TO GREETRCT
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-RN-FILE-STATUS.
000950     SELECT INQUIRY-REPORT ASSIGN TO INQRPT
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-IR-FILE-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  SITE-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020 COPY SITEMAST.
001030 FD  GREETING-MASTER
001040     LABEL RECORDS ARE STANDARD.
001050 COPY GREETMST.
001060 FD  GREETING-ENTITLE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY GREETENT.
001090 FD  GREETING-STATS
001100     LABEL RECORDS ARE STANDARD.
001110 COPY GREETSTA.
001120 FD  STANDING-ORDERS
001130     LABEL RECORDS ARE STANDARD
001140     RECORDING MODE IS F.
001150 COPY GREETSOR.
001160 FD  GREETING-SUSP-IN
001170     LABEL RECORDS ARE STANDARD
001180     RECORDING MODE IS F.
001190 COPY GREETSUS.
001200 FD  GREETING-CARR-IN
001210     LABEL RECORDS ARE STANDARD
001220     RECORDING MODE IS F.
001230 COPY GREETTRN.
001240 FD  GREETING-DISP-IN
001250     LABEL RECORDS ARE STANDARD
001260     RECORDING MODE IS F.
001270 COPY GREETDSR.
001280 FD  GREETING-RUN-CONTROL
001290     LABEL RECORDS ARE STANDARD
001300     RECORDING MODE IS F.
001310 COPY GREETRCN.
001320 FD  INQUIRY-REPORT
001330     LABEL RECORDS ARE STANDARD
001340     RECORDING MODE IS F.
001350 01  INQUIRY-REPORT-LINE             PIC X(80).
001360 WORKING-STORAGE SECTION.
001370 77  WS-SM-FILE-STATUS           PIC X(02) VALUE SPACES.
001380 77  WS-GM-FILE-STATUS           PIC X(02) VALUE SPACES.
001390 77  WS-GE-FILE-STATUS           PIC X(02) VALUE SPACES.
001400 77  WS-SC-FILE-STATUS           PIC X(02) VALUE SPACES.
001410 77  WS-SG-FILE-STATUS           PIC X(02) VALUE SPACES.
001420 77  WS-SI-FILE-STATUS           PIC X(02) VALUE SPACES.
001430 77  WS-CI-FILE-STATUS           PIC X(02) VALUE SPACES.
001440 77  WS-DS-FILE-STATUS           PIC X(02) VALUE SPACES.
001450 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
001460 77  WS-IR-FILE-STATUS           PIC X(02) VALUE SPACES.
001470 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001480 77  WS-INQ-SITE-CODE            PIC X(05) VALUE SPACES.
001490 77  WS-FROM-DATE                PIC 9(08) VALUE ZEROS.
001500 77  WS-TO-DATE                  PIC 9(08) VALUE ZEROS.
001501 77  WS-PARM-FROM-TEXT          PIC X(08) VALUE SPACES.
001502 77  WS-PARM-TO-TEXT            PIC X(08) VALUE SPACES.
001503 77  WS-PARM-DATE-TEXT          PIC X(08) VALUE SPACES.
001510 77  WS-ENTITLE-COUNT            PIC 9(05) VALUE ZERO.
001520 77  WS-ORDER-COUNT              PIC 9(05) VALUE ZERO.
001530 77  WS-SUSP-COUNT               PIC 9(05) VALUE ZERO.
001540 77  WS-CARR-COUNT               PIC 9(05) VALUE ZERO.
001550 77  WS-DISP-COUNT               PIC 9(07) VALUE ZERO.
001560 77  WS-SKIPPED-COUNT            PIC 9(02) VALUE ZERO.
001570 77  WS-DAY-COUNT                PIC 9(03) VALUE ZERO.
001580 77  WS-DAY-MAX                  PIC 9(03) VALUE 366.
001590 77  WS-TOTAL-PRODUCED           PIC 9(07) VALUE ZERO.
001600 77  WS-TOTAL-SUSPENDED          PIC 9(07) VALUE ZERO.
001610 77  WS-TOTAL-REJECTED           PIC 9(07) VALUE ZERO.
001620 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001630 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
001640 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
001650 77  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
001660 77  WS-WINDOW-TEXT              PIC X(17) VALUE SPACES.
001670 01  WS-ROLL-DATE-N              PIC 9(08) VALUE ZEROS.
001680 01  WS-ROLL-DATE REDEFINES WS-ROLL-DATE-N.
001690     05  WS-ROLL-YEAR            PIC 9(04).
001700     05  WS-ROLL-MONTH           PIC 9(02).
001710     05  WS-ROLL-DAY             PIC 9(02).
001720 01  WS-MONTH-DAYS-TABLE.
001730     05  FILLER                  PIC X(24)
001740         VALUE '312831303130313130313031'.
001750 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001760     05  WS-MONTH-DAYS           OCCURS 12 TIMES PIC 9(02).
001770 01  WS-DAY-TABLE.
001780     05  WS-DAY-ENTRY OCCURS 366 TIMES
001790             INDEXED BY DY-IDX.
001800         10  DT-DATE             PIC 9(08).
001810         10  DT-PRODUCED         PIC 9(07).
001820         10  DT-SUSPENDED        PIC 9(07).
001830         10  DT-REJECTED         PIC 9(07).
001840 01  WS-SWITCHES.
001850     05  WS-SITE-SWITCH           PIC X(01) VALUE 'N'.
001860         88  WS-SITE-ON-FILE               VALUE 'Y'.
001870     05  WS-CODE-SWITCH           PIC X(01) VALUE 'N'.
001880         88  WS-CODE-ON-FILE               VALUE 'Y'.
001890     05  WS-CODE-USABLE-SWITCH    PIC X(01) VALUE 'N'.
001900         88  WS-CODE-USABLE                VALUE 'Y'.
001910     05  WS-GE-EOF-SWITCH         PIC X(01) VALUE 'N'.
001920         88  WS-END-OF-ENTITLE             VALUE 'Y'.
001930     05  WS-SC-EOF-SWITCH         PIC X(01) VALUE 'N'.
001940         88  WS-END-OF-STATS               VALUE 'Y'.
001950     05  WS-SG-EOF-SWITCH         PIC X(01) VALUE 'N'.
001960         88  WS-END-OF-ORDERS              VALUE 'Y'.
001970     05  WS-SI-EOF-SWITCH         PIC X(01) VALUE 'N'.
001980         88  WS-END-OF-SUSPENSE            VALUE 'Y'.
001990     05  WS-CI-EOF-SWITCH         PIC X(01) VALUE 'N'.
002000         88  WS-END-OF-CARRYOVER           VALUE 'Y'.
002010     05  WS-DS-EOF-SWITCH         PIC X(01) VALUE 'N'.
002020         88  WS-END-OF-DISPOSITIONS        VALUE 'Y'.
002030     05  WS-STATS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
002040         88  WS-STATS-AVAILABLE            VALUE 'Y'.
002050     05  WS-DISP-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002060         88  WS-DISP-AVAILABLE             VALUE 'Y'.
002070     05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002080         88  WS-ENTRY-FOUND                VALUE 'Y'.
002081     05  WS-DATE-SWITCH           PIC X(01) VALUE 'N'.
002082         88  WS-DATE-IS-VALID              VALUE 'Y'.
002090 01  WS-HEADING-1.
002100     05  FILLER                   PIC X(37)
002110         VALUE 'GREETING SYSTEM SITE INQUIRY'.
002120     05  FILLER                   PIC X(17)
002130         VALUE 'PROCESSING DATE: '.
002140     05  HD-RUN-DATE              PIC 9(08).
002150     05  FILLER                   PIC X(18) VALUE SPACES.
002160 01  WS-HEADING-2.
002170     05  FILLER                   PIC X(06) VALUE 'SITE: '.
002180     05  HD-SITE-CODE             PIC X(05).
002190     05  FILLER                   PIC X(02) VALUE SPACES.
002200     05  HD-SITE-NAME             PIC X(30).
002210     05  FILLER                   PIC X(08) VALUE ' RANGE: '.
002220     05  HD-FROM-DATE             PIC 9(08).
002230     05  FILLER                   PIC X(03) VALUE ' - '.
002240     05  HD-TO-DATE               PIC 9(08).
002250     05  FILLER                   PIC X(10) VALUE SPACES.
002260 01  WS-SECTION-LINE.
002270     05  FILLER                   PIC X(04) VALUE '*** '.
002280     05  SE-TITLE                 PIC X(50).
002290     05  FILLER                   PIC X(26) VALUE SPACES.
002300 01  WS-PROFILE-LINE.
002310     05  PL-LABEL                 PIC X(20).
002320     05  PL-VALUE                 PIC X(60).
002330 01  WS-ENTITLE-HEADING.
002340     05  FILLER                   PIC X(07) VALUE 'CODE'.
002350     05  FILLER                   PIC X(10) VALUE 'ENTITLE'.
002360     05  FILLER                   PIC X(19) VALUE 'LAST UPDATE'.
002370     05  FILLER                   PIC X(10) VALUE 'CODE'.
002380     05  FILLER                   PIC X(19) VALUE 'WINDOW'.
002390     05  FILLER                   PIC X(06) VALUE 'USABLE'.
002400     05  FILLER                   PIC X(09) VALUE SPACES.
002410 01  WS-ENTITLE-LINE.
002420     05  EL-GREETING-CODE         PIC X(05).
002430     05  FILLER                   PIC X(02) VALUE SPACES.
002440     05  EL-ENT-STATUS            PIC X(08).
002450     05  FILLER                   PIC X(02) VALUE SPACES.
002460     05  EL-UPDATE-DATE           PIC X(08).
002470     05  FILLER                   PIC X(01) VALUE SPACES.
002480     05  EL-UPDATE-USER           PIC X(08).
002490     05  FILLER                   PIC X(02) VALUE SPACES.
002500     05  EL-CODE-STATUS           PIC X(08).
002510     05  FILLER                   PIC X(02) VALUE SPACES.
002520     05  EL-WINDOW                PIC X(17).
002530     05  FILLER                   PIC X(02) VALUE SPACES.
002540     05  EL-USABLE                PIC X(03).
002550     05  FILLER                   PIC X(12) VALUE SPACES.
002560 01  WS-ORDER-HEADING.
002570     05  FILLER                   PIC X(07) VALUE 'CODE'.
002580     05  FILLER                   PIC X(05) VALUE 'FREQ'.
002590     05  FILLER                   PIC X(04) VALUE 'DAY'.
002600     05  FILLER                   PIC X(21) VALUE 'START - STOP'.
002610     05  FILLER                   PIC X(10) VALUE 'STATUS'.
002620     05  FILLER                   PIC X(17) VALUE 'WINDOW'.
002630     05  FILLER                   PIC X(16) VALUE SPACES.
002640 01  WS-ORDER-LINE.
002650     05  OL-GREETING-CODE         PIC X(05).
002660     05  FILLER                   PIC X(02) VALUE SPACES.
002670     05  OL-FREQUENCY             PIC X(01).
002680     05  FILLER                   PIC X(04) VALUE SPACES.
002690     05  OL-MONTHLY-DAY           PIC X(02).
002700     05  FILLER                   PIC X(02) VALUE SPACES.
002710     05  OL-START-DATE            PIC X(08).
002720     05  FILLER                   PIC X(03) VALUE ' - '.
002730     05  OL-STOP-DATE             PIC X(08).
002740     05  FILLER                   PIC X(02) VALUE SPACES.
002750     05  OL-STATUS                PIC X(08).
002760     05  FILLER                   PIC X(02) VALUE SPACES.
002770     05  OL-WINDOW                PIC X(17).
002780     05  FILLER                   PIC X(16) VALUE SPACES.
002790 01  WS-DAY-HEADING.
002800     05  FILLER                   PIC X(10) VALUE 'DATE'.
002810     05  FILLER                   PIC X(11) VALUE '   PRODUCED'.
002820     05  FILLER                   PIC X(11) VALUE '  SUSPENDED'.
002830     05  FILLER                   PIC X(11) VALUE '   REJECTED'.
002840     05  FILLER                   PIC X(37) VALUE SPACES.
002850 01  WS-DAY-LINE.
002860     05  DL-DATE                  PIC X(08).
002870     05  FILLER                   PIC X(02) VALUE SPACES.
002880     05  DL-PRODUCED              PIC ZZZ,ZZZ,ZZ9.
002890     05  DL-SUSPENDED             PIC ZZZ,ZZZ,ZZ9.
002900     05  DL-REJECTED              PIC ZZZ,ZZZ,ZZ9.
002910     05  FILLER                   PIC X(37) VALUE SPACES.
002920 01  WS-SUSP-HEADING.
002930     05  FILLER                   PIC X(07) VALUE 'CODE'.
002940     05  FILLER                   PIC X(10) VALUE 'REQUESTED'.
002950     05  FILLER                   PIC X(07) VALUE 'RETRY'.
002960     05  FILLER                   PIC X(10) VALUE 'FAILED'.
002970     05  FILLER                   PIC X(30) VALUE 'REASON'.
002980     05  FILLER                   PIC X(16) VALUE SPACES.
002990 01  WS-SUSP-LINE.
003000     05  SU-GREETING-CODE         PIC X(05).
003010     05  FILLER                   PIC X(02) VALUE SPACES.
003020     05  SU-REQUEST-DATE          PIC X(08).
003030     05  FILLER                   PIC X(03) VALUE SPACES.
003040     05  SU-RETRY-COUNT           PIC Z9.
003050     05  FILLER                   PIC X(04) VALUE SPACES.
003060     05  SU-FAIL-DATE             PIC X(08).
003070     05  FILLER                   PIC X(02) VALUE SPACES.
003080     05  SU-FAIL-REASON           PIC X(30).
003090     05  FILLER                   PIC X(16) VALUE SPACES.
003100 01  WS-CARR-HEADING.
003110     05  FILLER                   PIC X(07) VALUE 'CODE'.
003120     05  FILLER                   PIC X(10) VALUE 'REQUESTED'.
003130     05  FILLER                   PIC X(07) VALUE 'RETRY'.
003140     05  FILLER                   PIC X(08) VALUE 'PRIORITY'.
003150     05  FILLER                   PIC X(48) VALUE SPACES.
003160 01  WS-CARR-LINE.
003170     05  CO-GREETING-CODE         PIC X(05).
003180     05  FILLER                   PIC X(02) VALUE SPACES.
003190     05  CO-REQUEST-DATE          PIC X(08).
003200     05  FILLER                   PIC X(03) VALUE SPACES.
003210     05  CO-RETRY-COUNT           PIC Z9.
003220     05  FILLER                   PIC X(07) VALUE SPACES.
003230     05  CO-PRIORITY              PIC X(01).
003240     05  FILLER                   PIC X(52) VALUE SPACES.
003250 01  WS-DISP-HEADING.
003260     05  FILLER                   PIC X(10) VALUE 'CYCLE'.
003270     05  FILLER                   PIC X(07) VALUE 'CODE'.
003280     05  FILLER                   PIC X(10) VALUE 'REQUESTED'.
003290     05  FILLER                   PIC X(11) VALUE 'DISPOSITION'.
003300     05  FILLER                   PIC X(30) VALUE 'REASON'.
003310     05  FILLER                   PIC X(12) VALUE SPACES.
003320 01  WS-DISP-LINE.
003330     05  DI-CYCLE-DATE            PIC X(08).
003340     05  FILLER                   PIC X(02) VALUE SPACES.
003350     05  DI-GREETING-CODE         PIC X(05).
003360     05  FILLER                   PIC X(02) VALUE SPACES.
003370     05  DI-REQUEST-DATE          PIC X(08).
003380     05  FILLER                   PIC X(02) VALUE SPACES.
003390     05  DI-DISPOSITION           PIC X(09).
003400     05  FILLER                   PIC X(02) VALUE SPACES.
003410     05  DI-REASON                PIC X(30).
003420     05  FILLER                   PIC X(12) VALUE SPACES.
003430 01  WS-NOTE-LINE.
003440     05  FILLER                   PIC X(04) VALUE SPACES.
003450     05  NL-TEXT                  PIC X(60).
003460     05  FILLER                   PIC X(16) VALUE SPACES.
003470 01  WS-SUMMARY-LINE.
003480     05  SL-LABEL                 PIC X(36).
003490     05  SL-COUNT                 PIC ZZZ,ZZ9.
003500     05  FILLER                   PIC X(37) VALUE SPACES.
003510 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
003520 LINKAGE SECTION.
003530 01  LS-PARM-DATA.
003540     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003550     05  LS-PARM-TEXT            PIC X(21).
003560 PROCEDURE DIVISION USING LS-PARM-DATA.
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE
003590         THRU 1000-EXIT.
003600     PERFORM 2000-PRINT-SITE-PROFILE
003610         THRU 2000-EXIT.
003620     PERFORM 3000-PRINT-ENTITLEMENTS
003630         THRU 3000-EXIT.
003640     PERFORM 4000-PRINT-STANDING-ORDERS
003650         THRU 4000-EXIT.
003660     PERFORM 5000-PRINT-DAILY-COUNTS
003670         THRU 5000-EXIT.
003680     PERFORM 6000-PRINT-SUSPENSE
003690         THRU 6000-EXIT.
003700     PERFORM 6500-PRINT-CARRYOVER
003710         THRU 6500-EXIT.
003720     PERFORM 7000-PRINT-DISPOSITIONS
003730         THRU 7000-EXIT.
003740     PERFORM 7900-PRINT-SUMMARY
003750         THRU 7900-EXIT.
003760     PERFORM 9000-TERMINATE
003770         THRU 9000-EXIT.
003780     GOBACK.
003790 0000-EXIT.
003800     EXIT.
003810*****************************************************************
003820* 1000-INITIALIZE - RESOLVE THE SITE, THE PROCESSING DATE AND
003830* THE DATE RANGE, AND OPEN THE REQUIRED FILES.
003840*****************************************************************
003850 1000-INITIALIZE.
003851     MOVE ZERO TO RETURN-CODE.
003852     PERFORM 1100-GET-SELECTION
003853         THRU 1100-EXIT.
003854     IF WS-INQ-SITE-CODE = SPACES
003855         DISPLAY 'SITEINQ: NO SITE CODE IN PARM COLS 1-5'
003856         MOVE 12 TO RETURN-CODE
003857         GOBACK
003858     END-IF.
003859     IF NOT WS-DATE-IS-VALID
00385A         DISPLAY 'SITEINQ: INVALID FROM/TO DATE IN PARM, FROM='''
00385B             WS-PARM-FROM-TEXT ''' TO=''' WS-PARM-TO-TEXT ''''
00385C         MOVE 12 TO RETURN-CODE
00385D         GOBACK
00385E     END-IF.
00385F     PERFORM 1200-READ-RUN-CONTROL
00385G         THRU 1200-EXIT.
00385H     PERFORM 1250-DEFAULT-DATES
00385J         THRU 1250-EXIT.
003960     IF WS-FROM-DATE > WS-TO-DATE
003970         DISPLAY 'SITEINQ: FROM DATE ' WS-FROM-DATE
003980             ' IS AFTER TO DATE ' WS-TO-DATE
003990         MOVE 12 TO RETURN-CODE
004000         GOBACK
004010     END-IF.
004020     OPEN INPUT SITE-MASTER.
004030     OPEN INPUT GREETING-MASTER.
004040     OPEN INPUT GREETING-ENTITLE.
004050     OPEN OUTPUT INQUIRY-REPORT.
004060     IF WS-SM-FILE-STATUS NOT = '00'
004070        OR WS-GM-FILE-STATUS NOT = '00'
004080        OR WS-GE-FILE-STATUS NOT = '00'
004090        OR WS-IR-FILE-STATUS NOT = '00'
004100         DISPLAY 'SITEINQ: UNABLE TO OPEN REQUIRED FILES, '
004110             'SITEMST=' WS-SM-FILE-STATUS
004120             ' MASTER=' WS-GM-FILE-STATUS
004130             ' ENTITLE=' WS-GE-FILE-STATUS
004140             ' REPORT=' WS-IR-FILE-STATUS
004150         MOVE 12 TO RETURN-CODE
004160         PERFORM 9000-TERMINATE
004170             THRU 9000-EXIT
004180         GOBACK
004190     END-IF.
004200     PERFORM 1300-BUILD-DAY-TABLE
004210         THRU 1300-EXIT.
004220 1000-EXIT.
004230     EXIT.
004240*****************************************************************
004241* 1100-GET-SELECTION - PARM COLS 1-5 SITE CODE, 6-13 FROM DATE,
004242* 14-21 TO DATE.  A DATE LEFT OFF, BLANK OR ZERO IS OPEN AND IS
004243* DEFAULTED BY 1250 ONCE THE PROCESSING DATE IS KNOWN; ANY OTHER
004244* DATE MUST BE A REAL CALENDAR DATE, OR WS-DATE-SWITCH IS LEFT
004245* OFF.  A DATE CUT SHORT BY THE END OF THE PARM IS NOT NUMERIC AND
004246* SO IS REFUSED.
004247*****************************************************************
004248 1100-GET-SELECTION.
004249     IF LS-PARM-LENGTH > ZERO
00424A         MOVE LS-PARM-TEXT(1:5) TO WS-INQ-SITE-CODE
00424B     END-IF.
00424C     IF LS-PARM-LENGTH > 12
00424D         MOVE LS-PARM-TEXT(6:8) TO WS-PARM-FROM-TEXT
00424E     ELSE
00424F         IF LS-PARM-LENGTH > 5
00424G             MOVE LS-PARM-TEXT(6:LS-PARM-LENGTH - 5)
00424H                 TO WS-PARM-FROM-TEXT
00424J         END-IF
00424K     END-IF.
00424L     IF LS-PARM-LENGTH > 20
00424M         MOVE LS-PARM-TEXT(14:8) TO WS-PARM-TO-TEXT
00424N     ELSE
00424P         IF LS-PARM-LENGTH > 13
00424Q             MOVE LS-PARM-TEXT(14:LS-PARM-LENGTH - 13)
00424R                 TO WS-PARM-TO-TEXT
00424S         END-IF
00424T     END-IF.
00424U     MOVE WS-PARM-FROM-TEXT TO WS-PARM-DATE-TEXT.
00424V     PERFORM 1150-CHECK-PARM-DATE
00424W         THRU 1150-EXIT.
00424X     IF NOT WS-DATE-IS-VALID
00424Y         GO TO 1100-EXIT
00424Z     END-IF.
004250     MOVE WS-ROLL-DATE-N TO WS-FROM-DATE.
004251     MOVE WS-PARM-TO-TEXT TO WS-PARM-DATE-TEXT.
004252     PERFORM 1150-CHECK-PARM-DATE
004253         THRU 1150-EXIT.
004254     IF NOT WS-DATE-IS-VALID
004255         GO TO 1100-EXIT
004256     END-IF.
004257     MOVE WS-ROLL-DATE-N TO WS-TO-DATE.
004258 1100-EXIT.
004259     EXIT.
00425A*****************************************************************
00425B* 1150-CHECK-PARM-DATE - IS WS-PARM-DATE-TEXT OPEN (SPACES OR
00425C* ZEROS, RETURNED AS ZERO) OR A REAL CALENDAR DATE (RETURNED IN
00425D* WS-ROLL-DATE)?  ANYTHING ELSE LEAVES WS-DATE-SWITCH OFF.
00425E*****************************************************************
00425F 1150-CHECK-PARM-DATE.
00425G     MOVE 'N' TO WS-DATE-SWITCH.
00425H     MOVE ZERO TO WS-ROLL-DATE-N.
00425J     IF WS-PARM-DATE-TEXT = SPACES
00425K         SET WS-DATE-IS-VALID TO TRUE
00425L         GO TO 1150-EXIT
00425M     END-IF.
00425N     IF WS-PARM-DATE-TEXT NOT NUMERIC
00425P         GO TO 1150-EXIT
00425Q     END-IF.
00425R     MOVE WS-PARM-DATE-TEXT TO WS-ROLL-DATE-N.
00425S     IF WS-ROLL-DATE-N = ZERO
00425T         SET WS-DATE-IS-VALID TO TRUE
00425U         GO TO 1150-EXIT
00425V     END-IF.
00425W     IF WS-ROLL-MONTH < 1
00425X        OR WS-ROLL-MONTH > 12
00425Y        OR WS-ROLL-DAY < 1
00425Z         GO TO 1150-EXIT
004260     END-IF.
004261     MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
004262     IF WS-ROLL-MONTH = 2
004263         PERFORM 8250-CHECK-LEAP-YEAR
004264             THRU 8250-EXIT
004265     END-IF.
004266     IF WS-ROLL-DAY > WS-DAYS-IN-MONTH
004267         GO TO 1150-EXIT
004268     END-IF.
004269     SET WS-DATE-IS-VALID TO TRUE.
00426A 1150-EXIT.
00426B     EXIT.
004520*****************************************************************
004530* 1200-READ-RUN-CONTROL - STATUS AND WINDOW CHECKS ARE MADE
004540* AGAINST THE BUSINESS PROCESSING DATE, FALLING BACK TO THE
004550* SYSTEM DATE WITH A WARNING WHEN THE RUN-CONTROL IS MISSING OR
004560* EMPTY, THE SAME WAY HELLOWLD FALLS BACK.
004570*****************************************************************
004580 1200-READ-RUN-CONTROL.
004590     OPEN INPUT GREETING-RUN-CONTROL.
004600     IF WS-RN-FILE-STATUS NOT = '00'
004610         DISPLAY 'SITEINQ: RUN-CONTROL UNAVAILABLE, FILE '
004620             'STATUS = ' WS-RN-FILE-STATUS ', SYSTEM DATE USED'
004630         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004640         GO TO 1200-EXIT
004650     END-IF.
004660     READ GREETING-RUN-CONTROL
004670         AT END
004680             DISPLAY 'SITEINQ: RUN-CONTROL EMPTY, SYSTEM '
004690                 'DATE USED'
004700             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004710             CLOSE GREETING-RUN-CONTROL
004720             GO TO 1200-EXIT
004730     END-READ.
004740     MOVE RN-PROCESS-DATE TO WS-RUN-DATE.
004750     CLOSE GREETING-RUN-CONTROL.
004760 1200-EXIT.
004770     EXIT.
004771*****************************************************************
004772* 1250-DEFAULT-DATES - AN OPEN TO DATE IS THE PROCESSING DATE; AN
004773* OPEN FROM DATE IS THE FIRST OF THE TO-DATE'S MONTH, SO THE
004774* DEFAULT IS THE MONTH TO DATE.
004775*****************************************************************
004776 1250-DEFAULT-DATES.
004777     IF WS-TO-DATE = ZERO
004778         MOVE WS-RUN-DATE TO WS-TO-DATE
004779     END-IF.
00477A     IF WS-FROM-DATE = ZERO
00477B         MOVE WS-TO-DATE TO WS-ROLL-DATE-N
00477C         MOVE 1 TO WS-ROLL-DAY
00477D         MOVE WS-ROLL-DATE-N TO WS-FROM-DATE
00477E     END-IF.
00477F 1250-EXIT.
00477G     EXIT.
004780*****************************************************************
004790* 1300-BUILD-DAY-TABLE - ONE ENTRY PER CALENDAR DATE IN THE
004800* RANGE, IN DATE ORDER, SO THE STATS AND THE DISPOSITIONS CAN
004810* BOTH POST TO IT AND IT PRINTS IN ORDER.  A RANGE LONGER THAN
004820* THE TABLE IS CUT SHORT AT THE TABLE SIZE AND FLAGGED.
004830*****************************************************************
004840 1300-BUILD-DAY-TABLE.
004850     MOVE WS-FROM-DATE TO WS-ROLL-DATE-N.
004860     PERFORM 1350-ADD-ONE-DAY
004870         THRU 1350-EXIT
004880         UNTIL WS-ROLL-DATE-N > WS-TO-DATE
004890            OR WS-DAY-COUNT = WS-DAY-MAX.
004900     IF WS-ROLL-DATE-N NOT > WS-TO-DATE
004910         SET DY-IDX TO WS-DAY-COUNT
004920         MOVE DT-DATE (DY-IDX) TO WS-TO-DATE
004930         DISPLAY 'SITEINQ: DATE RANGE HELD TO ' WS-DAY-MAX
004940             ' DAYS, ENDING ' WS-TO-DATE
004950     END-IF.
004960 1300-EXIT.
004970     EXIT.
004980*****************************************************************
004990* 1350-ADD-ONE-DAY
005000*****************************************************************
005010 1350-ADD-ONE-DAY.
005020     ADD 1 TO WS-DAY-COUNT.
005030     SET DY-IDX TO WS-DAY-COUNT.
005040     MOVE WS-ROLL-DATE-N TO DT-DATE (DY-IDX).
005050     MOVE ZERO TO DT-PRODUCED (DY-IDX).
005060     MOVE ZERO TO DT-SUSPENDED (DY-IDX).
005070     MOVE ZERO TO DT-REJECTED (DY-IDX).
005080     PERFORM 8200-ROLL-FORWARD-ONE-DAY
005090         THRU 8200-EXIT.
005100 1350-EXIT.
005110     EXIT.
005120*****************************************************************
005130* 2000-PRINT-SITE-PROFILE - THE SITE-MASTER RECORD BY KEY, AND
005140* THE DEFAULT GREETING CODE'S OWN STATUS AND WINDOW.  A SITE NOT
005150* ON THE MASTER IS STILL WORTH THE REST OF THE PROFILE - ITS
005160* SUSPENSE AND HISTORY MAY OUTLIVE IT.
005170*****************************************************************
005180 2000-PRINT-SITE-PROFILE.
005190     MOVE WS-RUN-DATE TO HD-RUN-DATE.
005200     MOVE WS-INQ-SITE-CODE TO HD-SITE-CODE.
005210     MOVE WS-FROM-DATE TO HD-FROM-DATE.
005220     MOVE WS-TO-DATE TO HD-TO-DATE.
005230     MOVE WS-INQ-SITE-CODE TO SM-SITE-CODE.
005240     READ SITE-MASTER
005250         INVALID KEY
005260             MOVE 'N' TO WS-SITE-SWITCH
005270         NOT INVALID KEY
005280             SET WS-SITE-ON-FILE TO TRUE
005290     END-READ.
005300     IF WS-SITE-ON-FILE
005310         MOVE SM-SITE-NAME TO HD-SITE-NAME
005320     ELSE
005330         MOVE '** NOT ON SITE-MASTER **' TO HD-SITE-NAME
005340     END-IF.
005350     WRITE INQUIRY-REPORT-LINE FROM WS-HEADING-1.
005360     WRITE INQUIRY-REPORT-LINE FROM WS-HEADING-2.
005370     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
005380     MOVE 'SITE PROFILE' TO SE-TITLE.
005390     WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-LINE.
005400     IF NOT WS-SITE-ON-FILE
005410         DISPLAY 'SITEINQ: SITE ' WS-INQ-SITE-CODE
005420             ' NOT ON SITE-MASTER'
005430         MOVE 4 TO RETURN-CODE
005440         MOVE 'SITE IS NOT ON SITE-MASTER' TO NL-TEXT
005450         WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
005460         GO TO 2000-EXIT
005470     END-IF.
005480     MOVE SPACES TO WS-PROFILE-LINE.
005490     MOVE 'SITE STATUS' TO PL-LABEL.
005500     IF SM-ACTIVE
005510         MOVE 'A - ACTIVE' TO PL-VALUE
005520     ELSE
005530         MOVE SM-STATUS-SWITCH TO PL-VALUE(1:1)
005540         MOVE '- INACTIVE' TO PL-VALUE(3:10)
005550     END-IF.
005560     WRITE INQUIRY-REPORT-LINE FROM WS-PROFILE-LINE.
005570     MOVE SPACES TO WS-PROFILE-LINE.
005580     MOVE 'MONTHLY LIMIT' TO PL-LABEL.
005590     IF SM-MONTHLY-CAP NUMERIC
005600        AND SM-MONTHLY-CAP > ZERO
005610         MOVE SM-MONTHLY-CAP TO WS-EDIT-COUNT
005620         MOVE WS-EDIT-COUNT TO PL-VALUE
005630     ELSE
005640         MOVE 'NO LIMIT' TO PL-VALUE
005650     END-IF.
005660     WRITE INQUIRY-REPORT-LINE FROM WS-PROFILE-LINE.
005670     MOVE SPACES TO WS-PROFILE-LINE.
005680     MOVE 'LAST UPDATED' TO PL-LABEL.
005690     MOVE SM-LAST-UPDATE-DATE TO PL-VALUE(1:8).
005700     MOVE 'BY' TO PL-VALUE(10:2).
005710     MOVE SM-LAST-UPDATE-USER TO PL-VALUE(13:8).
005720     WRITE INQUIRY-REPORT-LINE FROM WS-PROFILE-LINE.
005730     MOVE SPACES TO WS-PROFILE-LINE.
005740     MOVE 'DEFAULT GREETING' TO PL-LABEL.
005750     IF SM-DEFAULT-GREETING-CODE = SPACES
005760         MOVE 'NONE' TO PL-VALUE
005770         WRITE INQUIRY-REPORT-LINE FROM WS-PROFILE-LINE
005780         GO TO 2000-EXIT
005790     END-IF.
005800     MOVE SM-DEFAULT-GREETING-CODE TO GM-GREETING-CODE.
005810     PERFORM 8500-CHECK-GREETING-CODE
005820         THRU 8500-EXIT.
005830     MOVE SM-DEFAULT-GREETING-CODE TO PL-VALUE(1:5).
005840     IF WS-CODE-ON-FILE
005850         IF GM-ACTIVE
005860             MOVE 'ACTIVE' TO PL-VALUE(8:8)
005870         ELSE
005880             MOVE 'INACTIVE' TO PL-VALUE(8:8)
005890         END-IF
005900     END-IF.
005910     MOVE WS-WINDOW-TEXT TO PL-VALUE(18:17).
005920     WRITE INQUIRY-REPORT-LINE FROM WS-PROFILE-LINE.
005930     IF WS-CODE-ON-FILE
005940         MOVE SPACES TO WS-PROFILE-LINE
005950         MOVE GM-GREETING-TEXT TO PL-VALUE
005960         WRITE INQUIRY-REPORT-LINE FROM WS-PROFILE-LINE
005970     END-IF.
005980 2000-EXIT.
005990     EXIT.
006000*****************************************************************
006010* 3000-PRINT-ENTITLEMENTS - BROWSE GREETING-ENTITLE FROM THE
006020* FIRST KEY FOR THE SITE UNTIL THE SITE CHANGES.  EACH ROW IS
006030* CHECKED AGAINST GREETING-MASTER: THE SITE CAN USE THE CODE
006040* TODAY ONLY IF THE ROW AND THE CODE ARE BOTH ACTIVE AND THE
006050* PROCESSING DATE IS INSIDE THE CODE'S EFFECTIVE WINDOW.
006060*****************************************************************
006070 3000-PRINT-ENTITLEMENTS.
006080     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
006090     MOVE 'GREETING ENTITLEMENTS' TO SE-TITLE.
006100     WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-LINE.
006110     WRITE INQUIRY-REPORT-LINE FROM WS-ENTITLE-HEADING.
006120     MOVE WS-INQ-SITE-CODE TO GE-SITE-CODE.
006130     MOVE LOW-VALUES TO GE-GREETING-CODE.
006140     START GREETING-ENTITLE
006150         KEY IS NOT LESS THAN GE-ENTITLE-KEY
006160         INVALID KEY
006170             SET WS-END-OF-ENTITLE TO TRUE
006180     END-START.
006190     IF NOT WS-END-OF-ENTITLE
006200         PERFORM 3100-READ-ENTITLE
006210             THRU 3100-EXIT
006220     END-IF.
006230     PERFORM 3200-PRINT-ONE-ENTITLE
006240         THRU 3200-EXIT
006250         UNTIL WS-END-OF-ENTITLE.
006260     IF WS-ENTITLE-COUNT = ZERO
006270         MOVE 'NO ENTITLEMENTS ON FILE' TO NL-TEXT
006280         WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
006290     END-IF.
006300 3000-EXIT.
006310     EXIT.
006320*****************************************************************
006330* 3100-READ-ENTITLE - THE NEXT SITE'S FIRST ROW ENDS THE BROWSE.
006340*****************************************************************
006350 3100-READ-ENTITLE.
006360     READ GREETING-ENTITLE NEXT RECORD
006370         AT END
006380             SET WS-END-OF-ENTITLE TO TRUE
006390             GO TO 3100-EXIT
006400     END-READ.
006410     IF GE-SITE-CODE NOT = WS-INQ-SITE-CODE
006420         SET WS-END-OF-ENTITLE TO TRUE
006430     END-IF.
006440 3100-EXIT.
006450     EXIT.
006460*****************************************************************
006470* 3200-PRINT-ONE-ENTITLE
006480*****************************************************************
006490 3200-PRINT-ONE-ENTITLE.
006500     ADD 1 TO WS-ENTITLE-COUNT.
006510     MOVE SPACES TO WS-ENTITLE-LINE.
006520     MOVE GE-GREETING-CODE TO EL-GREETING-CODE.
006530     IF GE-ACTIVE
006540         MOVE 'ACTIVE' TO EL-ENT-STATUS
006550     ELSE
006560         MOVE 'INACTIVE' TO EL-ENT-STATUS
006570     END-IF.
006580     MOVE GE-LAST-UPDATE-DATE TO EL-UPDATE-DATE.
006590     MOVE GE-LAST-UPDATE-USER TO EL-UPDATE-USER.
006600     MOVE GE-GREETING-CODE TO GM-GREETING-CODE.
006610     PERFORM 8500-CHECK-GREETING-CODE
006620         THRU 8500-EXIT.
006630     IF WS-CODE-ON-FILE
006640         IF GM-ACTIVE
006650             MOVE 'ACTIVE' TO EL-CODE-STATUS
006660         ELSE
006670             MOVE 'INACTIVE' TO EL-CODE-STATUS
006680         END-IF
006690     END-IF.
006700     MOVE WS-WINDOW-TEXT TO EL-WINDOW.
006710     IF GE-ACTIVE
006720        AND WS-CODE-USABLE
006730         MOVE 'YES' TO EL-USABLE
006740     ELSE
006750         MOVE 'NO' TO EL-USABLE
006760     END-IF.
006770     WRITE INQUIRY-REPORT-LINE FROM WS-ENTITLE-LINE.
006780     PERFORM 3100-READ-ENTITLE
006790         THRU 3100-EXIT.
006800 3200-EXIT.
006810     EXIT.
006820*****************************************************************
006830* 4000-PRINT-STANDING-ORDERS - SCAN THE STANDING-ORDER MASTER
006840* FOR THE SITE.  A BLANK CODE RUNS AS THE SITE'S DEFAULT.
006850*****************************************************************
006860 4000-PRINT-STANDING-ORDERS.
006870     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
006880     MOVE 'STANDING ORDERS' TO SE-TITLE.
006890     WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-LINE.
006900     OPEN INPUT STANDING-ORDERS.
006910     IF WS-SG-FILE-STATUS NOT = '00'
006920         DISPLAY 'SITEINQ: STANDING ORDERS UNAVAILABLE, FILE '
006930             'STATUS = ' WS-SG-FILE-STATUS
006940         MOVE 'STANDING-ORDER FILE NOT AVAILABLE' TO NL-TEXT
006950         PERFORM 8800-NOTE-SKIPPED-SECTION
006960             THRU 8800-EXIT
006970         GO TO 4000-EXIT
006980     END-IF.
006990     WRITE INQUIRY-REPORT-LINE FROM WS-ORDER-HEADING.
007000     PERFORM 4100-READ-ORDER
007010         THRU 4100-EXIT.
007020     PERFORM 4200-PRINT-ONE-ORDER
007030         THRU 4200-EXIT
007040         UNTIL WS-END-OF-ORDERS.
007050     CLOSE STANDING-ORDERS.
007060     IF WS-ORDER-COUNT = ZERO
007070         MOVE 'NO STANDING ORDERS ON FILE' TO NL-TEXT
007080         WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
007090     END-IF.
007100 4000-EXIT.
007110     EXIT.
007120*****************************************************************
007130* 4100-READ-ORDER
007140*****************************************************************
007150 4100-READ-ORDER.
007160     READ STANDING-ORDERS
007170         AT END
007180             SET WS-END-OF-ORDERS TO TRUE
007190     END-READ.
007200 4100-EXIT.
007210     EXIT.
007220*****************************************************************
007230* 4200-PRINT-ONE-ORDER - ZERO OR BLANK START/STOP DATES ARE OPEN
007240* ENDED, THE SAME RULE GREETSOG APPLIES.
007250*****************************************************************
007260 4200-PRINT-ONE-ORDER.
007270     IF SG-SITE-CODE NOT = WS-INQ-SITE-CODE
007280         GO TO 4200-NEXT
007290     END-IF.
007300     ADD 1 TO WS-ORDER-COUNT.
007310     MOVE SPACES TO WS-ORDER-LINE.
007320     IF SG-GREETING-CODE = SPACES
007330         MOVE '*DFLT' TO OL-GREETING-CODE
007340     ELSE
007350         MOVE SG-GREETING-CODE TO OL-GREETING-CODE
007360     END-IF.
007370     MOVE SG-FREQUENCY TO OL-FREQUENCY.
007380     IF SG-MONTHLY
007390         MOVE SG-MONTHLY-DAY TO OL-MONTHLY-DAY
007400     END-IF.
007410     MOVE SG-START-DATE TO OL-START-DATE.
007420     MOVE SG-STOP-DATE TO OL-STOP-DATE.
007430     IF SG-ACTIVE
007440         MOVE 'ACTIVE' TO OL-STATUS
007450     ELSE
007460         MOVE 'INACTIVE' TO OL-STATUS
007470     END-IF.
007480     MOVE 'IN WINDOW' TO OL-WINDOW.
007490     IF SG-START-DATE NUMERIC
007500        AND SG-START-DATE > ZERO
007510        AND SG-START-DATE > WS-RUN-DATE
007520         MOVE 'NOT STARTED' TO OL-WINDOW
007530     END-IF.
007540     IF SG-STOP-DATE NUMERIC
007550        AND SG-STOP-DATE > ZERO
007560        AND SG-STOP-DATE < WS-RUN-DATE
007570         MOVE 'ENDED' TO OL-WINDOW
007580     END-IF.
007590     WRITE INQUIRY-REPORT-LINE FROM WS-ORDER-LINE.
007600 4200-NEXT.
007610     PERFORM 4100-READ-ORDER
007620         THRU 4100-EXIT.
007630 4200-EXIT.
007640     EXIT.
007650*****************************************************************
007660* 5000-PRINT-DAILY-COUNTS - POST THE SITE'S STATS (ALL ITS
007670* GREETING CODES) AND ITS DISPOSITION REJECTS TO THE DAY TABLE,
007680* THEN PRINT EVERY DAY THAT HAD ANY ACTIVITY.  THE STATS FILE IS
007690* KEYED BY DATE FIRST, SO THE BROWSE COVERS EVERY SITE FOR THE
007700* RANGE AND KEEPS THIS ONE.
007710*****************************************************************
007720 5000-PRINT-DAILY-COUNTS.
007730     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
007740     MOVE 'DAILY COUNTS' TO SE-TITLE.
007750     WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-LINE.
007760     OPEN INPUT GREETING-STATS.
007770     IF WS-SC-FILE-STATUS = '00'
007780         SET WS-STATS-AVAILABLE TO TRUE
007790         PERFORM 5100-POST-STATS
007800             THRU 5100-EXIT
007810         CLOSE GREETING-STATS
007820     ELSE
007830         DISPLAY 'SITEINQ: GREETING-STATS UNAVAILABLE, FILE '
007840             'STATUS = ' WS-SC-FILE-STATUS
007850         MOVE 'GREETING-STATS NOT AVAILABLE - NO STATS COUNTS'
007860             TO NL-TEXT
007870         PERFORM 8800-NOTE-SKIPPED-SECTION
007880             THRU 8800-EXIT
007890     END-IF.
007900     OPEN INPUT GREETING-DISP-IN.
007910     IF WS-DS-FILE-STATUS = '00'
007920         SET WS-DISP-AVAILABLE TO TRUE
007930         PERFORM 5300-POST-DISPOSITIONS
007940             THRU 5300-EXIT
007950         CLOSE GREETING-DISP-IN
007960     ELSE
007970         DISPLAY 'SITEINQ: DISPOSITION EXTRACT UNAVAILABLE, '
007980             'FILE STATUS = ' WS-DS-FILE-STATUS
007990         MOVE 'DISPOSITIONS NOT AVAILABLE - NO REJECTS'
008000             TO NL-TEXT
008010         PERFORM 8800-NOTE-SKIPPED-SECTION
008020             THRU 8800-EXIT
008030     END-IF.
008040     WRITE INQUIRY-REPORT-LINE FROM WS-DAY-HEADING.
008050     PERFORM 5500-PRINT-ONE-DAY
008060         THRU 5500-EXIT
008070         VARYING DY-IDX FROM 1 BY 1
008080         UNTIL DY-IDX > WS-DAY-COUNT.
008090     MOVE SPACES TO WS-DAY-LINE.
008100     MOVE 'TOTAL' TO DL-DATE.
008110     MOVE WS-TOTAL-PRODUCED TO DL-PRODUCED.
008120     MOVE WS-TOTAL-SUSPENDED TO DL-SUSPENDED.
008130     MOVE WS-TOTAL-REJECTED TO DL-REJECTED.
008140     WRITE INQUIRY-REPORT-LINE FROM WS-DAY-LINE.
008150 5000-EXIT.
008160     EXIT.
008170*****************************************************************
008180* 5100-POST-STATS - POSITION AT THE FIRST KEY FOR THE FROM DATE
008190* AND READ FORWARD THROUGH THE TO DATE.
008200*****************************************************************
008210 5100-POST-STATS.
008220     MOVE WS-FROM-DATE TO SC-RUN-DATE.
008230     MOVE LOW-VALUES TO SC-SITE-CODE.
008240     MOVE LOW-VALUES TO SC-GREETING-CODE.
008250     START GREETING-STATS
008260         KEY IS NOT LESS THAN SC-STAT-KEY
008270         INVALID KEY
008280             SET WS-END-OF-STATS TO TRUE
008290     END-START.
008300     IF NOT WS-END-OF-STATS
008310         PERFORM 5150-READ-STATS
008320             THRU 5150-EXIT
008330     END-IF.
008340     PERFORM 5200-POST-ONE-STAT
008350         THRU 5200-EXIT
008360         UNTIL WS-END-OF-STATS.
008370 5100-EXIT.
008380     EXIT.
008390*****************************************************************
008400* 5150-READ-STATS - A RECORD PAST THE TO DATE ENDS THE RANGE.
008410*****************************************************************
008420 5150-READ-STATS.
008430     READ GREETING-STATS NEXT RECORD
008440         AT END
008450             SET WS-END-OF-STATS TO TRUE
008460             GO TO 5150-EXIT
008470     END-READ.
008480     IF SC-RUN-DATE > WS-TO-DATE
008490         SET WS-END-OF-STATS TO TRUE
008500     END-IF.
008510 5150-EXIT.
008520     EXIT.
008530*****************************************************************
008540* 5200-POST-ONE-STAT
008550*****************************************************************
008560 5200-POST-ONE-STAT.
008570     IF SC-SITE-CODE NOT = WS-INQ-SITE-CODE
008580         GO TO 5200-NEXT
008590     END-IF.
008600     MOVE SC-RUN-DATE TO WS-ROLL-DATE-N.
008610     PERFORM 8400-FIND-DAY
008620         THRU 8400-EXIT.
008630     IF NOT WS-ENTRY-FOUND
008640         GO TO 5200-NEXT
008650     END-IF.
008660     IF SC-SUCCESS-COUNT NUMERIC
008670         ADD SC-SUCCESS-COUNT TO DT-PRODUCED (DY-IDX)
008680         ADD SC-SUCCESS-COUNT TO WS-TOTAL-PRODUCED
008690     END-IF.
008700     IF SC-ERROR-COUNT NUMERIC
008710         ADD SC-ERROR-COUNT TO DT-SUSPENDED (DY-IDX)
008720         ADD SC-ERROR-COUNT TO WS-TOTAL-SUSPENDED
008730     END-IF.
008740 5200-NEXT.
008750     PERFORM 5150-READ-STATS
008760         THRU 5150-EXIT.
008770 5200-EXIT.
008780     EXIT.
008790*****************************************************************
008800* 5300-POST-DISPOSITIONS - COUNT THE SITE'S EDIT REJECTS BY
008810* CYCLE DATE.  THE DETAIL IS PRINTED LATER ON A SECOND PASS.
008820*****************************************************************
008830 5300-POST-DISPOSITIONS.
008840     PERFORM 5350-READ-DISPOSITION
008850         THRU 5350-EXIT.
008860     PERFORM 5400-POST-ONE-DISPOSITION
008870         THRU 5400-EXIT
008880         UNTIL WS-END-OF-DISPOSITIONS.
008890 5300-EXIT.
008900     EXIT.
008910*****************************************************************
008920* 5350-READ-DISPOSITION
008930*****************************************************************
008940 5350-READ-DISPOSITION.
008950     READ GREETING-DISP-IN
008960         AT END
008970             SET WS-END-OF-DISPOSITIONS TO TRUE
008980     END-READ.
008990 5350-EXIT.
009000     EXIT.
009010*****************************************************************
009020* 5400-POST-ONE-DISPOSITION
009030*****************************************************************
009040 5400-POST-ONE-DISPOSITION.
009050     IF NOT DS-DISPOSITION-REC
009060        OR DS-SITE-CODE NOT = WS-INQ-SITE-CODE
009070        OR NOT DS-REJECTED
009080        OR DS-CYCLE-DATE NOT NUMERIC
009090         GO TO 5400-NEXT
009100     END-IF.
009110     MOVE DS-CYCLE-DATE TO WS-ROLL-DATE-N.
009120     PERFORM 8400-FIND-DAY
009130         THRU 8400-EXIT.
009140     IF WS-ENTRY-FOUND
009150         ADD 1 TO DT-REJECTED (DY-IDX)
009160         ADD 1 TO WS-TOTAL-REJECTED
009170     END-IF.
009180 5400-NEXT.
009190     PERFORM 5350-READ-DISPOSITION
009200         THRU 5350-EXIT.
009210 5400-EXIT.
009220     EXIT.
009230*****************************************************************
009240* 5500-PRINT-ONE-DAY - QUIET DAYS ARE LEFT OFF.
009250*****************************************************************
009260 5500-PRINT-ONE-DAY.
009270     IF DT-PRODUCED (DY-IDX) = ZERO
009280        AND DT-SUSPENDED (DY-IDX) = ZERO
009290        AND DT-REJECTED (DY-IDX) = ZERO
009300         GO TO 5500-EXIT
009310     END-IF.
009320     MOVE SPACES TO WS-DAY-LINE.
009330     MOVE DT-DATE (DY-IDX) TO DL-DATE.
009340     MOVE DT-PRODUCED (DY-IDX) TO DL-PRODUCED.
009350     MOVE DT-SUSPENDED (DY-IDX) TO DL-SUSPENDED.
009360     MOVE DT-REJECTED (DY-IDX) TO DL-REJECTED.
009370     WRITE INQUIRY-REPORT-LINE FROM WS-DAY-LINE.
009380 5500-EXIT.
009390     EXIT.
009400*****************************************************************
009410* 6000-PRINT-SUSPENSE - EVERY ITEM FOR THE SITE IN THE CURRENT
009420* SUSPENSE GENERATION IS STILL OPEN; GREETEDT AGES THE ONES PAST
009430* THE RETRY LIMIT OUT OF THE FILE.
009440*****************************************************************
009450 6000-PRINT-SUSPENSE.
009460     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
009470     MOVE 'OPEN SUSPENSE ITEMS' TO SE-TITLE.
009480     WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-LINE.
009490     OPEN INPUT GREETING-SUSP-IN.
009500     IF WS-SI-FILE-STATUS NOT = '00'
009510         DISPLAY 'SITEINQ: NO SUSPENSE FILE, FILE STATUS = '
009520             WS-SI-FILE-STATUS
009530         MOVE 'SUSPENSE FILE NOT AVAILABLE' TO NL-TEXT
009540         PERFORM 8800-NOTE-SKIPPED-SECTION
009550             THRU 8800-EXIT
009560         GO TO 6000-EXIT
009570     END-IF.
009580     WRITE INQUIRY-REPORT-LINE FROM WS-SUSP-HEADING.
009590     PERFORM 6100-READ-SUSPENSE
009600         THRU 6100-EXIT.
009610     PERFORM 6200-PRINT-ONE-SUSPENSE
009620         THRU 6200-EXIT
009630         UNTIL WS-END-OF-SUSPENSE.
009640     CLOSE GREETING-SUSP-IN.
009650     IF WS-SUSP-COUNT = ZERO
009660         MOVE 'NO OPEN SUSPENSE ITEMS' TO NL-TEXT
009670         WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
009680     END-IF.
009690 6000-EXIT.
009700     EXIT.
009710*****************************************************************
009720* 6100-READ-SUSPENSE
009730*****************************************************************
009740 6100-READ-SUSPENSE.
009750     READ GREETING-SUSP-IN
009760         AT END
009770             SET WS-END-OF-SUSPENSE TO TRUE
009780     END-READ.
009790 6100-EXIT.
009800     EXIT.
009810*****************************************************************
009820* 6200-PRINT-ONE-SUSPENSE
009830*****************************************************************
009840 6200-PRINT-ONE-SUSPENSE.
009850     IF GS-SITE-CODE NOT = WS-INQ-SITE-CODE
009860         GO TO 6200-NEXT
009870     END-IF.
009880     ADD 1 TO WS-SUSP-COUNT.
009890     MOVE SPACES TO WS-SUSP-LINE.
009900     MOVE GS-GREETING-CODE TO SU-GREETING-CODE.
009910     MOVE GS-REQUEST-DATE TO SU-REQUEST-DATE.
009920     IF GS-RETRY-COUNT NUMERIC
009930         MOVE GS-RETRY-COUNT TO SU-RETRY-COUNT
009940     ELSE
009950         MOVE ZERO TO SU-RETRY-COUNT
009960     END-IF.
009970     MOVE GS-FAIL-DATE TO SU-FAIL-DATE.
009980     MOVE GS-FAIL-REASON TO SU-FAIL-REASON.
009990     WRITE INQUIRY-REPORT-LINE FROM WS-SUSP-LINE.
010000 6200-NEXT.
010010     PERFORM 6100-READ-SUSPENSE
010020         THRU 6100-EXIT.
010030 6200-EXIT.
010040     EXIT.
010050*****************************************************************
010060* 6500-PRINT-CARRYOVER - WORK THE DRIVER'S WINDOW LIMIT CARRIED
010070* TO THE NEXT CYCLE, FROM THE CURRENT CARRYOVER GENERATION.
010080*****************************************************************
010090 6500-PRINT-CARRYOVER.
010100     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
010110     MOVE 'OPEN CARRYOVER ITEMS' TO SE-TITLE.
010120     WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-LINE.
010130     OPEN INPUT GREETING-CARR-IN.
010140     IF WS-CI-FILE-STATUS NOT = '00'
010150         DISPLAY 'SITEINQ: NO CARRYOVER FILE, FILE STATUS = '
010160             WS-CI-FILE-STATUS
010170         MOVE 'CARRYOVER FILE NOT AVAILABLE' TO NL-TEXT
010180         PERFORM 8800-NOTE-SKIPPED-SECTION
010190             THRU 8800-EXIT
010200         GO TO 6500-EXIT
010210     END-IF.
010220     WRITE INQUIRY-REPORT-LINE FROM WS-CARR-HEADING.
010230     PERFORM 6600-READ-CARRYOVER
010240         THRU 6600-EXIT.
010250     PERFORM 6700-PRINT-ONE-CARRYOVER
010260         THRU 6700-EXIT
010270         UNTIL WS-END-OF-CARRYOVER.
010280     CLOSE GREETING-CARR-IN.
010290     IF WS-CARR-COUNT = ZERO
010300         MOVE 'NO OPEN CARRYOVER ITEMS' TO NL-TEXT
010310         WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
010320     END-IF.
010330 6500-EXIT.
010340     EXIT.
010350*****************************************************************
010360* 6600-READ-CARRYOVER
010370*****************************************************************
010380 6600-READ-CARRYOVER.
010390     READ GREETING-CARR-IN
010400         AT END
010410             SET WS-END-OF-CARRYOVER TO TRUE
010420     END-READ.
010430 6600-EXIT.
010440     EXIT.
010450*****************************************************************
010460* 6700-PRINT-ONE-CARRYOVER
010470*****************************************************************
010480 6700-PRINT-ONE-CARRYOVER.
010490     IF GT-SITE-CODE NOT = WS-INQ-SITE-CODE
010500         GO TO 6700-NEXT
010510     END-IF.
010520     ADD 1 TO WS-CARR-COUNT.
010530     MOVE SPACES TO WS-CARR-LINE.
010540     MOVE GT-GREETING-CODE TO CO-GREETING-CODE.
010550     MOVE GT-REQUEST-DATE TO CO-REQUEST-DATE.
010560     IF GT-RETRY-COUNT NUMERIC
010570         MOVE GT-RETRY-COUNT TO CO-RETRY-COUNT
010580     ELSE
010590         MOVE ZERO TO CO-RETRY-COUNT
010600     END-IF.
010610     MOVE GT-PRIORITY TO CO-PRIORITY.
010620     WRITE INQUIRY-REPORT-LINE FROM WS-CARR-LINE.
010630 6700-NEXT.
010640     PERFORM 6600-READ-CARRYOVER
010650         THRU 6600-EXIT.
010660 6700-EXIT.
010670     EXIT.
010680*****************************************************************
010690* 7000-PRINT-DISPOSITIONS - SECOND PASS OF THE DISPOSITION
010700* EXTRACT, PRINTING THE SITE'S RECORDS FOR THE DATE RANGE.
010710*****************************************************************
010720 7000-PRINT-DISPOSITIONS.
010730     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
010740     MOVE 'DISPOSITIONS' TO SE-TITLE.
010750     WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-LINE.
010760     IF NOT WS-DISP-AVAILABLE
010770         MOVE 'DISPOSITION EXTRACT NOT AVAILABLE' TO NL-TEXT
010780         WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
010790         GO TO 7000-EXIT
010800     END-IF.
010810     OPEN INPUT GREETING-DISP-IN.
010820     IF WS-DS-FILE-STATUS NOT = '00'
010830         DISPLAY 'SITEINQ: DISPOSITION EXTRACT REOPEN FAILED, '
010840             'FILE STATUS = ' WS-DS-FILE-STATUS
010850         MOVE 'DISPOSITION EXTRACT NOT AVAILABLE' TO NL-TEXT
010860         PERFORM 8800-NOTE-SKIPPED-SECTION
010870             THRU 8800-EXIT
010880         GO TO 7000-EXIT
010890     END-IF.
010900     MOVE 'N' TO WS-DS-EOF-SWITCH.
010910     WRITE INQUIRY-REPORT-LINE FROM WS-DISP-HEADING.
010920     PERFORM 5350-READ-DISPOSITION
010930         THRU 5350-EXIT.
010940     PERFORM 7100-PRINT-ONE-DISPOSITION
010950         THRU 7100-EXIT
010960         UNTIL WS-END-OF-DISPOSITIONS.
010970     CLOSE GREETING-DISP-IN.
010980     IF WS-DISP-COUNT = ZERO
010990         MOVE 'NO DISPOSITIONS IN THE DATE RANGE' TO NL-TEXT
011000         WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
011010     END-IF.
011020 7000-EXIT.
011030     EXIT.
011040*****************************************************************
011050* 7100-PRINT-ONE-DISPOSITION
011060*****************************************************************
011070 7100-PRINT-ONE-DISPOSITION.
011080     IF NOT DS-DISPOSITION-REC
011090        OR DS-SITE-CODE NOT = WS-INQ-SITE-CODE
011100        OR DS-CYCLE-DATE NOT NUMERIC
011110         GO TO 7100-NEXT
011120     END-IF.
011130     IF DS-CYCLE-DATE < WS-FROM-DATE
011140        OR DS-CYCLE-DATE > WS-TO-DATE
011150         GO TO 7100-NEXT
011160     END-IF.
011170     ADD 1 TO WS-DISP-COUNT.
011180     MOVE SPACES TO WS-DISP-LINE.
011190     MOVE DS-CYCLE-DATE TO DI-CYCLE-DATE.
011200     MOVE DS-GREETING-CODE TO DI-GREETING-CODE.
011210     MOVE DS-REQUEST-DATE TO DI-REQUEST-DATE.
011220     EVALUATE TRUE
011230         WHEN DS-PRODUCED
011240             MOVE 'PRODUCED' TO DI-DISPOSITION
011250         WHEN DS-REJECTED
011260             MOVE 'REJECTED' TO DI-DISPOSITION
011270         WHEN DS-SUSPENDED
011280             MOVE 'SUSPENDED' TO DI-DISPOSITION
011290         WHEN OTHER
011300             MOVE DS-DISPOSITION TO DI-DISPOSITION
011310     END-EVALUATE.
011320     MOVE DS-REASON TO DI-REASON.
011330     WRITE INQUIRY-REPORT-LINE FROM WS-DISP-LINE.
011340 7100-NEXT.
011350     PERFORM 5350-READ-DISPOSITION
011360         THRU 5350-EXIT.
011370 7100-EXIT.
011380     EXIT.
011390*****************************************************************
011400* 7900-PRINT-SUMMARY
011410*****************************************************************
011420 7900-PRINT-SUMMARY.
011430     WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
011440     MOVE 'ENTITLEMENTS                        ' TO SL-LABEL.
011450     MOVE WS-ENTITLE-COUNT TO SL-COUNT.
011460     WRITE INQUIRY-REPORT-LINE FROM WS-SUMMARY-LINE.
011470     MOVE 'STANDING ORDERS                     ' TO SL-LABEL.
011480     MOVE WS-ORDER-COUNT TO SL-COUNT.
011490     WRITE INQUIRY-REPORT-LINE FROM WS-SUMMARY-LINE.
011500     MOVE 'OPEN SUSPENSE ITEMS                 ' TO SL-LABEL.
011510     MOVE WS-SUSP-COUNT TO SL-COUNT.
011520     WRITE INQUIRY-REPORT-LINE FROM WS-SUMMARY-LINE.
011530     MOVE 'OPEN CARRYOVER ITEMS                ' TO SL-LABEL.
011540     MOVE WS-CARR-COUNT TO SL-COUNT.
011550     WRITE INQUIRY-REPORT-LINE FROM WS-SUMMARY-LINE.
011560     MOVE 'DISPOSITIONS IN RANGE               ' TO SL-LABEL.
011570     MOVE WS-DISP-COUNT TO SL-COUNT.
011580     WRITE INQUIRY-REPORT-LINE FROM WS-SUMMARY-LINE.
011590     MOVE 'SECTIONS SKIPPED                    ' TO SL-LABEL.
011600     MOVE WS-SKIPPED-COUNT TO SL-COUNT.
011610     WRITE INQUIRY-REPORT-LINE FROM WS-SUMMARY-LINE.
011620 7900-EXIT.
011630     EXIT.
011640*****************************************************************
011650* 8200-ROLL-FORWARD-ONE-DAY - STEP WS-ROLL-DATE FORWARD ONE
011660* CALENDAR DAY, HONORING MONTH LENGTHS AND LEAP YEARS.
011670*****************************************************************
011680 8200-ROLL-FORWARD-ONE-DAY.
011690     MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
011700     IF WS-ROLL-MONTH = 2
011710         PERFORM 8250-CHECK-LEAP-YEAR
011720             THRU 8250-EXIT
011730     END-IF.
011740     IF WS-ROLL-DAY < WS-DAYS-IN-MONTH
011750         ADD 1 TO WS-ROLL-DAY
011760         GO TO 8200-EXIT
011770     END-IF.
011780     MOVE 1 TO WS-ROLL-DAY.
011790     IF WS-ROLL-MONTH < 12
011800         ADD 1 TO WS-ROLL-MONTH
011810     ELSE
011820         MOVE 1 TO WS-ROLL-MONTH
011830         ADD 1 TO WS-ROLL-YEAR
011840     END-IF.
011850 8200-EXIT.
011860     EXIT.
011870*****************************************************************
011880* 8250-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS WHEN THE YEAR IS
011890* DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST BE DIVISIBLE
011900* BY 400.
011910*****************************************************************
011920 8250-CHECK-LEAP-YEAR.
011930     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
011940         REMAINDER WS-LEAP-REMAINDER.
011950     IF WS-LEAP-REMAINDER NOT = ZERO
011960         GO TO 8250-EXIT
011970     END-IF.
011980     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
011990         REMAINDER WS-LEAP-REMAINDER.
012000     IF WS-LEAP-REMAINDER NOT = ZERO
012010         MOVE 29 TO WS-DAYS-IN-MONTH
012020         GO TO 8250-EXIT
012030     END-IF.
012040     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
012050         REMAINDER WS-LEAP-REMAINDER.
012060     IF WS-LEAP-REMAINDER = ZERO
012070         MOVE 29 TO WS-DAYS-IN-MONTH
012080     END-IF.
012090 8250-EXIT.
012100     EXIT.
012110*****************************************************************
012120* 8400-FIND-DAY - POSITION DY-IDX AT THE DAY-TABLE ENTRY FOR
012130* WS-ROLL-DATE, IF THE DATE IS IN THE RANGE.
012140*****************************************************************
012150 8400-FIND-DAY.
012160     MOVE 'N' TO WS-FOUND-SWITCH.
012170     IF WS-DAY-COUNT = ZERO
012180         GO TO 8400-EXIT
012190     END-IF.
012200     SET DY-IDX TO 1.
012210     SEARCH WS-DAY-ENTRY
012220         AT END
012230             MOVE 'N' TO WS-FOUND-SWITCH
012240         WHEN DY-IDX > WS-DAY-COUNT
012250             MOVE 'N' TO WS-FOUND-SWITCH
012260             SET DY-IDX TO WS-DAY-COUNT
012270         WHEN DT-DATE (DY-IDX) = WS-ROLL-DATE-N
012280             SET WS-ENTRY-FOUND TO TRUE
012290     END-SEARCH.
012300 8400-EXIT.
012310     EXIT.
012320*****************************************************************
012330* 8500-CHECK-GREETING-CODE - READ GREETING-MASTER BY THE KEY IN
012340* GM-GREETING-CODE AND WORD ITS EFFECTIVE WINDOW AGAINST THE
012350* PROCESSING DATE.  ZERO OR BLANK WINDOW DATES ARE OPEN ENDED,
012360* THE SAME RULE THE NIGHT DRIVER APPLIES.  WS-CODE-USABLE IS SET
012370* WHEN THE CODE IS ACTIVE AND INSIDE ITS WINDOW.
012380*****************************************************************
012390 8500-CHECK-GREETING-CODE.
012400     MOVE 'N' TO WS-CODE-SWITCH.
012410     MOVE 'N' TO WS-CODE-USABLE-SWITCH.
012420     READ GREETING-MASTER
012430         INVALID KEY
012440             MOVE 'NOT ON MASTER' TO WS-WINDOW-TEXT
012450             GO TO 8500-EXIT
012460     END-READ.
012470     SET WS-CODE-ON-FILE TO TRUE.
012480     IF GM-EFFECTIVE-FROM NUMERIC
012490        AND GM-EFFECTIVE-FROM > ZERO
012500        AND WS-RUN-DATE < GM-EFFECTIVE-FROM
012510         MOVE 'NOT YET EFFECTIVE' TO WS-WINDOW-TEXT
012520         GO TO 8500-EXIT
012530     END-IF.
012540     IF GM-EFFECTIVE-TO NUMERIC
012550        AND GM-EFFECTIVE-TO > ZERO
012560        AND WS-RUN-DATE > GM-EFFECTIVE-TO
012570         MOVE 'EXPIRED' TO WS-WINDOW-TEXT
012580         GO TO 8500-EXIT
012590     END-IF.
012600     MOVE 'IN WINDOW' TO WS-WINDOW-TEXT.
012610     IF GM-ACTIVE
012620         SET WS-CODE-USABLE TO TRUE
012630     END-IF.
012640 8500-EXIT.
012650     EXIT.
012660*****************************************************************
012670* 8800-NOTE-SKIPPED-SECTION - PRINT THE NOTE THE CALLER LEFT IN
012680* NL-TEXT AND RAISE THE RETURN CODE TO 4.
012690*****************************************************************
012700 8800-NOTE-SKIPPED-SECTION.
012710     WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE.
012720     ADD 1 TO WS-SKIPPED-COUNT.
012730     IF RETURN-CODE < 4
012740         MOVE 4 TO RETURN-CODE
012750     END-IF.
012760 8800-EXIT.
012770     EXIT.
012780*****************************************************************
012790* 9000-TERMINATE
012800*****************************************************************
012810 9000-TERMINATE.
012820     DISPLAY 'SITEINQ: SITE INQUIRY FOR       = '
012830         WS-INQ-SITE-CODE.
012840     DISPLAY 'SITEINQ: ENTITLEMENTS           = '
012850         WS-ENTITLE-COUNT.
012860     DISPLAY 'SITEINQ: OPEN SUSPENSE ITEMS    = '
012870         WS-SUSP-COUNT.
012880     DISPLAY 'SITEINQ: OPEN CARRYOVER ITEMS   = '
012890         WS-CARR-COUNT.
012900     CLOSE SITE-MASTER.
012910     CLOSE GREETING-MASTER.
012920     CLOSE GREETING-ENTITLE.
012930     CLOSE INQUIRY-REPORT.
012940 9000-EXIT.
012950     EXIT.
