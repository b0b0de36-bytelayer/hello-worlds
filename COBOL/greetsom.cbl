000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GREETSOM.
000030 AUTHOR. R L BENSON.
000040 INSTALLATION. BYTELAYER DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* GREETSOM
000090*
000100* MAINTENANCE RUN FOR THE STANDING-ORDER MASTER THAT GREETSOG
000110* READS EVERY CYCLE.  READS ONE TRANSACTION PER ORDER TO BE
000120* ADDED, CHANGED, SUSPENDED, RESUMED OR END-DATED, AN ORDER
000130* BEING IDENTIFIED BY ITS SITE AND GREETING CODE.  EVERY
000140* TRANSACTION IS EDITED BEFORE IT GOES ANYWHERE: THE SITE MUST
000150* BE ON SITE-MASTER AND ACTIVE, THE GREETING CODE (OR, FOR AN
000160* ORDER THAT NAMES NONE, THE SITE'S DEFAULT) MUST BE ACTIVE ON
000170* GREETING-MASTER WITH ITS WINDOW STILL OPEN, THE SITE MUST BE
000180* ENTITLED TO IT ON GREETING-ENTITLE, THE FREQUENCY MUST BE
000190* 'D', 'W' OR 'M', AN 'M' ORDER NEEDS A DAY OF MONTH 01-31 AND
000200* ONLY AN 'M' ORDER MAY HAVE ONE, AND THE DATE WINDOW MUST BE
000210* REAL DATES IN ORDER.  SUSPENDING OR END-DATING AN ORDER ONLY
000220* CUTS WHAT IT GENERATES, SO THOSE TWO SKIP THE MASTER CHECKS -
000230* AN ORDER FOR A SITE THAT HAS CLOSED CAN ALWAYS BE STOPPED.
000240*
000250* THE SAME TWO-PERSON CONTROL AS GREETMNT, SITEMNT AND GREETENM
000260* APPLIES.  A NORMAL RUN STAGES EACH TRANSACTION THAT PASSES THE
000270* EDIT ONTO THE PENDING-CHANGE FILE; A SECOND USER APPROVES OR
000280* REJECTS IT THROUGH GREETAPR, AND A RUN WITH EXEC PARM 'APPLY'
000290* EDITS EACH APPROVED CHANGE AGAIN AGAINST THE MASTERS AS THEY
000300* STAND THEN, PUTS IT ON THE STANDING-ORDER FILE, WRITES A
000310* BEFORE/AFTER AUDIT RECORD TO GREETAUD (RECORD TYPE 'M'), AND
000320* MARKS THE PENDING RECORD APPLIED OR FAILED.  THE MASTER IS A
000330* FLAT FILE: A CHANGE IS REWRITTEN IN PLACE AND AN ADD IS
000340* APPENDED TO THE END.
000350*
000360* BOTH RUNS PRINT THE EDIT REPORT ON SOMRPT - EACH TRANSACTION,
000370* THE ORDER BEFORE AND AFTER, THE REASON FOR ANY REJECT, AND
000380* FOR EVERY ORDER THAT PASSES, THE DATES IT WILL GENERATE A
000390* GREETING OVER THE NEXT 30 PROCESSING DAYS (WEEKDAYS NOT ON
000400* THE PROCESSING CALENDAR, STARTING AT RN-PROCESS-DATE) BY THE
000410* SAME RULES GREETSOG USES, SO A MISTYPED FREQUENCY OR DAY IS
000420* SEEN BY THE APPROVER BEFORE IT REACHES GREETTRN.
000430*
000440* RETURN CODES:  0 = ALL CLEAN, 4 = SOME TRANSACTIONS REJECTED
000450* (SEE SOMRPT), 8 = A FILE FAILURE ON ONE TRANSACTION, 12 =
000460* FILE FAILURE AT OPEN.
000470*
000480*   MOD LOG
000490*   DATE       INIT  DESCRIPTION
000500*   ---------- ----  -------------------------------------------
000510*   2026-10-15 RLB   ORIGINAL PROGRAM
000511*   2026-10-15 RLB   AUDIT RECORDS WRITTEN AS TYPE 'M', APART FROM
000512*                    THE RETIREMENT CASCADE, AND FILED UNDER THE
000513*                    SITE DEFAULT CODE WHEN THE ORDER NAMES NONE
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT STANDING-ORDERS ASSIGN TO GREETSOR
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SG-FILE-STATUS.
000620     SELECT ORDER-MAINT-TRANS ASSIGN TO GREETSOX
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-SX-FILE-STATUS.
000650     SELECT PENDING-CHANGE ASSIGN TO GREETPND
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PN-PENDING-KEY
000690         FILE STATUS IS WS-PN-FILE-STATUS.
000700     SELECT SITE-MASTER ASSIGN TO SITEMST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS SM-SITE-CODE
000740         FILE STATUS IS WS-SM-FILE-STATUS.
000750     SELECT GREETING-MASTER ASSIGN TO GREETMST
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS GM-GREETING-CODE
000790         FILE STATUS IS WS-GM-FILE-STATUS.
000800     SELECT GREETING-ENTITLE ASSIGN TO GREETENT
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS GE-ENTITLE-KEY
000840         FILE STATUS IS WS-GE-FILE-STATUS.
000850     SELECT GREETING-RUN-CONTROL ASSIGN TO GREETRCT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-RN-FILE-STATUS.
000880     SELECT PROCESSING-CALENDAR ASSIGN TO GREETCAL
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-CA-FILE-STATUS.
000910     SELECT GREETING-AUDIT ASSIGN TO GREETAUD
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-AU-FILE-STATUS.
000940     SELECT EDIT-REPORT ASSIGN TO SOMRPT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-ER-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  STANDING-ORDERS
001000     LABEL RECORDS ARE STANDARD
001010     RECORDING MODE IS F.
001020 COPY GREETSOR.
001030 FD  ORDER-MAINT-TRANS
001040     LABEL RECORDS ARE STANDARD
001050     RECORDING MODE IS F.
001060 01  ORDER-MAINT-IN-RECORD           PIC X(80).
001070 FD  PENDING-CHANGE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY GREETPND.
001100 FD  SITE-MASTER
001110     LABEL RECORDS ARE STANDARD.
001120 COPY SITEMAST.
001130 FD  GREETING-MASTER
001140     LABEL RECORDS ARE STANDARD.
001150 COPY GREETMST.
001160 FD  GREETING-ENTITLE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY GREETENT.
001190 FD  GREETING-RUN-CONTROL
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220 COPY GREETRCN.
001230 FD  PROCESSING-CALENDAR
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260 COPY GREETCAL.
001270 FD  GREETING-AUDIT
001280     LABEL RECORDS ARE STANDARD
001290     RECORDING MODE IS F.
001300 COPY GREETAUD.
001310 FD  EDIT-REPORT
001320     LABEL RECORDS ARE STANDARD
001330     RECORDING MODE IS F.
001340 01  EDIT-REPORT-LINE                PIC X(80).
001350 WORKING-STORAGE SECTION.
001360 77  WS-SG-FILE-STATUS           PIC X(02) VALUE SPACES.
001370 77  WS-SX-FILE-STATUS           PIC X(02) VALUE SPACES.
001380 77  WS-PN-FILE-STATUS           PIC X(02) VALUE SPACES.
001390 77  WS-SM-FILE-STATUS           PIC X(02) VALUE SPACES.
001400 77  WS-GM-FILE-STATUS           PIC X(02) VALUE SPACES.
001410 77  WS-GE-FILE-STATUS           PIC X(02) VALUE SPACES.
001420 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
001430 77  WS-CA-FILE-STATUS           PIC X(02) VALUE SPACES.
001440 77  WS-AU-FILE-STATUS           PIC X(02) VALUE SPACES.
001450 77  WS-ER-FILE-STATUS           PIC X(02) VALUE SPACES.
001460 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001470 77  WS-RUN-TIME                 PIC 9(06) VALUE ZEROS.
001480 77  WS-PROCESS-DATE             PIC 9(08) VALUE ZEROS.
001490 77  WS-TRANS-COUNT              PIC 9(05) VALUE ZERO.
001500 77  WS-STAGE-COUNT              PIC 9(05) VALUE ZERO.
001510 77  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
001520 77  WS-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
001530 77  WS-SUSPEND-COUNT            PIC 9(05) VALUE ZERO.
001540 77  WS-RESUME-COUNT             PIC 9(05) VALUE ZERO.
001550 77  WS-END-COUNT                PIC 9(05) VALUE ZERO.
001560 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
001570 77  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
001580 77  WS-APPLY-FAILED-COUNT       PIC 9(05) VALUE ZERO.
001590 77  WS-REJECTS-BEFORE           PIC 9(05) VALUE ZERO.
001600 77  WS-AUDIT-COUNT              PIC 9(05) VALUE ZERO.
001610 77  WS-REJECT-REASON            PIC X(50) VALUE SPACES.
001620 77  WS-USE-CODE                 PIC X(05) VALUE SPACES.
001630 77  WS-ORDER-BEFORE             PIC X(80) VALUE SPACES.
001640 77  WS-FORECAST-DAYS            PIC 9(02) VALUE 30.
001650 77  WS-FORECAST-FOUND           PIC 9(02) VALUE ZERO.
001660 77  WS-FORECAST-COUNT           PIC 9(02) VALUE ZERO.
001670 77  WS-DATE-SLOT                PIC 9(01) VALUE ZERO.
001680 77  WS-ROLL-TRIES               PIC 9(03) VALUE ZERO.
001690 77  WS-ROLL-LIMIT               PIC 9(03) VALUE 366.
001700 77  WS-CAL-COUNT                PIC 9(03) VALUE ZERO.
001710 77  WS-CAL-MAX                  PIC 9(03) VALUE 400.
001720 77  WS-DUE-DAY                  PIC 9(02) VALUE ZERO.
001730 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001740 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
001750 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
001760 77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
001770 77  WS-DOW-YEAR                 PIC 9(04) VALUE ZERO.
001780 77  WS-DOW-MONTH                PIC 9(02) VALUE ZERO.
001790 77  WS-DOW-CENTURY              PIC 9(02) VALUE ZERO.
001800 77  WS-DOW-YY                   PIC 9(02) VALUE ZERO.
001810 77  WS-DOW-WORK                 PIC 9(05) VALUE ZERO.
001820 77  WS-DOW-SUM                  PIC 9(05) VALUE ZERO.
001830 77  WS-DOW-QUOTIENT             PIC 9(05) VALUE ZERO.
001840 77  WS-EDIT-COUNT               PIC Z9.
001850 COPY GREETSOX.
001860 COPY GREETSOR REPLACING
001870     ==STANDING-ORDER-RECORD== BY ==WS-ORDER-RECORD==
001880     ==SG-SITE-CODE==          BY ==SW-SITE-CODE==
001890     ==SG-GREETING-CODE==      BY ==SW-GREETING-CODE==
001900     ==SG-FREQUENCY==          BY ==SW-FREQUENCY==
001910     ==SG-DAILY==              BY ==SW-DAILY==
001920     ==SG-WEEKDAYS==           BY ==SW-WEEKDAYS==
001930     ==SG-MONTHLY-DAY==        BY ==SW-MONTHLY-DAY==
001940     ==SG-MONTHLY==            BY ==SW-MONTHLY==
001950     ==SG-START-DATE==         BY ==SW-START-DATE==
001960     ==SG-STOP-DATE==          BY ==SW-STOP-DATE==
001970     ==SG-STATUS-SWITCH==      BY ==SW-STATUS-SWITCH==
001980     ==SG-ACTIVE==             BY ==SW-ACTIVE==
001990     ==SG-INACTIVE==           BY ==SW-INACTIVE==
002000     ==SG-LAST-UPDATE-DATE==   BY ==SW-LAST-UPDATE-DATE==
002010     ==SG-LAST-UPDATE-USER==   BY ==SW-LAST-UPDATE-USER==.
002020 01  WS-ROLL-DATE-N              PIC 9(08) VALUE ZEROS.
002030 01  WS-ROLL-DATE REDEFINES WS-ROLL-DATE-N.
002040     05  WS-ROLL-YEAR            PIC 9(04).
002050     05  WS-ROLL-MONTH           PIC 9(02).
002060     05  WS-ROLL-DAY             PIC 9(02).
002070 01  WS-MONTH-DAYS-TABLE.
002080     05  FILLER                  PIC X(24)
002090         VALUE '312831303130313130313031'.
002100 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002110     05  WS-MONTH-DAYS           OCCURS 12 TIMES PIC 9(02).
002120 01  WS-CALENDAR-TABLE.
002130     05  WS-CALENDAR-ENTRY OCCURS 400 TIMES
002140             INDEXED BY CA-IDX.
002150         10  WS-CAL-DATE         PIC 9(08).
002160 01  WS-SWITCHES.
002170     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
002180         88  WS-END-OF-TRANS               VALUE 'Y'.
002190     05  WS-MODE-SWITCH           PIC X(01) VALUE 'S'.
002200         88  WS-STAGE-MODE                 VALUE 'S'.
002210         88  WS-APPLY-MODE                 VALUE 'A'.
002220     05  WS-PN-EOF-SWITCH         PIC X(01) VALUE 'N'.
002230         88  WS-END-OF-PENDING             VALUE 'Y'.
002240     05  WS-SG-EOF-SWITCH         PIC X(01) VALUE 'N'.
002250         88  WS-END-OF-ORDERS              VALUE 'Y'.
002260     05  WS-SG-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002270         88  WS-ORDERS-OPEN                VALUE 'Y'.
002280     05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002290         88  WS-ORDER-FOUND                VALUE 'Y'.
002300     05  WS-REJECT-SWITCH         PIC X(01) VALUE 'N'.
002310         88  WS-ORDER-REJECTED             VALUE 'Y'.
002320     05  WS-DATE-SWITCH           PIC X(01) VALUE 'N'.
002330         88  WS-DATE-IS-VALID              VALUE 'Y'.
002340     05  WS-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
002350         88  WS-END-OF-CALENDAR            VALUE 'Y'.
002360     05  WS-CAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
002370         88  WS-CAL-DATE-FOUND             VALUE 'Y'.
002380     05  WS-FORECAST-SWITCH       PIC X(01) VALUE 'N'.
002390         88  WS-FORECAST-STARTED           VALUE 'Y'.
002400 01  WS-HEADING-1.
002410     05  FILLER                   PIC X(40)
002420         VALUE 'STANDING-ORDER MAINTENANCE EDIT REPORT'.
002430     05  FILLER                   PIC X(06) VALUE 'MODE: '.
002440     05  HD-MODE                  PIC X(05).
002450     05  FILLER                   PIC X(03) VALUE SPACES.
002460     05  FILLER                   PIC X(11) VALUE 'PROC DATE: '.
002470     05  HD-PROCESS-DATE          PIC 9(08).
002480     05  FILLER                   PIC X(07) VALUE SPACES.
002490 01  WS-HEADING-2.
002500     05  FILLER                   PIC X(08) VALUE SPACES.
002510     05  FILLER                   PIC X(02) VALUE 'T'.
002520     05  FILLER                   PIC X(06) VALUE 'SITE'.
002530     05  FILLER                   PIC X(06) VALUE 'CODE'.
002540     05  FILLER                   PIC X(02) VALUE 'F'.
002550     05  FILLER                   PIC X(03) VALUE 'DY'.
002560     05  FILLER                   PIC X(09) VALUE 'START'.
002570     05  FILLER                   PIC X(09) VALUE 'STOP'.
002580     05  FILLER                   PIC X(02) VALUE 'S'.
002590     05  FILLER                   PIC X(09) VALUE 'USER'.
002600     05  FILLER                   PIC X(24) VALUE 'NOTE'.
002610 01  WS-ORDER-LINE.
002620     05  OL-LABEL                 PIC X(08).
002630     05  OL-TRANS-CODE            PIC X(01).
002640     05  FILLER                   PIC X(01) VALUE SPACES.
002650     05  OL-SITE-CODE             PIC X(05).
002660     05  FILLER                   PIC X(01) VALUE SPACES.
002670     05  OL-GREETING-CODE         PIC X(05).
002680     05  FILLER                   PIC X(01) VALUE SPACES.
002690     05  OL-FREQUENCY             PIC X(01).
002700     05  FILLER                   PIC X(01) VALUE SPACES.
002710     05  OL-MONTHLY-DAY           PIC X(02).
002720     05  FILLER                   PIC X(01) VALUE SPACES.
002730     05  OL-START-DATE            PIC X(08).
002740     05  FILLER                   PIC X(01) VALUE SPACES.
002750     05  OL-STOP-DATE             PIC X(08).
002760     05  FILLER                   PIC X(01) VALUE SPACES.
002770     05  OL-STATUS                PIC X(01).
002780     05  FILLER                   PIC X(01) VALUE SPACES.
002790     05  OL-USER                  PIC X(08).
002800     05  FILLER                   PIC X(01) VALUE SPACES.
002810     05  OL-NOTE                  PIC X(24).
002820 01  WS-MESSAGE-LINE.
002830     05  FILLER                   PIC X(08) VALUE SPACES.
002840     05  ML-TEXT                  PIC X(72).
002850 01  WS-FORECAST-LINE.
002860     05  FILLER                   PIC X(10) VALUE SPACES.
002870     05  FL-DATE-ENTRY OCCURS 7 TIMES
002880             INDEXED BY FL-IDX.
002890         10  FL-DATE              PIC X(08).
002900         10  FILLER               PIC X(01).
002910     05  FILLER                   PIC X(07) VALUE SPACES.
002920 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
002930 LINKAGE SECTION.
002940 01  LS-PARM-DATA.
002950     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002960     05  LS-PARM-TEXT            PIC X(05).
002970 PROCEDURE DIVISION USING LS-PARM-DATA.
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE
003000         THRU 1000-EXIT.
003010     IF WS-APPLY-MODE
003020         PERFORM 2500-APPLY-APPROVED
003030             THRU 2500-EXIT
003040             UNTIL WS-END-OF-PENDING
003050     ELSE
003060         PERFORM 2000-PROCESS-TRANSACTIONS
003070             THRU 2000-EXIT
003080             UNTIL WS-END-OF-TRANS
003090     END-IF.
003100     PERFORM 9000-TERMINATE
003110         THRU 9000-EXIT.
003120     GOBACK.
003130 0000-EXIT.
003140     EXIT.
003150*****************************************************************
003160* 1000-INITIALIZE - BOTH RUNS NEED THE PENDING-CHANGE FILE, THE
003170* THREE MASTERS THE EDIT READS, THE PROCESSING DATE AND
003180* CALENDAR FOR THE FORECAST, AND THE REPORT.  A STAGING RUN THEN
003190* OPENS THE TRANSACTIONS; AN APPLY RUN OPENS THE AUDIT FILE AND
003200* POSITIONS AT THE STANDING-ORDER PORTION OF THE PENDING FILE.
003210* THE STANDING-ORDER FILE ITSELF IS OPENED PER TRANSACTION.
003220*****************************************************************
003230 1000-INITIALIZE.
003240     MOVE ZERO TO RETURN-CODE.
003250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003260     ACCEPT WS-RUN-TIME FROM TIME.
003270     MOVE 'STAGE' TO HD-MODE.
003280     IF LS-PARM-LENGTH > 4
003290        AND LS-PARM-TEXT(1:5) = 'APPLY'
003300         SET WS-APPLY-MODE TO TRUE
003310         MOVE 'APPLY' TO HD-MODE
003320         DISPLAY 'GREETSOM: APPLYING APPROVED PENDING CHANGES'
003330     END-IF.
003340     OPEN I-O PENDING-CHANGE.
003350     IF WS-PN-FILE-STATUS NOT = '00'
003360         DISPLAY 'GREETSOM: UNABLE TO OPEN PENDING-CHANGE, '
003370             'FILE STATUS = ' WS-PN-FILE-STATUS
003380         MOVE 12 TO RETURN-CODE
003390         GOBACK
003400     END-IF.
003410     OPEN INPUT SITE-MASTER.
003420     OPEN INPUT GREETING-MASTER.
003430     OPEN INPUT GREETING-ENTITLE.
003440     OPEN OUTPUT EDIT-REPORT.
003450     IF WS-SM-FILE-STATUS NOT = '00'
003460        OR WS-GM-FILE-STATUS NOT = '00'
003470        OR WS-GE-FILE-STATUS NOT = '00'
003480        OR WS-ER-FILE-STATUS NOT = '00'
003490         DISPLAY 'GREETSOM: UNABLE TO OPEN REQUIRED FILES, '
003500             'SITEMST=' WS-SM-FILE-STATUS
003510             ' GREETMST=' WS-GM-FILE-STATUS
003520             ' GREETENT=' WS-GE-FILE-STATUS
003530             ' REPORT=' WS-ER-FILE-STATUS
003540         MOVE 12 TO RETURN-CODE
003550         GOBACK
003560     END-IF.
003570     PERFORM 1200-READ-RUN-CONTROL
003580         THRU 1200-EXIT.
003590     PERFORM 1040-LOAD-CALENDAR
003600         THRU 1040-EXIT.
003610     MOVE WS-PROCESS-DATE TO HD-PROCESS-DATE.
003620     WRITE EDIT-REPORT-LINE FROM WS-HEADING-1.
003630     WRITE EDIT-REPORT-LINE FROM WS-BLANK-LINE.
003640     WRITE EDIT-REPORT-LINE FROM WS-HEADING-2.
003650     WRITE EDIT-REPORT-LINE FROM WS-BLANK-LINE.
003660     IF WS-STAGE-MODE
003670         GO TO 1000-OPEN-TRANS
003680     END-IF.
003690     OPEN EXTEND GREETING-AUDIT.
003700     IF WS-AU-FILE-STATUS NOT = '00'
003710         DISPLAY 'GREETSOM: UNABLE TO OPEN GREETING-AUDIT, '
003720             'FILE STATUS = ' WS-AU-FILE-STATUS
003730         MOVE 12 TO RETURN-CODE
003740         GOBACK
003750     END-IF.
003760     MOVE LOW-VALUES TO PN-PENDING-KEY.
003770     SET PN-FOR-STANDING-ORDER TO TRUE.
003780     START PENDING-CHANGE
003790         KEY IS NOT LESS THAN PN-PENDING-KEY
003800         INVALID KEY
003810             SET WS-END-OF-PENDING TO TRUE
003820             GO TO 1000-EXIT
003830     END-START.
003840     PERFORM 2510-READ-PENDING
003850         THRU 2510-EXIT.
003860     GO TO 1000-EXIT.
003870 1000-OPEN-TRANS.
003880     OPEN INPUT ORDER-MAINT-TRANS.
003890     IF WS-SX-FILE-STATUS NOT = '00'
003900         DISPLAY 'GREETSOM: UNABLE TO OPEN ORDER-MAINT-TRANS, '
003910             'FILE STATUS = ' WS-SX-FILE-STATUS
003920         MOVE 12 TO RETURN-CODE
003930         GOBACK
003940     END-IF.
003950     PERFORM 2100-READ-TRANSACTION
003960         THRU 2100-EXIT.
003970 1000-EXIT.
003980     EXIT.
003990*****************************************************************
004000* 1040-LOAD-CALENDAR - TABLE THE NON-PROCESSING DATES FOR THE
004010* FORECAST.  A MISSING OR EMPTY CALENDAR IS NOT FATAL - WEEKENDS
004020* ARE STILL SKIPPED, BUT A HOLIDAY WILL SHOW AS A GENERATING DAY.
004030*****************************************************************
004040 1040-LOAD-CALENDAR.
004050     OPEN INPUT PROCESSING-CALENDAR.
004060     IF WS-CA-FILE-STATUS NOT = '00'
004070         DISPLAY 'GREETSOM: PROCESSING CALENDAR UNAVAILABLE, '
004080             'FILE STATUS = ' WS-CA-FILE-STATUS
004090             ' - WEEKENDS ONLY'
004100         SET WS-END-OF-CALENDAR TO TRUE
004110         GO TO 1040-EXIT
004120     END-IF.
004130     PERFORM 1045-READ-CALENDAR
004140         THRU 1045-EXIT.
004150     PERFORM 1047-TABLE-ONE-DATE
004160         THRU 1047-EXIT
004170         UNTIL WS-END-OF-CALENDAR.
004180     CLOSE PROCESSING-CALENDAR.
004190 1040-EXIT.
004200     EXIT.
004210*****************************************************************
004220* 1045-READ-CALENDAR
004230*****************************************************************
004240 1045-READ-CALENDAR.
004250     READ PROCESSING-CALENDAR
004260         AT END
004270             SET WS-END-OF-CALENDAR TO TRUE
004280     END-READ.
004290 1045-EXIT.
004300     EXIT.
004310*****************************************************************
004320* 1047-TABLE-ONE-DATE
004330*****************************************************************
004340 1047-TABLE-ONE-DATE.
004350     IF CA-CALENDAR-DATE NOT NUMERIC
004360         GO TO 1047-NEXT
004370     END-IF.
004380     IF WS-CAL-COUNT = WS-CAL-MAX
004390         DISPLAY 'GREETSOM: CALENDAR TABLE FULL - REMAINING '
004400             'DATES IGNORED'
004410         SET WS-END-OF-CALENDAR TO TRUE
004420         GO TO 1047-EXIT
004430     END-IF.
004440     ADD 1 TO WS-CAL-COUNT.
004450     SET CA-IDX TO WS-CAL-COUNT.
004460     MOVE CA-CALENDAR-DATE TO WS-CAL-DATE (CA-IDX).
004470 1047-NEXT.
004480     PERFORM 1045-READ-CALENDAR
004490         THRU 1045-EXIT.
004500 1047-EXIT.
004510     EXIT.
004520*****************************************************************
004530* 1200-READ-RUN-CONTROL - THE FORECAST AND A DEFAULT END DATE
004540* START FROM THE NEXT CYCLE GREETSOG WILL GENERATE FOR,
004550* RN-PROCESS-DATE, FALLING BACK TO THE SYSTEM DATE WITH A
004560* WARNING THE SAME WAY GREETSOG FALLS BACK.
004570*****************************************************************
004580 1200-READ-RUN-CONTROL.
004590     OPEN INPUT GREETING-RUN-CONTROL.
004600     IF WS-RN-FILE-STATUS NOT = '00'
004610         DISPLAY 'GREETSOM: RUN-CONTROL UNAVAILABLE, FILE '
004620             'STATUS = ' WS-RN-FILE-STATUS ', SYSTEM DATE USED'
004630         MOVE WS-RUN-DATE TO WS-PROCESS-DATE
004640         IF RETURN-CODE < 4
004650             MOVE 4 TO RETURN-CODE
004660         END-IF
004670         GO TO 1200-EXIT
004680     END-IF.
004690     READ GREETING-RUN-CONTROL
004700         AT END
004710             DISPLAY 'GREETSOM: RUN-CONTROL EMPTY, SYSTEM '
004720                 'DATE USED'
004730             MOVE WS-RUN-DATE TO WS-PROCESS-DATE
004740             IF RETURN-CODE < 4
004750                 MOVE 4 TO RETURN-CODE
004760             END-IF
004770             CLOSE GREETING-RUN-CONTROL
004780             GO TO 1200-EXIT
004790     END-READ.
004800     MOVE RN-PROCESS-DATE TO WS-PROCESS-DATE.
004810     CLOSE GREETING-RUN-CONTROL.
004820 1200-EXIT.
004830     EXIT.
004840*****************************************************************
004850* 2000-PROCESS-TRANSACTIONS - EDIT AND STAGE EACH SUBMITTED
004860* TRANSACTION FOR A SECOND USER'S APPROVAL.
004870*****************************************************************
004880 2000-PROCESS-TRANSACTIONS.
004890     ADD 1 TO WS-TRANS-COUNT.
004900     PERFORM 2200-STAGE-TRANSACTION
004910         THRU 2200-EXIT.
004920     WRITE EDIT-REPORT-LINE FROM WS-BLANK-LINE.
004930     PERFORM 2100-READ-TRANSACTION
004940         THRU 2100-EXIT.
004950 2000-EXIT.
004960     EXIT.
004970*****************************************************************
004980* 2100-READ-TRANSACTION
004990*****************************************************************
005000 2100-READ-TRANSACTION.
005010     READ ORDER-MAINT-TRANS INTO ORDER-MAINT-RECORD
005020         AT END
005030             SET WS-END-OF-TRANS TO TRUE
005040     END-READ.
005050 2100-EXIT.
005060     EXIT.
005070*****************************************************************
005080* 2200-STAGE-TRANSACTION - A TRANSACTION THAT PASSES THE FULL
005090* EDIT IS WRITTEN TO THE PENDING-CHANGE FILE AS SUBMITTED,
005100* STATUS PENDING, AND ITS FORECAST PRINTED FOR THE APPROVER.
005110* NOTHING IS WRITTEN TO THE STANDING-ORDER FILE.
005120*****************************************************************
005130 2200-STAGE-TRANSACTION.
005140     PERFORM 3000-EDIT-TRANSACTION
005150         THRU 3000-EXIT.
005160     PERFORM 3090-CLOSE-ORDERS
005170         THRU 3090-EXIT.
005180     IF WS-ORDER-REJECTED
005190         GO TO 2200-EXIT
005200     END-IF.
005210     MOVE SPACES TO PENDING-CHANGE-RECORD.
005220     SET PN-FOR-STANDING-ORDER TO TRUE.
005230     MOVE WS-RUN-DATE TO PN-STAGE-DATE.
005240     MOVE WS-RUN-TIME TO PN-STAGE-TIME.
005250     MOVE WS-TRANS-COUNT TO PN-STAGE-SEQ.
005260     SET PN-PENDING TO TRUE.
005270     MOVE SOX-UPDATE-USER TO PN-STAGE-USER.
005280     MOVE ZEROS TO PN-DECISION-DATE.
005290     MOVE ZEROS TO PN-APPLY-DATE.
005300     MOVE ORDER-MAINT-RECORD TO PN-TRAN-IMAGE.
005310     WRITE PENDING-CHANGE-RECORD
005320         INVALID KEY
005330             DISPLAY 'GREETSOM: UNABLE TO STAGE TRANSACTION FOR '
005340                 SOX-SITE-CODE '/' SOX-GREETING-CODE
005350                 ', FILE STATUS = ' WS-PN-FILE-STATUS
005360             MOVE 'PENDING-CHANGE WRITE FAILED'
005370                 TO WS-REJECT-REASON
005380             PERFORM 3900-REJECT-TRANSACTION
005390                 THRU 3900-EXIT
005400             IF RETURN-CODE < 8
005410                 MOVE 8 TO RETURN-CODE
005420             END-IF
005430             GO TO 2200-EXIT
005440     END-WRITE.
005450     DISPLAY 'GREETSOM: STAGED ' SOX-TRANS-CODE ' FOR '
005460         SOX-SITE-CODE '/' SOX-GREETING-CODE
005470         ' AS PENDING ' PN-PENDING-KEY.
005480     ADD 1 TO WS-STAGE-COUNT.
005490     MOVE SPACES TO WS-MESSAGE-LINE.
005500     MOVE 'STAGED AS PENDING' TO ML-TEXT(1:17).
005510     MOVE PN-PENDING-KEY TO ML-TEXT(19:20).
005520     WRITE EDIT-REPORT-LINE FROM WS-MESSAGE-LINE.
005530     PERFORM 6000-FORECAST-ORDER
005540         THRU 6000-EXIT.
005550 2200-EXIT.
005560     EXIT.
005570*****************************************************************
005580* 2300-APPLY-TRANSACTION - EDIT AN APPROVED TRANSACTION AGAIN
005590* AGAINST THE FILES AS THEY STAND NOW, POST IT, AND PRINT ITS
005600* FORECAST.
005610*****************************************************************
005620 2300-APPLY-TRANSACTION.
005630     PERFORM 3000-EDIT-TRANSACTION
005640         THRU 3000-EXIT.
005650     IF NOT WS-ORDER-REJECTED
005660         PERFORM 4000-POST-ORDER
005670             THRU 4000-EXIT
005680     END-IF.
005690     PERFORM 3090-CLOSE-ORDERS
005700         THRU 3090-EXIT.
005710     IF WS-ORDER-REJECTED
005720         GO TO 2300-EXIT
005730     END-IF.
005740     PERFORM 6000-FORECAST-ORDER
005750         THRU 6000-EXIT.
005760 2300-EXIT.
005770     EXIT.
005780*****************************************************************
005790* 2500-APPLY-APPROVED - WALK THE STANDING-ORDER PORTION OF THE
005800* PENDING-CHANGE FILE.  AN APPROVED CHANGE IS APPLIED AND MARKED
005810* APPLIED, OR FAILED IF THE EDIT OR THE FILE REFUSED IT (THE
005820* REASON IS ON SOMRPT AND SYSOUT), SO IT IS NEVER PICKED UP
005830* AGAIN.  PENDING, REJECTED AND ALREADY APPLIED CHANGES ARE LEFT
005840* ALONE.
005850*****************************************************************
005860 2500-APPLY-APPROVED.
005870     IF NOT PN-APPROVED
005880         GO TO 2500-NEXT
005890     END-IF.
005900     ADD 1 TO WS-TRANS-COUNT.
005910     MOVE PN-TRAN-IMAGE TO ORDER-MAINT-RECORD.
005920     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
005930     PERFORM 2300-APPLY-TRANSACTION
005940         THRU 2300-EXIT.
005950     WRITE EDIT-REPORT-LINE FROM WS-BLANK-LINE.
005960     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
005970         SET PN-APPLY-FAILED TO TRUE
005980         ADD 1 TO WS-APPLY-FAILED-COUNT
005990     ELSE
006000         SET PN-APPLIED TO TRUE
006010         ADD 1 TO WS-APPLIED-COUNT
006020     END-IF.
006030     MOVE WS-RUN-DATE TO PN-APPLY-DATE.
006040     REWRITE PENDING-CHANGE-RECORD
006050         INVALID KEY
006060             DISPLAY 'GREETSOM: UNABLE TO MARK PENDING '
006070                 PN-PENDING-KEY ', FILE STATUS = '
006080                 WS-PN-FILE-STATUS
006090             IF RETURN-CODE < 8
006100                 MOVE 8 TO RETURN-CODE
006110             END-IF
006120     END-REWRITE.
006130 2500-NEXT.
006140     PERFORM 2510-READ-PENDING
006150         THRU 2510-EXIT.
006160 2500-EXIT.
006170     EXIT.
006180*****************************************************************
006190* 2510-READ-PENDING - NEXT PENDING-CHANGE RECORD; THE FIRST ONE
006200* FOR ANOTHER TARGET FILE ENDS THE STANDING-ORDER PORTION.
006210*****************************************************************
006220 2510-READ-PENDING.
006230     READ PENDING-CHANGE NEXT RECORD
006240         AT END
006250             SET WS-END-OF-PENDING TO TRUE
006260             GO TO 2510-EXIT
006270     END-READ.
006280     IF NOT PN-FOR-STANDING-ORDER
006290         SET WS-END-OF-PENDING TO TRUE
006300     END-IF.
006310 2510-EXIT.
006320     EXIT.
006330*****************************************************************
006340* 3000-EDIT-TRANSACTION - PRINT THE TRANSACTION, FIND THE ORDER
006350* IT NAMES (AN ADD MUST NOT FIND ONE), BUILD THE ORDER AS IT
006360* WILL STAND IN WS-ORDER-RECORD, AND EDIT IT.  THE STANDING-
006370* ORDER FILE IS LEFT OPEN - IN AN APPLY RUN, POSITIONED ON THE
006380* ORDER FOR THE REWRITE - AND THE CALLER CLOSES IT.
006390*****************************************************************
006400 3000-EDIT-TRANSACTION.
006410     MOVE 'N' TO WS-REJECT-SWITCH.
006420     MOVE 'N' TO WS-FOUND-SWITCH.
006430     MOVE SPACES TO WS-ORDER-BEFORE.
006440     MOVE SPACES TO WS-USE-CODE.
006450     MOVE SPACES TO WS-ORDER-LINE.
006460     MOVE 'TRANS' TO OL-LABEL.
006470     MOVE SOX-TRANS-CODE TO OL-TRANS-CODE.
006480     MOVE SOX-SITE-CODE TO OL-SITE-CODE.
006490     MOVE SOX-GREETING-CODE TO OL-GREETING-CODE.
006500     MOVE SOX-FREQUENCY TO OL-FREQUENCY.
006510     MOVE SOX-MONTHLY-DAY TO OL-MONTHLY-DAY.
006520     MOVE SOX-START-DATE TO OL-START-DATE.
006530     MOVE SOX-STOP-DATE TO OL-STOP-DATE.
006540     MOVE SOX-UPDATE-USER TO OL-USER.
006550     WRITE EDIT-REPORT-LINE FROM WS-ORDER-LINE.
006560     IF NOT SOX-ADD-ORDER
006570        AND NOT SOX-CHANGE-ORDER
006580        AND NOT SOX-SUSPEND-ORDER
006590        AND NOT SOX-RESUME-ORDER
006600        AND NOT SOX-END-ORDER
006610         MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
006620         PERFORM 3900-REJECT-TRANSACTION
006630             THRU 3900-EXIT
006640         GO TO 3000-EXIT
006650     END-IF.
006660     IF SOX-UPDATE-USER = SPACES
006670         MOVE 'NO UPDATE USER ON TRANSACTION' TO WS-REJECT-REASON
006680         PERFORM 3900-REJECT-TRANSACTION
006690             THRU 3900-EXIT
006700         GO TO 3000-EXIT
006710     END-IF.
006720     IF SOX-SITE-CODE = SPACES
006730         MOVE 'NO SITE CODE ON TRANSACTION' TO WS-REJECT-REASON
006740         PERFORM 3900-REJECT-TRANSACTION
006750             THRU 3900-EXIT
006760         GO TO 3000-EXIT
006770     END-IF.
006780     PERFORM 3050-OPEN-ORDERS
006790         THRU 3050-EXIT.
006800     IF WS-ORDER-REJECTED
006810         GO TO 3000-EXIT
006820     END-IF.
006830     PERFORM 3100-FIND-ORDER
006840         THRU 3100-EXIT.
006850     IF SOX-ADD-ORDER
006860         IF WS-ORDER-FOUND
006870             MOVE 'ORDER ALREADY ON FILE - CHANGE OR RESUME IT'
006880                 TO WS-REJECT-REASON
006890             PERFORM 3900-REJECT-TRANSACTION
006900                 THRU 3900-EXIT
006910             GO TO 3000-EXIT
006920         END-IF
006930         PERFORM 3200-BUILD-NEW-ORDER
006940             THRU 3200-EXIT
006950     ELSE
006960         IF NOT WS-ORDER-FOUND
006970             MOVE 'NO STANDING ORDER FOR THIS SITE AND CODE'
006980                 TO WS-REJECT-REASON
006990             PERFORM 3900-REJECT-TRANSACTION
007000                 THRU 3900-EXIT
007010             GO TO 3000-EXIT
007020         END-IF
007030         MOVE WS-ORDER-RECORD TO WS-ORDER-BEFORE
007040         MOVE 'BEFORE' TO OL-LABEL
007050         PERFORM 7100-PRINT-ORDER
007060             THRU 7100-EXIT
007070         PERFORM 3300-APPLY-CHANGES
007080             THRU 3300-EXIT
007090     END-IF.
007100     IF WS-ORDER-REJECTED
007110         GO TO 3000-EXIT
007120     END-IF.
007130     IF SOX-ADD-ORDER
007140        OR SOX-CHANGE-ORDER
007150        OR SOX-RESUME-ORDER
007160         PERFORM 3500-VALIDATE-ORDER
007170             THRU 3500-EXIT
007180     END-IF.
007190     IF WS-ORDER-REJECTED
007200         GO TO 3000-EXIT
007210     END-IF.
007220     MOVE WS-RUN-DATE TO SW-LAST-UPDATE-DATE.
007230     MOVE SOX-UPDATE-USER TO SW-LAST-UPDATE-USER.
007240     MOVE 'AFTER' TO OL-LABEL.
007250     PERFORM 7100-PRINT-ORDER
007260         THRU 7100-EXIT.
007270 3000-EXIT.
007280     EXIT.
007290*****************************************************************
007300* 3050-OPEN-ORDERS - INPUT TO EDIT, I-O WHEN THE ORDER WILL BE
007310* REWRITTEN.
007320*****************************************************************
007330 3050-OPEN-ORDERS.
007340     MOVE 'N' TO WS-SG-EOF-SWITCH.
007350     IF WS-APPLY-MODE
007360         OPEN I-O STANDING-ORDERS
007370     ELSE
007380         OPEN INPUT STANDING-ORDERS
007390     END-IF.
007400     IF WS-SG-FILE-STATUS NOT = '00'
007410         DISPLAY 'GREETSOM: UNABLE TO OPEN STANDING-ORDERS, '
007420             'FILE STATUS = ' WS-SG-FILE-STATUS
007430         MOVE 'STANDING-ORDER FILE NOT AVAILABLE'
007440             TO WS-REJECT-REASON
007450         PERFORM 3900-REJECT-TRANSACTION
007460             THRU 3900-EXIT
007470         IF RETURN-CODE < 8
007480             MOVE 8 TO RETURN-CODE
007490         END-IF
007500         GO TO 3050-EXIT
007510     END-IF.
007520     SET WS-ORDERS-OPEN TO TRUE.
007530 3050-EXIT.
007540     EXIT.
007550*****************************************************************
007560* 3090-CLOSE-ORDERS
007570*****************************************************************
007580 3090-CLOSE-ORDERS.
007590     IF WS-ORDERS-OPEN
007600         CLOSE STANDING-ORDERS
007610         MOVE 'N' TO WS-SG-OPEN-SWITCH
007620     END-IF.
007630 3090-EXIT.
007640     EXIT.
007650*****************************************************************
007660* 3100-FIND-ORDER - READ UP TO THE FIRST ORDER FOR THE
007670* TRANSACTION'S SITE AND GREETING CODE AND COPY IT TO
007680* WS-ORDER-RECORD.  AN ADD READS TO END OF FILE.
007690*****************************************************************
007700 3100-FIND-ORDER.
007710     PERFORM 3110-READ-ORDER
007720         THRU 3110-EXIT
007730         UNTIL WS-ORDER-FOUND
007740            OR WS-END-OF-ORDERS.
007750 3100-EXIT.
007760     EXIT.
007770*****************************************************************
007780* 3110-READ-ORDER
007790*****************************************************************
007800 3110-READ-ORDER.
007810     READ STANDING-ORDERS
007820         AT END
007830             SET WS-END-OF-ORDERS TO TRUE
007840             GO TO 3110-EXIT
007850     END-READ.
007860     IF SG-SITE-CODE = SOX-SITE-CODE
007870        AND SG-GREETING-CODE = SOX-GREETING-CODE
007880         SET WS-ORDER-FOUND TO TRUE
007890         MOVE STANDING-ORDER-RECORD TO WS-ORDER-RECORD
007900     END-IF.
007910 3110-EXIT.
007920     EXIT.
007930*****************************************************************
007940* 3200-BUILD-NEW-ORDER - AN ADD TAKES EVERY FIELD AS KEYED; A
007950* BLANK DAY OR DATE IS ZERO (NO DAY, OPEN ENDED).  THE ORDER
007960* STARTS ACTIVE.
007970*****************************************************************
007980 3200-BUILD-NEW-ORDER.
007990     MOVE SPACES TO WS-ORDER-RECORD.
008000     MOVE SOX-SITE-CODE TO SW-SITE-CODE.
008010     MOVE SOX-GREETING-CODE TO SW-GREETING-CODE.
008020     MOVE SOX-FREQUENCY TO SW-FREQUENCY.
008030     MOVE ZERO TO SW-MONTHLY-DAY.
008040     MOVE ZERO TO SW-START-DATE.
008050     MOVE ZERO TO SW-STOP-DATE.
008060     SET SW-ACTIVE TO TRUE.
008070     PERFORM 3250-TAKE-KEYED-FIELDS
008080         THRU 3250-EXIT.
008090 3200-EXIT.
008100     EXIT.
008110*****************************************************************
008120* 3250-TAKE-KEYED-FIELDS - MOVE EACH NON-BLANK DAY AND DATE FROM
008130* THE TRANSACTION TO THE ORDER, REJECTING ONE THAT IS NOT
008140* NUMERIC, THEN SQUARE THE DAY OF MONTH WITH THE FREQUENCY.
008150*****************************************************************
008160 3250-TAKE-KEYED-FIELDS.
008170     IF SOX-MONTHLY-DAY NOT = SPACES
008180         IF SOX-MONTHLY-DAY NOT NUMERIC
008190             MOVE 'DAY OF MONTH IS NOT NUMERIC'
008200                 TO WS-REJECT-REASON
008210             PERFORM 3900-REJECT-TRANSACTION
008220                 THRU 3900-EXIT
008230             GO TO 3250-EXIT
008240         END-IF
008250         MOVE SOX-MONTHLY-DAY TO SW-MONTHLY-DAY
008260     END-IF.
008270     IF SOX-START-DATE NOT = SPACES
008280         IF SOX-START-DATE NOT NUMERIC
008290             MOVE 'START DATE IS NOT NUMERIC' TO WS-REJECT-REASON
008300             PERFORM 3900-REJECT-TRANSACTION
008310                 THRU 3900-EXIT
008320             GO TO 3250-EXIT
008330         END-IF
008340         MOVE SOX-START-DATE TO SW-START-DATE
008350     END-IF.
008360     IF SOX-STOP-DATE NOT = SPACES
008370         IF SOX-STOP-DATE NOT NUMERIC
008380             MOVE 'STOP DATE IS NOT NUMERIC' TO WS-REJECT-REASON
008390             PERFORM 3900-REJECT-TRANSACTION
008400                 THRU 3900-EXIT
008410             GO TO 3250-EXIT
008420         END-IF
008430         MOVE SOX-STOP-DATE TO SW-STOP-DATE
008440     END-IF.
008450     PERFORM 3400-CHECK-MONTHLY-DAY
008460         THRU 3400-EXIT.
008470 3250-EXIT.
008480     EXIT.
008490*****************************************************************
008500* 3300-APPLY-CHANGES - WORK THE TRANSACTION INTO THE ORDER FOUND.
008510* SUSPEND AND RESUME FLIP THE STATUS AND MUST FIND IT THE OTHER
008520* WAY.  END-DATE SETS THE STOP DATE - BLANK MEANS AFTER THE
008530* CURRENT PROCESSING DATE.  A CHANGE REPLACES EACH FIELD KEYED
008540* AND LEAVES A BLANK ONE AS IT WAS.
008550*****************************************************************
008560 3300-APPLY-CHANGES.
008570     IF SOX-SUSPEND-ORDER
008580         IF SW-INACTIVE
008590             MOVE 'ORDER IS ALREADY SUSPENDED' TO WS-REJECT-REASON
008600             PERFORM 3900-REJECT-TRANSACTION
008610                 THRU 3900-EXIT
008620             GO TO 3300-EXIT
008630         END-IF
008640         SET SW-INACTIVE TO TRUE
008650         GO TO 3300-EXIT
008660     END-IF.
008670     IF SOX-RESUME-ORDER
008680         IF SW-ACTIVE
008690             MOVE 'ORDER IS NOT SUSPENDED' TO WS-REJECT-REASON
008700             PERFORM 3900-REJECT-TRANSACTION
008710                 THRU 3900-EXIT
008720             GO TO 3300-EXIT
008730         END-IF
008740         SET SW-ACTIVE TO TRUE
008750         GO TO 3300-EXIT
008760     END-IF.
008770     IF SOX-END-ORDER
008780         PERFORM 3350-END-DATE-ORDER
008790             THRU 3350-EXIT
008800         GO TO 3300-EXIT
008810     END-IF.
008820     IF SOX-FREQUENCY NOT = SPACES
008830         MOVE SOX-FREQUENCY TO SW-FREQUENCY
008840     END-IF.
008850     PERFORM 3250-TAKE-KEYED-FIELDS
008860         THRU 3250-EXIT.
008870 3300-EXIT.
008880     EXIT.
008890*****************************************************************
008900* 3350-END-DATE-ORDER - THE STOP DATE IS THE LAST DAY THE ORDER
008910* GENERATES.  IT MUST BE A REAL DATE NO EARLIER THAN THE ORDER'S
008920* START; ZEROS WOULD REOPEN THE ORDER AND ARE REFUSED.
008930*****************************************************************
008940 3350-END-DATE-ORDER.
008950     IF SOX-STOP-DATE = SPACES
008960         MOVE WS-PROCESS-DATE TO SW-STOP-DATE
008970     ELSE
008980         IF SOX-STOP-DATE NOT NUMERIC
008990            OR SOX-STOP-DATE = ZEROS
009000             MOVE 'END DATE MUST BE A DATE OR BLANK'
009010                 TO WS-REJECT-REASON
009020             PERFORM 3900-REJECT-TRANSACTION
009030                 THRU 3900-EXIT
009040             GO TO 3350-EXIT
009050         END-IF
009060         MOVE SOX-STOP-DATE TO SW-STOP-DATE
009070     END-IF.
009080     MOVE SW-STOP-DATE TO WS-ROLL-DATE-N.
009090     PERFORM 3600-CHECK-DATE
009100         THRU 3600-EXIT.
009110     IF NOT WS-DATE-IS-VALID
009120         MOVE 'END DATE IS NOT A VALID DATE' TO WS-REJECT-REASON
009130         PERFORM 3900-REJECT-TRANSACTION
009140             THRU 3900-EXIT
009150         GO TO 3350-EXIT
009160     END-IF.
009170     IF SW-START-DATE NUMERIC
009180        AND SW-START-DATE > ZERO
009190        AND SW-STOP-DATE < SW-START-DATE
009200         MOVE 'END DATE IS BEFORE THE ORDER STARTS'
009210             TO WS-REJECT-REASON
009220         PERFORM 3900-REJECT-TRANSACTION
009230             THRU 3900-EXIT
009240     END-IF.
009250 3350-EXIT.
009260     EXIT.
009270*****************************************************************
009280* 3400-CHECK-MONTHLY-DAY - ONLY AN 'M' ORDER CARRIES A DAY OF
009290* MONTH.  A DAY KEYED ON ANY OTHER ORDER USUALLY MEANS THE
009300* FREQUENCY WAS MISTYPED, SO IT IS REJECTED; A DAY LEFT OVER
009310* FROM WHEN THE ORDER WAS MONTHLY IS JUST CLEARED.
009320*****************************************************************
009330 3400-CHECK-MONTHLY-DAY.
009340     IF SW-MONTHLY
009350         GO TO 3400-EXIT
009360     END-IF.
009370     IF SOX-MONTHLY-DAY NOT = SPACES
009380        AND SOX-MONTHLY-DAY NOT = '00'
009390         MOVE 'DAY OF MONTH GIVEN ON A NON-MONTHLY ORDER'
009400             TO WS-REJECT-REASON
009410         PERFORM 3900-REJECT-TRANSACTION
009420             THRU 3900-EXIT
009430         GO TO 3400-EXIT
009440     END-IF.
009450     MOVE ZERO TO SW-MONTHLY-DAY.
009460 3400-EXIT.
009470     EXIT.
009480*****************************************************************
009490* 3500-VALIDATE-ORDER - THE ORDER AS IT WILL STAND MUST BE ONE
009500* GREETSOG CAN GENERATE AND GREETBAT WILL PRODUCE: A KNOWN
009510* FREQUENCY, A SENSIBLE DAY AND WINDOW, AN ACTIVE SITE, AN
009520* ACTIVE CODE WHOSE WINDOW IS STILL OPEN, AND AN ACTIVE
009530* ENTITLEMENT TO IT.  AN ORDER WITH NO CODE IS CHECKED USING THE
009540* SITE'S DEFAULT, WHICH IS WHAT GREETSOG WILL GENERATE.
009550*****************************************************************
009560 3500-VALIDATE-ORDER.
009570     IF NOT SW-DAILY
009580        AND NOT SW-WEEKDAYS
009590        AND NOT SW-MONTHLY
009600         MOVE 'FREQUENCY MUST BE D, W OR M' TO WS-REJECT-REASON
009610         PERFORM 3900-REJECT-TRANSACTION
009620             THRU 3900-EXIT
009630         GO TO 3500-EXIT
009640     END-IF.
009650     IF SW-MONTHLY
009660         IF SW-MONTHLY-DAY NOT NUMERIC
009670            OR SW-MONTHLY-DAY = ZERO
009680            OR SW-MONTHLY-DAY > 31
009690             MOVE 'AN M ORDER NEEDS A DAY OF MONTH 01-31'
009700                 TO WS-REJECT-REASON
009710             PERFORM 3900-REJECT-TRANSACTION
009720                 THRU 3900-EXIT
009730             GO TO 3500-EXIT
009740         END-IF
009750     END-IF.
009760     IF SW-START-DATE NOT NUMERIC
009770         MOVE 'START DATE IS NOT NUMERIC' TO WS-REJECT-REASON
009780         PERFORM 3900-REJECT-TRANSACTION
009790             THRU 3900-EXIT
009800         GO TO 3500-EXIT
009810     END-IF.
009820     IF SW-STOP-DATE NOT NUMERIC
009830         MOVE 'STOP DATE IS NOT NUMERIC' TO WS-REJECT-REASON
009840         PERFORM 3900-REJECT-TRANSACTION
009850             THRU 3900-EXIT
009860         GO TO 3500-EXIT
009870     END-IF.
009880     IF SW-START-DATE > ZERO
009890         MOVE SW-START-DATE TO WS-ROLL-DATE-N
009900         PERFORM 3600-CHECK-DATE
009910             THRU 3600-EXIT
009920         IF NOT WS-DATE-IS-VALID
009930             MOVE 'START DATE IS NOT A VALID DATE'
009940                 TO WS-REJECT-REASON
009950             PERFORM 3900-REJECT-TRANSACTION
009960                 THRU 3900-EXIT
009970             GO TO 3500-EXIT
009980         END-IF
009990     END-IF.
010000     IF SW-STOP-DATE > ZERO
010010         MOVE SW-STOP-DATE TO WS-ROLL-DATE-N
010020         PERFORM 3600-CHECK-DATE
010030             THRU 3600-EXIT
010040         IF NOT WS-DATE-IS-VALID
010050             MOVE 'STOP DATE IS NOT A VALID DATE'
010060                 TO WS-REJECT-REASON
010070             PERFORM 3900-REJECT-TRANSACTION
010080                 THRU 3900-EXIT
010090             GO TO 3500-EXIT
010100         END-IF
010110         IF SW-STOP-DATE < SW-START-DATE
010120             MOVE 'STOP DATE IS BEFORE THE START DATE'
010130                 TO WS-REJECT-REASON
010140             PERFORM 3900-REJECT-TRANSACTION
010150                 THRU 3900-EXIT
010160             GO TO 3500-EXIT
010170         END-IF
010180         IF SW-STOP-DATE < WS-PROCESS-DATE
010190             MOVE 'STOP DATE HAS ALREADY PASSED'
010200                 TO WS-REJECT-REASON
010210             PERFORM 3900-REJECT-TRANSACTION
010220                 THRU 3900-EXIT
010230             GO TO 3500-EXIT
010240         END-IF
010250     END-IF.
010260     MOVE SW-SITE-CODE TO SM-SITE-CODE.
010270     READ SITE-MASTER
010280         INVALID KEY
010290             MOVE 'SITE IS NOT ON SITE-MASTER' TO WS-REJECT-REASON
010300             PERFORM 3900-REJECT-TRANSACTION
010310                 THRU 3900-EXIT
010320             GO TO 3500-EXIT
010330     END-READ.
010340     IF SM-INACTIVE
010350         MOVE 'SITE IS INACTIVE ON SITE-MASTER'
010360             TO WS-REJECT-REASON
010370         PERFORM 3900-REJECT-TRANSACTION
010380             THRU 3900-EXIT
010390         GO TO 3500-EXIT
010400     END-IF.
010410     MOVE SW-GREETING-CODE TO WS-USE-CODE.
010420     IF WS-USE-CODE = SPACES
010430         MOVE SM-DEFAULT-GREETING-CODE TO WS-USE-CODE
010440     END-IF.
010450     IF WS-USE-CODE = SPACES
010460         MOVE 'NO GREETING CODE AND NO SITE DEFAULT'
010470             TO WS-REJECT-REASON
010480         PERFORM 3900-REJECT-TRANSACTION
010490             THRU 3900-EXIT
010500         GO TO 3500-EXIT
010510     END-IF.
010520     MOVE WS-USE-CODE TO GM-GREETING-CODE.
010530     READ GREETING-MASTER
010540         INVALID KEY
010550             MOVE 'GREETING CODE' TO WS-REJECT-REASON
010560             MOVE WS-USE-CODE TO WS-REJECT-REASON(15:5)
010570             MOVE 'IS NOT ON GREETING-MASTER'
010580                 TO WS-REJECT-REASON(21:25)
010590             PERFORM 3900-REJECT-TRANSACTION
010600                 THRU 3900-EXIT
010610             GO TO 3500-EXIT
010620     END-READ.
010630     IF GM-INACTIVE
010640         MOVE 'GREETING CODE' TO WS-REJECT-REASON
010650         MOVE WS-USE-CODE TO WS-REJECT-REASON(15:5)
010660         MOVE 'IS INACTIVE' TO WS-REJECT-REASON(21:11)
010670         PERFORM 3900-REJECT-TRANSACTION
010680             THRU 3900-EXIT
010690         GO TO 3500-EXIT
010700     END-IF.
010710     IF GM-EFFECTIVE-TO NUMERIC
010720        AND GM-EFFECTIVE-TO > ZERO
010730        AND GM-EFFECTIVE-TO < WS-PROCESS-DATE
010740         MOVE 'GREETING CODE' TO WS-REJECT-REASON
010750         MOVE WS-USE-CODE TO WS-REJECT-REASON(15:5)
010760         MOVE 'WINDOW CLOSED' TO WS-REJECT-REASON(21:13)
010770         MOVE GM-EFFECTIVE-TO TO WS-REJECT-REASON(35:8)
010780         PERFORM 3900-REJECT-TRANSACTION
010790             THRU 3900-EXIT
010800         GO TO 3500-EXIT
010810     END-IF.
010820     MOVE SW-SITE-CODE TO GE-SITE-CODE.
010830     MOVE WS-USE-CODE TO GE-GREETING-CODE.
010840     READ GREETING-ENTITLE
010850         INVALID KEY
010860             MOVE 'SITE IS NOT ENTITLED TO' TO WS-REJECT-REASON
010870             MOVE WS-USE-CODE TO WS-REJECT-REASON(25:5)
010880             PERFORM 3900-REJECT-TRANSACTION
010890                 THRU 3900-EXIT
010900             GO TO 3500-EXIT
010910     END-READ.
010920     IF GE-INACTIVE
010930         MOVE 'SITE IS NOT ENTITLED TO' TO WS-REJECT-REASON
010940         MOVE WS-USE-CODE TO WS-REJECT-REASON(25:5)
010950         PERFORM 3900-REJECT-TRANSACTION
010960             THRU 3900-EXIT
010970     END-IF.
010980 3500-EXIT.
010990     EXIT.
011000*****************************************************************
011010* 3600-CHECK-DATE - IS WS-ROLL-DATE A REAL CALENDAR DATE?
011020*****************************************************************
011030 3600-CHECK-DATE.
011040     MOVE 'N' TO WS-DATE-SWITCH.
011050     IF WS-ROLL-MONTH < 1
011060        OR WS-ROLL-MONTH > 12
011070        OR WS-ROLL-DAY < 1
011080         GO TO 3600-EXIT
011090     END-IF.
011100     MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
011110     IF WS-ROLL-MONTH = 2
011120         PERFORM 8150-CHECK-LEAP-YEAR
011130             THRU 8150-EXIT
011140     END-IF.
011150     IF WS-ROLL-DAY > WS-DAYS-IN-MONTH
011160         GO TO 3600-EXIT
011170     END-IF.
011180     SET WS-DATE-IS-VALID TO TRUE.
011190 3600-EXIT.
011200     EXIT.
011210*****************************************************************
011220* 3900-REJECT-TRANSACTION - THE CALLER HAS SET WS-REJECT-REASON.
011230* LIST IT UNDER THE TRANSACTION AND ON SYSOUT, AND COUNT IT.
011240*****************************************************************
011250 3900-REJECT-TRANSACTION.
011260     SET WS-ORDER-REJECTED TO TRUE.
011270     MOVE SPACES TO WS-MESSAGE-LINE.
011280     MOVE '*** REJECTED -' TO ML-TEXT(1:14).
011290     MOVE WS-REJECT-REASON TO ML-TEXT(16:50).
011300     WRITE EDIT-REPORT-LINE FROM WS-MESSAGE-LINE.
011310     DISPLAY 'GREETSOM: ' SOX-TRANS-CODE ' FOR ' SOX-SITE-CODE
011320         '/' SOX-GREETING-CODE ' REJECTED - ' WS-REJECT-REASON.
011330     ADD 1 TO WS-REJECT-COUNT.
011340     IF RETURN-CODE < 4
011350         MOVE 4 TO RETURN-CODE
011360     END-IF.
011370 3900-EXIT.
011380     EXIT.
011390*****************************************************************
011400* 4000-POST-ORDER - PUT THE EDITED ORDER ON THE FILE: REWRITE THE
011410* ORDER JUST READ, OR FOR AN ADD REOPEN THE FILE EXTEND AND
011420* APPEND IT.  THEN AUDIT THE CHANGE.
011430*****************************************************************
011440 4000-POST-ORDER.
011450     IF SOX-ADD-ORDER
011460         PERFORM 3090-CLOSE-ORDERS
011470             THRU 3090-EXIT
011480         OPEN EXTEND STANDING-ORDERS
011490         IF WS-SG-FILE-STATUS NOT = '00'
011500             DISPLAY 'GREETSOM: UNABLE TO EXTEND '
011510                 'STANDING-ORDERS, FILE STATUS = '
011520                 WS-SG-FILE-STATUS
011530             MOVE 'STANDING-ORDER FILE NOT AVAILABLE FOR THE ADD'
011540                 TO WS-REJECT-REASON
011550             PERFORM 3900-REJECT-TRANSACTION
011560                 THRU 3900-EXIT
011570             IF RETURN-CODE < 8
011580                 MOVE 8 TO RETURN-CODE
011590             END-IF
011600             GO TO 4000-EXIT
011610         END-IF
011620         SET WS-ORDERS-OPEN TO TRUE
011630         WRITE STANDING-ORDER-RECORD FROM WS-ORDER-RECORD
011640     ELSE
011650         REWRITE STANDING-ORDER-RECORD FROM WS-ORDER-RECORD
011660     END-IF.
011670     IF WS-SG-FILE-STATUS NOT = '00'
011680         DISPLAY 'GREETSOM: STANDING-ORDER UPDATE FAILED FOR '
011690             SOX-SITE-CODE '/' SOX-GREETING-CODE
011700             ', FILE STATUS = ' WS-SG-FILE-STATUS
011710         MOVE 'STANDING-ORDER FILE UPDATE FAILED'
011720             TO WS-REJECT-REASON
011730         PERFORM 3900-REJECT-TRANSACTION
011740             THRU 3900-EXIT
011750         IF RETURN-CODE < 8
011760             MOVE 8 TO RETURN-CODE
011770         END-IF
011780         GO TO 4000-EXIT
011790     END-IF.
011800     EVALUATE TRUE
011810         WHEN SOX-ADD-ORDER
011820             ADD 1 TO WS-ADD-COUNT
011830         WHEN SOX-CHANGE-ORDER
011840             ADD 1 TO WS-CHANGE-COUNT
011850         WHEN SOX-SUSPEND-ORDER
011860             ADD 1 TO WS-SUSPEND-COUNT
011870         WHEN SOX-RESUME-ORDER
011880             ADD 1 TO WS-RESUME-COUNT
011890         WHEN SOX-END-ORDER
011900             ADD 1 TO WS-END-COUNT
011910     END-EVALUATE.
011920     PERFORM 8000-WRITE-AUDIT-RECORD
011930         THRU 8000-EXIT.
011940     DISPLAY 'GREETSOM: APPLIED ' SOX-TRANS-CODE ' FOR '
011950         SOX-SITE-CODE '/' SOX-GREETING-CODE.
011960     MOVE SPACES TO WS-MESSAGE-LINE.
011970     MOVE 'APPLIED' TO ML-TEXT(1:7).
011980     WRITE EDIT-REPORT-LINE FROM WS-MESSAGE-LINE.
011990 4000-EXIT.
012000     EXIT.
012010*****************************************************************
012020* 6000-FORECAST-ORDER - LIST THE DATES THE ORDER IN
012030* WS-ORDER-RECORD WILL GENERATE A GREETING ON OVER THE NEXT 30
012040* PROCESSING DAYS, STARTING WITH RN-PROCESS-DATE, SEVEN DATES
012050* TO A LINE, THEN THE TOTAL.
012060*****************************************************************
012070 6000-FORECAST-ORDER.
012080     MOVE ZERO TO WS-FORECAST-FOUND.
012090     MOVE ZERO TO WS-FORECAST-COUNT.
012100     MOVE ZERO TO WS-ROLL-TRIES.
012110     MOVE ZERO TO WS-DATE-SLOT.
012120     MOVE 'N' TO WS-FORECAST-SWITCH.
012130     MOVE SPACES TO WS-FORECAST-LINE.
012140     MOVE SPACES TO WS-MESSAGE-LINE.
012150     IF SW-INACTIVE
012160         MOVE 'FORECAST - ORDER IS SUSPENDED, GENERATES NOTHING'
012170             TO ML-TEXT
012180         WRITE EDIT-REPORT-LINE FROM WS-MESSAGE-LINE
012190         GO TO 6000-EXIT
012200     END-IF.
012210     MOVE 'FORECAST - DATES GENERATED OVER THE NEXT 30 PROCESSING'
012220         TO ML-TEXT.
012230     MOVE 'DAYS' TO ML-TEXT(56:4).
012240     WRITE EDIT-REPORT-LINE FROM WS-MESSAGE-LINE.
012250     MOVE WS-PROCESS-DATE TO WS-ROLL-DATE-N.
012260     PERFORM 6100-NEXT-PROCESSING-DAY
012270         THRU 6100-EXIT
012280         UNTIL WS-FORECAST-FOUND = WS-FORECAST-DAYS
012290            OR WS-ROLL-TRIES > WS-ROLL-LIMIT.
012300     IF WS-DATE-SLOT > ZERO
012310         WRITE EDIT-REPORT-LINE FROM WS-FORECAST-LINE
012320     END-IF.
012330     MOVE SPACES TO WS-MESSAGE-LINE.
012340     IF WS-FORECAST-COUNT = ZERO
012350         MOVE 'NONE - THE ORDER GENERATES NOTHING IN THIS PERIOD'
012360             TO ML-TEXT(3:50)
012370     ELSE
012380         MOVE WS-FORECAST-COUNT TO WS-EDIT-COUNT
012390         MOVE WS-EDIT-COUNT TO ML-TEXT(3:2)
012400         MOVE 'GREETING(S) IN TOTAL' TO ML-TEXT(6:20)
012410     END-IF.
012420     WRITE EDIT-REPORT-LINE FROM WS-MESSAGE-LINE.
012430 6000-EXIT.
012440     EXIT.
012450*****************************************************************
012460* 6100-NEXT-PROCESSING-DAY - THE PROCESSING DATE ITSELF ON THE
012470* FIRST PASS, THEN ONE DAY FORWARD EACH PASS.  A WEEKEND OR A
012480* DATE ON THE PROCESSING CALENDAR IS PASSED OVER; ANY OTHER DAY
012490* COUNTS TOWARD THE 30 AND IS TESTED AGAINST THE ORDER.
012500*****************************************************************
012510 6100-NEXT-PROCESSING-DAY.
012520     IF WS-FORECAST-STARTED
012530         ADD 1 TO WS-ROLL-TRIES
012540         PERFORM 8100-ROLL-ONE-DAY
012550             THRU 8100-EXIT
012560     ELSE
012570         SET WS-FORECAST-STARTED TO TRUE
012580     END-IF.
012590     PERFORM 8300-COMPUTE-DAY-OF-WEEK
012600         THRU 8300-EXIT.
012610     IF WS-DAY-OF-WEEK < 2
012620         GO TO 6100-EXIT
012630     END-IF.
012640     PERFORM 8350-SEARCH-CALENDAR
012650         THRU 8350-EXIT.
012660     IF WS-CAL-DATE-FOUND
012670         GO TO 6100-EXIT
012680     END-IF.
012690     ADD 1 TO WS-FORECAST-FOUND.
012700     PERFORM 6200-CHECK-ONE-DAY
012710         THRU 6200-EXIT.
012720 6100-EXIT.
012730     EXIT.
012740*****************************************************************
012750* 6200-CHECK-ONE-DAY - WOULD GREETSOG GENERATE THE ORDER FOR
012760* WS-ROLL-DATE?  THE SAME TESTS IT MAKES: INSIDE THE START/STOP
012770* WINDOW, AND FOR AN 'M' ORDER THE DAY OF MONTH, PULLED BACK TO
012780* THE LAST DAY OF A SHORT MONTH.  'D' AND 'W' BOTH FIRE ON EVERY
012790* PROCESSING DAY, WHICH IS ALWAYS A WEEKDAY.
012800*****************************************************************
012810 6200-CHECK-ONE-DAY.
012820     IF SW-START-DATE NUMERIC
012830        AND SW-START-DATE > ZERO
012840        AND WS-ROLL-DATE-N < SW-START-DATE
012850         GO TO 6200-EXIT
012860     END-IF.
012870     IF SW-STOP-DATE NUMERIC
012880        AND SW-STOP-DATE > ZERO
012890        AND WS-ROLL-DATE-N > SW-STOP-DATE
012900         GO TO 6200-EXIT
012910     END-IF.
012920     IF NOT SW-DAILY
012930        AND NOT SW-WEEKDAYS
012940        AND NOT SW-MONTHLY
012950         GO TO 6200-EXIT
012960     END-IF.
012970     IF SW-MONTHLY
012980         IF SW-MONTHLY-DAY NOT NUMERIC
012990            OR SW-MONTHLY-DAY = ZERO
013000             GO TO 6200-EXIT
013010         END-IF
013020         MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH
013030         IF WS-ROLL-MONTH = 2
013040             PERFORM 8150-CHECK-LEAP-YEAR
013050                 THRU 8150-EXIT
013060         END-IF
013070         MOVE SW-MONTHLY-DAY TO WS-DUE-DAY
013080         IF WS-DUE-DAY > WS-DAYS-IN-MONTH
013090             MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
013100         END-IF
013110         IF WS-ROLL-DAY NOT = WS-DUE-DAY
013120             GO TO 6200-EXIT
013130         END-IF
013140     END-IF.
013150     ADD 1 TO WS-FORECAST-COUNT.
013160     ADD 1 TO WS-DATE-SLOT.
013170     SET FL-IDX TO WS-DATE-SLOT.
013180     MOVE WS-ROLL-DATE-N TO FL-DATE (FL-IDX).
013190     IF WS-DATE-SLOT = 7
013200         WRITE EDIT-REPORT-LINE FROM WS-FORECAST-LINE
013210         MOVE SPACES TO WS-FORECAST-LINE
013220         MOVE ZERO TO WS-DATE-SLOT
013230     END-IF.
013240 6200-EXIT.
013250     EXIT.
013260*****************************************************************
013270* 7100-PRINT-ORDER - ONE LINE FOR THE ORDER IN WS-ORDER-RECORD
013280* UNDER THE LABEL THE CALLER PUT IN OL-LABEL.  THE NOTE SAYS WHO
013290* LAST CHANGED AN ORDER BEING REPLACED, OR WHICH DEFAULT CODE AN
013300* ORDER WITH NO CODE OF ITS OWN WILL GENERATE.
013310*****************************************************************
013320 7100-PRINT-ORDER.
013330     MOVE SPACE TO OL-TRANS-CODE.
013340     MOVE SW-SITE-CODE TO OL-SITE-CODE.
013350     MOVE SW-GREETING-CODE TO OL-GREETING-CODE.
013360     MOVE SW-FREQUENCY TO OL-FREQUENCY.
013370     MOVE SW-MONTHLY-DAY TO OL-MONTHLY-DAY.
013380     MOVE SW-START-DATE TO OL-START-DATE.
013390     MOVE SW-STOP-DATE TO OL-STOP-DATE.
013400     MOVE SW-STATUS-SWITCH TO OL-STATUS.
013410     MOVE SW-LAST-UPDATE-USER TO OL-USER.
013420     MOVE SPACES TO OL-NOTE.
013430     IF OL-LABEL = 'BEFORE'
013440        AND SW-LAST-UPDATE-DATE NUMERIC
013450         MOVE 'LAST CHANGED' TO OL-NOTE(1:12)
013460         MOVE SW-LAST-UPDATE-DATE TO OL-NOTE(14:8)
013470     END-IF.
013480     IF OL-LABEL NOT = 'BEFORE'
013490        AND SW-GREETING-CODE = SPACES
013500        AND WS-USE-CODE NOT = SPACES
013510         MOVE 'USES SITE DEFAULT' TO OL-NOTE(1:17)
013520         MOVE WS-USE-CODE TO OL-NOTE(19:5)
013530     END-IF.
013540     WRITE EDIT-REPORT-LINE FROM WS-ORDER-LINE.
013550 7100-EXIT.
013560     EXIT.
013561*****************************************************************
013562* 8000-WRITE-AUDIT-RECORD - BEFORE AND AFTER IMAGES OF THE ORDER
013563* ON THE GREETING-MASTER AUDIT FILE AS RECORD TYPE 'M' (ORDER
013564* MAINTENANCE), KEPT APART FROM THE 'O' RECORDS A GREETMNT
013565* RETIREMENT WRITES WHEN IT REPOINTS AN ORDER, SINCE THE TWO
013566* PROGRAMS' TRANSACTION CODES MEAN DIFFERENT THINGS.  FILED UNDER
013567* THE ORDER'S GREETING CODE - THE SITE DEFAULT FOR AN ORDER THAT
013568* NAMES NONE - SO GREETAUR LISTS WHO CHANGED IT AND WHEN.  THE
013569* BEFORE IMAGE IS SPACES ON AN ADD.
01356A*****************************************************************
01356B 8000-WRITE-AUDIT-RECORD.
01356C     MOVE SPACES TO GREETING-AUDIT-RECORD.
01356D     MOVE SOX-TRANS-CODE TO AU-TRANS-CODE.
01356E     MOVE SW-GREETING-CODE TO AU-GREETING-CODE.
01356F     IF AU-GREETING-CODE = SPACES
01356G         MOVE WS-USE-CODE TO AU-GREETING-CODE
01356H     END-IF.
01356J     IF AU-GREETING-CODE = SPACES
01356K         MOVE SW-SITE-CODE TO SM-SITE-CODE
01356L         READ SITE-MASTER
01356M             INVALID KEY
01356N                 MOVE SPACES TO SM-DEFAULT-GREETING-CODE
01356P         END-READ
01356Q         MOVE SM-DEFAULT-GREETING-CODE TO AU-GREETING-CODE
01356R     END-IF.
013670     MOVE WS-RUN-DATE TO AU-UPDATE-DATE.
013680     MOVE WS-RUN-TIME TO AU-UPDATE-TIME.
013690     MOVE SOX-UPDATE-USER TO AU-UPDATE-USER.
013700     MOVE WS-ORDER-BEFORE TO AU-BEFORE-IMAGE.
013710     MOVE WS-ORDER-RECORD TO AU-AFTER-IMAGE.
013720     SET AU-ORDER-MAINT-IMAGE TO TRUE.
013730     WRITE GREETING-AUDIT-RECORD.
013740     IF WS-AU-FILE-STATUS NOT = '00'
013750         DISPLAY 'GREETSOM: AUDIT WRITE FAILED FOR '
013760             SOX-SITE-CODE '/' SOX-GREETING-CODE
013770             ', FILE STATUS = ' WS-AU-FILE-STATUS
013780         IF RETURN-CODE < 8
013790             MOVE 8 TO RETURN-CODE
013800         END-IF
013810         GO TO 8000-EXIT
013820     END-IF.
013830     ADD 1 TO WS-AUDIT-COUNT.
013840 8000-EXIT.
013850     EXIT.
013860*****************************************************************
013870* 8100-ROLL-ONE-DAY - ADVANCE WS-ROLL-DATE BY ONE CALENDAR DAY,
013880* HONORING MONTH LENGTHS AND LEAP YEARS.
013890*****************************************************************
013900 8100-ROLL-ONE-DAY.
013910     MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
013920     IF WS-ROLL-MONTH = 2
013930         PERFORM 8150-CHECK-LEAP-YEAR
013940             THRU 8150-EXIT
013950     END-IF.
013960     IF WS-ROLL-DAY < WS-DAYS-IN-MONTH
013970         ADD 1 TO WS-ROLL-DAY
013980     ELSE
013990         MOVE 1 TO WS-ROLL-DAY
014000         IF WS-ROLL-MONTH < 12
014010             ADD 1 TO WS-ROLL-MONTH
014020         ELSE
014030             MOVE 1 TO WS-ROLL-MONTH
014040             ADD 1 TO WS-ROLL-YEAR
014050         END-IF
014060     END-IF.
014070 8100-EXIT.
014080     EXIT.
014090*****************************************************************
014100* 8150-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS WHEN THE YEAR IS
014110* DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST BE DIVISIBLE
014120* BY 400.
014130*****************************************************************
014140 8150-CHECK-LEAP-YEAR.
014150     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
014160         REMAINDER WS-LEAP-REMAINDER.
014170     IF WS-LEAP-REMAINDER NOT = ZERO
014180         GO TO 8150-EXIT
014190     END-IF.
014200     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
014210         REMAINDER WS-LEAP-REMAINDER.
014220     IF WS-LEAP-REMAINDER NOT = ZERO
014230         MOVE 29 TO WS-DAYS-IN-MONTH
014240         GO TO 8150-EXIT
014250     END-IF.
014260     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
014270         REMAINDER WS-LEAP-REMAINDER.
014280     IF WS-LEAP-REMAINDER = ZERO
014290         MOVE 29 TO WS-DAYS-IN-MONTH
014300     END-IF.
014310 8150-EXIT.
014320     EXIT.
014330*****************************************************************
014340* 8300-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE DATE IN
014350* WS-ROLL-DATE.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
014360* OF THE PRIOR YEAR.  THE RESULT IN WS-DAY-OF-WEEK IS 0 FOR
014370* SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, THROUGH 6 FOR FRIDAY.
014380*****************************************************************
014390 8300-COMPUTE-DAY-OF-WEEK.
014400     MOVE WS-ROLL-YEAR TO WS-DOW-YEAR.
014410     MOVE WS-ROLL-MONTH TO WS-DOW-MONTH.
014420     IF WS-DOW-MONTH < 3
014430         ADD 12 TO WS-DOW-MONTH
014440         SUBTRACT 1 FROM WS-DOW-YEAR
014450     END-IF.
014460     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
014470         REMAINDER WS-DOW-YY.
014480     MOVE WS-ROLL-DAY TO WS-DOW-SUM.
014490     ADD 1 TO WS-DOW-MONTH GIVING WS-DOW-WORK.
014500     MULTIPLY 13 BY WS-DOW-WORK.
014510     DIVIDE 5 INTO WS-DOW-WORK.
014520     ADD WS-DOW-WORK TO WS-DOW-SUM.
014530     ADD WS-DOW-YY TO WS-DOW-SUM.
014540     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-WORK.
014550     ADD WS-DOW-WORK TO WS-DOW-SUM.
014560     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-WORK.
014570     ADD WS-DOW-WORK TO WS-DOW-SUM.
014580     MULTIPLY WS-DOW-CENTURY BY 5 GIVING WS-DOW-WORK.
014590     ADD WS-DOW-WORK TO WS-DOW-SUM.
014600     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
014610         REMAINDER WS-DAY-OF-WEEK.
014620 8300-EXIT.
014630     EXIT.
014640*****************************************************************
014650* 8350-SEARCH-CALENDAR - IS WS-ROLL-DATE ON THE TABLE OF
014660* NON-PROCESSING DATES?
014670*****************************************************************
014680 8350-SEARCH-CALENDAR.
014690     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
014700     IF WS-CAL-COUNT = ZERO
014710         GO TO 8350-EXIT
014720     END-IF.
014730     SET CA-IDX TO 1.
014740     SEARCH WS-CALENDAR-ENTRY
014750         AT END
014760             MOVE 'N' TO WS-CAL-FOUND-SWITCH
014770         WHEN CA-IDX > WS-CAL-COUNT
014780             MOVE 'N' TO WS-CAL-FOUND-SWITCH
014790             SET CA-IDX TO WS-CAL-COUNT
014800         WHEN WS-CAL-DATE (CA-IDX) = WS-ROLL-DATE-N
014810             SET WS-CAL-DATE-FOUND TO TRUE
014820     END-SEARCH.
014830 8350-EXIT.
014840     EXIT.
014850*****************************************************************
014860* 9000-TERMINATE
014870*****************************************************************
014880 9000-TERMINATE.
014890     IF WS-STAGE-MODE
014900         DISPLAY 'GREETSOM: TRANSACTIONS READ     = '
014910             WS-TRANS-COUNT
014920         DISPLAY 'GREETSOM: TRANSACTIONS STAGED   = '
014930             WS-STAGE-COUNT
014940         DISPLAY 'GREETSOM: TRANSACTIONS REJECTED = '
014950             WS-REJECT-COUNT
014960         CLOSE ORDER-MAINT-TRANS
014970         GO TO 9000-CLOSE-FILES
014980     END-IF.
014990     DISPLAY 'GREETSOM: APPROVED CHANGES READ = ' WS-TRANS-COUNT.
015000     DISPLAY 'GREETSOM: ORDERS ADDED          = ' WS-ADD-COUNT.
015010     DISPLAY 'GREETSOM: ORDERS CHANGED        = ' WS-CHANGE-COUNT.
015020     DISPLAY 'GREETSOM: ORDERS SUSPENDED      = '
015030         WS-SUSPEND-COUNT.
015040     DISPLAY 'GREETSOM: ORDERS RESUMED        = ' WS-RESUME-COUNT.
015050     DISPLAY 'GREETSOM: ORDERS END-DATED      = ' WS-END-COUNT.
015060     DISPLAY 'GREETSOM: TRANSACTIONS REJECTED = '
015070         WS-REJECT-COUNT.
015080     DISPLAY 'GREETSOM: AUDIT RECORDS WRITTEN = ' WS-AUDIT-COUNT.
015090     DISPLAY 'GREETSOM: PENDING MARKED APPLIED = '
015100         WS-APPLIED-COUNT.
015110     DISPLAY 'GREETSOM: PENDING MARKED FAILED  = '
015120         WS-APPLY-FAILED-COUNT.
015130     CLOSE GREETING-AUDIT.
015140 9000-CLOSE-FILES.
015150     CLOSE PENDING-CHANGE.
015160     CLOSE SITE-MASTER.
015170     CLOSE GREETING-MASTER.
015180     CLOSE GREETING-ENTITLE.
015190     CLOSE EDIT-REPORT.
015200 9000-EXIT.
015210     EXIT.
