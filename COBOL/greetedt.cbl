000322* 16 = SUBMISSION STOPPED BY THE RUN-CONTROL GUARD.  THE
000330* GREETBAT STEP IS CONDITIONED ON THIS CODE SO OPERATIONS
000340* DECIDES WHETHER A CODE 4 NIGHT RUNS OR IS HELD.
000341*
000342* A PARM OF 'S' IN COLUMN 4 MAKES THIS A SIMULATION RUN FOR THE
000343* GREETSIM JOB: EVERY EDIT RUNS EXACTLY AS NORMAL, BUT THE
000344* PRODUCED-REQUEST HISTORY IS OPENED FOR INPUT ONLY AND NOT
000345* PURGED, AND NO CYCLE CONTROL TOTALS ARE APPENDED.  THE CLEAN
000346* FILE AND THE REJECT EXTRACT ARE STILL WRITTEN - THE SIMULATION
000347* JOB POINTS BOTH AT WORK DATA SETS THAT FEED GREETBAT'S OWN
000348* SIMULATION RUN AND ITS WHAT-WOULD-HAPPEN REPORT.
000350*
000360*   MOD LOG
000370*   DATE       INIT  DESCRIPTION
00041Q*                    WITH NO RETRY BUMP OR AGING - NOTHING
00041R*                    FAILED; NORMALIZE A BLANK GT-PRIORITY
00041S*                    TO '5'
00041T*   2026-10-15 RLB   REJECT A REQUEST ALREADY PRODUCED ON AN
00041U*                    EARLIER CYCLE AGAINST THE PRODUCED-REQUEST
00041V*                    HISTORY GREETBAT POSTS, SHOWING THE ORIGINAL
00041W*                    PRODUCTION DATE; HISTORY OLDER THAN THE
00041X*                    RETENTION DAYS IN THE EXEC PARM IS PURGED
00041Y*   2026-10-15 RLB   APPEND CONTROL TOTALS TO THE CYCLE
00041Z*                    CONTROL FILE FOR GREETBAL
000420*   2026-10-15 RLB   SIMULATION RUN ON PARM COLUMN 4 = 'S' - NO
000422*                    HISTORY PURGE, NO CYCLE CONTROL TOTALS
000424*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000588     SELECT PROCESSING-CALENDAR ASSIGN TO GREETCAL
000589         ORGANIZATION IS SEQUENTIAL
00058A         FILE STATUS IS WS-CA-FILE-STATUS.
00058B     SELECT GREETING-HISTORY ASSIGN TO GREETPHS
00058C         ORGANIZATION IS INDEXED
00058D         ACCESS MODE IS DYNAMIC
00058E         RECORD KEY IS PH-HISTORY-KEY
00058F         FILE STATUS IS WS-PH-FILE-STATUS.
000590     SELECT GREETING-SUSP-IN ASSIGN TO GREETSIN
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SI-FILE-STATUS.
000612     SELECT GREETING-CARR-IN ASSIGN TO GREETCIN
000614         ORGANIZATION IS SEQUENTIAL
000616         FILE STATUS IS WS-CI-FILE-STATUS.
000617     SELECT CYCLE-CONTROL ASSIGN TO GREETCYC
000618         ORGANIZATION IS SEQUENTIAL
000619         FILE STATUS IS WS-CY-FILE-STATUS.
000620     SELECT GREETING-AGED-RPT ASSIGN TO GREETAGE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AG-FILE-STATUS.
00092G     ==GT-BATCH-COUNT==       BY ==CI-BATCH-COUNT==
00092H     ==GT-RETRY-COUNT==       BY ==CI-RETRY-COUNT==
00092J     ==GT-PRIORITY==          BY ==CI-PRIORITY==.
00092K FD  CYCLE-CONTROL
00092L     LABEL RECORDS ARE STANDARD
00092M     RECORDING MODE IS F.
00092N COPY GREETCYC.
000930 FD  GREETING-AGED-RPT
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000962 FD  SITE-MASTER
000964     LABEL RECORDS ARE STANDARD.
000966 COPY SITEMAST.
000967 FD  GREETING-HISTORY
000968     LABEL RECORDS ARE STANDARD.
000969 COPY GREETPHS.
000970 WORKING-STORAGE SECTION.
000980 77  WS-GT-FILE-STATUS           PIC X(02) VALUE SPACES.
000990 77  WS-CL-FILE-STATUS           PIC X(02) VALUE SPACES.
00100B 77  WS-CI-FILE-STATUS           PIC X(02) VALUE SPACES.
00100C 77  WS-CARR-READ-COUNT          PIC 9(07) VALUE ZERO.
00100D 77  WS-OPEN-BATCH-SITE          PIC X(05) VALUE SPACES.
00100E 77  WS-PH-FILE-STATUS           PIC X(02) VALUE SPACES.
00100F 77  WS-RETAIN-DAYS              PIC 9(03) VALUE 30.
00100G 77  WS-PURGE-BEFORE-DATE        PIC 9(08) VALUE ZEROS.
00100H 77  WS-PRODUCED-COUNT           PIC 9(07) VALUE ZERO.
00100J 77  WS-PURGE-COUNT              PIC 9(07) VALUE ZERO.
00100K 77  WS-HISTORY-READ-COUNT       PIC 9(07) VALUE ZERO.
00100L 77  WS-CY-FILE-STATUS           PIC X(02) VALUE SPACES.
001010 77  WS-SI-FILE-STATUS           PIC X(02) VALUE SPACES.
001020 77  WS-AG-FILE-STATUS           PIC X(02) VALUE SPACES.
001030 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001149 77  WS-DOW-SUM                  PIC 9(05) VALUE ZERO.
00114A 77  WS-DOW-QUOTIENT             PIC 9(05) VALUE ZERO.
001150 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
001152 01  WS-PRODUCED-REASON.
001154     05  FILLER                  PIC X(20)
001156         VALUE 'ALREADY PRODUCED ON '.
001157     05  WS-PRODUCED-ON          PIC 9(08).
001158     05  FILLER                  PIC X(02) VALUE SPACES.
001160 01  WS-EDIT-DATE-N              PIC 9(08) VALUE ZEROS.
001170 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
001180     05  WS-EDIT-YEAR            PIC 9(04).
00138C         88  WS-SITE-BATCH-BAD             VALUE 'Y'.
00138D     05  WS-CARR-EOF-SWITCH       PIC X(01) VALUE 'N'.
00138E         88  WS-END-OF-CARRYOVER           VALUE 'Y'.
00138F     05  WS-PH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
00138G         88  WS-HISTORY-OPEN               VALUE 'Y'.
00138H     05  WS-PH-EOF-SWITCH         PIC X(01) VALUE 'N'.
00138J         88  WS-END-OF-HISTORY             VALUE 'Y'.
00138K     05  WS-PH-FOUND-SWITCH       PIC X(01) VALUE 'N'.
00138L         88  WS-ALREADY-PRODUCED           VALUE 'Y'.
00138M     05  WS-SIM-SWITCH            PIC X(01) VALUE 'N'.
00138N         88  WS-SIMULATION-RUN             VALUE 'Y'.
001390 01  WS-REJ-HEADING-1.
001400     05  FILLER                   PIC X(40)
001410         VALUE 'GREETING TRANSACTION EDIT REJECT LISTING'.
001790     05  AG-FAIL-REASON           PIC X(30).
001800     05  FILLER                   PIC X(19) VALUE SPACES.
001810 LINKAGE SECTION.
001812 01  LS-PARM-DATA.
001814     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001816     05  LS-PARM-TEXT            PIC X(04).
001820 PROCEDURE DIVISION USING LS-PARM-DATA.
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE
001850         THRU 1000-EXIT.
002020     IF WS-REJECT-COUNT > ZERO
002030        OR WS-DUPLICATE-COUNT > ZERO
002040        OR WS-AGED-COUNT > ZERO
002042        OR WS-PRODUCED-COUNT > ZERO
002043        OR NOT WS-HISTORY-OPEN
002045        OR WS-MISSING-FEED-COUNT > ZERO
002050         MOVE 4 TO RETURN-CODE
002060     END-IF.
002090             'THE EDIT'
002100         MOVE 8 TO RETURN-CODE
002110     END-IF.
002111     IF NOT WS-SIMULATION-RUN
002113         PERFORM 8600-WRITE-CYCLE-TOTALS
002115             THRU 8600-EXIT
002117     END-IF.
002120     PERFORM 9000-TERMINATE
002130         THRU 9000-EXIT.
002140     GOBACK.
002214         THRU 1050-EXIT.
002216     PERFORM 1040-LOAD-CALENDAR
002218         THRU 1040-EXIT.
002219     PERFORM 1060-GET-RETENTION
00221A         THRU 1060-EXIT.
00221B     PERFORM 1070-GET-RUN-MODE
00221C         THRU 1070-EXIT.
00221D     PERFORM 1600-PURGE-HISTORY
00221E         THRU 1600-EXIT.
002220     OPEN INPUT GREETING-TRAN-IN.
002230     OPEN OUTPUT GREETING-TRAN-CLEAN.
002240     OPEN OUTPUT GREETING-REJECTS.
004630* 3000-WRITE-CLEAN - SORT OUTPUT PROCEDURE.  WITH THE SURVIVORS
004640* IN SITE/GREETING/REQUEST-DATE ORDER, AN EXACT DUPLICATE SITS
004650* DIRECTLY BEHIND ITS ORIGINAL, SO ONE SET OF PREVIOUS-KEY
004660* FIELDS IS ALL THE DUPLICATE CHECK NEEDS.  A DUPLICATE FROM
004662* AN EARLIER CYCLE IS CAUGHT BY KEY ON THE PRODUCED-REQUEST
004664* HISTORY INSTEAD.
004670*****************************************************************
004680 3000-WRITE-CLEAN.
004690     PERFORM 3100-RETURN-SORTED-TRAN
004850     EXIT.
004860*****************************************************************
004870* 3200-CHECK-ONE-SORTED - DROP A RECORD WHOSE SITE, GREETING
004880* CODE, AND REQUEST DATE ALL MATCH THE RECORD JUST WRITTEN,
004882* OR THAT GREETBAT ALREADY PRODUCED ON AN EARLIER CYCLE;
004890* EVERYTHING ELSE GOES TO THE CLEAN FILE.
004900*****************************************************************
004910 3200-CHECK-ONE-SORTED.
005030             GO TO 3200-NEXT
005040         END-IF
005050     END-IF.
005052     PERFORM 3300-CHECK-HISTORY
005053         THRU 3300-EXIT.
005054     IF WS-ALREADY-PRODUCED
005055         ADD 1 TO WS-PRODUCED-COUNT
005056         MOVE ST-SITE-CODE TO RJ-SITE-CODE
005057         MOVE ST-GREETING-CODE TO RJ-GREETING-CODE
005058         MOVE ST-REQUEST-DATE TO RJ-REQUEST-DATE
005059         MOVE PH-PRODUCED-DATE TO WS-PRODUCED-ON
00505A         MOVE WS-PRODUCED-REASON TO RJ-REASON
00505B         PERFORM 8000-WRITE-REJECT-LINE
00505C             THRU 8000-EXIT
00505D         GO TO 3200-NEXT
00505E     END-IF.
005060     WRITE CLEAN-TRAN-RECORD FROM SORT-TRAN-RECORD.
005070     ADD 1 TO WS-CLEAN-COUNT.
005080     MOVE 'N' TO WS-FIRST-SWITCH.
005538         WS-BAD-BATCH-COUNT.
00553A     DISPLAY 'GREETEDT: MISSING SITE FEEDS    = '
00553B         WS-MISSING-FEED-COUNT.
00553C     DISPLAY 'GREETEDT: ALREADY PRODUCED      = '
00553D         WS-PRODUCED-COUNT.
00553E     DISPLAY 'GREETEDT: HISTORY RECORDS PURGED = '
00553F         WS-PURGE-COUNT.
005540     DISPLAY 'GREETEDT: CLEAN RECORDS WRITTEN = '
005550         WS-CLEAN-COUNT.
005560     CLOSE GREETING-TRAN-IN.
005590     CLOSE GREETING-SUSP-IN.
005592     CLOSE GREETING-CARR-IN.
005595     CLOSE GREETING-REJ-EXTRACT.
005596     IF WS-HISTORY-OPEN
005597         CLOSE GREETING-HISTORY
005598     END-IF.
005600     CLOSE GREETING-AGED-RPT.
005610 9000-EXIT.
005620     EXIT.
010020         THRU 2085-EXIT.
010030 2090-EXIT.
010040     EXIT.
010050*****************************************************************
010060* 1060-GET-RETENTION - HOW MANY DAYS OF PRODUCED-REQUEST
010070* HISTORY TO KEEP, FROM THE EXEC PARM (COLS 1-3).  ZERO,
010080* MISSING, OR UNREADABLE KEEPS THE 30-DAY DEFAULT.  HISTORY
010090* PRODUCED BEFORE THE CYCLE DATE LESS THAT MANY CALENDAR DAYS
010100* IS PURGED, AND A REQUEST OLDER THAN THAT IS NO LONGER CAUGHT.
010110*****************************************************************
010120 1060-GET-RETENTION.
010130     IF LS-PARM-LENGTH > 2
010140        AND LS-PARM-TEXT(1:3) NUMERIC
010150        AND LS-PARM-TEXT(1:3) NOT = '000'
010160         MOVE LS-PARM-TEXT(1:3) TO WS-RETAIN-DAYS
010170     END-IF.
010180     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE-N.
010190     PERFORM 8400-ROLL-BACK-ONE-DAY
010200         THRU 8400-EXIT
010210         WS-RETAIN-DAYS TIMES.
010220     MOVE WS-EDIT-DATE-N TO WS-PURGE-BEFORE-DATE.
010230     DISPLAY 'GREETEDT: PRODUCED HISTORY KEPT ' WS-RETAIN-DAYS
010240         ' DAYS, PURGING BEFORE ' WS-PURGE-BEFORE-DATE.
010250 1060-EXIT.
010260     EXIT.
010261*****************************************************************
010262* 1070-GET-RUN-MODE - AN 'S' IN EXEC PARM COLUMN 4 ASKS FOR A
010263* SIMULATION RUN.  ANYTHING ELSE, OR A PARM TOO SHORT TO HAVE A
010264* COLUMN 4, IS A NORMAL PRODUCTION RUN.
010265*****************************************************************
010266 1070-GET-RUN-MODE.
010267     IF LS-PARM-LENGTH > 3
010268        AND LS-PARM-TEXT(4:1) = 'S'
010269         SET WS-SIMULATION-RUN TO TRUE
01026A         DISPLAY 'GREETEDT: SIMULATION RUN - HISTORY NOT PURGED, '
01026B             'NO CYCLE CONTROL TOTALS APPENDED'
01026C     END-IF.
01026D 1070-EXIT.
01026E     EXIT.
010270*****************************************************************
010280* 1600-PURGE-HISTORY - OPEN THE PRODUCED-REQUEST HISTORY FOR
010290* THE CROSS-CYCLE CHECK AND, ON THE WAY, DELETE EVERY RECORD
010300* PRODUCED BEFORE THE RETENTION CUTOFF SO THE FILE STAYS A
010310* ROLLING WINDOW.  A HISTORY THAT CANNOT BE OPENED DOES NOT
010320* STOP THE EDIT - THE NIGHT STILL RUNS - BUT THE CHECK IS
010330* SKIPPED AND THE STEP ENDS WITH CODE 4 SO OPERATIONS KNOWS A
010340* REPEATED REQUEST COULD BE BILLED AGAIN.
010341* A SIMULATION RUN OPENS IT FOR INPUT AND PURGES NOTHING; THE
010342* CHECK STILL HONORS THE SAME RETENTION CUTOFF.
010350*****************************************************************
010360 1600-PURGE-HISTORY.
010370     IF WS-SIMULATION-RUN
010372         OPEN INPUT GREETING-HISTORY
010374     ELSE
010376         OPEN I-O GREETING-HISTORY
010378     END-IF.
010380     IF WS-PH-FILE-STATUS NOT = '00'
010390         DISPLAY 'GREETEDT: PRODUCED HISTORY UNAVAILABLE, FILE '
010400             'STATUS = ' WS-PH-FILE-STATUS
010410             ' - CROSS-CYCLE CHECK SKIPPED'
010420         GO TO 1600-EXIT
010430     END-IF.
010440     SET WS-HISTORY-OPEN TO TRUE.
010441     IF WS-SIMULATION-RUN
010442         GO TO 1600-EXIT
010443     END-IF.
010450     MOVE LOW-VALUES TO PH-HISTORY-KEY.
010460     START GREETING-HISTORY
010470         KEY IS NOT LESS THAN PH-HISTORY-KEY
010480         INVALID KEY
010490             SET WS-END-OF-HISTORY TO TRUE
010500     END-START.
010510     IF NOT WS-END-OF-HISTORY
010520         PERFORM 1610-READ-HISTORY
010530             THRU 1610-EXIT
010540     END-IF.
010550     PERFORM 1620-PURGE-ONE-HISTORY
010560         THRU 1620-EXIT
010570         UNTIL WS-END-OF-HISTORY.
010580 1600-EXIT.
010590     EXIT.
010600*****************************************************************
010610* 1610-READ-HISTORY
010620*****************************************************************
010630 1610-READ-HISTORY.
010640     READ GREETING-HISTORY NEXT RECORD
010650         AT END
010660             SET WS-END-OF-HISTORY TO TRUE
010670     END-READ.
010680 1610-EXIT.
010690     EXIT.
010700*****************************************************************
010710* 1620-PURGE-ONE-HISTORY
010720*****************************************************************
010730 1620-PURGE-ONE-HISTORY.
010740     ADD 1 TO WS-HISTORY-READ-COUNT.
010750     IF PH-PRODUCED-DATE NOT < WS-PURGE-BEFORE-DATE
010760         GO TO 1620-NEXT
010770     END-IF.
010780     DELETE GREETING-HISTORY RECORD
010790         INVALID KEY
010800             DISPLAY 'GREETEDT: UNABLE TO PURGE HISTORY '
010810                 PH-SITE-CODE '/' PH-GREETING-CODE '/'
010820                 PH-REQUEST-DATE ', FILE STATUS = '
010830                 WS-PH-FILE-STATUS
010840             GO TO 1620-NEXT
010850     END-DELETE.
010860     ADD 1 TO WS-PURGE-COUNT.
010870 1620-NEXT.
010880     PERFORM 1610-READ-HISTORY
010890         THRU 1610-EXIT.
010900 1620-EXIT.
010910     EXIT.
010920*****************************************************************
010930* 3300-CHECK-HISTORY - WAS THIS SITE/GREETING CODE/REQUEST DATE
010940* ALREADY PRODUCED ON AN EARLIER CYCLE INSIDE THE RETENTION
010950* WINDOW?  THE HISTORY RECORD STAYS LOADED SO THE CALLER CAN
010960* SHOW THE ORIGINAL PRODUCTION DATE.
010970*****************************************************************
010980 3300-CHECK-HISTORY.
010990     MOVE 'N' TO WS-PH-FOUND-SWITCH.
011000     IF NOT WS-HISTORY-OPEN
011010         GO TO 3300-EXIT
011020     END-IF.
011030     MOVE ST-SITE-CODE TO PH-SITE-CODE.
011040     MOVE ST-GREETING-CODE TO PH-GREETING-CODE.
011050     MOVE ST-REQUEST-DATE TO PH-REQUEST-DATE.
011060     READ GREETING-HISTORY
011070         INVALID KEY
011080             GO TO 3300-EXIT
011090     END-READ.
011100     IF PH-PRODUCED-DATE NOT < WS-PURGE-BEFORE-DATE
011110         SET WS-ALREADY-PRODUCED TO TRUE
011120     END-IF.
011130 3300-EXIT.
011140     EXIT.
011150*****************************************************************
011160* 8400-ROLL-BACK-ONE-DAY - STEP WS-EDIT-DATE BACK ONE CALENDAR
011170* DAY, HONORING MONTH LENGTHS AND LEAP YEARS.
011180*****************************************************************
011190 8400-ROLL-BACK-ONE-DAY.
011200     IF WS-EDIT-DAY > 1
011210         SUBTRACT 1 FROM WS-EDIT-DAY
011220         GO TO 8400-EXIT
011230     END-IF.
011240     IF WS-EDIT-MONTH > 1
011250         SUBTRACT 1 FROM WS-EDIT-MONTH
011260     ELSE
011270         MOVE 12 TO WS-EDIT-MONTH
011280         SUBTRACT 1 FROM WS-EDIT-YEAR
011290     END-IF.
011300     MOVE WS-MONTH-DAYS(WS-EDIT-MONTH) TO WS-DAYS-IN-MONTH.
011310     IF WS-EDIT-MONTH = 2
011320         PERFORM 2350-CHECK-LEAP-YEAR
011330             THRU 2350-EXIT
011340     END-IF.
011350     MOVE WS-DAYS-IN-MONTH TO WS-EDIT-DAY.
011360 8400-EXIT.
011370     EXIT.
011380*****************************************************************
011390* 8600-WRITE-CYCLE-TOTALS - APPEND THIS RUN'S CONTROL TOTALS TO
011400* THE CYCLE CONTROL FILE FOR GREETBAL.  DETAILS READ ARE THE
011410* GREETTRN RECORDS LESS THE $$HDR/$$TRL CONTROL RECORDS, SO
011420* THEY COVER BOTH THE GENERATED AND THE KEYED TRANSACTIONS.
011430* A FILE THAT WILL NOT OPEN IS WARNED ON SYSOUT ONLY; GREETBAL
011440* REPORTS THE MISSING TOTALS.
011450*****************************************************************
011460 8600-WRITE-CYCLE-TOTALS.
011470     OPEN EXTEND CYCLE-CONTROL.
011480     IF WS-CY-FILE-STATUS NOT = '00'
011490         DISPLAY 'GREETEDT: CYCLE CONTROL OPEN FAILED, STATUS = '
011500             WS-CY-FILE-STATUS
011510         GO TO 8600-EXIT
011520     END-IF.
011530     MOVE SPACES TO CYCLE-CONTROL-RECORD.
011540     MOVE ZEROS TO CY-TOTALS.
011550     MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE.
011560     MOVE 'GREETEDT' TO CY-STEP-NAME.
011570     ACCEPT CY-WRITE-DATE FROM DATE YYYYMMDD.
011580     ACCEPT CY-WRITE-TIME FROM TIME.
011590     SUBTRACT WS-CONTROL-COUNT FROM WS-READ-COUNT
011600         GIVING CY-EDT-DETAILS-READ.
011610     MOVE WS-CONTROL-COUNT TO CY-EDT-CONTROL-RECS.
011620     MOVE WS-RECYCLE-COUNT TO CY-EDT-SUSP-RECYCLED.
011630     MOVE WS-AGED-COUNT TO CY-EDT-SUSP-AGED.
011640     MOVE WS-CARR-READ-COUNT TO CY-EDT-CARR-RECYCLED.
011650     MOVE WS-REJECT-COUNT TO CY-EDT-REJECTED.
011660     MOVE WS-DUPLICATE-COUNT TO CY-EDT-DUPLICATES.
011670     MOVE WS-PRODUCED-COUNT TO CY-EDT-ALREADY-PRODUCED.
011680     MOVE WS-CLEAN-COUNT TO CY-EDT-CLEAN.
011690     MOVE WS-MISSING-FEED-COUNT TO CY-EDT-MISSING-FEEDS.
011700     WRITE CYCLE-CONTROL-RECORD.
011710     IF WS-CY-FILE-STATUS NOT = '00'
011720         DISPLAY 'GREETEDT: CYCLE CONTROL WRITE FAILED, STATUS = '
011730             WS-CY-FILE-STATUS
011740     END-IF.
011750     CLOSE CYCLE-CONTROL.
011760 8600-EXIT.
011770     EXIT.
