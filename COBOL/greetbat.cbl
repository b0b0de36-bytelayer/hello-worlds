000420* LAST COMPLETED DATE IS STOPPED WITH RETURN CODE 16 BEFORE ANY
000430* TRANSACTION IS PROCESSED.  AN EMPTY RUN-CONTROL (FIRST CYCLE
000440* EVER) IS SEEDED FROM THE SYSTEM DATE.
000441*
000442* A PARM OF 'S' IN COLUMN 8 MAKES THIS A SIMULATION RUN FOR THE
000443* GREETSIM JOB.  EVERY MASTER LOOKUP, EFFECTIVE-DATE CHECK,
000444* ENTITLEMENT CHECK, MONTHLY LIMIT, TOKEN RESOLUTION, AND THE
000445* WINDOW LIMIT RUN EXACTLY AS NORMAL, BUT NOTHING IS WRITTEN TO
000446* GREETING-LOG, GREETING-IFC, GREETING-STATS, THE PRODUCED
000447* HISTORY, SUSPENSE, CARRYOVER, THE CHECKPOINT OR THE CYCLE
000448* CONTROL FILE, AND THE RUN-CONTROL DATE IS NOT ROLLED.  INSTEAD
000449* THE GREETSIM REPORT LISTS EVERY FAILURE - THE SIMULATED EDIT'S
00044A* REJECTS FROM ITS GREETRJX EXTRACT, THEN THIS RUN'S WOULD-BE
00044B* SUSPENSE - AND THE WOULD-BE PRODUCED, REJECTED, SUSPENDED AND
00044C* CARRIED-OVER COUNTS BY SITE.
00044D*
00044E* A TWO-CHARACTER PARTITION ID IN PARM COLUMNS 9-10 RUNS THIS AS
00044F* ONE SITE-RANGE PARTITION OF THE CYCLE FOR THE GREETPRT JOB.  ITS
00044G* RANGE, AND ANY WINDOW LIMIT OF ITS OWN, COME FROM THE GREETPTN
00044H* PARTITION CONTROL FILE AND ONLY TRANSACTIONS FOR SITES IN THE
00044J* RANGE ARE RELEASED TO THE SORT.  EACH PARTITION KEEPS ITS OWN
00044K* CHECKPOINT, WRITES ITS OWN LOG, IFC, SUSPENSE, CARRYOVER AND
00044L* CYCLE CONTROL WORK FILES FOR GREETMRG TO COMBINE, AND ONLY READS
00044M* THE RUN-CONTROL - GREETMRG ROLLS THE DATE ONCE EVERY PARTITION
00044N* HAS COMPLETED.  A PARTITION ALREADY COMPLETED FOR THE PROCESSING
00044P* DATE IS STOPPED WITH RETURN CODE 16.
000450*
000460*   MOD LOG
000470*   DATE       INIT  DESCRIPTION
00071T*                    RETRY BUMP - NOTHING FAILED) AND THE RUN
00071U*                    STILL COMPLETES CLEANLY FOR CHECKPOINT AND
00071V*                    RUN-CONTROL PURPOSES
00071W*   2026-10-15 RLB   WRITE EVERY SUCCESSFULLY PRODUCED SITE/
00071X*                    CODE/REQUEST DATE TO THE PRODUCED-REQUEST
00071Y*                    HISTORY SO GREETEDT CAN REJECT A REQUEST
00071Z*                    ALREADY PRODUCED ON AN EARLIER CYCLE
000720*   2026-10-15 RLB   ENFORCE THE SITE-MASTER MONTHLY VOLUME
000721*                    LIMIT AFTER THE ENTITLEMENT CHECK AGAINST
000722*                    MONTH-TO-DATE SUCCESSES FROM GREETING-STATS
000723*                    - OVER-LIMIT REQUESTS GO TO SUSPENSE - AND
000724*                    PRINT A WARNING REPORT (GREETCAP) OF SITES
000725*                    AT OR PAST 80 PERCENT OF THEIR LIMIT.
000727*                    AN OVER-LIMIT SUSPENSE RECORD KEEPS ITS
000728*                    RETRY COUNT SO IT SURVIVES TO MONTH END
000729*   2026-10-15 RLB   APPEND CONTROL TOTALS, WITH NEW LOG AND IFC
00072A*                    WRITE COUNTS, TO THE CYCLE CONTROL FILE
00072B*                    FOR GREETBAL WHEN THE RUN COMPLETES
00072C*   2026-10-15 RLB   SIMULATION RUN ON PARM COLUMN 8 = 'S' -
00072H*                    PRODUCTION FILES UNTOUCHED, RUN-CONTROL NOT
00072N*                    ROLLED, WHAT-WOULD-HAPPEN REPORT ON GREETSIM
00072P*   2026-10-15 RLB   SITE-RANGE PARTITION RUN ON PARM COLUMNS
00072Q*                    9-10 - RANGE FROM GREETPTN, OWN CHECKPOINT,
00072R*                    RUN-CONTROL LEFT FOR GREETMRG TO ROLL
00072S*   2026-10-15 RLB   MONTHLY LIMIT TABLE HOLDS CAPPED SITES ONLY -
00072T*                    FULL AT LOAD STOPS THE RUN WITH CODE 12, FULL
00072U*                    LATER SUSPENDS THE SITE'S WORK UNPRODUCED
00072V*****************************************************************
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER. IBM-370.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT GREETING-TRAN-IN ASSIGN TO GREETTRN
000791         ORGANIZATION IS SEQUENTIAL
000792         FILE STATUS IS WS-GT-FILE-STATUS.
000810     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000820     SELECT GREETING-TRAN-SORTED ASSIGN TO SORTOUT
000830         ORGANIZATION IS SEQUENTIAL
001009         FILE STATUS IS WS-GE-FILE-STATUS.
00100C     SELECT GREETING-STATS ASSIGN TO GREETSTA
00100D         ORGANIZATION IS INDEXED
00100E         ACCESS MODE IS DYNAMIC
00100F         RECORD KEY IS SC-STAT-KEY
00100G         FILE STATUS IS WS-SC-FILE-STATUS.
00100H     SELECT GREETING-HISTORY ASSIGN TO GREETPHS
00100J         ORGANIZATION IS INDEXED
00100K         ACCESS MODE IS RANDOM
00100L         RECORD KEY IS PH-HISTORY-KEY
00100M         FILE STATUS IS WS-PH-FILE-STATUS.
001010     SELECT GREETING-LOG ASSIGN TO GREETLOG
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-GL-FILE-STATUS.
001092     SELECT GREETING-CARRYOVER ASSIGN TO GREETCOV
001094         ORGANIZATION IS SEQUENTIAL
001096         FILE STATUS IS WS-CV-FILE-STATUS.
001097     SELECT GREETING-CAP-RPT ASSIGN TO GREETCAP
001098         ORGANIZATION IS SEQUENTIAL
001099         FILE STATUS IS WS-CP-FILE-STATUS.
00109A     SELECT CYCLE-CONTROL ASSIGN TO GREETCYC
00109B         ORGANIZATION IS SEQUENTIAL
00109C         FILE STATUS IS WS-CY-FILE-STATUS.
00109D     SELECT GREETING-SIM-RPT ASSIGN TO GREETSIM
00109E         ORGANIZATION IS SEQUENTIAL
00109F         FILE STATUS IS WS-SR-FILE-STATUS.
00109G     SELECT GREETING-REJ-EXTRACT ASSIGN TO GREETRJX
00109H         ORGANIZATION IS SEQUENTIAL
00109J         FILE STATUS IS WS-RX-FILE-STATUS.
00109K     SELECT PARTITION-CONTROL ASSIGN TO GREETPTN
00109L         ORGANIZATION IS SEQUENTIAL
00109M         FILE STATUS IS WS-PT-FILE-STATUS.
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  GREETING-TRAN-IN
001370     05  CK-LAST-GREETING-CODE   PIC X(05).
001380     05  CK-TRAN-COUNT           PIC 9(07).
001390     05  CK-WORST-RETURN-CODE    PIC 9(03).
001391     05  CK-PARTITION-ID         PIC X(02).
001392     05  CK-COMPLETED-DATE       PIC 9(08).
001393     05  FILLER                  PIC X(50).
001410 FD  GREETING-RUN-CONTROL
001420     LABEL RECORDS ARE STANDARD
001430     RECORDING MODE IS F.
00150B FD  GREETING-STATS
00150C     LABEL RECORDS ARE STANDARD.
00150D COPY GREETSTA.
00150E FD  GREETING-HISTORY
00150F     LABEL RECORDS ARE STANDARD.
00150G COPY GREETPHS.
001510 FD  GREETING-LOG
001520     LABEL RECORDS ARE STANDARD
001530     RECORDING MODE IS F.
00162G     ==GT-BATCH-COUNT==       BY ==CV-BATCH-COUNT==
00162H     ==GT-RETRY-COUNT==       BY ==CV-RETRY-COUNT==
00162J     ==GT-PRIORITY==          BY ==CV-PRIORITY==.
00162K FD  GREETING-CAP-RPT
00162L     LABEL RECORDS ARE STANDARD
00162M     RECORDING MODE IS F.
00162N 01  GREETING-CAP-LINE               PIC X(80).
00162P FD  CYCLE-CONTROL
00162Q     LABEL RECORDS ARE STANDARD
00162R     RECORDING MODE IS F.
00162S COPY GREETCYC.
00162T FD  GREETING-SIM-RPT
00162U     LABEL RECORDS ARE STANDARD
00162V     RECORDING MODE IS F.
00162W 01  GREETING-SIM-LINE               PIC X(80).
00162X FD  GREETING-REJ-EXTRACT
00162Y     LABEL RECORDS ARE STANDARD
00162Z     RECORDING MODE IS F.
001630 COPY GREETDSR.
001631 FD  PARTITION-CONTROL
001632     LABEL RECORDS ARE STANDARD
001633     RECORDING MODE IS F.
001634 COPY GREETPTN.
001635 WORKING-STORAGE SECTION.
001640 77  WS-SO-FILE-STATUS           PIC X(02) VALUE SPACES.
001650 77  WS-CK-FILE-STATUS           PIC X(02) VALUE SPACES.
001660 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
00168A 77  WS-WINDOW-LIMIT             PIC 9(07) VALUE ZERO.
00168B 77  WS-PROCESSED-COUNT          PIC 9(07) VALUE ZERO.
00168C 77  WS-CARRYOVER-COUNT          PIC 9(07) VALUE ZERO.
00168D 77  WS-PH-FILE-STATUS           PIC X(02) VALUE SPACES.
00168E 77  WS-HISTORY-COUNT            PIC 9(07) VALUE ZERO.
00168F 77  WS-CP-FILE-STATUS           PIC X(02) VALUE SPACES.
00168G 77  WS-CAP-COUNT                PIC 9(03) VALUE ZERO.
00168H 77  WS-CAP-MAX                  PIC 9(03) VALUE 500.
00168J 77  WS-CAP-SITE                 PIC X(05) VALUE SPACES.
00168K 77  WS-CAP-WORK                 PIC 9(09) VALUE ZERO.
00168L 77  WS-CAP-PCT                  PIC 9(05) VALUE ZERO.
00168M 77  WS-OVER-CAP-COUNT           PIC 9(07) VALUE ZERO.
00168N 77  WS-CAP-WARN-COUNT           PIC 9(05) VALUE ZERO.
00168P 77  WS-CY-FILE-STATUS           PIC X(02) VALUE SPACES.
00168Q 77  WS-PRODUCED-COUNT           PIC 9(07) VALUE ZERO.
00168R 77  WS-LOG-WRITE-COUNT          PIC 9(07) VALUE ZERO.
00168S 77  WS-IFC-WRITE-COUNT          PIC 9(07) VALUE ZERO.
001690 77  WS-GL-FILE-STATUS           PIC X(02) VALUE SPACES.
001700 77  WS-GI-FILE-STATUS           PIC X(02) VALUE SPACES.
001710 77  WS-GS-FILE-STATUS           PIC X(02) VALUE SPACES.
001720 77  WS-SUSPENSE-COUNT           PIC 9(07) VALUE ZERO.
001721 77  WS-SR-FILE-STATUS           PIC X(02) VALUE SPACES.
001722 77  WS-RX-FILE-STATUS           PIC X(02) VALUE SPACES.
001723 77  WS-SIM-COUNT                PIC 9(03) VALUE ZERO.
001724 77  WS-SIM-MAX                  PIC 9(03) VALUE 500.
001725 77  WS-SIM-SITE                 PIC X(05) VALUE SPACES.
001726 77  WS-SIM-POS                  PIC 9(03) VALUE ZERO.
001727 77  WS-SIM-SUB                  PIC 9(03) VALUE ZERO.
001728 77  WS-SIM-NEXT                 PIC 9(03) VALUE ZERO.
001729 77  WS-SIM-PRODUCED-COUNT       PIC 9(07) VALUE ZERO.
00172A 77  WS-SIM-REJECTED-COUNT       PIC 9(07) VALUE ZERO.
00172B 77  WS-SIM-SUSPENDED-COUNT      PIC 9(07) VALUE ZERO.
00172C 77  WS-SIM-CARRIED-COUNT        PIC 9(07) VALUE ZERO.
00172D 77  WS-SIM-NO-FEED-COUNT        PIC 9(07) VALUE ZERO.
00172E 77  WS-GT-FILE-STATUS           PIC X(02) VALUE SPACES.
00172F 77  WS-PT-FILE-STATUS           PIC X(02) VALUE SPACES.
00172G 77  WS-PARTITION-ID             PIC X(02) VALUE SPACES.
00172H 77  WS-PART-LOW-SITE            PIC X(05) VALUE SPACES.
00172J 77  WS-PART-HIGH-SITE           PIC X(05) VALUE SPACES.
00172K 77  WS-PART-PREV-HIGH           PIC X(05) VALUE SPACES.
00172L 77  WS-PART-TEST-SITE           PIC X(05) VALUE SPACES.
00172M 77  WS-PART-RECORD-COUNT        PIC 9(03) VALUE ZERO.
00172N 77  WS-PART-RELEASED-COUNT      PIC 9(07) VALUE ZERO.
00172P 77  WS-PART-SKIPPED-COUNT       PIC 9(07) VALUE ZERO.
001730 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001740 77  WS-RUN-TIME                 PIC 9(06) VALUE ZEROS.
001750 77  WS-JOB-NAME                 PIC X(08) VALUE 'GREETBAT'.
00190G 77  WS-TOKEN-IDX                PIC 9(02) VALUE ZERO.
00190H 01  WS-RESOLVED-TEXT            PIC X(60) VALUE SPACES.
00190J 01  WS-DATE-TEXT                PIC X(08) VALUE SPACES.
00190K 01  WS-CAP-HEADING-1.
00190L     05  FILLER                  PIC X(42)
00190M         VALUE 'SITES AT OR PAST 80% OF MONTHLY LIMIT ON '.
00190N     05  CH-RUN-DATE             PIC 9(08).
00190P     05  FILLER                  PIC X(30) VALUE SPACES.
00190Q 01  WS-CAP-HEADING-2.
00190R     05  FILLER                  PIC X(06) VALUE 'SITE'.
00190S     05  FILLER                  PIC X(25) VALUE 'SITE NAME'.
00190T     05  FILLER                  PIC X(09) VALUE '    LIMIT'.
00190U     05  FILLER                  PIC X(09) VALUE '      MTD'.
00190V     05  FILLER                  PIC X(07) VALUE '  PCT'.
00190W     05  FILLER                  PIC X(07) VALUE ' HELD'.
00190X     05  FILLER                  PIC X(17) VALUE 'STATUS'.
001910 01  WS-ROLL-DATE-N              PIC 9(08) VALUE ZEROS.
001920 01  WS-ROLL-DATE REDEFINES WS-ROLL-DATE-N.
001930     05  WS-ROLL-YEAR            PIC 9(04).
002002     05  WS-CALENDAR-ENTRY OCCURS 400 TIMES
002003             INDEXED BY CA-IDX.
002004         10  WS-CAL-DATE         PIC 9(08).
002005 01  WS-CAP-TABLE.
002006     05  WS-CAP-ENTRY OCCURS 500 TIMES
002007             INDEXED BY CP-IDX.
002008         10  CP-SITE-CODE        PIC X(05).
002009         10  CP-MTD-COUNT        PIC 9(07).
00200A         10  CP-OVER-COUNT       PIC 9(05).
00200B 01  WS-CAP-DETAIL.
00200C     05  CD-SITE-CODE            PIC X(05).
00200D     05  FILLER                  PIC X(01) VALUE SPACES.
00200E     05  CD-SITE-NAME            PIC X(24).
00200F     05  FILLER                  PIC X(01) VALUE SPACES.
00200G     05  CD-MONTHLY-CAP          PIC Z(06)9.
00200H     05  FILLER                  PIC X(02) VALUE SPACES.
00200J     05  CD-MTD-COUNT            PIC Z(06)9.
00200K     05  FILLER                  PIC X(02) VALUE SPACES.
00200L     05  CD-CAP-PCT              PIC ZZZZ9.
00200M     05  FILLER                  PIC X(02) VALUE SPACES.
00200N     05  CD-OVER-COUNT           PIC ZZZZ9.
00200P     05  FILLER                  PIC X(02) VALUE SPACES.
00200Q     05  CD-STATUS               PIC X(10).
00200R     05  FILLER                  PIC X(07) VALUE SPACES.
002010 01  WS-SWITCHES.
002020     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
002030         88  WS-END-OF-SORTED-TRANS        VALUE 'Y'.
00216A         88  WS-TRIM-DONE                 VALUE 'Y'.
00216B     05  WS-WINDOW-SWITCH         PIC X(01) VALUE 'N'.
00216C         88  WS-WINDOW-CLOSED             VALUE 'Y'.
00216D     05  WS-PH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
00216E         88  WS-HISTORY-OPEN              VALUE 'Y'.
00216F     05  WS-CP-FOUND-SWITCH       PIC X(01) VALUE 'N'.
00216G         88  WS-CP-SITE-FOUND             VALUE 'Y'.
00216H     05  WS-MTD-EOF-SWITCH        PIC X(01) VALUE 'N'.
00216J         88  WS-END-OF-MONTH-STATS        VALUE 'Y'.
00216K     05  WS-CAP-FULL-SWITCH       PIC X(01) VALUE 'N'.
00216L         88  WS-CAP-TABLE-FULL            VALUE 'Y'.
00216M     05  WS-OVER-CAP-SWITCH       PIC X(01) VALUE 'N'.
00216N         88  WS-TRAN-OVER-CAP             VALUE 'Y'.
00216P     05  WS-SIM-SWITCH            PIC X(01) VALUE 'N'.
00216Q         88  WS-SIMULATION-RUN            VALUE 'Y'.
00216R     05  WS-SIM-FULL-SWITCH       PIC X(01) VALUE 'N'.
00216S         88  WS-SIM-TABLE-FULL            VALUE 'Y'.
00216T     05  WS-SI-FOUND-SWITCH       PIC X(01) VALUE 'N'.
00216U         88  WS-SI-SITE-FOUND             VALUE 'Y'.
00216V     05  WS-SI-STOP-SWITCH        PIC X(01) VALUE 'N'.
00216W         88  WS-SI-SCAN-DONE              VALUE 'Y'.
00216X     05  WS-RX-EOF-SWITCH         PIC X(01) VALUE 'N'.
00216Y         88  WS-END-OF-REJ-EXTRACT        VALUE 'Y'.
00216Z     05  WS-SIM-OUTCOME           PIC X(01) VALUE SPACES.
002170         88  WS-SIM-PRODUCED              VALUE 'P'.
002171         88  WS-SIM-SUSPENDED             VALUE 'S'.
002172         88  WS-SIM-CARRIED               VALUE 'C'.
002173 01  WS-SIM-TABLE.
002174     05  WS-SIM-ENTRY OCCURS 500 TIMES.
002175         10  SI-SITE-CODE        PIC X(05).
002176         10  SI-PRODUCED         PIC 9(07).
002177         10  SI-REJECTED         PIC 9(07).
002178         10  SI-SUSPENDED        PIC 9(07).
002179         10  SI-CARRIED          PIC 9(07).
00217A 01  WS-SIM-HEADING-1.
00217B     05  FILLER                  PIC X(30)
00217C         VALUE 'SIMULATED GREETBAT CYCLE FOR '.
00217D     05  SH-RUN-DATE             PIC 9(08).
00217E     05  FILLER                  PIC X(42)
00217F         VALUE ' - NOTHING WRITTEN, NOTHING ROLLED'.
00217G 01  WS-SIM-HEADING-2.
00217H     05  FILLER                  PIC X(10) VALUE 'RESULT'.
00217J     05  FILLER                  PIC X(06) VALUE 'SITE'.
00217K     05  FILLER                  PIC X(07) VALUE 'CODE'.
00217L     05  FILLER                  PIC X(10) VALUE 'REQ DATE'.
00217M     05  FILLER                  PIC X(47) VALUE 'REASON'.
00217N 01  WS-SIM-DETAIL.
00217P     05  SF-RESULT               PIC X(09).
00217Q     05  FILLER                  PIC X(01) VALUE SPACES.
00217R     05  SF-SITE-CODE            PIC X(05).
00217S     05  FILLER                  PIC X(01) VALUE SPACES.
00217T     05  SF-GREETING-CODE        PIC X(05).
00217U     05  FILLER                  PIC X(02) VALUE SPACES.
00217V     05  SF-REQUEST-DATE         PIC X(08).
00217W     05  FILLER                  PIC X(02) VALUE SPACES.
00217X     05  SF-REASON               PIC X(30).
00217Y     05  FILLER                  PIC X(17) VALUE SPACES.
00217Z 01  WS-SIM-HEADING-3.
002180     05  FILLER                  PIC X(08) VALUE 'SITE'.
002181     05  FILLER                  PIC X(10) VALUE '  PRODUCED'.
002182     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
002183     05  FILLER                  PIC X(10) VALUE ' SUSPENDED'.
002184     05  FILLER                  PIC X(13) VALUE ' CARRIED OVER'.
002185     05  FILLER                  PIC X(29) VALUE SPACES.
002186 01  WS-SIM-SUMMARY.
002187     05  SS-SITE-CODE            PIC X(05).
002188     05  FILLER                  PIC X(06) VALUE SPACES.
002189     05  SS-PRODUCED             PIC Z(06)9.
00218A     05  FILLER                  PIC X(03) VALUE SPACES.
00218B     05  SS-REJECTED             PIC Z(06)9.
00218C     05  FILLER                  PIC X(03) VALUE SPACES.
00218D     05  SS-SUSPENDED            PIC Z(06)9.
00218E     05  FILLER                  PIC X(06) VALUE SPACES.
00218F     05  SS-CARRIED              PIC Z(06)9.
00218G     05  FILLER                  PIC X(29) VALUE SPACES.
00218H 01  WS-PARTITION-SWITCHES.
00218J     05  WS-PARTITION-SWITCH      PIC X(01) VALUE 'N'.
00218K         88  WS-PARTITION-RUN             VALUE 'Y'.
00218L     05  WS-PT-EOF-SWITCH         PIC X(01) VALUE 'N'.
00218M         88  WS-END-OF-PARTITIONS         VALUE 'Y'.
00218N     05  WS-PT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
00218P         88  WS-PARTITION-FOUND           VALUE 'Y'.
00218Q     05  WS-PT-BAD-SWITCH         PIC X(01) VALUE 'N'.
00218R         88  WS-PARTITION-CONTROL-BAD     VALUE 'Y'.
00218S     05  WS-GT-EOF-SWITCH         PIC X(01) VALUE 'N'.
00218T         88  WS-END-OF-TRAN-IN            VALUE 'Y'.
00218U     05  WS-GT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
00218V         88  WS-TRAN-IN-FAILED            VALUE 'Y'.
00218W     05  WS-RANGE-SWITCH          PIC X(01) VALUE 'N'.
00218X         88  WS-SITE-IN-PARTITION         VALUE 'Y'.
00218Y         88  WS-SITE-OUTSIDE-PARTITION    VALUE 'N'.
00218Z LINKAGE SECTION.
002190 01  LS-PARM-DATA.
002191     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002192     05  LS-PARM-TEXT            PIC X(10).
002193 PROCEDURE DIVISION USING LS-PARM-DATA.
002194 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE
002210         THRU 1000-EXIT.
002220     SORT SORT-WORK-FILE
002230         ON ASCENDING KEY ST-PRIORITY ST-SITE-CODE
002235             ST-GREETING-CODE
002236         INPUT PROCEDURE IS 2010-RELEASE-TRANS
002237             THRU 2010-EXIT
002250         GIVING GREETING-TRAN-SORTED.
002260     IF SORT-RETURN NOT = ZERO
002270         DISPLAY 'GREETBAT: SORT FAILED, SORT-RETURN = '
002340             THRU 9000-EXIT
002350         GOBACK
002360     END-IF.
002361     IF WS-TRAN-IN-FAILED
002362         MOVE 12 TO RETURN-CODE
002363         MOVE 'GREETTRN OPEN FAILED' TO WS-STATUS-MESSAGE
002364         PERFORM 8900-WRITE-FAILURE-RECORD
002365             THRU 8900-EXIT
002366         PERFORM 9000-TERMINATE
002367             THRU 9000-EXIT
002368         GOBACK
002369     END-IF.
002370     PERFORM 2000-PROCESS-SORTED-TRANS
002380         THRU 2000-EXIT.
002382     PERFORM 7500-WRITE-CAP-WARNINGS
002384         THRU 7500-EXIT.
002390     PERFORM 9000-TERMINATE
002400         THRU 9000-EXIT.
002410     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
002490     MOVE ZERO TO RETURN-CODE.
002495     PERFORM 1010-GET-WINDOW-LIMIT
002496         THRU 1010-EXIT.
002497     PERFORM 1015-GET-RUN-MODE
002498         THRU 1015-EXIT.
002500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002510     ACCEPT WS-RUN-TIME FROM TIME.
002520     OPEN INPUT GREETING-MASTER.
002530     OPEN INPUT SITE-MASTER.
002535     OPEN INPUT GREETING-ENTITLE.
002536     IF WS-SIMULATION-RUN
002537         PERFORM 1070-OPEN-SIMULATION
002538             THRU 1070-EXIT
002539         GO TO 1000-CHECK-OPENS
00253A     END-IF.
002540     OPEN EXTEND GREETING-LOG.
002550     OPEN EXTEND GREETING-IFC.
002555     OPEN OUTPUT GREETING-SUSPENSE.
00255D             MOVE 4 TO WS-WORST-RETURN-CODE
00255E         END-IF
00255F     END-IF.
00255G     OPEN I-O GREETING-HISTORY.
00255H     IF WS-PH-FILE-STATUS NOT = '00'
00255J         DISPLAY 'GREETBAT: UNABLE TO OPEN PRODUCED HISTORY, '
00255K             'FILE STATUS = ' WS-PH-FILE-STATUS
00255L             ' - HISTORY NOT POSTED THIS RUN'
00255M         IF WS-WORST-RETURN-CODE < 4
00255N             MOVE 4 TO WS-WORST-RETURN-CODE
00255P         END-IF
00255Q     ELSE
00255R         SET WS-HISTORY-OPEN TO TRUE
00255S     END-IF.
00255T 1000-CHECK-OPENS.
002560     IF WS-GM-FILE-STATUS NOT = '00'
002570         DISPLAY 'GREETBAT: UNABLE TO OPEN GREETING-MASTER, '
002580             'FILE STATUS = ' WS-GM-FILE-STATUS
002750             THRU 9000-EXIT
002760         GOBACK
002770     END-IF.
002775     IF NOT WS-SIMULATION-RUN
002780        AND (WS-GL-FILE-STATUS NOT = '00'
002790             OR WS-GI-FILE-STATUS NOT = '00')
002800         DISPLAY 'GREETBAT: UNABLE TO OPEN GREETING-LOG/IFC'
002810         MOVE 12 TO RETURN-CODE
002820         MOVE 'GREETING-LOG/IFC OPEN FAILED' TO WS-STATUS-MESSAGE
002860             THRU 9000-EXIT
002870         GOBACK
002880     END-IF.
002881     IF NOT WS-SIMULATION-RUN
002882        AND WS-GS-FILE-STATUS NOT = '00'
002884         DISPLAY 'GREETBAT: UNABLE TO OPEN GREETING-SUSPENSE, '
002886             'FILE STATUS = ' WS-GS-FILE-STATUS
002888         MOVE 12 TO RETURN-CODE
002896         PERFORM 9000-TERMINATE
002898             THRU 9000-EXIT
002900         GOBACK
002901     END-IF.
002902     IF NOT WS-SIMULATION-RUN
002903        AND WS-CV-FILE-STATUS NOT = '00'
002904         DISPLAY 'GREETBAT: UNABLE TO OPEN GREETING-CARRYOVER, '
002905             'FILE STATUS = ' WS-CV-FILE-STATUS
002906         MOVE 12 TO RETURN-CODE
002928             THRU 9000-EXIT
002930         GOBACK
002932     END-IF.
002933     PERFORM 1020-READ-RUN-CONTROL
002934         THRU 1020-EXIT.
002935     PERFORM 1030-LOAD-PARTITION
002936         THRU 1030-EXIT.
002937     PERFORM 1040-LOAD-CALENDAR
002938         THRU 1040-EXIT.
002939     PERFORM 1060-LOAD-MONTH-TO-DATE
00293A         THRU 1060-EXIT.
002949     IF WS-SIMULATION-RUN
00294A         PERFORM 1080-START-SIM-REPORT
00294B             THRU 1080-EXIT
00294C     END-IF.
003030     PERFORM 1050-READ-CHECKPOINT
003040         THRU 1050-EXIT.
003050 1000-EXIT.
003170* FILE IS OPENED I-O AND CLOSED AGAIN HERE - 1990-UPDATE-RUN-
003180* CONTROL REOPENS IT FOR THE COMPLETION ROLL-FORWARD, SINCE
003190* SEQUENTIAL REWRITE ONLY WORKS IMMEDIATELY AFTER A READ.
003191* A SIMULATION RUN OPENS IT FOR INPUT ONLY AND SEEDS NOTHING.
003192* SO DOES A PARTITION RUN - ONLY GREETMRG ROLLS OR SEEDS IT THEN.
003200*****************************************************************
003210 1020-READ-RUN-CONTROL.
003211     IF WS-SIMULATION-RUN
003212        OR WS-PARTITION-RUN
003214         OPEN INPUT GREETING-RUN-CONTROL
003216     ELSE
003218         OPEN I-O GREETING-RUN-CONTROL
003220     END-IF.
003230     IF WS-RN-FILE-STATUS NOT = '00'
003240         DISPLAY 'GREETBAT: UNABLE TO OPEN RUN-CONTROL, '
003250             'FILE STATUS = ' WS-RN-FILE-STATUS
003540             'SYSTEM DATE ' WS-RUN-DATE
003550         MOVE WS-RUN-DATE TO RN-PROCESS-DATE
003560         MOVE ZERO TO RN-LAST-COMPLETED-DATE
003561         IF NOT WS-SIMULATION-RUN
003562            AND NOT WS-PARTITION-RUN
003570             WRITE RUN-CONTROL-RECORD
003580             SET WS-RN-RECORD-EXISTS TO TRUE
003585         END-IF
003590     END-IF.
003600     CLOSE GREETING-RUN-CONTROL.
003610 1020-EXIT.
003760* 1900-WRITE-CHECKPOINT AND 1980-CLEAR-CHECKPOINT EACH REOPEN IT
003770* I-O FOR THEIR OWN READ/REWRITE, SINCE SEQUENTIAL REWRITE ONLY
003780* WORKS IMMEDIATELY AFTER A READ OF THAT SAME RECORD.
003781* A SIMULATION RUN NEVER RESTARTS - IT READS NO CHECKPOINT AND
003782* ALWAYS WALKS THE WHOLE SORTED FILE.
003783* A PARTITION RUN IS STOPPED WITH RETURN CODE 16 IF ITS
003784* CHECKPOINT BELONGS TO ANOTHER PARTITION, OR SHOWS IT HAS
003785* ALREADY COMPLETED THE CURRENT PROCESSING DATE AND IS WAITING ON
003786* GREETMRG.
003790*****************************************************************
003800 1050-READ-CHECKPOINT.
003801     IF WS-SIMULATION-RUN
003802         GO TO 1050-EXIT
003803     END-IF.
003810     OPEN I-O GREETING-CHECKPOINT.
003820     IF WS-CK-FILE-STATUS NOT = '00'
003830         GO TO 1050-EXIT
003880     END-READ.
003890     IF WS-CK-FILE-STATUS = '00'
003900         SET WS-CK-RECORD-EXISTS TO TRUE
003901         IF WS-PARTITION-RUN
003902            AND CK-PARTITION-ID NOT = SPACES
003903            AND CK-PARTITION-ID NOT = WS-PARTITION-ID
003904             DISPLAY 'GREETBAT: CHECKPOINT BELONGS TO PARTITION '
003905                 CK-PARTITION-ID ' - CHECK THE GREETCHK DD'
003906             MOVE 16 TO RETURN-CODE
003907             CLOSE GREETING-CHECKPOINT
003908             PERFORM 9000-TERMINATE
003909                 THRU 9000-EXIT
00390A             GOBACK
00390B         END-IF
00390C         IF WS-PARTITION-RUN
00390D            AND CK-COMPLETED-DATE NUMERIC
00390E            AND CK-COMPLETED-DATE = WS-RUN-DATE
00390F             DISPLAY 'GREETBAT: PARTITION ' WS-PARTITION-ID
00390G                 ' ALREADY COMPLETED FOR ' WS-RUN-DATE
00390H             DISPLAY 'GREETBAT: SUBMISSION STOPPED - PARTITION '
00390J                 'IS WAITING ON GREETMRG'
00390K             MOVE 16 TO RETURN-CODE
00390L             CLOSE GREETING-CHECKPOINT
00390M             PERFORM 9000-TERMINATE
00390N                 THRU 9000-EXIT
00390P             GOBACK
00390Q         END-IF
003910         IF CK-TRAN-COUNT > ZERO
003920             SET WS-IS-RESTART TO TRUE
003930             MOVE CK-LAST-SITE-CODE TO WS-RESTART-SITE-CODE
00478E     END-IF.
00478F     ADD 1 TO WS-PROCESSED-COUNT.
004790     MOVE ZERO TO WS-TRAN-RETURN-CODE.
004795     MOVE 'N' TO WS-OVER-CAP-SWITCH.
004800     SET WS-CODE-IS-INVALID TO TRUE.
004810     MOVE SO-SITE-CODE TO SM-SITE-CODE.
004820     READ SITE-MASTER
005204         PERFORM 2270-CHECK-ENTITLEMENT
005206             THRU 2270-EXIT
005208     END-IF.
005209     IF WS-TRAN-RETURN-CODE = ZERO
00520A         PERFORM 2280-CHECK-MONTHLY-CAP
00520B             THRU 2280-EXIT
00520C     END-IF.
005210     IF WS-TRAN-RETURN-CODE = ZERO
005220         MOVE GM-GREETING-TEXT TO WS-GREETING-TEXT
005230         SET WS-CODE-IS-VALID TO TRUE
005340         THRU 8000-EXIT.
005350     PERFORM 8500-WRITE-INTERFACE-RECORD
005360         THRU 8500-EXIT.
005362     IF WS-TRAN-RETURN-CODE = ZERO
005363         ADD 1 TO WS-PRODUCED-COUNT
005364         PERFORM 8250-POST-HISTORY
005366             THRU 8250-EXIT
005368     END-IF.
005370     IF WS-TRAN-RETURN-CODE = 8
005380         PERFORM 8700-WRITE-SUSPENSE-RECORD
005390             THRU 8700-EXIT
005400     END-IF.
005401     IF WS-SIMULATION-RUN
005402         IF WS-TRAN-RETURN-CODE = ZERO
005403             SET WS-SIM-PRODUCED TO TRUE
005404         ELSE
005405             SET WS-SIM-SUSPENDED TO TRUE
005406         END-IF
005407         PERFORM 7600-POST-SIMULATION
005408             THRU 7600-EXIT
005409     END-IF.
005410     DIVIDE WS-TRAN-COUNT BY WS-CHECKPOINT-INTERVAL
005420         GIVING WS-CHECKPOINT-QUOTIENT
005430         REMAINDER WS-CHECKPOINT-REMAINDER.
005860* WORKS IMMEDIATELY AFTER A READ OF THAT SAME RECORD.
005870*****************************************************************
005880 1900-WRITE-CHECKPOINT.
005881     IF WS-SIMULATION-RUN
005882         GO TO 1900-EXIT
005883     END-IF.
005890     OPEN I-O GREETING-CHECKPOINT.
005900     IF WS-CK-RECORD-EXISTS
005910         READ GREETING-CHECKPOINT
005940     MOVE SO-GREETING-CODE TO CK-LAST-GREETING-CODE.
005950     MOVE WS-TRAN-COUNT TO CK-TRAN-COUNT.
005960     MOVE WS-WORST-RETURN-CODE TO CK-WORST-RETURN-CODE.
005961     MOVE WS-PARTITION-ID TO CK-PARTITION-ID.
005962     MOVE ZERO TO CK-COMPLETED-DATE.
005970     IF WS-CK-RECORD-EXISTS
005980         REWRITE CHECKPOINT-RECORD
005990     ELSE
006070* 8000-WRITE-LOG-RECORD
006080*****************************************************************
006090 8000-WRITE-LOG-RECORD.
006091     IF WS-SIMULATION-RUN
006100        OR WS-GL-FILE-STATUS NOT = '00'
006110         GO TO 8000-EXIT
006120     END-IF.
006130     MOVE WS-RUN-DATE TO GL-RUN-DATE.
006180     MOVE WS-TRAN-RETURN-CODE TO GL-RETURN-CODE.
006190     MOVE WS-STATUS-MESSAGE TO GL-STATUS-MESSAGE.
006200     WRITE GREETING-LOG-RECORD.
006201     ADD 1 TO WS-LOG-WRITE-COUNT.
006202     PERFORM 8200-POST-STATISTICS
006204         THRU 8200-EXIT.
006210 8000-EXIT.
006240* 8500-WRITE-INTERFACE-RECORD
006250*****************************************************************
006260 8500-WRITE-INTERFACE-RECORD.
006261     IF WS-SIMULATION-RUN
006270        OR WS-GI-FILE-STATUS NOT = '00'
006280         GO TO 8500-EXIT
006290     END-IF.
006300     SET GI-GREETING-ACTIVITY TO TRUE.
006340     MOVE SO-GREETING-CODE TO GI-GREETING-CODE.
006350     MOVE WS-TRAN-RETURN-CODE TO GI-RETURN-CODE.
006360     WRITE GREETING-INTERFACE-RECORD.
006361     ADD 1 TO WS-IFC-WRITE-COUNT.
006370 8500-EXIT.
006380     EXIT.
006390*****************************************************************
006430* DATE, AND THE FAILURE REASON, AND GREETEDT RECYCLES IT IN
006440* FRONT OF THE NEXT NIGHT'S GREETTRN - SO A GREETING CODE ADDED
006450* BY GREETMNT A DAY LATE STILL GETS ITS GREETING PRODUCED
006460* WITHOUT ANYONE REBUILDING THE TRANSACTION BY HAND.  A
006462* REQUEST HELD FOR THE MONTHLY LIMIT IS NOT BUMPED - NOTHING
006464* IS WRONG WITH IT, AND IT MUST OUTLAST THE RETRY LIMIT UNTIL
006466* THE LIMIT IS RAISED OR THE MONTH ROLLS.
006470*****************************************************************
006480 8700-WRITE-SUSPENSE-RECORD.
006481     IF WS-SIMULATION-RUN
006490        OR WS-GS-FILE-STATUS NOT = '00'
006500         GO TO 8700-EXIT
006510     END-IF.
006520     MOVE SORTED-TRAN-RECORD TO GS-TRAN-DATA.
006530     IF GS-RETRY-COUNT NOT NUMERIC
006540         MOVE ZEROS TO GS-RETRY-COUNT
006550     END-IF.
006560     IF NOT WS-TRAN-OVER-CAP
006565         ADD 1 TO GS-RETRY-COUNT
006568     END-IF.
006570     MOVE WS-RUN-DATE TO GS-FAIL-DATE.
006580     MOVE WS-STATUS-MESSAGE TO GS-FAIL-REASON.
006590     WRITE GREETING-SUSPENSE-RECORD.
006790         MOVE RETURN-CODE TO GL-RETURN-CODE
006800         MOVE WS-STATUS-MESSAGE TO GL-STATUS-MESSAGE
006810         WRITE GREETING-LOG-RECORD
006811         ADD 1 TO WS-LOG-WRITE-COUNT
006812         PERFORM 8200-POST-STATISTICS
006814             THRU 8200-EXIT
006820     END-IF.
006880         MOVE SPACES TO GI-GREETING-CODE
006890         MOVE RETURN-CODE TO GI-RETURN-CODE
006900         WRITE GREETING-INTERFACE-RECORD
006901         ADD 1 TO WS-IFC-WRITE-COUNT
006910     END-IF.
006920 8900-EXIT.
006930     EXIT.
007000         WS-SUSPENSE-COUNT.
007002     DISPLAY 'GREETBAT: CARRIED OVER           = '
007004         WS-CARRYOVER-COUNT.
007006     DISPLAY 'GREETBAT: HISTORY RECORDS POSTED = '
007008         WS-HISTORY-COUNT.
007009     DISPLAY 'GREETBAT: OVER MONTHLY LIMIT     = '
00700A         WS-OVER-CAP-COUNT.
00700B     IF WS-SIMULATION-RUN
00700C         PERFORM 7650-WRITE-SIM-SUMMARY
00700D             THRU 7650-EXIT
00700E     END-IF.
007010     IF WS-RUN-COMPLETED
007011        AND NOT WS-SIMULATION-RUN
007012         PERFORM 8600-WRITE-CYCLE-TOTALS
007014             THRU 8600-EXIT
007020         PERFORM 1980-CLEAR-CHECKPOINT
007030             THRU 1980-EXIT
007031         IF WS-PARTITION-RUN
007032             DISPLAY 'GREETBAT: PARTITION ' WS-PARTITION-ID
007033                 ' COMPLETE - RUN-CONTROL IS ROLLED BY GREETMRG'
007034         ELSE
007035             PERFORM 1990-UPDATE-RUN-CONTROL
007036                 THRU 1990-EXIT
007037         END-IF
007060     END-IF.
007070     CLOSE GREETING-MASTER.
007080     CLOSE SITE-MASTER.
007085     CLOSE GREETING-ENTITLE.
007087     CLOSE GREETING-STATS.
007088     CLOSE GREETING-HISTORY.
007090     CLOSE GREETING-LOG.
007100     CLOSE GREETING-IFC.
007110     CLOSE GREETING-SUSPENSE.
007230* 1050-READ-CHECKPOINT ALREADY TREATS A STORED TRANSACTION COUNT
007240* OF ZERO AS "NO CHECKPOINT", SO A NORMAL RUN OF TOMORROW'S
007250* GREETTRN IS NEVER MISTAKEN FOR A RESTART OF TODAY'S.
007251* THE CLEARED RECORD ALSO CARRIES THE PARTITION ID AND THE DATE
007252* THE RUN COMPLETED, WHICH 1050-READ-CHECKPOINT USES TO STOP A
007253* SECOND RUN OF A PARTITION ALREADY WAITING ON GREETMRG.
007260*****************************************************************
007270 1980-CLEAR-CHECKPOINT.
007280     OPEN I-O GREETING-CHECKPOINT.
007330     MOVE SPACES TO CK-LAST-GREETING-CODE.
007340     MOVE ZERO TO CK-TRAN-COUNT.
007350     MOVE ZERO TO CK-WORST-RETURN-CODE.
007351     MOVE WS-PARTITION-ID TO CK-PARTITION-ID.
007352     MOVE WS-RUN-DATE TO CK-COMPLETED-DATE.
007360     IF WS-CK-RECORD-EXISTS
007370         REWRITE CHECKPOINT-RECORD
007380     ELSE
011470* BUMP, NO FAILURE REASON, NOTHING FAILED - AND GREETEDT FEEDS
011480* IT BACK IN FRONT OF THE NEXT CYCLE'S GREETTRN, LIKE THE
011490* SUSPENSE RECYCLE BUT WITHOUT THE AGING.
011491* A SIMULATION RUN ONLY COUNTS IT FOR THE GREETSIM REPORT.
011500*****************************************************************
011510 8800-WRITE-CARRYOVER.
011511     IF WS-SIMULATION-RUN
011512         SET WS-SIM-CARRIED TO TRUE
011513         PERFORM 7600-POST-SIMULATION
011514             THRU 7600-EXIT
011515         GO TO 8800-EXIT
011516     END-IF.
011520     IF WS-CV-FILE-STATUS NOT = '00'
011530         GO TO 8800-EXIT
011540     END-IF.
011560     ADD 1 TO WS-CARRYOVER-COUNT.
011570 8800-EXIT.
011580     EXIT.
011590*****************************************************************
011600* 8250-POST-HISTORY - A GREETING WAS JUST PRODUCED AND SENT TO
011610* GREETING-IFC FOR BILLING, SO RECORD ITS SITE, GREETING CODE,
011620* AND REQUEST DATE ON THE PRODUCED-REQUEST HISTORY WITH TODAY'S
011630* PROCESSING DATE.  GREETEDT REJECTS ANY LATER CYCLE'S COPY OF
011640* THE SAME REQUEST AGAINST THIS RECORD, SO A SITE IS CHARGED
011650* ONCE.  A KEY ALREADY ON FILE (A RESTART REPRODUCING WORK
011660* PAST ITS LAST CHECKPOINT) KEEPS ITS ORIGINAL DATE.  A HISTORY
011670* FILE THAT FAILED TO OPEN WAS REPORTED IN 1000-INITIALIZE AND
011680* IS QUIETLY SKIPPED HERE, THE SAME AS THE STATISTICS.
011690*****************************************************************
011700 8250-POST-HISTORY.
011710     IF NOT WS-HISTORY-OPEN
011730         GO TO 8250-EXIT
011740     END-IF.
011750     MOVE SO-SITE-CODE TO PH-SITE-CODE.
011760     MOVE SO-GREETING-CODE TO PH-GREETING-CODE.
011770     MOVE SO-REQUEST-DATE TO PH-REQUEST-DATE.
011780     MOVE WS-RUN-DATE TO PH-PRODUCED-DATE.
011790     MOVE WS-RUN-TIME TO PH-PRODUCED-TIME.
011800     MOVE WS-JOB-NAME TO PH-JOB-NAME.
011810     WRITE PRODUCED-HISTORY-RECORD
011820         INVALID KEY
011830             GO TO 8250-EXIT
011840     END-WRITE.
011850     ADD 1 TO WS-HISTORY-COUNT.
011860 8250-EXIT.
011870     EXIT.
011880*****************************************************************
011890* 1060-LOAD-MONTH-TO-DATE - ONE PASS OVER THIS MONTH'S
011900* GREETING-STATS RECORDS (THE KEY LEADS WITH THE RUN DATE, SO
011910* THE MONTH IS ONE CONTIGUOUS RANGE) TABLING EACH SITE'S
011920* SUCCESSES SO FAR, FOR THE MONTHLY LIMIT CHECK.  A RESTART
011930* PICKS UP WHAT THE FAILED RUN ALREADY POSTED TODAY.  STATS
011940* THAT FAILED TO OPEN WERE REPORTED IN 1000-INITIALIZE; THE
011950* LIMIT THEN COUNTS ONLY THIS RUN'S OWN SUCCESSES.
011960*****************************************************************
011970 1060-LOAD-MONTH-TO-DATE.
011980     IF WS-SC-FILE-STATUS NOT = '00'
011990         GO TO 1060-EXIT
012000     END-IF.
012010     MOVE WS-RUN-DATE TO WS-ROLL-DATE-N.
012020     MOVE 1 TO WS-ROLL-DAY.
012030     MOVE WS-ROLL-DATE-N TO SC-RUN-DATE.
012040     MOVE LOW-VALUES TO SC-SITE-CODE.
012050     MOVE LOW-VALUES TO SC-GREETING-CODE.
012060     START GREETING-STATS
012070         KEY IS NOT LESS THAN SC-STAT-KEY
012080         INVALID KEY
012090             SET WS-END-OF-MONTH-STATS TO TRUE
012100     END-START.
012110     IF NOT WS-END-OF-MONTH-STATS
012120         PERFORM 1065-READ-MONTH-STATS
012130             THRU 1065-EXIT
012140     END-IF.
012150     PERFORM 1067-TALLY-ONE-STAT
012160         THRU 1067-EXIT
012170         UNTIL WS-END-OF-MONTH-STATS.
012180     DISPLAY 'GREETBAT: MONTH-TO-DATE SITES LOADED = '
012190         WS-CAP-COUNT.
012191     IF WS-CAP-TABLE-FULL
012192         MOVE 12 TO RETURN-CODE
012193         MOVE 'MONTHLY LIMIT TABLE FULL' TO WS-STATUS-MESSAGE
012194         PERFORM 8900-WRITE-FAILURE-RECORD
012195             THRU 8900-EXIT
012196         PERFORM 9000-TERMINATE
012197             THRU 9000-EXIT
012198         GOBACK
012199     END-IF.
012200 1060-EXIT.
012210     EXIT.
012220*****************************************************************
012230* 1065-READ-MONTH-STATS - A RECORD PAST THE PROCESSING DATE
012240* ENDS THE MONTH'S RANGE.
012250*****************************************************************
012260 1065-READ-MONTH-STATS.
012270     READ GREETING-STATS NEXT RECORD
012280         AT END
012290             SET WS-END-OF-MONTH-STATS TO TRUE
012300             GO TO 1065-EXIT
012310     END-READ.
012320     IF SC-RUN-DATE > WS-RUN-DATE
012330         SET WS-END-OF-MONTH-STATS TO TRUE
012340     END-IF.
012350 1065-EXIT.
012360     EXIT.
012361*****************************************************************
012362* 1067-TALLY-ONE-STAT - THE BLANK-SITE RECORDS ARE JOB-LEVEL
012363* FAILURES AND BELONG TO NO SITE.  ONLY A SITE WITH A MONTHLY
012364* LIMIT ON SITE-MASTER IS TABLED, SO THE TABLE IS NOT FILLED BY
012365* SITES THE CHECK NEVER APPLIES TO.
012366* IN A PARTITION RUN ONLY THE PARTITION'S OWN SITES ARE TALLIED,
012367* SO THE LIMIT TABLE AND GREETCAP COVER JUST THOSE SITES.
012368*****************************************************************
012410 1067-TALLY-ONE-STAT.
012420     IF SC-SITE-CODE = SPACES
012430         GO TO 1067-NEXT
012440     END-IF.
012441     IF WS-PARTITION-RUN
012442         MOVE SC-SITE-CODE TO WS-PART-TEST-SITE
012443         PERFORM 2030-CHECK-SITE-RANGE
012444             THRU 2030-EXIT
012445         IF WS-SITE-OUTSIDE-PARTITION
012446             GO TO 1067-NEXT
012447         END-IF
012448     END-IF.
012449     MOVE SC-SITE-CODE TO SM-SITE-CODE.
01244A     READ SITE-MASTER
01244B         INVALID KEY
01244C             GO TO 1067-NEXT
01244D     END-READ.
01244E     IF SM-MONTHLY-CAP NOT NUMERIC
01244F        OR SM-MONTHLY-CAP = ZERO
01244G         GO TO 1067-NEXT
01244H     END-IF.
01244J     MOVE SC-SITE-CODE TO WS-CAP-SITE.
01244K     PERFORM 2285-FIND-OR-ADD-CAP
01244L         THRU 2285-EXIT.
01244M     IF NOT WS-CP-SITE-FOUND
01244N         SET WS-END-OF-MONTH-STATS TO TRUE
01244P         GO TO 1067-EXIT
01244Q     END-IF.
01244R     ADD SC-SUCCESS-COUNT TO CP-MTD-COUNT (CP-IDX).
012510 1067-NEXT.
012520     PERFORM 1065-READ-MONTH-STATS
012530         THRU 1065-EXIT.
012540 1067-EXIT.
012550     EXIT.
012551*****************************************************************
012552* 2280-CHECK-MONTHLY-CAP - THE TRANSACTION PASSED EVERY OTHER
012553* CHECK, SO THIS IS THE LAST THING BETWEEN IT AND A BILLABLE
012554* GREETING.  A SITE THAT HAS ALREADY HAD ITS SM-MONTHLY-CAP
012555* GREETINGS PRODUCED THIS MONTH FAILS WITH ITS OWN REASON AND
012556* GOES TO SUSPENSE, TO RECYCLE ONCE THE LIMIT IS RAISED OR THE
012557* MONTH ROLLS.  OTHERWISE THE SITE'S MONTH-TO-DATE COUNT TAKES
012558* THIS GREETING.  ZERO (OR BLANK) MEANS NO LIMIT AND THE SITE IS
012559* NEVER TABLED.  A CAPPED SITE THAT WILL NOT FIT IN A FULL TABLE
01255A* CANNOT BE HELD TO ITS LIMIT, SO ITS WORK IS SUSPENDED THE SAME
01255B* WAY RATHER THAN PRODUCED UNCHECKED.
01255C*****************************************************************
01255D 2280-CHECK-MONTHLY-CAP.
01255E     IF SM-MONTHLY-CAP NOT NUMERIC
01255F        OR SM-MONTHLY-CAP = ZERO
01255G         GO TO 2280-EXIT
01255H     END-IF.
01255J     MOVE SO-SITE-CODE TO WS-CAP-SITE.
01255K     PERFORM 2285-FIND-OR-ADD-CAP
01255L         THRU 2285-EXIT.
01255M     IF NOT WS-CP-SITE-FOUND
01255N         DISPLAY 'GREETBAT: SITE ' SO-SITE-CODE
01255P             ' MONTHLY LIMIT NOT CHECKED - TABLE FULL'
01255Q         MOVE 8 TO WS-TRAN-RETURN-CODE
01255R         MOVE 'MONTHLY LIMIT NOT CHECKED' TO WS-STATUS-MESSAGE
01255S         SET WS-TRAN-OVER-CAP TO TRUE
01255T         ADD 1 TO WS-OVER-CAP-COUNT
01255X         GO TO 2280-EXIT
01255Y     END-IF.
01255Z     IF CP-MTD-COUNT (CP-IDX) NOT < SM-MONTHLY-CAP
012560         DISPLAY 'GREETBAT: SITE ' SO-SITE-CODE
012561             ' OVER MONTHLY LIMIT OF ' SM-MONTHLY-CAP
012562         MOVE 8 TO WS-TRAN-RETURN-CODE
012563         MOVE 'OVER MONTHLY LIMIT' TO WS-STATUS-MESSAGE
012564         ADD 1 TO CP-OVER-COUNT (CP-IDX)
012565         SET WS-TRAN-OVER-CAP TO TRUE
012566         ADD 1 TO WS-OVER-CAP-COUNT
012567         GO TO 2280-EXIT
012568     END-IF.
012569     ADD 1 TO CP-MTD-COUNT (CP-IDX).
01256A 2280-EXIT.
012860     EXIT.
012870*****************************************************************
012871* 2285-FIND-OR-ADD-CAP - POSITION CP-IDX AT THE MONTH-TO-DATE
012872* ENTRY FOR THE SITE IN WS-CAP-SITE, ADDING ONE IF THE SITE IS
012873* NEW.  A FULL TABLE IS REPORTED ONCE AND LEAVES THE SITE
012874* UNFOUND - THE CALLER DECIDES WHAT THAT COSTS.
012875*****************************************************************
012930 2285-FIND-OR-ADD-CAP.
012940     MOVE 'N' TO WS-CP-FOUND-SWITCH.
012950     IF WS-CAP-COUNT > ZERO
012960         SET CP-IDX TO 1
012970         SEARCH WS-CAP-ENTRY
012980             AT END
012990                 MOVE 'N' TO WS-CP-FOUND-SWITCH
013000             WHEN CP-IDX > WS-CAP-COUNT
013010                 MOVE 'N' TO WS-CP-FOUND-SWITCH
013020                 SET CP-IDX TO WS-CAP-COUNT
013030             WHEN CP-SITE-CODE (CP-IDX) = WS-CAP-SITE
013040                 SET WS-CP-SITE-FOUND TO TRUE
013050         END-SEARCH
013060     END-IF.
013070     IF WS-CP-SITE-FOUND
013080         GO TO 2285-EXIT
013090     END-IF.
013091     IF WS-CAP-COUNT = WS-CAP-MAX
013092         IF NOT WS-CAP-TABLE-FULL
013093             SET WS-CAP-TABLE-FULL TO TRUE
013094             DISPLAY 'GREETBAT: MONTHLY LIMIT TABLE FULL - '
013095                 'RAISE THE OCCURS AND RECOMPILE'
013096         END-IF
013097         GO TO 2285-EXIT
013098     END-IF.
013210     ADD 1 TO WS-CAP-COUNT.
013220     SET CP-IDX TO WS-CAP-COUNT.
013230     MOVE WS-CAP-SITE TO CP-SITE-CODE (CP-IDX).
013240     MOVE ZERO TO CP-MTD-COUNT (CP-IDX).
013250     MOVE ZERO TO CP-OVER-COUNT (CP-IDX).
013260     SET WS-CP-SITE-FOUND TO TRUE.
013270 2285-EXIT.
013280     EXIT.
013290*****************************************************************
013300* 7500-WRITE-CAP-WARNINGS - THE DAILY WARNING REPORT: EVERY
013310* SITE WITH A MONTHLY LIMIT WHOSE MONTH-TO-DATE SUCCESSES,
013320* INCLUDING TODAY'S, HAVE REACHED 80 PERCENT OF IT, WITH THE
013330* NUMBER HELD IN SUSPENSE TODAY FOR GOING OVER, SO THE SITE
013340* CAN BE TOLD - OR ITS LIMIT RAISED - BEFORE IT RUNS DRY.
013350* A REPORT THAT CANNOT BE OPENED IS MENTIONED AND SKIPPED.
013360*****************************************************************
013370 7500-WRITE-CAP-WARNINGS.
013380     OPEN OUTPUT GREETING-CAP-RPT.
013390     IF WS-CP-FILE-STATUS NOT = '00'
013400         DISPLAY 'GREETBAT: UNABLE TO OPEN MONTHLY LIMIT '
013410             'REPORT, FILE STATUS = ' WS-CP-FILE-STATUS
013420         GO TO 7500-EXIT
013430     END-IF.
013440     MOVE WS-RUN-DATE TO CH-RUN-DATE.
013450     WRITE GREETING-CAP-LINE FROM WS-CAP-HEADING-1.
013460     WRITE GREETING-CAP-LINE FROM WS-CAP-HEADING-2.
013470     IF WS-CAP-COUNT > ZERO
013480         PERFORM 7510-WARN-ONE-SITE
013490             THRU 7510-EXIT
013500             VARYING CP-IDX FROM 1 BY 1
013510             UNTIL CP-IDX > WS-CAP-COUNT
013520     END-IF.
013530     IF WS-CAP-WARN-COUNT = ZERO
013540         MOVE SPACES TO GREETING-CAP-LINE
013550         MOVE 'NO SITES AT OR PAST 80% OF THEIR LIMIT'
013560             TO GREETING-CAP-LINE
013570         WRITE GREETING-CAP-LINE
013580     END-IF.
013590     CLOSE GREETING-CAP-RPT.
013600     DISPLAY 'GREETBAT: MONTHLY LIMIT WARNINGS  = '
013610         WS-CAP-WARN-COUNT.
013620 7500-EXIT.
013630     EXIT.
013640*****************************************************************
013650* 7510-WARN-ONE-SITE - THE LIMIT IS READ FRESH FROM SITE-MASTER
013660* SINCE A SITE MAY HAVE COME INTO THE TABLE FROM THE STATS LOAD
013670* ALONE, WITH NO TRANSACTION TONIGHT.
013680*****************************************************************
013690 7510-WARN-ONE-SITE.
013700     MOVE CP-SITE-CODE (CP-IDX) TO SM-SITE-CODE.
013710     READ SITE-MASTER
013720         INVALID KEY
013730             GO TO 7510-EXIT
013740     END-READ.
013750     IF SM-MONTHLY-CAP NOT NUMERIC
013760        OR SM-MONTHLY-CAP = ZERO
013770         GO TO 7510-EXIT
013780     END-IF.
013790     MULTIPLY CP-MTD-COUNT (CP-IDX) BY 100 GIVING WS-CAP-WORK.
013800     DIVIDE WS-CAP-WORK BY SM-MONTHLY-CAP GIVING WS-CAP-PCT.
013810     IF WS-CAP-PCT < 80
013820        AND CP-OVER-COUNT (CP-IDX) = ZERO
013830         GO TO 7510-EXIT
013840     END-IF.
013850     ADD 1 TO WS-CAP-WARN-COUNT.
013860     MOVE SM-SITE-CODE TO CD-SITE-CODE.
013870     MOVE SM-SITE-NAME TO CD-SITE-NAME.
013880     MOVE SM-MONTHLY-CAP TO CD-MONTHLY-CAP.
013890     MOVE CP-MTD-COUNT (CP-IDX) TO CD-MTD-COUNT.
013900     MOVE WS-CAP-PCT TO CD-CAP-PCT.
013910     MOVE CP-OVER-COUNT (CP-IDX) TO CD-OVER-COUNT.
013920     IF CP-MTD-COUNT (CP-IDX) NOT < SM-MONTHLY-CAP
013930         MOVE 'AT LIMIT' TO CD-STATUS
013940     ELSE
013950         MOVE 'WARNING' TO CD-STATUS
013960     END-IF.
013970     WRITE GREETING-CAP-LINE FROM WS-CAP-DETAIL.
013980 7510-EXIT.
013990     EXIT.
014000*****************************************************************
014010* 8600-WRITE-CYCLE-TOTALS - THE RUN COMPLETED, SO APPEND ITS
014020* CONTROL TOTALS TO THE CYCLE CONTROL FILE FOR GREETBAL.  ON A
014030* RESTART THE TRANSACTIONS SKIPPED UP TO THE CHECKPOINT ARE
014040* SHOWN SEPARATELY - THEIR LOG, IFC AND SUSPENSE RECORDS WERE
014050* WRITTEN BY THE FAILED RUN, NOT THIS ONE.  A FILE THAT WILL
014060* NOT OPEN IS WARNED ON SYSOUT ONLY; GREETBAL REPORTS THE
014070* MISSING TOTALS.
014080*****************************************************************
014090 8600-WRITE-CYCLE-TOTALS.
014100     OPEN EXTEND CYCLE-CONTROL.
014110     IF WS-CY-FILE-STATUS NOT = '00'
014120         DISPLAY 'GREETBAT: CYCLE CONTROL OPEN FAILED, STATUS = '
014130             WS-CY-FILE-STATUS
014140         GO TO 8600-EXIT
014150     END-IF.
014160     MOVE SPACES TO CYCLE-CONTROL-RECORD.
014170     MOVE ZEROS TO CY-TOTALS.
014180     MOVE WS-RUN-DATE TO CY-CYCLE-DATE.
014190     MOVE 'GREETBAT' TO CY-STEP-NAME.
014191     MOVE WS-PARTITION-ID TO CY-PARTITION-ID.
014200     ACCEPT CY-WRITE-DATE FROM DATE YYYYMMDD.
014210     ACCEPT CY-WRITE-TIME FROM TIME.
014220     MOVE WS-TRAN-COUNT TO CY-BAT-SORTED-READ.
014230     SUBTRACT WS-PROCESSED-COUNT WS-CARRYOVER-COUNT
014240         FROM WS-TRAN-COUNT GIVING CY-BAT-RESTART-SKIPPED.
014250     MOVE WS-PROCESSED-COUNT TO CY-BAT-PROCESSED.
014260     MOVE WS-CARRYOVER-COUNT TO CY-BAT-CARRIED-OVER.
014270     MOVE WS-PRODUCED-COUNT TO CY-BAT-PRODUCED.
014280     MOVE WS-SUSPENSE-COUNT TO CY-BAT-SUSPENDED.
014290     MOVE WS-LOG-WRITE-COUNT TO CY-BAT-LOG-WRITES.
014300     MOVE WS-IFC-WRITE-COUNT TO CY-BAT-IFC-WRITES.
014310     WRITE CYCLE-CONTROL-RECORD.
014320     IF WS-CY-FILE-STATUS NOT = '00'
014330         DISPLAY 'GREETBAT: CYCLE CONTROL WRITE FAILED, STATUS = '
014340             WS-CY-FILE-STATUS
014350     END-IF.
014360     CLOSE CYCLE-CONTROL.
014370 8600-EXIT.
014380     EXIT.
014390*****************************************************************
014400* 1015-GET-RUN-MODE - AN 'S' IN EXEC PARM COLUMN 8, AFTER THE
014410* WINDOW LIMIT, ASKS FOR A SIMULATION RUN.  ANYTHING ELSE, OR A
014420* PARM TOO SHORT TO HAVE A COLUMN 8, IS A NORMAL PRODUCTION RUN.
014421* A NON-BLANK ID IN COLUMNS 9-10 MAKES THIS ONE SITE-RANGE
014422* PARTITION OF THE CYCLE - SEE 1030-LOAD-PARTITION.  A SIMULATION
014423* RUN ALWAYS COVERS THE WHOLE FEED AND IGNORES ANY PARTITION ID.
014430*****************************************************************
014440 1015-GET-RUN-MODE.
014450     IF LS-PARM-LENGTH > 7
014460        AND LS-PARM-TEXT(8:1) = 'S'
014470         SET WS-SIMULATION-RUN TO TRUE
014480         DISPLAY 'GREETBAT: SIMULATION RUN - NO PRODUCTION FILE '
014490             'WRITTEN, RUN-CONTROL NOT ROLLED'
014500     END-IF.
014501     IF LS-PARM-LENGTH > 9
014502        AND LS-PARM-TEXT(9:2) NOT = SPACES
014503         IF WS-SIMULATION-RUN
014504             DISPLAY 'GREETBAT: PARTITION ID IGNORED ON A '
014505                 'SIMULATION RUN - WHOLE FEED SIMULATED'
014506         ELSE
014507             MOVE LS-PARM-TEXT(9:2) TO WS-PARTITION-ID
014508             SET WS-PARTITION-RUN TO TRUE
014509             DISPLAY 'GREETBAT: PARTITION RUN FOR PARTITION '
01450A                 WS-PARTITION-ID
01450B         END-IF
01450C     END-IF.
014510 1015-EXIT.
014520     EXIT.
014530*****************************************************************
014540* 1070-OPEN-SIMULATION - A SIMULATION RUN OPENS NONE OF THE
014550* FILES A NORMAL RUN WRITES.  GREETING-STATS IS OPENED FOR INPUT
014560* ONLY, SO THE MONTHLY LIMIT STILL STARTS FROM THE REAL
014570* MONTH-TO-DATE COUNTS; ONE THAT WILL NOT OPEN IS WARNED THE SAME
014580* AS IN A NORMAL RUN.  THE GREETSIM REPORT IS THE WHOLE POINT OF
014590* THE RUN, SO ONE THAT WILL NOT OPEN ENDS IT WITH CODE 12.
014600*****************************************************************
014610 1070-OPEN-SIMULATION.
014620     OPEN INPUT GREETING-STATS.
014630     IF WS-SC-FILE-STATUS NOT = '00'
014640         DISPLAY 'GREETBAT: UNABLE TO OPEN GREETING-STATS, '
014650             'FILE STATUS = ' WS-SC-FILE-STATUS
014660             ' - MONTHLY LIMITS COUNT THIS RUN ONLY'
014670         IF WS-WORST-RETURN-CODE < 4
014680             MOVE 4 TO WS-WORST-RETURN-CODE
014690         END-IF
014700     END-IF.
014710     OPEN OUTPUT GREETING-SIM-RPT.
014720     IF WS-SR-FILE-STATUS NOT = '00'
014730         DISPLAY 'GREETBAT: UNABLE TO OPEN SIMULATION REPORT, '
014740             'FILE STATUS = ' WS-SR-FILE-STATUS
014750         MOVE 12 TO RETURN-CODE
014760         PERFORM 9000-TERMINATE
014770             THRU 9000-EXIT
014780         GOBACK
014790     END-IF.
014800 1070-EXIT.
014810     EXIT.
014820*****************************************************************
014830* 1080-START-SIM-REPORT - HEAD THE GREETSIM REPORT WITH THE
014840* PROCESSING DATE, THEN LIST AND COUNT THE SIMULATED EDIT'S
014850* REJECTS FROM THE GREETRJX EXTRACT GREETEDT WROTE AHEAD OF THIS
014860* STEP, SO THE ONE REPORT CARRIES BOTH HALVES OF THE CYCLE.  A
014870* MISSING EXTRACT IS NOTED ON THE REPORT AND THE REJECTED COUNTS
014880* STAY ZERO.  A "NO FEED RECEIVED" NOTICE IS LISTED BUT IS NOT A
014890* TRANSACTION, SO IT IS NOT COUNTED AGAINST THE SITE.
014900*****************************************************************
014910 1080-START-SIM-REPORT.
014920     MOVE WS-RUN-DATE TO SH-RUN-DATE.
014930     WRITE GREETING-SIM-LINE FROM WS-SIM-HEADING-1.
014940     MOVE SPACES TO GREETING-SIM-LINE.
014950     WRITE GREETING-SIM-LINE.
014960     MOVE 'TRANSACTIONS THAT WOULD FAIL THIS CYCLE'
014970         TO GREETING-SIM-LINE.
014980     WRITE GREETING-SIM-LINE.
014990     WRITE GREETING-SIM-LINE FROM WS-SIM-HEADING-2.
015000     OPEN INPUT GREETING-REJ-EXTRACT.
015010     IF WS-RX-FILE-STATUS NOT = '00'
015020         DISPLAY 'GREETBAT: NO SIMULATED REJECT EXTRACT, FILE '
015030             'STATUS = ' WS-RX-FILE-STATUS
015040         MOVE SPACES TO GREETING-SIM-LINE
015050         MOVE 'NO REJECT EXTRACT - EDIT REJECTS NOT SHOWN'
015060             TO GREETING-SIM-LINE
015070         WRITE GREETING-SIM-LINE
015080         GO TO 1080-EXIT
015090     END-IF.
015100     PERFORM 1085-READ-REJ-EXTRACT
015110         THRU 1085-EXIT.
015120     PERFORM 1087-LIST-ONE-REJECT
015130         THRU 1087-EXIT
015140         UNTIL WS-END-OF-REJ-EXTRACT.
015150     CLOSE GREETING-REJ-EXTRACT.
015160 1080-EXIT.
015170     EXIT.
015180*****************************************************************
015190* 1085-READ-REJ-EXTRACT
015200*****************************************************************
015210 1085-READ-REJ-EXTRACT.
015220     READ GREETING-REJ-EXTRACT
015230         AT END
015240             SET WS-END-OF-REJ-EXTRACT TO TRUE
015250     END-READ.
015260 1085-EXIT.
015270     EXIT.
015280*****************************************************************
015290* 1087-LIST-ONE-REJECT
015300*****************************************************************
015310 1087-LIST-ONE-REJECT.
015320     IF NOT DS-REJECTED
015330         GO TO 1087-NEXT
015340     END-IF.
015350     MOVE DS-SITE-CODE TO SF-SITE-CODE.
015360     MOVE DS-GREETING-CODE TO SF-GREETING-CODE.
015370     MOVE DS-REQUEST-DATE TO SF-REQUEST-DATE.
015380     MOVE DS-REASON TO SF-REASON.
015390     IF DS-GREETING-CODE = SPACES
015400        AND DS-REQUEST-DATE = SPACES
015410         MOVE 'NO FEED' TO SF-RESULT
015420         ADD 1 TO WS-SIM-NO-FEED-COUNT
015430     ELSE
015440         MOVE 'REJECTED' TO SF-RESULT
015450         ADD 1 TO WS-SIM-REJECTED-COUNT
015460         MOVE DS-SITE-CODE TO WS-SIM-SITE
015470         PERFORM 7610-FIND-OR-ADD-SIM-SITE
015480             THRU 7610-EXIT
015490         IF WS-SI-SITE-FOUND
015500             ADD 1 TO SI-REJECTED (WS-SIM-POS)
015510         END-IF
015520     END-IF.
015530     WRITE GREETING-SIM-LINE FROM WS-SIM-DETAIL.
015540 1087-NEXT.
015550     PERFORM 1085-READ-REJ-EXTRACT
015560         THRU 1085-EXIT.
015570 1087-EXIT.
015580     EXIT.
015590*****************************************************************
015600* 7600-POST-SIMULATION - COUNT WHAT WOULD HAVE HAPPENED TO THE
015610* CURRENT SORTED TRANSACTION AGAINST ITS SITE, AS WS-SIM-OUTCOME
015620* SAYS: PRODUCED, SUSPENDED (LISTED WITH ITS FAILURE REASON), OR
015630* CARRIED OVER PAST THE WINDOW LIMIT.
015640*****************************************************************
015650 7600-POST-SIMULATION.
015660     MOVE SO-SITE-CODE TO WS-SIM-SITE.
015670     PERFORM 7610-FIND-OR-ADD-SIM-SITE
015680         THRU 7610-EXIT.
015690     IF WS-SIM-PRODUCED
015700         ADD 1 TO WS-SIM-PRODUCED-COUNT
015710         IF WS-SI-SITE-FOUND
015720             ADD 1 TO SI-PRODUCED (WS-SIM-POS)
015730         END-IF
015740         GO TO 7600-EXIT
015750     END-IF.
015760     IF WS-SIM-CARRIED
015770         ADD 1 TO WS-SIM-CARRIED-COUNT
015780         IF WS-SI-SITE-FOUND
015790             ADD 1 TO SI-CARRIED (WS-SIM-POS)
015800         END-IF
015810         GO TO 7600-EXIT
015820     END-IF.
015830     ADD 1 TO WS-SIM-SUSPENDED-COUNT.
015840     IF WS-SI-SITE-FOUND
015850         ADD 1 TO SI-SUSPENDED (WS-SIM-POS)
015860     END-IF.
015870     MOVE 'SUSPENDED' TO SF-RESULT.
015880     MOVE SO-SITE-CODE TO SF-SITE-CODE.
015890     MOVE SO-GREETING-CODE TO SF-GREETING-CODE.
015900     MOVE SO-REQUEST-DATE TO SF-REQUEST-DATE.
015910     MOVE WS-STATUS-MESSAGE TO SF-REASON.
015920     WRITE GREETING-SIM-LINE FROM WS-SIM-DETAIL.
015930 7600-EXIT.
015940     EXIT.
015950*****************************************************************
015960* 7610-FIND-OR-ADD-SIM-SITE - POSITION WS-SIM-POS AT THE ENTRY
015970* FOR THE SITE IN WS-SIM-SITE, ADDING ONE IF THE SITE IS NEW.  THE
015980* TABLE IS KEPT IN SITE CODE ORDER AS IT IS BUILT, SINCE THE
015990* SORTED FILE RUNS IN PRIORITY ORDER FIRST, SO THE SUMMARY COMES
016000* OUT BY SITE.  A FULL TABLE IS REPORTED ONCE AND LEAVES THE SITE
016010* UNFOUND - ITS COUNTS STILL REACH THE REPORT TOTALS.
016020*****************************************************************
016030 7610-FIND-OR-ADD-SIM-SITE.
016040     MOVE 'N' TO WS-SI-FOUND-SWITCH.
016050     MOVE 'N' TO WS-SI-STOP-SWITCH.
016060     MOVE ZERO TO WS-SIM-POS.
016070     PERFORM 7615-STEP-SIM-POS
016080         THRU 7615-EXIT
016090         UNTIL WS-SI-SCAN-DONE.
016100     IF WS-SIM-POS NOT > WS-SIM-COUNT
016110         IF SI-SITE-CODE (WS-SIM-POS) = WS-SIM-SITE
016120             SET WS-SI-SITE-FOUND TO TRUE
016130             GO TO 7610-EXIT
016140         END-IF
016150     END-IF.
016160     IF WS-SIM-COUNT = WS-SIM-MAX
016170         IF NOT WS-SIM-TABLE-FULL
016180             SET WS-SIM-TABLE-FULL TO TRUE
016190             DISPLAY 'GREETBAT: SIMULATION SITE TABLE FULL - '
016200                 'RAISE THE OCCURS AND RECOMPILE'
016210             IF WS-WORST-RETURN-CODE < 4
016220                 MOVE 4 TO WS-WORST-RETURN-CODE
016230             END-IF
016240         END-IF
016250         GO TO 7610-EXIT
016260     END-IF.
016270     PERFORM 7620-SHIFT-SIM-ENTRY
016280         THRU 7620-EXIT
016290         VARYING WS-SIM-SUB FROM WS-SIM-COUNT BY -1
016300         UNTIL WS-SIM-SUB < WS-SIM-POS.
016310     ADD 1 TO WS-SIM-COUNT.
016320     MOVE WS-SIM-SITE TO SI-SITE-CODE (WS-SIM-POS).
016330     MOVE ZERO TO SI-PRODUCED (WS-SIM-POS).
016340     MOVE ZERO TO SI-REJECTED (WS-SIM-POS).
016350     MOVE ZERO TO SI-SUSPENDED (WS-SIM-POS).
016360     MOVE ZERO TO SI-CARRIED (WS-SIM-POS).
016370     SET WS-SI-SITE-FOUND TO TRUE.
016380 7610-EXIT.
016390     EXIT.
016400*****************************************************************
016410* 7615-STEP-SIM-POS - STOP AT THE FIRST ENTRY NOT LOWER THAN THE
016420* SITE, OR ONE PAST THE LAST ENTRY.
016430*****************************************************************
016440 7615-STEP-SIM-POS.
016450     ADD 1 TO WS-SIM-POS.
016460     IF WS-SIM-POS > WS-SIM-COUNT
016470         SET WS-SI-SCAN-DONE TO TRUE
016480         GO TO 7615-EXIT
016490     END-IF.
016500     IF SI-SITE-CODE (WS-SIM-POS) NOT < WS-SIM-SITE
016510         SET WS-SI-SCAN-DONE TO TRUE
016520     END-IF.
016530 7615-EXIT.
016540     EXIT.
016550*****************************************************************
016560* 7620-SHIFT-SIM-ENTRY - MOVE ONE ENTRY UP A SLOT TO OPEN THE
016570* INSERTION POINT.
016580*****************************************************************
016590 7620-SHIFT-SIM-ENTRY.
016600     ADD 1 TO WS-SIM-SUB GIVING WS-SIM-NEXT.
016610     MOVE WS-SIM-ENTRY (WS-SIM-SUB) TO WS-SIM-ENTRY (WS-SIM-NEXT).
016620 7620-EXIT.
016630     EXIT.
016640*****************************************************************
016650* 7650-WRITE-SIM-SUMMARY - THE WHAT-WOULD-HAPPEN COUNTS BY SITE
016660* AND IN TOTAL.  A RUN THAT STOPPED SHORT OF THE END OF THE
016670* SORTED FILE SAYS SO, SINCE ITS COUNTS ARE ONLY AS FAR AS IT GOT.
016680*****************************************************************
016690 7650-WRITE-SIM-SUMMARY.
016700     IF WS-SR-FILE-STATUS NOT = '00'
016710         GO TO 7650-EXIT
016720     END-IF.
016730     MOVE SPACES TO GREETING-SIM-LINE.
016740     WRITE GREETING-SIM-LINE.
016750     IF NOT WS-RUN-COMPLETED
016760         MOVE 'SIMULATION STOPPED SHORT - COUNTS ARE PARTIAL'
016770             TO GREETING-SIM-LINE
016780         WRITE GREETING-SIM-LINE
016790     END-IF.
016800     MOVE 'WHAT WOULD HAPPEN BY SITE' TO GREETING-SIM-LINE.
016810     WRITE GREETING-SIM-LINE.
016820     WRITE GREETING-SIM-LINE FROM WS-SIM-HEADING-3.
016830     IF WS-SIM-COUNT > ZERO
016840         PERFORM 7660-SUMMARIZE-ONE-SITE
016850             THRU 7660-EXIT
016860             VARYING WS-SIM-POS FROM 1 BY 1
016870             UNTIL WS-SIM-POS > WS-SIM-COUNT
016880     END-IF.
016890     MOVE 'TOTAL' TO SS-SITE-CODE.
016900     MOVE WS-SIM-PRODUCED-COUNT TO SS-PRODUCED.
016910     MOVE WS-SIM-REJECTED-COUNT TO SS-REJECTED.
016920     MOVE WS-SIM-SUSPENDED-COUNT TO SS-SUSPENDED.
016930     MOVE WS-SIM-CARRIED-COUNT TO SS-CARRIED.
016940     WRITE GREETING-SIM-LINE FROM WS-SIM-SUMMARY.
016950     CLOSE GREETING-SIM-RPT.
016960     DISPLAY 'GREETBAT: SIMULATED PRODUCED     = '
016970         WS-SIM-PRODUCED-COUNT.
016980     DISPLAY 'GREETBAT: SIMULATED REJECTED     = '
016990         WS-SIM-REJECTED-COUNT.
017000     DISPLAY 'GREETBAT: SIMULATED SUSPENDED    = '
017010         WS-SIM-SUSPENDED-COUNT.
017020     DISPLAY 'GREETBAT: SIMULATED CARRIED OVER = '
017030         WS-SIM-CARRIED-COUNT.
017040     DISPLAY 'GREETBAT: SIMULATED NO-FEED SITES = '
017050         WS-SIM-NO-FEED-COUNT.
017060 7650-EXIT.
017070     EXIT.
017080*****************************************************************
017090* 7660-SUMMARIZE-ONE-SITE
017100*****************************************************************
017110 7660-SUMMARIZE-ONE-SITE.
017120     MOVE SI-SITE-CODE (WS-SIM-POS) TO SS-SITE-CODE.
017130     MOVE SI-PRODUCED (WS-SIM-POS) TO SS-PRODUCED.
017140     MOVE SI-REJECTED (WS-SIM-POS) TO SS-REJECTED.
017150     MOVE SI-SUSPENDED (WS-SIM-POS) TO SS-SUSPENDED.
017160     MOVE SI-CARRIED (WS-SIM-POS) TO SS-CARRIED.
017170     WRITE GREETING-SIM-LINE FROM WS-SIM-SUMMARY.
017180 7660-EXIT.
017190     EXIT.
017200*****************************************************************
017210* 1030-LOAD-PARTITION - A PARTITION RUN TAKES ITS SITE RANGE FROM
017220* THE GREETPTN PARTITION CONTROL FILE.  THE RECORDS ARE IN
017230* ASCENDING ORDER OF HIGH SITE CODE, AND EACH PARTITION COVERS THE
017240* SITES ABOVE THE PREVIOUS RECORD'S HIGH SITE CODE UP TO AND
017250* INCLUDING ITS OWN - THE FIRST HAS NO LOWER LIMIT AND THE LAST,
017260* WHOSE HIGH SITE CODE MUST BE BLANK, NO UPPER ONE - SO EVERY SITE
017270* FALLS IN EXACTLY ONE PARTITION.  THE WHOLE FILE IS CHECKED, NOT
017280* JUST THIS PARTITION'S RECORD, SO A BAD EDIT STOPS EVERY
017290* PARTITION ALIKE.  A NON-ZERO PT-WINDOW-LIMIT REPLACES THE EXEC
017300* PARM WINDOW LIMIT FOR THIS PARTITION.
017310*****************************************************************
017320 1030-LOAD-PARTITION.
017330     IF NOT WS-PARTITION-RUN
017340         GO TO 1030-EXIT
017350     END-IF.
017360     OPEN INPUT PARTITION-CONTROL.
017370     IF WS-PT-FILE-STATUS NOT = '00'
017380         DISPLAY 'GREETBAT: UNABLE TO OPEN PARTITION CONTROL, '
017390             'FILE STATUS = ' WS-PT-FILE-STATUS
017400         MOVE 12 TO RETURN-CODE
017410         MOVE 'PARTITION CONTROL OPEN FAILED' TO WS-STATUS-MESSAGE
017420         PERFORM 8900-WRITE-FAILURE-RECORD
017430             THRU 8900-EXIT
017440         PERFORM 9000-TERMINATE
017450             THRU 9000-EXIT
017460         GOBACK
017470     END-IF.
017480     PERFORM 1035-READ-PARTITION
017490         THRU 1035-EXIT.
017500     PERFORM 1037-CHECK-ONE-PARTITION
017510         THRU 1037-EXIT
017520         UNTIL WS-END-OF-PARTITIONS.
017530     CLOSE PARTITION-CONTROL.
017540     IF WS-PART-RECORD-COUNT > ZERO
017550        AND WS-PART-PREV-HIGH NOT = SPACES
017560         DISPLAY 'GREETBAT: LAST PARTITION CONTROL RECORD MUST '
017570             'HAVE A BLANK HIGH SITE CODE'
017580         SET WS-PARTITION-CONTROL-BAD TO TRUE
017590     END-IF.
017600     IF NOT WS-PARTITION-FOUND
017610         DISPLAY 'GREETBAT: PARTITION ' WS-PARTITION-ID
017620             ' NOT ON PARTITION CONTROL'
017630         SET WS-PARTITION-CONTROL-BAD TO TRUE
017640     END-IF.
017650     IF WS-PARTITION-CONTROL-BAD
017660         MOVE 12 TO RETURN-CODE
017670         MOVE 'PARTITION CONTROL INVALID' TO WS-STATUS-MESSAGE
017680         PERFORM 8900-WRITE-FAILURE-RECORD
017690             THRU 8900-EXIT
017700         PERFORM 9000-TERMINATE
017710             THRU 9000-EXIT
017720         GOBACK
017730     END-IF.
017740     DISPLAY 'GREETBAT: PARTITION ' WS-PARTITION-ID
017750         ' LOW SITE ' WS-PART-LOW-SITE ' (EXCLUSIVE), HIGH SITE '
017760         WS-PART-HIGH-SITE ' - BLANK IS NO LIMIT'.
017770 1030-EXIT.
017780     EXIT.
017790*****************************************************************
017800* 1035-READ-PARTITION
017810*****************************************************************
017820 1035-READ-PARTITION.
017830     READ PARTITION-CONTROL
017840         AT END
017850             SET WS-END-OF-PARTITIONS TO TRUE
017860     END-READ.
017870 1035-EXIT.
017880     EXIT.
017890*****************************************************************
017900* 1037-CHECK-ONE-PARTITION - EVERY RECORD NEEDS A PARTITION ID AND
017910* A HIGH SITE CODE ABOVE THE ONE BEFORE IT, AND NOTHING MAY FOLLOW
017920* THE OPEN-ENDED RECORD.  THIS PARTITION'S OWN RECORD, WHICH MUST
017930* APPEAR ONCE, SETS ITS RANGE - THE LOW LIMIT IS THE PREVIOUS
017940* RECORD'S HIGH SITE CODE, BLANK FOR THE FIRST RECORD.
017950*****************************************************************
017960 1037-CHECK-ONE-PARTITION.
017970     ADD 1 TO WS-PART-RECORD-COUNT.
017980     IF PT-PARTITION-ID = SPACES
017990         DISPLAY 'GREETBAT: PARTITION CONTROL RECORD '
018000             WS-PART-RECORD-COUNT ' HAS NO PARTITION ID'
018010         SET WS-PARTITION-CONTROL-BAD TO TRUE
018020     END-IF.
018030     IF WS-PART-RECORD-COUNT > 1
018040        AND WS-PART-PREV-HIGH = SPACES
018050         DISPLAY 'GREETBAT: PARTITION ' PT-PARTITION-ID
018060             ' FOLLOWS THE OPEN-ENDED LAST PARTITION'
018070         SET WS-PARTITION-CONTROL-BAD TO TRUE
018080     END-IF.
018090     IF WS-PART-PREV-HIGH NOT = SPACES
018100        AND PT-HIGH-SITE-CODE NOT = SPACES
018110        AND PT-HIGH-SITE-CODE NOT > WS-PART-PREV-HIGH
018120         DISPLAY 'GREETBAT: PARTITION ' PT-PARTITION-ID
018130             ' HIGH SITE CODE ' PT-HIGH-SITE-CODE
018140             ' OUT OF SEQUENCE'
018150         SET WS-PARTITION-CONTROL-BAD TO TRUE
018160     END-IF.
018170     IF PT-PARTITION-ID NOT = WS-PARTITION-ID
018180         GO TO 1037-NEXT
018190     END-IF.
018200     IF WS-PARTITION-FOUND
018210         DISPLAY 'GREETBAT: PARTITION ' PT-PARTITION-ID
018220             ' APPEARS MORE THAN ONCE ON PARTITION CONTROL'
018230         SET WS-PARTITION-CONTROL-BAD TO TRUE
018240         GO TO 1037-NEXT
018250     END-IF.
018260     SET WS-PARTITION-FOUND TO TRUE.
018270     MOVE WS-PART-PREV-HIGH TO WS-PART-LOW-SITE.
018280     MOVE PT-HIGH-SITE-CODE TO WS-PART-HIGH-SITE.
018290     IF PT-WINDOW-LIMIT NUMERIC
018300        AND PT-WINDOW-LIMIT > ZERO
018310         MOVE PT-WINDOW-LIMIT TO WS-WINDOW-LIMIT
018320         DISPLAY 'GREETBAT: PARTITION WINDOW LIMIT SET TO '
018330             WS-WINDOW-LIMIT ' TRANSACTIONS'
018340     END-IF.
018350 1037-NEXT.
018360     MOVE PT-HIGH-SITE-CODE TO WS-PART-PREV-HIGH.
018370     PERFORM 1035-READ-PARTITION
018380         THRU 1035-EXIT.
018390 1037-EXIT.
018400     EXIT.
018410*****************************************************************
018420* 2010-RELEASE-TRANS - SORT INPUT PROCEDURE.  EVERY TRANSACTION ON
018430* GREETTRN IS RELEASED TO THE SORT, EXCEPT THAT A PARTITION RUN
018440* RELEASES ONLY THOSE FOR SITES IN ITS OWN RANGE - THE REST BELONG
018450* TO THE OTHER PARTITIONS' RUNS AGAINST THE SAME EDITED FILE.  AN
018460* OPEN FAILURE IS LEFT FOR 0000-MAINLINE TO FAIL THE JOB ON, ONCE
018470* THE (EMPTY) SORT HAS RETURNED.
018480*****************************************************************
018490 2010-RELEASE-TRANS.
018500     OPEN INPUT GREETING-TRAN-IN.
018510     IF WS-GT-FILE-STATUS NOT = '00'
018520         DISPLAY 'GREETBAT: UNABLE TO OPEN GREETTRN, '
018530             'FILE STATUS = ' WS-GT-FILE-STATUS
018540         SET WS-TRAN-IN-FAILED TO TRUE
018550         GO TO 2010-EXIT
018560     END-IF.
018570     PERFORM 2015-READ-TRAN-IN
018580         THRU 2015-EXIT.
018590     PERFORM 2020-RELEASE-ONE
018600         THRU 2020-EXIT
018610         UNTIL WS-END-OF-TRAN-IN.
018620     CLOSE GREETING-TRAN-IN.
018630     IF WS-PARTITION-RUN
018640         DISPLAY 'GREETBAT: RELEASED FOR THIS PARTITION = '
018650             WS-PART-RELEASED-COUNT
018660         DISPLAY 'GREETBAT: LEFT FOR OTHER PARTITIONS  = '
018670             WS-PART-SKIPPED-COUNT
018680     END-IF.
018690 2010-EXIT.
018700     EXIT.
018710*****************************************************************
018720* 2015-READ-TRAN-IN
018730*****************************************************************
018740 2015-READ-TRAN-IN.
018750     READ GREETING-TRAN-IN
018760         AT END
018770             SET WS-END-OF-TRAN-IN TO TRUE
018780     END-READ.
018790 2015-EXIT.
018800     EXIT.
018810*****************************************************************
018820* 2020-RELEASE-ONE
018830*****************************************************************
018840 2020-RELEASE-ONE.
018850     IF WS-PARTITION-RUN
018860         MOVE GT-SITE-CODE TO WS-PART-TEST-SITE
018870         PERFORM 2030-CHECK-SITE-RANGE
018880             THRU 2030-EXIT
018890         IF WS-SITE-OUTSIDE-PARTITION
018900             ADD 1 TO WS-PART-SKIPPED-COUNT
018910             GO TO 2020-NEXT
018920         END-IF
018930         ADD 1 TO WS-PART-RELEASED-COUNT
018940     END-IF.
018950     RELEASE SORT-TRAN-RECORD FROM GREETING-TRAN-RECORD.
018960 2020-NEXT.
018970     PERFORM 2015-READ-TRAN-IN
018980         THRU 2015-EXIT.
018990 2020-EXIT.
019000     EXIT.
019010*****************************************************************
019020* 2030-CHECK-SITE-RANGE - IS WS-PART-TEST-SITE ABOVE THE
019030* PARTITION'S LOW LIMIT AND AT OR BELOW ITS HIGH ONE?  A BLANK
019040* LIMIT IS NO LIMIT.
019050*****************************************************************
019060 2030-CHECK-SITE-RANGE.
019070     SET WS-SITE-IN-PARTITION TO TRUE.
019080     IF WS-PART-LOW-SITE NOT = SPACES
019090        AND WS-PART-TEST-SITE NOT > WS-PART-LOW-SITE
019100         SET WS-SITE-OUTSIDE-PARTITION TO TRUE
019110     END-IF.
019120     IF WS-PART-HIGH-SITE NOT = SPACES
019130        AND WS-PART-TEST-SITE > WS-PART-HIGH-SITE
019140         SET WS-SITE-OUTSIDE-PARTITION TO TRUE
019150     END-IF.
019160 2030-EXIT.
019170     EXIT.
