000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GREETMRG.
000030 AUTHOR. R L BENSON.
000040 INSTALLATION. BYTELAYER DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* GREETMRG
000090*
000100* PARTITION MERGE FOR THE SITE-RANGE PARTITIONED GREETBAT CYCLE.
000110* EACH GREETPRT JOB RUNS GREETBAT OVER ONE RANGE OF SITE CODES
000120* FROM THE GREETPTN PARTITION CONTROL FILE AND WRITES ITS OWN
000130* GREETING-LOG, GREETING-IFC, SUSPENSE, CARRYOVER AND CYCLE
000140* CONTROL WORK FILES.  THIS PROGRAM RUNS ONCE THEY HAVE ALL
000150* FINISHED, WITH EVERY PARTITION'S WORK FILES CONCATENATED ON ITS
000160* GREETPLG, GREETPIF, GREETPSU, GREETPCV AND GREETPCY DDS, AND
000170* PUTS THE CYCLE BACK TOGETHER FOR THE STEPS DOWNSTREAM:
000180*
000190*   1. A PARTITION IS COMPLETE WHEN GREETPCY HOLDS A GREETBAT
000200*      CYCLE CONTROL RECORD FOR IT DATED THE CURRENT PROCESSING
000210*      DATE - GREETBAT WRITES ONE ONLY WHEN A RUN COMPLETES.  IF
000220*      ANY PARTITION ON GREETPTN IS NOT COMPLETE, NOTHING IS
000230*      MERGED AND THE RUN-CONTROL IS NOT ROLLED.
000240*   2. THE PARTITIONS' LOG, IFC, SUSPENSE AND CARRYOVER RECORDS
000250*      ARE COPIED, UNCHANGED AND IN PARTITION ORDER, TO ONE
000260*      GREETLOG, GREETIFC, GREETSUS AND GREETCOV EACH - THE SAME
000270*      SINGLE FILES ONE UNPARTITIONED GREETBAT RUN WOULD HAVE
000280*      WRITTEN, SO GREETRPT, GREETDSP, GREETACK, GREETCHG AND THE
000290*      NEXT CYCLE'S GREETEDT SEE NO DIFFERENCE.
000300*   3. EACH PARTITION'S GREETBAT CYCLE CONTROL RECORD (THE LAST
000310*      ONE, IF A PARTITION WAS RERUN) IS APPENDED TO GREETCYC FOR
000320*      GREETBAL, WHICH SUMS THEM.
000330*   4. ONLY THEN IS THE RUN-CONTROL PROCESSING DATE ROLLED TO THE
000340*      NEXT BUSINESS DAY, EXACTLY AS AN UNPARTITIONED GREETBAT
000350*      ROLLS IT - NO PARTITION EVER ROLLS IT ITSELF.
000360*
000370* A GREETPCY RECORD FOR ANOTHER CYCLE DATE, OR FOR A PARTITION
000380* NOT ON GREETPTN, MEANS THE PARTITION WORK FILES WERE NOT
000390* CLEARED AFTER THE LAST MERGE OR GREETPTN WAS CHANGED MID-CYCLE;
000400* BOTH STOP THE MERGE FOR OPERATIONS TO SORT OUT.  THE MERGE
000410* REPORT ON GREETMRR LISTS EVERY PARTITION WITH ITS DRIVER TOTALS
000420* AND THE RECORD COUNTS MERGED.
000430*
000440* RETURN CODES:  0 = MERGED AND RUN-CONTROL ROLLED, 4 = MERGED
000450* BUT THE CYCLE CONTROL RECORDS COULD NOT BE APPENDED, 8 = A
000460* PARTITION NOT COMPLETE OR A STALE OR UNKNOWN PARTITION RECORD
000470* (NOTHING MERGED, NOTHING ROLLED), 12 = FILE FAILURE OR INVALID
000480* PARTITION CONTROL, 16 = CYCLE ALREADY COMPLETED.
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
000610     SELECT GREETING-RUN-CONTROL ASSIGN TO GREETRCT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RN-FILE-STATUS.
000640     SELECT PROCESSING-CALENDAR ASSIGN TO GREETCAL
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CA-FILE-STATUS.
000670     SELECT PARTITION-CONTROL ASSIGN TO GREETPTN
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PT-FILE-STATUS.
000700     SELECT PARTITION-CYCLE ASSIGN TO GREETPCY
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-PY-FILE-STATUS.
000730     SELECT PARTITION-LOG ASSIGN TO GREETPLG
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-PL-FILE-STATUS.
000760     SELECT PARTITION-IFC ASSIGN TO GREETPIF
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PI-FILE-STATUS.
000790     SELECT PARTITION-SUSPENSE ASSIGN TO GREETPSU
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PS-FILE-STATUS.
000820     SELECT PARTITION-CARRYOVER ASSIGN TO GREETPCV
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-PV-FILE-STATUS.
000850     SELECT GREETING-LOG ASSIGN TO GREETLOG
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-GL-FILE-STATUS.
000880     SELECT GREETING-IFC ASSIGN TO GREETIFC
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-GI-FILE-STATUS.
000910     SELECT GREETING-SUSPENSE ASSIGN TO GREETSUS
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-GS-FILE-STATUS.
000940     SELECT GREETING-CARRYOVER ASSIGN TO GREETCOV
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-CV-FILE-STATUS.
000970     SELECT CYCLE-CONTROL ASSIGN TO GREETCYC
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-CY-FILE-STATUS.
001000     SELECT MERGE-REPORT ASSIGN TO GREETMRR
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-MR-FILE-STATUS.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  GREETING-RUN-CONTROL
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 COPY GREETRCN.
001090 FD  PROCESSING-CALENDAR
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 COPY GREETCAL.
001130 FD  PARTITION-CONTROL
001140     LABEL RECORDS ARE STANDARD
001150     RECORDING MODE IS F.
001160 COPY GREETPTN.
001170 FD  PARTITION-CYCLE
001180     LABEL RECORDS ARE STANDARD
001190     RECORDING MODE IS F.
001200 COPY GREETCYC.
001210 FD  PARTITION-LOG
001220     LABEL RECORDS ARE STANDARD
001230     RECORDING MODE IS F.
001240 COPY GREETLOG.
001250 FD  PARTITION-IFC
001260     LABEL RECORDS ARE STANDARD
001270     RECORDING MODE IS F.
001280 COPY GREETIFC.
001290 FD  PARTITION-SUSPENSE
001300     LABEL RECORDS ARE STANDARD
001310     RECORDING MODE IS F.
001320 COPY GREETSUS.
001330 FD  PARTITION-CARRYOVER
001340     LABEL RECORDS ARE STANDARD
001350     RECORDING MODE IS F.
001360 COPY GREETTRN.
001370 FD  GREETING-LOG
001380     LABEL RECORDS ARE STANDARD
001390     RECORDING MODE IS F.
001400 01  MERGED-LOG-RECORD               PIC X(80).
001410 FD  GREETING-IFC
001420     LABEL RECORDS ARE STANDARD
001430     RECORDING MODE IS F.
001440 01  MERGED-IFC-RECORD               PIC X(80).
001450 FD  GREETING-SUSPENSE
001460     LABEL RECORDS ARE STANDARD
001470     RECORDING MODE IS F.
001480 01  MERGED-SUSPENSE-RECORD          PIC X(120).
001490 FD  GREETING-CARRYOVER
001500     LABEL RECORDS ARE STANDARD
001510     RECORDING MODE IS F.
001520 01  MERGED-CARRYOVER-RECORD         PIC X(80).
001530 FD  CYCLE-CONTROL
001540     LABEL RECORDS ARE STANDARD
001550     RECORDING MODE IS F.
001560 01  CYCLE-CONTROL-LINE              PIC X(120).
001570 FD  MERGE-REPORT
001580     LABEL RECORDS ARE STANDARD
001590     RECORDING MODE IS F.
001600 01  MERGE-REPORT-LINE               PIC X(80).
001610 WORKING-STORAGE SECTION.
001620 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
001630 77  WS-CA-FILE-STATUS           PIC X(02) VALUE SPACES.
001640 77  WS-PT-FILE-STATUS           PIC X(02) VALUE SPACES.
001650 77  WS-PY-FILE-STATUS           PIC X(02) VALUE SPACES.
001660 77  WS-PL-FILE-STATUS           PIC X(02) VALUE SPACES.
001670 77  WS-PI-FILE-STATUS           PIC X(02) VALUE SPACES.
001680 77  WS-PS-FILE-STATUS           PIC X(02) VALUE SPACES.
001690 77  WS-PV-FILE-STATUS           PIC X(02) VALUE SPACES.
001700 77  WS-GL-FILE-STATUS           PIC X(02) VALUE SPACES.
001710 77  WS-GI-FILE-STATUS           PIC X(02) VALUE SPACES.
001720 77  WS-GS-FILE-STATUS           PIC X(02) VALUE SPACES.
001730 77  WS-CV-FILE-STATUS           PIC X(02) VALUE SPACES.
001740 77  WS-CY-FILE-STATUS           PIC X(02) VALUE SPACES.
001750 77  WS-MR-FILE-STATUS           PIC X(02) VALUE SPACES.
001760 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001770 77  WS-WORST-RETURN-CODE        PIC 9(03) VALUE ZERO.
001780 77  WS-PART-COUNT               PIC 9(03) VALUE ZERO.
001790 77  WS-PART-MAX                 PIC 9(03) VALUE 50.
001800 77  WS-PART-PREV-HIGH           PIC X(05) VALUE SPACES.
001810 77  WS-FIND-PARTITION-ID        PIC X(02) VALUE SPACES.
001820 77  WS-PART-RECORD-COUNT        PIC 9(03) VALUE ZERO.
001830 77  WS-COMPLETE-COUNT           PIC 9(03) VALUE ZERO.
001840 77  WS-CYCLE-READ-COUNT         PIC 9(05) VALUE ZERO.
001850 77  WS-STALE-COUNT              PIC 9(05) VALUE ZERO.
001860 77  WS-UNKNOWN-COUNT            PIC 9(05) VALUE ZERO.
001870 77  WS-LOG-COUNT                PIC 9(07) VALUE ZERO.
001880 77  WS-IFC-COUNT                PIC 9(07) VALUE ZERO.
001890 77  WS-SUSPENSE-COUNT           PIC 9(07) VALUE ZERO.
001900 77  WS-CARRYOVER-COUNT          PIC 9(07) VALUE ZERO.
001910 77  WS-CYCLE-WRITE-COUNT        PIC 9(03) VALUE ZERO.
001920 77  WS-PART-LOG-TOTAL           PIC 9(07) VALUE ZERO.
001930 77  WS-PART-IFC-TOTAL           PIC 9(07) VALUE ZERO.
001940 77  WS-PART-SUSPENSE-TOTAL      PIC 9(07) VALUE ZERO.
001950 77  WS-PART-CARRYOVER-TOTAL     PIC 9(07) VALUE ZERO.
001960 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001970 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
001980 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
001990 77  WS-CAL-COUNT                PIC 9(03) VALUE ZERO.
002000 77  WS-CAL-MAX                  PIC 9(03) VALUE 400.
002010 77  WS-ROLL-TRIES               PIC 9(02) VALUE ZERO.
002020 77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
002030 77  WS-DOW-YEAR                 PIC 9(04) VALUE ZERO.
002040 77  WS-DOW-MONTH                PIC 9(02) VALUE ZERO.
002050 77  WS-DOW-CENTURY              PIC 9(02) VALUE ZERO.
002060 77  WS-DOW-YY                   PIC 9(02) VALUE ZERO.
002070 77  WS-DOW-WORK                 PIC 9(05) VALUE ZERO.
002080 77  WS-DOW-SUM                  PIC 9(05) VALUE ZERO.
002090 77  WS-DOW-QUOTIENT             PIC 9(05) VALUE ZERO.
002100 01  WS-ROLL-DATE-N              PIC 9(08) VALUE ZEROS.
002110 01  WS-ROLL-DATE REDEFINES WS-ROLL-DATE-N.
002120     05  WS-ROLL-YEAR            PIC 9(04).
002130     05  WS-ROLL-MONTH           PIC 9(02).
002140     05  WS-ROLL-DAY             PIC 9(02).
002150 01  WS-MONTH-DAYS-TABLE.
002160     05  FILLER                  PIC X(24)
002170         VALUE '312831303130313130313031'.
002180 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002190     05  WS-MONTH-DAYS           OCCURS 12 TIMES PIC 9(02).
002200 01  WS-CALENDAR-TABLE.
002210     05  WS-CALENDAR-ENTRY OCCURS 400 TIMES
002220             INDEXED BY CA-IDX.
002230         10  WS-CAL-DATE         PIC 9(08).
002240 01  WS-PARTITION-TABLE.
002250     05  WS-PARTITION-ENTRY OCCURS 50 TIMES
002260             INDEXED BY PE-IDX.
002270         10  PE-PARTITION-ID     PIC X(02).
002280         10  PE-HIGH-SITE-CODE   PIC X(05).
002290         10  PE-COMPLETE-SWITCH  PIC X(01).
002300             88  PE-COMPLETE             VALUE 'Y'.
002310         10  PE-SORTED-READ      PIC 9(07).
002320         10  PE-PRODUCED         PIC 9(07).
002330         10  PE-SUSPENDED        PIC 9(07).
002340         10  PE-CARRIED-OVER     PIC 9(07).
002350         10  PE-LOG-WRITES       PIC 9(07).
002360         10  PE-IFC-WRITES       PIC 9(07).
002370         10  PE-CYCLE-RECORD     PIC X(120).
002380 01  WS-SWITCHES.
002390     05  WS-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
002400         88  WS-END-OF-CALENDAR           VALUE 'Y'.
002410     05  WS-BUSINESS-DAY-SWITCH   PIC X(01) VALUE 'N'.
002420         88  WS-IS-BUSINESS-DAY           VALUE 'Y'.
002430     05  WS-CAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
002440         88  WS-CAL-DATE-FOUND            VALUE 'Y'.
002450     05  WS-RN-RECORD-SWITCH      PIC X(01) VALUE 'N'.
002460         88  WS-RN-RECORD-EXISTS          VALUE 'Y'.
002470     05  WS-PT-EOF-SWITCH         PIC X(01) VALUE 'N'.
002480         88  WS-END-OF-PARTITIONS         VALUE 'Y'.
002490     05  WS-PT-BAD-SWITCH         PIC X(01) VALUE 'N'.
002500         88  WS-PARTITION-CONTROL-BAD     VALUE 'Y'.
002510     05  WS-PE-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002520         88  WS-PARTITION-FOUND           VALUE 'Y'.
002530     05  WS-PY-EOF-SWITCH         PIC X(01) VALUE 'N'.
002540         88  WS-END-OF-PARTITION-CYCLE    VALUE 'Y'.
002550     05  WS-COPY-EOF-SWITCH       PIC X(01) VALUE 'N'.
002560         88  WS-END-OF-COPY-INPUT         VALUE 'Y'.
002570     05  WS-COPY-SWITCH           PIC X(01) VALUE 'N'.
002580         88  WS-COPY-FAILED               VALUE 'Y'.
002590     05  WS-MR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002600         88  WS-REPORT-OPEN               VALUE 'Y'.
002610 01  WS-HEADING-1.
002620     05  FILLER                  PIC X(36)
002630         VALUE 'GREETBAT PARTITION MERGE FOR CYCLE '.
002640     05  HD-RUN-DATE             PIC 9(08).
002650     05  FILLER                  PIC X(36) VALUE SPACES.
002660 01  WS-HEADING-2.
002670     05  FILLER                  PIC X(06) VALUE 'PART'.
002680     05  FILLER                  PIC X(07) VALUE 'HIGH'.
002690     05  FILLER                  PIC X(14) VALUE 'STATUS'.
002700     05  FILLER                  PIC X(09) VALUE '   SORTED'.
002710     05  FILLER                  PIC X(09) VALUE ' PRODUCED'.
002720     05  FILLER                  PIC X(10) VALUE ' SUSPENDED'.
002730     05  FILLER                  PIC X(09) VALUE '  CARRIED'.
002740     05  FILLER                  PIC X(16) VALUE SPACES.
002750 01  WS-PARTITION-LINE.
002760     05  PL-PARTITION-ID         PIC X(02).
002770     05  FILLER                  PIC X(04) VALUE SPACES.
002780     05  PL-HIGH-SITE-CODE       PIC X(05).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  PL-STATUS               PIC X(12).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  PL-SORTED-READ          PIC Z(06)9.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  PL-PRODUCED             PIC Z(06)9.
002850     05  FILLER                  PIC X(03) VALUE SPACES.
002860     05  PL-SUSPENDED            PIC Z(06)9.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  PL-CARRIED-OVER         PIC Z(06)9.
002890     05  FILLER                  PIC X(16) VALUE SPACES.
002900 01  WS-HEADING-3.
002910     05  FILLER                  PIC X(30) VALUE 'FILE'.
002920     05  FILLER                  PIC X(09) VALUE '   MERGED'.
002930     05  FILLER                  PIC X(12) VALUE '  PARTITIONS'.
002940     05  FILLER                  PIC X(29) VALUE SPACES.
002950 01  WS-TOTAL-LINE.
002960     05  TL-LABEL                PIC X(30).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  TL-MERGED               PIC Z(06)9.
002990     05  FILLER                  PIC X(05) VALUE SPACES.
003000     05  TL-PARTITION-TOTAL      PIC Z(06)9.
003010     05  FILLER                  PIC X(29) VALUE SPACES.
003020 01  WS-MESSAGE-LINE             PIC X(80) VALUE SPACES.
003030 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
003040 PROCEDURE DIVISION.
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE
003070         THRU 1000-EXIT.
003080     PERFORM 2000-CHECK-PARTITIONS
003090         THRU 2000-EXIT.
003100     IF WS-STALE-COUNT > ZERO
003110        OR WS-UNKNOWN-COUNT > ZERO
003120         DISPLAY 'GREETMRG: PARTITION CYCLE FILE HOLDS STALE OR '
003130             'UNKNOWN RECORDS - NOTHING MERGED'
003140         MOVE 'STALE OR UNKNOWN PARTITION RECORDS - NOT MERGED'
003150             TO WS-MESSAGE-LINE
003160         MOVE 8 TO WS-WORST-RETURN-CODE
003170         PERFORM 9000-TERMINATE
003180             THRU 9000-EXIT
003190         GOBACK
003200     END-IF.
003210     IF WS-COMPLETE-COUNT < WS-PART-COUNT
003220         DISPLAY 'GREETMRG: ' WS-COMPLETE-COUNT ' OF '
003230             WS-PART-COUNT ' PARTITIONS COMPLETE - NOTHING '
003240             'MERGED, RUN-CONTROL NOT ROLLED'
003250         MOVE 'PARTITIONS NOT COMPLETE - NOT MERGED, NOT ROLLED'
003260             TO WS-MESSAGE-LINE
003270         MOVE 8 TO WS-WORST-RETURN-CODE
003280         PERFORM 9000-TERMINATE
003290             THRU 9000-EXIT
003300         GOBACK
003310     END-IF.
003320     PERFORM 3000-MERGE-FILES
003330         THRU 3000-EXIT.
003340     IF WS-COPY-FAILED
003350         MOVE 'MERGE FAILED - RUN-CONTROL NOT ROLLED'
003360             TO WS-MESSAGE-LINE
003370         MOVE 12 TO WS-WORST-RETURN-CODE
003380         PERFORM 9000-TERMINATE
003390             THRU 9000-EXIT
003400         GOBACK
003410     END-IF.
003420     PERFORM 4000-WRITE-CYCLE-TOTALS
003430         THRU 4000-EXIT.
003440     PERFORM 1990-UPDATE-RUN-CONTROL
003450         THRU 1990-EXIT.
003460     MOVE 'ALL PARTITIONS MERGED - RUN-CONTROL ROLLED'
003470         TO WS-MESSAGE-LINE.
003480     PERFORM 9000-TERMINATE
003490         THRU 9000-EXIT.
003500     GOBACK.
003510 0000-EXIT.
003520     EXIT.
003530*****************************************************************
003540* 1000-INITIALIZE
003550*****************************************************************
003560 1000-INITIALIZE.
003570     MOVE ZERO TO RETURN-CODE.
003580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003590     OPEN OUTPUT MERGE-REPORT.
003600     IF WS-MR-FILE-STATUS NOT = '00'
003610         DISPLAY 'GREETMRG: UNABLE TO OPEN MERGE REPORT, '
003620             'FILE STATUS = ' WS-MR-FILE-STATUS
003630         MOVE 12 TO WS-WORST-RETURN-CODE
003640         PERFORM 9000-TERMINATE
003650             THRU 9000-EXIT
003660         GOBACK
003670     END-IF.
003680     SET WS-REPORT-OPEN TO TRUE.
003690     PERFORM 1020-READ-RUN-CONTROL
003700         THRU 1020-EXIT.
003710     MOVE WS-RUN-DATE TO HD-RUN-DATE.
003720     WRITE MERGE-REPORT-LINE FROM WS-HEADING-1.
003730     WRITE MERGE-REPORT-LINE FROM WS-BLANK-LINE.
003740     PERFORM 1030-LOAD-PARTITIONS
003750         THRU 1030-EXIT.
003760     PERFORM 1040-LOAD-CALENDAR
003770         THRU 1040-EXIT.
003780 1000-EXIT.
003790     EXIT.
003800*****************************************************************
003810* 1020-READ-RUN-CONTROL - THE CYCLE BEING MERGED IS THE CURRENT
003820* RUN-CONTROL PROCESSING DATE, THE SAME DATE EVERY PARTITION RAN
003830* UNDER.  A DATE AT OR BEFORE THE LAST COMPLETED DATE MEANS THE
003840* MERGE ALREADY RAN AND ROLLED IT, AND IS STOPPED WITH RETURN
003850* CODE 16 THE SAME AS GREETBAT.  AN EMPTY FILE (FIRST CYCLE EVER)
003860* IS SEEDED FROM THE SYSTEM DATE, WHICH IS ALSO WHAT THE
003870* PARTITIONS FELL BACK ON.  1990-UPDATE-RUN-CONTROL REOPENS THE
003880* FILE FOR THE ROLL-FORWARD.
003890*****************************************************************
003900 1020-READ-RUN-CONTROL.
003910     OPEN I-O GREETING-RUN-CONTROL.
003920     IF WS-RN-FILE-STATUS NOT = '00'
003930         DISPLAY 'GREETMRG: UNABLE TO OPEN RUN-CONTROL, '
003940             'FILE STATUS = ' WS-RN-FILE-STATUS
003950         MOVE 12 TO WS-WORST-RETURN-CODE
003960         PERFORM 9000-TERMINATE
003970             THRU 9000-EXIT
003980         GOBACK
003990     END-IF.
004000     READ GREETING-RUN-CONTROL
004010         AT END
004020             MOVE 'N' TO WS-RN-RECORD-SWITCH
004030     END-READ.
004040     IF WS-RN-FILE-STATUS = '00'
004050         SET WS-RN-RECORD-EXISTS TO TRUE
004060         MOVE RN-PROCESS-DATE TO WS-RUN-DATE
004070         IF RN-PROCESS-DATE NOT > RN-LAST-COMPLETED-DATE
004080             DISPLAY 'GREETMRG: PROCESSING DATE ' RN-PROCESS-DATE
004090                 ' ALREADY COMPLETED ON ' RN-LAST-COMPLETED-DATE
004100             DISPLAY 'GREETMRG: SUBMISSION STOPPED - CORRECT '
004110                 'RUN-CONTROL BEFORE RESUBMITTING'
004120             CLOSE GREETING-RUN-CONTROL
004130             MOVE 16 TO WS-WORST-RETURN-CODE
004140             PERFORM 9000-TERMINATE
004150                 THRU 9000-EXIT
004160             GOBACK
004170         END-IF
004180     ELSE
004190         DISPLAY 'GREETMRG: RUN-CONTROL EMPTY, SEEDED FROM '
004200             'SYSTEM DATE ' WS-RUN-DATE
004210         MOVE WS-RUN-DATE TO RN-PROCESS-DATE
004220         MOVE ZERO TO RN-LAST-COMPLETED-DATE
004230         WRITE RUN-CONTROL-RECORD
004240         SET WS-RN-RECORD-EXISTS TO TRUE
004250     END-IF.
004260     CLOSE GREETING-RUN-CONTROL.
004270 1020-EXIT.
004280     EXIT.
004290*****************************************************************
004300* 1030-LOAD-PARTITIONS - TABLE EVERY PARTITION ON GREETPTN, WHICH
004310* MUST ALL BE COMPLETE BEFORE THE MERGE.  THE FILE IS HELD TO THE
004320* SAME RULES GREETBAT CHECKS - AN ID ON EVERY RECORD, HIGH SITE
004330* CODES ASCENDING, A BLANK HIGH SITE CODE ON THE LAST RECORD AND
004340* NOTHING AFTER IT - AND NO ID MAY APPEAR TWICE.  A FILE THAT
004350* BREAKS THEM, OR IS EMPTY, OR HOLDS MORE PARTITIONS THAN THE
004360* TABLE, ENDS THE MERGE WITH RETURN CODE 12.
004370*****************************************************************
004380 1030-LOAD-PARTITIONS.
004390     OPEN INPUT PARTITION-CONTROL.
004400     IF WS-PT-FILE-STATUS NOT = '00'
004410         DISPLAY 'GREETMRG: UNABLE TO OPEN PARTITION CONTROL, '
004420             'FILE STATUS = ' WS-PT-FILE-STATUS
004430         MOVE 12 TO WS-WORST-RETURN-CODE
004440         PERFORM 9000-TERMINATE
004450             THRU 9000-EXIT
004460         GOBACK
004470     END-IF.
004480     PERFORM 1035-READ-PARTITION
004490         THRU 1035-EXIT.
004500     PERFORM 1037-TABLE-ONE-PARTITION
004510         THRU 1037-EXIT
004520         UNTIL WS-END-OF-PARTITIONS.
004530     CLOSE PARTITION-CONTROL.
004540     IF WS-PART-COUNT = ZERO
004550         DISPLAY 'GREETMRG: PARTITION CONTROL IS EMPTY'
004560         SET WS-PARTITION-CONTROL-BAD TO TRUE
004570     END-IF.
004580     IF WS-PART-PREV-HIGH NOT = SPACES
004590         DISPLAY 'GREETMRG: LAST PARTITION CONTROL RECORD MUST '
004600             'HAVE A BLANK HIGH SITE CODE'
004610         SET WS-PARTITION-CONTROL-BAD TO TRUE
004620     END-IF.
004630     IF WS-PARTITION-CONTROL-BAD
004640         MOVE 'PARTITION CONTROL INVALID - NOTHING MERGED'
004650             TO WS-MESSAGE-LINE
004660         MOVE 12 TO WS-WORST-RETURN-CODE
004670         PERFORM 9000-TERMINATE
004680             THRU 9000-EXIT
004690         GOBACK
004700     END-IF.
004710     DISPLAY 'GREETMRG: PARTITIONS ON CONTROL    = '
004720         WS-PART-COUNT.
004730 1030-EXIT.
004740     EXIT.
004750*****************************************************************
004760* 1035-READ-PARTITION
004770*****************************************************************
004780 1035-READ-PARTITION.
004790     READ PARTITION-CONTROL
004800         AT END
004810             SET WS-END-OF-PARTITIONS TO TRUE
004820     END-READ.
004830 1035-EXIT.
004840     EXIT.
004850*****************************************************************
004860* 1037-TABLE-ONE-PARTITION
004870*****************************************************************
004880 1037-TABLE-ONE-PARTITION.
004890     ADD 1 TO WS-PART-RECORD-COUNT.
004900     IF PT-PARTITION-ID = SPACES
004910         DISPLAY 'GREETMRG: PARTITION CONTROL RECORD '
004920             WS-PART-RECORD-COUNT ' HAS NO PARTITION ID'
004930         SET WS-PARTITION-CONTROL-BAD TO TRUE
004940         GO TO 1037-NEXT
004950     END-IF.
004960     IF WS-PART-RECORD-COUNT > 1
004970        AND WS-PART-PREV-HIGH = SPACES
004980         DISPLAY 'GREETMRG: PARTITION ' PT-PARTITION-ID
004990             ' FOLLOWS THE OPEN-ENDED LAST PARTITION'
005000         SET WS-PARTITION-CONTROL-BAD TO TRUE
005010     END-IF.
005020     IF WS-PART-PREV-HIGH NOT = SPACES
005030        AND PT-HIGH-SITE-CODE NOT = SPACES
005040        AND PT-HIGH-SITE-CODE NOT > WS-PART-PREV-HIGH
005050         DISPLAY 'GREETMRG: PARTITION ' PT-PARTITION-ID
005060             ' HIGH SITE CODE ' PT-HIGH-SITE-CODE
005070             ' OUT OF SEQUENCE'
005080         SET WS-PARTITION-CONTROL-BAD TO TRUE
005090     END-IF.
005100     MOVE PT-PARTITION-ID TO WS-FIND-PARTITION-ID.
005110     PERFORM 1038-FIND-PARTITION
005120         THRU 1038-EXIT.
005130     IF WS-PARTITION-FOUND
005140         DISPLAY 'GREETMRG: PARTITION ' PT-PARTITION-ID
005150             ' APPEARS MORE THAN ONCE ON PARTITION CONTROL'
005160         SET WS-PARTITION-CONTROL-BAD TO TRUE
005170         GO TO 1037-NEXT
005180     END-IF.
005190     IF WS-PART-COUNT = WS-PART-MAX
005200         DISPLAY 'GREETMRG: PARTITION TABLE FULL - RAISE THE '
005210             'OCCURS AND RECOMPILE'
005220         SET WS-PARTITION-CONTROL-BAD TO TRUE
005230         GO TO 1037-NEXT
005240     END-IF.
005250     ADD 1 TO WS-PART-COUNT.
005260     SET PE-IDX TO WS-PART-COUNT.
005270     MOVE PT-PARTITION-ID TO PE-PARTITION-ID (PE-IDX).
005280     MOVE PT-HIGH-SITE-CODE TO PE-HIGH-SITE-CODE (PE-IDX).
005290     MOVE 'N' TO PE-COMPLETE-SWITCH (PE-IDX).
005300     MOVE ZERO TO PE-SORTED-READ (PE-IDX).
005310     MOVE ZERO TO PE-PRODUCED (PE-IDX).
005320     MOVE ZERO TO PE-SUSPENDED (PE-IDX).
005330     MOVE ZERO TO PE-CARRIED-OVER (PE-IDX).
005340     MOVE ZERO TO PE-LOG-WRITES (PE-IDX).
005350     MOVE ZERO TO PE-IFC-WRITES (PE-IDX).
005360     MOVE SPACES TO PE-CYCLE-RECORD (PE-IDX).
005370 1037-NEXT.
005380     MOVE PT-HIGH-SITE-CODE TO WS-PART-PREV-HIGH.
005390     PERFORM 1035-READ-PARTITION
005400         THRU 1035-EXIT.
005410 1037-EXIT.
005420     EXIT.
005430*****************************************************************
005440* 1038-FIND-PARTITION - IS WS-FIND-PARTITION-ID ON THE TABLE?
005450* LEAVES PE-IDX ON THE ENTRY WHEN IT IS.
005460*****************************************************************
005470 1038-FIND-PARTITION.
005480     MOVE 'N' TO WS-PE-FOUND-SWITCH.
005490     IF WS-PART-COUNT = ZERO
005500         GO TO 1038-EXIT
005510     END-IF.
005520     SET PE-IDX TO 1.
005530     SEARCH WS-PARTITION-ENTRY
005540         AT END
005550             MOVE 'N' TO WS-PE-FOUND-SWITCH
005560         WHEN PE-IDX > WS-PART-COUNT
005570             MOVE 'N' TO WS-PE-FOUND-SWITCH
005580             SET PE-IDX TO WS-PART-COUNT
005590         WHEN PE-PARTITION-ID (PE-IDX) = WS-FIND-PARTITION-ID
005600             SET WS-PARTITION-FOUND TO TRUE
005610     END-SEARCH.
005620 1038-EXIT.
005630     EXIT.
005640*****************************************************************
005650* 1040-LOAD-CALENDAR - TABLE THE NON-PROCESSING DATES FROM THE
005660* PROCESSING-CALENDAR FILE SO THE ROLL-FORWARD CAN SKIP THEM.
005670* A MISSING OR EMPTY CALENDAR IS NOT FATAL - THE ROLL STILL
005680* SKIPS WEEKENDS, WHICH ARE COMPUTED, IT JUST CANNOT KNOW THE
005690* HOLIDAYS.
005700*****************************************************************
005710 1040-LOAD-CALENDAR.
005720     OPEN INPUT PROCESSING-CALENDAR.
005730     IF WS-CA-FILE-STATUS NOT = '00'
005740         DISPLAY 'GREETMRG: PROCESSING CALENDAR UNAVAILABLE, '
005750             'FILE STATUS = ' WS-CA-FILE-STATUS
005760             ' - WEEKENDS ONLY'
005770         SET WS-END-OF-CALENDAR TO TRUE
005780         GO TO 1040-EXIT
005790     END-IF.
005800     PERFORM 1045-READ-CALENDAR
005810         THRU 1045-EXIT.
005820     PERFORM 1047-TABLE-ONE-DATE
005830         THRU 1047-EXIT
005840         UNTIL WS-END-OF-CALENDAR.
005850     CLOSE PROCESSING-CALENDAR.
005860     DISPLAY 'GREETMRG: CALENDAR DATES LOADED   = ' WS-CAL-COUNT.
005870 1040-EXIT.
005880     EXIT.
005890*****************************************************************
005900* 1045-READ-CALENDAR
005910*****************************************************************
005920 1045-READ-CALENDAR.
005930     READ PROCESSING-CALENDAR
005940         AT END
005950             SET WS-END-OF-CALENDAR TO TRUE
005960     END-READ.
005970 1045-EXIT.
005980     EXIT.
005990*****************************************************************
006000* 1047-TABLE-ONE-DATE
006010*****************************************************************
006020 1047-TABLE-ONE-DATE.
006030     IF CA-CALENDAR-DATE NOT NUMERIC
006040         GO TO 1047-NEXT
006050     END-IF.
006060     IF WS-CAL-COUNT = WS-CAL-MAX
006070         DISPLAY 'GREETMRG: CALENDAR TABLE FULL - REMAINING '
006080             'DATES IGNORED'
006090         SET WS-END-OF-CALENDAR TO TRUE
006100         GO TO 1047-EXIT
006110     END-IF.
006120     ADD 1 TO WS-CAL-COUNT.
006130     SET CA-IDX TO WS-CAL-COUNT.
006140     MOVE CA-CALENDAR-DATE TO WS-CAL-DATE (CA-IDX).
006150 1047-NEXT.
006160     PERFORM 1045-READ-CALENDAR
006170         THRU 1045-EXIT.
006180 1047-EXIT.
006190     EXIT.
006200*****************************************************************
006210* 1990-UPDATE-RUN-CONTROL - THE WHOLE PARTITIONED CYCLE HAS NOW
006220* COMPLETED: RECORD THE PROCESSING DATE AS THE LAST COMPLETED
006230* DATE AND ROLL THE PROCESSING DATE TO THE NEXT BUSINESS DAY, AS
006240* GREETBAT DOES AT THE END OF AN UNPARTITIONED RUN.
006250*****************************************************************
006260 1990-UPDATE-RUN-CONTROL.
006270     OPEN I-O GREETING-RUN-CONTROL.
006280     IF WS-RN-FILE-STATUS NOT = '00'
006290         DISPLAY 'GREETMRG: UNABLE TO REOPEN RUN-CONTROL, '
006300             'FILE STATUS = ' WS-RN-FILE-STATUS
006310         MOVE 12 TO WS-WORST-RETURN-CODE
006320         GO TO 1990-EXIT
006330     END-IF.
006340     IF WS-RN-RECORD-EXISTS
006350         READ GREETING-RUN-CONTROL
006360     END-IF.
006370     MOVE WS-RUN-DATE TO RN-LAST-COMPLETED-DATE.
006380     MOVE WS-RUN-DATE TO WS-ROLL-DATE-N.
006390     MOVE ZERO TO WS-ROLL-TRIES.
006400     MOVE 'N' TO WS-BUSINESS-DAY-SWITCH.
006410     PERFORM 8050-ROLL-TO-BUSINESS-DAY
006420         THRU 8050-EXIT
006430         UNTIL WS-IS-BUSINESS-DAY
006440            OR WS-ROLL-TRIES > 30.
006450     MOVE WS-ROLL-DATE-N TO RN-PROCESS-DATE.
006460     IF WS-RN-RECORD-EXISTS
006470         REWRITE RUN-CONTROL-RECORD
006480     ELSE
006490         WRITE RUN-CONTROL-RECORD
006500         SET WS-RN-RECORD-EXISTS TO TRUE
006510     END-IF.
006520     CLOSE GREETING-RUN-CONTROL.
006530     DISPLAY 'GREETMRG: RUN-CONTROL ROLLED TO ' RN-PROCESS-DATE.
006540 1990-EXIT.
006550     EXIT.
006560*****************************************************************
006570* 2000-CHECK-PARTITIONS - MARK EACH PARTITION COMPLETE FROM ITS
006580* GREETBAT CYCLE CONTROL RECORD ON GREETPCY AND KEEP THE RECORD
006590* FOR 4000-WRITE-CYCLE-TOTALS, THEN LIST EVERY PARTITION ON THE
006600* MERGE REPORT.  A RERUN PARTITION APPENDS A SECOND RECORD; THE
006610* LAST ONE READ REPLACES THE EARLIER ONE, AS IN GREETBAL.
006620*****************************************************************
006630 2000-CHECK-PARTITIONS.
006640     OPEN INPUT PARTITION-CYCLE.
006650     IF WS-PY-FILE-STATUS NOT = '00'
006660         DISPLAY 'GREETMRG: UNABLE TO OPEN PARTITION CYCLE FILE, '
006670             'FILE STATUS = ' WS-PY-FILE-STATUS
006680         MOVE 'PARTITION CYCLE FILE OPEN FAILED'
006690             TO WS-MESSAGE-LINE
006700         MOVE 12 TO WS-WORST-RETURN-CODE
006710         PERFORM 9000-TERMINATE
006720             THRU 9000-EXIT
006730         GOBACK
006740     END-IF.
006750     PERFORM 2010-READ-PARTITION-CYCLE
006760         THRU 2010-EXIT.
006770     PERFORM 2020-TAKE-CYCLE-RECORD
006780         THRU 2020-EXIT
006790         UNTIL WS-END-OF-PARTITION-CYCLE.
006800     CLOSE PARTITION-CYCLE.
006810     WRITE MERGE-REPORT-LINE FROM WS-HEADING-2.
006820     PERFORM 2100-LIST-ONE-PARTITION
006830         THRU 2100-EXIT
006840         VARYING PE-IDX FROM 1 BY 1
006850         UNTIL PE-IDX > WS-PART-COUNT.
006860     WRITE MERGE-REPORT-LINE FROM WS-BLANK-LINE.
006870     DISPLAY 'GREETMRG: PARTITIONS COMPLETE      = '
006880         WS-COMPLETE-COUNT.
006890 2000-EXIT.
006900     EXIT.
006910*****************************************************************
006920* 2010-READ-PARTITION-CYCLE
006930*****************************************************************
006940 2010-READ-PARTITION-CYCLE.
006950     READ PARTITION-CYCLE
006960         AT END
006970             SET WS-END-OF-PARTITION-CYCLE TO TRUE
006980     END-READ.
006990 2010-EXIT.
007000     EXIT.
007010*****************************************************************
007020* 2020-TAKE-CYCLE-RECORD
007030*****************************************************************
007040 2020-TAKE-CYCLE-RECORD.
007050     ADD 1 TO WS-CYCLE-READ-COUNT.
007060     IF NOT CY-FROM-GREETBAT
007070         GO TO 2020-NEXT
007080     END-IF.
007090     IF CY-CYCLE-DATE NOT = WS-RUN-DATE
007100         DISPLAY 'GREETMRG: PARTITION ' CY-PARTITION-ID
007110             ' RECORD FOR CYCLE ' CY-CYCLE-DATE
007120             ' IS NOT FOR THIS CYCLE'
007130         ADD 1 TO WS-STALE-COUNT
007140         GO TO 2020-NEXT
007150     END-IF.
007160     MOVE CY-PARTITION-ID TO WS-FIND-PARTITION-ID.
007170     PERFORM 1038-FIND-PARTITION
007180         THRU 1038-EXIT.
007190     IF NOT WS-PARTITION-FOUND
007200         DISPLAY 'GREETMRG: PARTITION ' CY-PARTITION-ID
007210             ' IS NOT ON PARTITION CONTROL'
007220         ADD 1 TO WS-UNKNOWN-COUNT
007230         GO TO 2020-NEXT
007240     END-IF.
007250     SET PE-COMPLETE (PE-IDX) TO TRUE.
007260     MOVE CY-BAT-SORTED-READ TO PE-SORTED-READ (PE-IDX).
007270     MOVE CY-BAT-PRODUCED TO PE-PRODUCED (PE-IDX).
007280     MOVE CY-BAT-SUSPENDED TO PE-SUSPENDED (PE-IDX).
007290     MOVE CY-BAT-CARRIED-OVER TO PE-CARRIED-OVER (PE-IDX).
007300     MOVE CY-BAT-LOG-WRITES TO PE-LOG-WRITES (PE-IDX).
007310     MOVE CY-BAT-IFC-WRITES TO PE-IFC-WRITES (PE-IDX).
007320     MOVE CYCLE-CONTROL-RECORD TO PE-CYCLE-RECORD (PE-IDX).
007330 2020-NEXT.
007340     PERFORM 2010-READ-PARTITION-CYCLE
007350         THRU 2010-EXIT.
007360 2020-EXIT.
007370     EXIT.
007380*****************************************************************
007390* 2100-LIST-ONE-PARTITION
007400*****************************************************************
007410 2100-LIST-ONE-PARTITION.
007420     MOVE PE-PARTITION-ID (PE-IDX) TO PL-PARTITION-ID.
007430     MOVE PE-HIGH-SITE-CODE (PE-IDX) TO PL-HIGH-SITE-CODE.
007440     IF PE-HIGH-SITE-CODE (PE-IDX) = SPACES
007450         MOVE '(END)' TO PL-HIGH-SITE-CODE
007460     END-IF.
007470     MOVE PE-SORTED-READ (PE-IDX) TO PL-SORTED-READ.
007480     MOVE PE-PRODUCED (PE-IDX) TO PL-PRODUCED.
007490     MOVE PE-SUSPENDED (PE-IDX) TO PL-SUSPENDED.
007500     MOVE PE-CARRIED-OVER (PE-IDX) TO PL-CARRIED-OVER.
007510     IF PE-COMPLETE (PE-IDX)
007520         MOVE 'COMPLETE' TO PL-STATUS
007530         ADD 1 TO WS-COMPLETE-COUNT
007540         ADD PE-LOG-WRITES (PE-IDX) TO WS-PART-LOG-TOTAL
007550         ADD PE-IFC-WRITES (PE-IDX) TO WS-PART-IFC-TOTAL
007560         ADD PE-SUSPENDED (PE-IDX) TO WS-PART-SUSPENSE-TOTAL
007570         ADD PE-CARRIED-OVER (PE-IDX) TO WS-PART-CARRYOVER-TOTAL
007580     ELSE
007590         MOVE 'NOT COMPLETE' TO PL-STATUS
007600         DISPLAY 'GREETMRG: PARTITION ' PE-PARTITION-ID (PE-IDX)
007610             ' HAS NOT COMPLETED CYCLE ' WS-RUN-DATE
007620     END-IF.
007630     WRITE MERGE-REPORT-LINE FROM WS-PARTITION-LINE.
007640 2100-EXIT.
007650     EXIT.
007660*****************************************************************
007670* 3000-MERGE-FILES - COPY EACH PARTITION FILE CONCATENATION TO
007680* ITS SINGLE OUTPUT.  THE OUTPUTS ARE WORK FILES THE JCL COPIES
007690* TO PRODUCTION ONLY AFTER THIS STEP ENDS CLEANLY, SO A FAILURE
007700* PART WAY THROUGH LEAVES NOTHING HALF-MERGED BEHIND IT.
007710*****************************************************************
007720 3000-MERGE-FILES.
007730     OPEN OUTPUT GREETING-LOG.
007740     OPEN OUTPUT GREETING-IFC.
007750     OPEN OUTPUT GREETING-SUSPENSE.
007760     OPEN OUTPUT GREETING-CARRYOVER.
007770     IF WS-GL-FILE-STATUS NOT = '00'
007780        OR WS-GI-FILE-STATUS NOT = '00'
007790        OR WS-GS-FILE-STATUS NOT = '00'
007800        OR WS-CV-FILE-STATUS NOT = '00'
007810         DISPLAY 'GREETMRG: UNABLE TO OPEN MERGED OUTPUTS, '
007820             'LOG=' WS-GL-FILE-STATUS ' IFC=' WS-GI-FILE-STATUS
007830             ' SUS=' WS-GS-FILE-STATUS ' COV=' WS-CV-FILE-STATUS
007840         SET WS-COPY-FAILED TO TRUE
007850         GO TO 3000-CLOSE
007860     END-IF.
007870     PERFORM 3100-MERGE-LOG
007880         THRU 3100-EXIT.
007890     PERFORM 3200-MERGE-IFC
007900         THRU 3200-EXIT.
007910     PERFORM 3300-MERGE-SUSPENSE
007920         THRU 3300-EXIT.
007930     PERFORM 3400-MERGE-CARRYOVER
007940         THRU 3400-EXIT.
007950 3000-CLOSE.
007960     CLOSE GREETING-LOG.
007970     CLOSE GREETING-IFC.
007980     CLOSE GREETING-SUSPENSE.
007990     CLOSE GREETING-CARRYOVER.
008000 3000-EXIT.
008010     EXIT.
008020*****************************************************************
008030* 3100-MERGE-LOG
008040*****************************************************************
008050 3100-MERGE-LOG.
008060     OPEN INPUT PARTITION-LOG.
008070     IF WS-PL-FILE-STATUS NOT = '00'
008080         DISPLAY 'GREETMRG: UNABLE TO OPEN PARTITION LOG, '
008090             'FILE STATUS = ' WS-PL-FILE-STATUS
008100         SET WS-COPY-FAILED TO TRUE
008110         GO TO 3100-EXIT
008120     END-IF.
008130     MOVE 'N' TO WS-COPY-EOF-SWITCH.
008140     PERFORM 3110-READ-PARTITION-LOG
008150         THRU 3110-EXIT.
008160     PERFORM 3120-COPY-ONE-LOG
008170         THRU 3120-EXIT
008180         UNTIL WS-END-OF-COPY-INPUT.
008190     CLOSE PARTITION-LOG.
008200     DISPLAY 'GREETMRG: LOG RECORDS MERGED       = ' WS-LOG-COUNT.
008210 3100-EXIT.
008220     EXIT.
008230*****************************************************************
008240* 3110-READ-PARTITION-LOG
008250*****************************************************************
008260 3110-READ-PARTITION-LOG.
008270     READ PARTITION-LOG
008280         AT END
008290             SET WS-END-OF-COPY-INPUT TO TRUE
008300     END-READ.
008310 3110-EXIT.
008320     EXIT.
008330*****************************************************************
008340* 3120-COPY-ONE-LOG
008350*****************************************************************
008360 3120-COPY-ONE-LOG.
008370     WRITE MERGED-LOG-RECORD FROM GREETING-LOG-RECORD.
008380     IF WS-GL-FILE-STATUS NOT = '00'
008390         DISPLAY 'GREETMRG: LOG WRITE FAILED, STATUS = '
008400             WS-GL-FILE-STATUS
008410         SET WS-COPY-FAILED TO TRUE
008420         SET WS-END-OF-COPY-INPUT TO TRUE
008430         GO TO 3120-EXIT
008440     END-IF.
008450     ADD 1 TO WS-LOG-COUNT.
008460     PERFORM 3110-READ-PARTITION-LOG
008470         THRU 3110-EXIT.
008480 3120-EXIT.
008490     EXIT.
008500*****************************************************************
008510* 3200-MERGE-IFC
008520*****************************************************************
008530 3200-MERGE-IFC.
008540     OPEN INPUT PARTITION-IFC.
008550     IF WS-PI-FILE-STATUS NOT = '00'
008560         DISPLAY 'GREETMRG: UNABLE TO OPEN PARTITION IFC, '
008570             'FILE STATUS = ' WS-PI-FILE-STATUS
008580         SET WS-COPY-FAILED TO TRUE
008590         GO TO 3200-EXIT
008600     END-IF.
008610     MOVE 'N' TO WS-COPY-EOF-SWITCH.
008620     PERFORM 3210-READ-PARTITION-IFC
008630         THRU 3210-EXIT.
008640     PERFORM 3220-COPY-ONE-IFC
008650         THRU 3220-EXIT
008660         UNTIL WS-END-OF-COPY-INPUT.
008670     CLOSE PARTITION-IFC.
008680     DISPLAY 'GREETMRG: IFC RECORDS MERGED       = ' WS-IFC-COUNT.
008690 3200-EXIT.
008700     EXIT.
008710*****************************************************************
008720* 3210-READ-PARTITION-IFC
008730*****************************************************************
008740 3210-READ-PARTITION-IFC.
008750     READ PARTITION-IFC
008760         AT END
008770             SET WS-END-OF-COPY-INPUT TO TRUE
008780     END-READ.
008790 3210-EXIT.
008800     EXIT.
008810*****************************************************************
008820* 3220-COPY-ONE-IFC
008830*****************************************************************
008840 3220-COPY-ONE-IFC.
008850     WRITE MERGED-IFC-RECORD FROM GREETING-INTERFACE-RECORD.
008860     IF WS-GI-FILE-STATUS NOT = '00'
008870         DISPLAY 'GREETMRG: IFC WRITE FAILED, STATUS = '
008880             WS-GI-FILE-STATUS
008890         SET WS-COPY-FAILED TO TRUE
008900         SET WS-END-OF-COPY-INPUT TO TRUE
008910         GO TO 3220-EXIT
008920     END-IF.
008930     ADD 1 TO WS-IFC-COUNT.
008940     PERFORM 3210-READ-PARTITION-IFC
008950         THRU 3210-EXIT.
008960 3220-EXIT.
008970     EXIT.
008980*****************************************************************
008990* 3300-MERGE-SUSPENSE
009000*****************************************************************
009010 3300-MERGE-SUSPENSE.
009020     OPEN INPUT PARTITION-SUSPENSE.
009030     IF WS-PS-FILE-STATUS NOT = '00'
009040         DISPLAY 'GREETMRG: UNABLE TO OPEN PARTITION SUSPENSE, '
009050             'FILE STATUS = ' WS-PS-FILE-STATUS
009060         SET WS-COPY-FAILED TO TRUE
009070         GO TO 3300-EXIT
009080     END-IF.
009090     MOVE 'N' TO WS-COPY-EOF-SWITCH.
009100     PERFORM 3310-READ-PARTITION-SUSPENSE
009110         THRU 3310-EXIT.
009120     PERFORM 3320-COPY-ONE-SUSPENSE
009130         THRU 3320-EXIT
009140         UNTIL WS-END-OF-COPY-INPUT.
009150     CLOSE PARTITION-SUSPENSE.
009160     DISPLAY 'GREETMRG: SUSPENSE RECORDS MERGED  = '
009170         WS-SUSPENSE-COUNT.
009180 3300-EXIT.
009190     EXIT.
009200*****************************************************************
009210* 3310-READ-PARTITION-SUSPENSE
009220*****************************************************************
009230 3310-READ-PARTITION-SUSPENSE.
009240     READ PARTITION-SUSPENSE
009250         AT END
009260             SET WS-END-OF-COPY-INPUT TO TRUE
009270     END-READ.
009280 3310-EXIT.
009290     EXIT.
009300*****************************************************************
009310* 3320-COPY-ONE-SUSPENSE
009320*****************************************************************
009330 3320-COPY-ONE-SUSPENSE.
009340     WRITE MERGED-SUSPENSE-RECORD FROM GREETING-SUSPENSE-RECORD.
009350     IF WS-GS-FILE-STATUS NOT = '00'
009360         DISPLAY 'GREETMRG: SUSPENSE WRITE FAILED, STATUS = '
009370             WS-GS-FILE-STATUS
009380         SET WS-COPY-FAILED TO TRUE
009390         SET WS-END-OF-COPY-INPUT TO TRUE
009400         GO TO 3320-EXIT
009410     END-IF.
009420     ADD 1 TO WS-SUSPENSE-COUNT.
009430     PERFORM 3310-READ-PARTITION-SUSPENSE
009440         THRU 3310-EXIT.
009450 3320-EXIT.
009460     EXIT.
009470*****************************************************************
009480* 3400-MERGE-CARRYOVER
009490*****************************************************************
009500 3400-MERGE-CARRYOVER.
009510     OPEN INPUT PARTITION-CARRYOVER.
009520     IF WS-PV-FILE-STATUS NOT = '00'
009530         DISPLAY 'GREETMRG: UNABLE TO OPEN PARTITION CARRYOVER, '
009540             'FILE STATUS = ' WS-PV-FILE-STATUS
009550         SET WS-COPY-FAILED TO TRUE
009560         GO TO 3400-EXIT
009570     END-IF.
009580     MOVE 'N' TO WS-COPY-EOF-SWITCH.
009590     PERFORM 3410-READ-PARTITION-CARRYOVER
009600         THRU 3410-EXIT.
009610     PERFORM 3420-COPY-ONE-CARRYOVER
009620         THRU 3420-EXIT
009630         UNTIL WS-END-OF-COPY-INPUT.
009640     CLOSE PARTITION-CARRYOVER.
009650     DISPLAY 'GREETMRG: CARRYOVER RECORDS MERGED = '
009660         WS-CARRYOVER-COUNT.
009670 3400-EXIT.
009680     EXIT.
009690*****************************************************************
009700* 3410-READ-PARTITION-CARRYOVER
009710*****************************************************************
009720 3410-READ-PARTITION-CARRYOVER.
009730     READ PARTITION-CARRYOVER
009740         AT END
009750             SET WS-END-OF-COPY-INPUT TO TRUE
009760     END-READ.
009770 3410-EXIT.
009780     EXIT.
009790*****************************************************************
009800* 3420-COPY-ONE-CARRYOVER
009810*****************************************************************
009820 3420-COPY-ONE-CARRYOVER.
009830     WRITE MERGED-CARRYOVER-RECORD FROM GREETING-TRAN-RECORD.
009840     IF WS-CV-FILE-STATUS NOT = '00'
009850         DISPLAY 'GREETMRG: CARRYOVER WRITE FAILED, STATUS = '
009860             WS-CV-FILE-STATUS
009870         SET WS-COPY-FAILED TO TRUE
009880         SET WS-END-OF-COPY-INPUT TO TRUE
009890         GO TO 3420-EXIT
009900     END-IF.
009910     ADD 1 TO WS-CARRYOVER-COUNT.
009920     PERFORM 3410-READ-PARTITION-CARRYOVER
009930         THRU 3410-EXIT.
009940 3420-EXIT.
009950     EXIT.
009960*****************************************************************
009970* 4000-WRITE-CYCLE-TOTALS - APPEND EACH PARTITION'S GREETBAT
009980* CYCLE CONTROL RECORD TO THE CYCLE CONTROL FILE, WHERE GREETBAL
009990* SUMS THEM.  A FAILURE HERE DOES NOT UNDO THE MERGE - GREETBAL
010000* WILL SHOW THE DRIVER TOTALS MISSING - BUT ENDS THE STEP WITH
010010* RETURN CODE 4.
010020*****************************************************************
010030 4000-WRITE-CYCLE-TOTALS.
010040     OPEN EXTEND CYCLE-CONTROL.
010050     IF WS-CY-FILE-STATUS NOT = '00'
010060         DISPLAY 'GREETMRG: CYCLE CONTROL OPEN FAILED, STATUS = '
010070             WS-CY-FILE-STATUS
010080         IF WS-WORST-RETURN-CODE < 4
010090             MOVE 4 TO WS-WORST-RETURN-CODE
010100         END-IF
010110         GO TO 4000-EXIT
010120     END-IF.
010130     PERFORM 4100-WRITE-ONE-CYCLE-RECORD
010140         THRU 4100-EXIT
010150         VARYING PE-IDX FROM 1 BY 1
010160         UNTIL PE-IDX > WS-PART-COUNT.
010170     CLOSE CYCLE-CONTROL.
010180 4000-EXIT.
010190     EXIT.
010200*****************************************************************
010210* 4100-WRITE-ONE-CYCLE-RECORD
010220*****************************************************************
010230 4100-WRITE-ONE-CYCLE-RECORD.
010240     WRITE CYCLE-CONTROL-LINE FROM PE-CYCLE-RECORD (PE-IDX).
010250     IF WS-CY-FILE-STATUS NOT = '00'
010260         DISPLAY 'GREETMRG: CYCLE CONTROL WRITE FAILED, STATUS = '
010270             WS-CY-FILE-STATUS
010280         IF WS-WORST-RETURN-CODE < 4
010290             MOVE 4 TO WS-WORST-RETURN-CODE
010300         END-IF
010310         GO TO 4100-EXIT
010320     END-IF.
010330     ADD 1 TO WS-CYCLE-WRITE-COUNT.
010340 4100-EXIT.
010350     EXIT.
010360*****************************************************************
010370* 8050-ROLL-TO-BUSINESS-DAY - ADVANCE WS-ROLL-DATE ONE DAY AND
010380* TEST THE RESULT: A SATURDAY, A SUNDAY, OR A DATE ON THE
010390* PROCESSING CALENDAR IS NOT A BUSINESS DAY AND THE CALLER
010400* LOOPS TO ROLL AGAIN.  THE CALLER'S TRY LIMIT STOPS A RUNAWAY
010410* IF OPERATIONS EVER LOADS A SOLID MONTH OF NON-PROCESSING
010420* DATES BY MISTAKE.
010430*****************************************************************
010440 8050-ROLL-TO-BUSINESS-DAY.
010450     ADD 1 TO WS-ROLL-TRIES.
010460     PERFORM 8100-ROLL-PROCESS-DATE
010470         THRU 8100-EXIT.
010480     PERFORM 8300-COMPUTE-DAY-OF-WEEK
010490         THRU 8300-EXIT.
010500     IF WS-DAY-OF-WEEK < 2
010510         MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
010520         GO TO 8050-EXIT
010530     END-IF.
010540     PERFORM 8350-SEARCH-CALENDAR
010550         THRU 8350-EXIT.
010560     IF WS-CAL-DATE-FOUND
010570         MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
010580     ELSE
010590         SET WS-IS-BUSINESS-DAY TO TRUE
010600     END-IF.
010610 8050-EXIT.
010620     EXIT.
010630*****************************************************************
010640* 8100-ROLL-PROCESS-DATE - ADVANCE WS-ROLL-DATE BY ONE CALENDAR
010650* DAY, HONORING MONTH LENGTHS AND LEAP YEARS.
010660*****************************************************************
010670 8100-ROLL-PROCESS-DATE.
010680     MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
010690     IF WS-ROLL-MONTH = 2
010700         PERFORM 8150-CHECK-LEAP-YEAR
010710             THRU 8150-EXIT
010720     END-IF.
010730     IF WS-ROLL-DAY < WS-DAYS-IN-MONTH
010740         ADD 1 TO WS-ROLL-DAY
010750     ELSE
010760         MOVE 1 TO WS-ROLL-DAY
010770         IF WS-ROLL-MONTH < 12
010780             ADD 1 TO WS-ROLL-MONTH
010790         ELSE
010800             MOVE 1 TO WS-ROLL-MONTH
010810             ADD 1 TO WS-ROLL-YEAR
010820         END-IF
010830     END-IF.
010840 8100-EXIT.
010850     EXIT.
010860*****************************************************************
010870* 8150-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS WHEN THE YEAR IS
010880* DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST BE DIVISIBLE
010890* BY 400.
010900*****************************************************************
010910 8150-CHECK-LEAP-YEAR.
010920     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
010930         REMAINDER WS-LEAP-REMAINDER.
010940     IF WS-LEAP-REMAINDER NOT = ZERO
010950         GO TO 8150-EXIT
010960     END-IF.
010970     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
010980         REMAINDER WS-LEAP-REMAINDER.
010990     IF WS-LEAP-REMAINDER NOT = ZERO
011000         MOVE 29 TO WS-DAYS-IN-MONTH
011010         GO TO 8150-EXIT
011020     END-IF.
011030     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
011040         REMAINDER WS-LEAP-REMAINDER.
011050     IF WS-LEAP-REMAINDER = ZERO
011060         MOVE 29 TO WS-DAYS-IN-MONTH
011070     END-IF.
011080 8150-EXIT.
011090     EXIT.
011100*****************************************************************
011110* 8300-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE DATE IN
011120* WS-ROLL-DATE.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
011130* OF THE PRIOR YEAR.  THE RESULT IN WS-DAY-OF-WEEK IS 0 FOR
011140* SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, THROUGH 6 FOR FRIDAY.
011150*****************************************************************
011160 8300-COMPUTE-DAY-OF-WEEK.
011170     MOVE WS-ROLL-YEAR TO WS-DOW-YEAR.
011180     MOVE WS-ROLL-MONTH TO WS-DOW-MONTH.
011190     IF WS-DOW-MONTH < 3
011200         ADD 12 TO WS-DOW-MONTH
011210         SUBTRACT 1 FROM WS-DOW-YEAR
011220     END-IF.
011230     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
011240         REMAINDER WS-DOW-YY.
011250     MOVE WS-ROLL-DAY TO WS-DOW-SUM.
011260     ADD 1 TO WS-DOW-MONTH GIVING WS-DOW-WORK.
011270     MULTIPLY 13 BY WS-DOW-WORK.
011280     DIVIDE 5 INTO WS-DOW-WORK.
011290     ADD WS-DOW-WORK TO WS-DOW-SUM.
011300     ADD WS-DOW-YY TO WS-DOW-SUM.
011310     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-WORK.
011320     ADD WS-DOW-WORK TO WS-DOW-SUM.
011330     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-WORK.
011340     ADD WS-DOW-WORK TO WS-DOW-SUM.
011350     MULTIPLY WS-DOW-CENTURY BY 5 GIVING WS-DOW-WORK.
011360     ADD WS-DOW-WORK TO WS-DOW-SUM.
011370     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
011380         REMAINDER WS-DAY-OF-WEEK.
011390 8300-EXIT.
011400     EXIT.
011410*****************************************************************
011420* 8350-SEARCH-CALENDAR - IS WS-ROLL-DATE ON THE TABLE OF
011430* NON-PROCESSING DATES?
011440*****************************************************************
011450 8350-SEARCH-CALENDAR.
011460     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
011470     IF WS-CAL-COUNT = ZERO
011480         GO TO 8350-EXIT
011490     END-IF.
011500     SET CA-IDX TO 1.
011510     SEARCH WS-CALENDAR-ENTRY
011520         AT END
011530             MOVE 'N' TO WS-CAL-FOUND-SWITCH
011540         WHEN CA-IDX > WS-CAL-COUNT
011550             MOVE 'N' TO WS-CAL-FOUND-SWITCH
011560             SET CA-IDX TO WS-CAL-COUNT
011570         WHEN WS-CAL-DATE (CA-IDX) = WS-ROLL-DATE-N
011580             SET WS-CAL-DATE-FOUND TO TRUE
011590     END-SEARCH.
011600 8350-EXIT.
011610     EXIT.
011620*****************************************************************
011630* 9000-TERMINATE - THE MERGE TOTALS AND THE CLOSING MESSAGE GO ON
011640* THE MERGE REPORT WHATEVER THE OUTCOME, SO THE PAGE ALWAYS SAYS
011650* WHY THE RUN-CONTROL DID OR DID NOT ROLL.
011660*****************************************************************
011670 9000-TERMINATE.
011680     IF NOT WS-REPORT-OPEN
011690         GO TO 9000-RETURN
011700     END-IF.
011710     WRITE MERGE-REPORT-LINE FROM WS-HEADING-3.
011720     MOVE 'GREETING-LOG RECORDS' TO TL-LABEL.
011730     MOVE WS-LOG-COUNT TO TL-MERGED.
011740     MOVE WS-PART-LOG-TOTAL TO TL-PARTITION-TOTAL.
011750     WRITE MERGE-REPORT-LINE FROM WS-TOTAL-LINE.
011760     MOVE 'GREETING-IFC RECORDS' TO TL-LABEL.
011770     MOVE WS-IFC-COUNT TO TL-MERGED.
011780     MOVE WS-PART-IFC-TOTAL TO TL-PARTITION-TOTAL.
011790     WRITE MERGE-REPORT-LINE FROM WS-TOTAL-LINE.
011800     MOVE 'SUSPENSE RECORDS' TO TL-LABEL.
011810     MOVE WS-SUSPENSE-COUNT TO TL-MERGED.
011820     MOVE WS-PART-SUSPENSE-TOTAL TO TL-PARTITION-TOTAL.
011830     WRITE MERGE-REPORT-LINE FROM WS-TOTAL-LINE.
011840     MOVE 'CARRYOVER RECORDS' TO TL-LABEL.
011850     MOVE WS-CARRYOVER-COUNT TO TL-MERGED.
011860     MOVE WS-PART-CARRYOVER-TOTAL TO TL-PARTITION-TOTAL.
011870     WRITE MERGE-REPORT-LINE FROM WS-TOTAL-LINE.
011880     WRITE MERGE-REPORT-LINE FROM WS-BLANK-LINE.
011890     WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE.
011900     CLOSE MERGE-REPORT.
011910 9000-RETURN.
011920     DISPLAY 'GREETMRG: CYCLE CONTROL RECORDS    = '
011930         WS-CYCLE-WRITE-COUNT.
011940     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
011950 9000-EXIT.
011960     EXIT.
