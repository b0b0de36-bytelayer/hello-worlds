000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GREETBAL.
000030 AUTHOR. R L BENSON.
000040 INSTALLATION. BYTELAYER DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* GREETBAL
000090*
000100* END-OF-CYCLE BALANCING FOR THE NIGHTLY GREETBAT JOB STREAM.
000110* GREETSOG, GREETEDT, GREETBAT AND GREETDSP EACH APPEND THEIR
000120* CONTROL TOTALS TO THE CYCLE CONTROL FILE (GREETCYC) WHEN THEY
000130* FINISH NORMALLY.  THIS PROGRAM RUNS LAST, PICKS UP THE CYCLE'S
000140* RECORDS - THE LAST ONE WRITTEN BY EACH STEP, SO A RERUN STEP
000150* REPLACES ITS EARLIER TOTALS - AND PROVES NO TRANSACTION WAS
000160* LOST OR INVENTED BETWEEN ONE STEP AND THE NEXT:
000170*
000180*   1. EDIT      GENERATED + KEYED + RECYCLED
000190*                  = CLEAN + REJECTED + DROPPED
000200*   2. DRIVER    CLEAN = PROCESSED + CARRIED OVER
000210*                  (+ SKIPPED TO THE CHECKPOINT ON A RESTART)
000220*   3. OUTCOME   PROCESSED = PRODUCED LOG WRITES + SUSPENSE
000230*                  WRITES
000240*   4. IFC       GREETING-IFC RECORDS = GREETING-LOG WRITES
000250*   5. DISPOSN   DISPOSITION RECORDS = TOTAL SUBMITTED LESS
000260*                  CARRIED OVER, PLUS MISSING-FEED NOTICES
000270*
000280* RECYCLED IS THE PRIOR SUSPENSE AND CARRYOVER GREETEDT PUTS
000290* BACK THROUGH THE EDIT; IT GOES INTO THE CLEAN FILE WITH THE
000300* NEW WORK, SO IT IS COUNTED ON THE INPUT SIDE OF THE EDIT.
000310* KEYED IS GREETEDT'S DETAIL RECORDS LESS THE GREETSOG
000320* GENERATED COUNT (THE TWO ARRIVE CONCATENATED); IF GREETSOG
000330* WROTE MORE THAN GREETEDT READ, KEYED IS ZERO AND THE EDIT
000340* CHECK FAILS.  A FAILED TRANSACTION IS LOGGED AND SUSPENDED
000350* BOTH, SO THE OUTCOME CHECK COUNTS ONLY THE RETURN-CODE-ZERO
000360* LOG WRITES.  CARRIED-OVER WORK GETS NO DISPOSITION UNTIL THE
000370* CYCLE THAT PROCESSES IT; A MISSING-FEED NOTICE IS A REJECT
000380* DISPOSITION WITH NO TRANSACTION BEHIND IT.
000390*
000400* ONE BALANCING PAGE IS PRINTED ON GREETBLR.  THE CYCLE IS THE
000410* EXEC PARM DATE (YYYYMMDD) WHEN GIVEN, OTHERWISE
000420* RN-LAST-COMPLETED-DATE FROM GREETING-RUN-CONTROL, THE SAME AS
000430* GREETDSP.  A STEP WITH NO TOTALS FOR THE CYCLE IS LISTED AND
000440* PUTS THE CYCLE OUT OF BALANCE.
000441*
000442* WHEN GREETBAT RUNS AS SITE-RANGE PARTITIONS, GREETMRG APPENDS
000443* ONE GREETBAT RECORD PER PARTITION (CY-PARTITION-ID).  THE LAST
000444* RECORD FOR EACH PARTITION IS KEPT AND THE PARTITIONS ARE ADDED
000445* TOGETHER INTO ONE SET OF DRIVER TOTALS, SO THE CHECKS ARE THE
000446* SAME AS FOR AN UNPARTITIONED RUN.  THE PARTITION COUNT IS
000447* PRINTED UNDER THE DRIVER, AND A CYCLE HOLDING BOTH PARTITIONED
000448* AND UNPARTITIONED DRIVER TOTALS IS FLAGGED ON THE PAGE.
000450*
000460* RETURN CODES:  0 = IN BALANCE, 8 = OUT OF BALANCE OR TOTALS
000470* MISSING, 12 = FILE FAILURE OR NO USABLE CYCLE DATE.
000480*
000490*   MOD LOG
000500*   DATE       INIT  DESCRIPTION
000510*   ---------- ----  -------------------------------------------
000520*   2026-10-15 RLB   ORIGINAL PROGRAM
000521*   2026-10-15 RLB   SUM GREETBAT TOTALS ACROSS SITE-RANGE
000522*                    PARTITIONS, LAST RECORD PER PARTITION
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CYCLE-CONTROL ASSIGN TO GREETCYC
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CY-FILE-STATUS.
000630     SELECT GREETING-RUN-CONTROL ASSIGN TO GREETRCT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RN-FILE-STATUS.
000660     SELECT BALANCE-REPORT ASSIGN TO GREETBLR
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-BR-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CYCLE-CONTROL
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 COPY GREETCYC.
000750 FD  GREETING-RUN-CONTROL
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 COPY GREETRCN.
000790 FD  BALANCE-REPORT
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  BALANCE-REPORT-LINE             PIC X(80).
000830 WORKING-STORAGE SECTION.
000840 77  WS-CY-FILE-STATUS           PIC X(02) VALUE SPACES.
000850 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
000860 77  WS-BR-FILE-STATUS           PIC X(02) VALUE SPACES.
000870 77  WS-CYCLE-DATE               PIC 9(08) VALUE ZEROS.
000880 77  WS-CONTROL-READ-COUNT       PIC 9(07) VALUE ZERO.
000890 77  WS-CYCLE-RECORD-COUNT       PIC 9(07) VALUE ZERO.
000900 77  WS-MISSING-STEP-COUNT       PIC 9(01) VALUE ZERO.
000910 77  WS-OUT-OF-BALANCE-COUNT     PIC 9(01) VALUE ZERO.
000920 77  WS-KEYED                    PIC 9(08) VALUE ZERO.
000930 77  WS-RECYCLED                 PIC 9(08) VALUE ZERO.
000940 77  WS-DROPPED                  PIC 9(08) VALUE ZERO.
000950 77  WS-SUBMITTED                PIC 9(08) VALUE ZERO.
000960 77  WS-LEFT-SIDE                PIC 9(08) VALUE ZERO.
000970 77  WS-RIGHT-SIDE               PIC 9(08) VALUE ZERO.
000980 77  WS-DIFFERENCE               PIC S9(08) VALUE ZERO.
000990 77  WS-PRINT-COUNT              PIC 9(08) VALUE ZERO.
000991 77  WS-BAT-PART-COUNT           PIC 9(03) VALUE ZERO.
000992 77  WS-BAT-PART-MAX             PIC 9(03) VALUE 50.
001000 01  WS-SOG-FIGURES.
001010     05  WS-SOG-STAMP            PIC X(15) VALUE SPACES.
001020     05  WS-SOG-ORDERS           PIC 9(07) VALUE ZERO.
001030     05  WS-SOG-GENERATED        PIC 9(07) VALUE ZERO.
001040     05  WS-SOG-NOT-DUE          PIC 9(07) VALUE ZERO.
001050     05  WS-SOG-SKIPPED          PIC 9(07) VALUE ZERO.
001060 01  WS-EDT-FIGURES.
001070     05  WS-EDT-STAMP            PIC X(15) VALUE SPACES.
001080     05  WS-EDT-DETAILS          PIC 9(07) VALUE ZERO.
001090     05  WS-EDT-CONTROL          PIC 9(07) VALUE ZERO.
001100     05  WS-EDT-SUSP-RECYCLED    PIC 9(07) VALUE ZERO.
001110     05  WS-EDT-SUSP-AGED        PIC 9(07) VALUE ZERO.
001120     05  WS-EDT-CARR-RECYCLED    PIC 9(07) VALUE ZERO.
001130     05  WS-EDT-REJECTED         PIC 9(07) VALUE ZERO.
001140     05  WS-EDT-DUPLICATES       PIC 9(07) VALUE ZERO.
001150     05  WS-EDT-ALREADY-PRODUCED PIC 9(07) VALUE ZERO.
001160     05  WS-EDT-CLEAN            PIC 9(07) VALUE ZERO.
001170     05  WS-EDT-MISSING-FEEDS    PIC 9(07) VALUE ZERO.
001180 01  WS-BAT-FIGURES.
001190     05  WS-BAT-STAMP            PIC X(15) VALUE SPACES.
001200     05  WS-BAT-READ             PIC 9(07) VALUE ZERO.
001210     05  WS-BAT-SKIPPED          PIC 9(07) VALUE ZERO.
001220     05  WS-BAT-PROCESSED        PIC 9(07) VALUE ZERO.
001230     05  WS-BAT-CARRIED          PIC 9(07) VALUE ZERO.
001240     05  WS-BAT-PRODUCED         PIC 9(07) VALUE ZERO.
001250     05  WS-BAT-SUSPENDED        PIC 9(07) VALUE ZERO.
001260     05  WS-BAT-LOG-WRITES       PIC 9(07) VALUE ZERO.
001270     05  WS-BAT-IFC-WRITES       PIC 9(07) VALUE ZERO.
001271 01  WS-BAT-PARTITION-TABLE.
001272     05  WS-BAT-PARTITION-ENTRY OCCURS 50 TIMES
001273             INDEXED BY BP-IDX.
001274         10  BP-PARTITION-ID     PIC X(02).
001275         10  BP-STAMP            PIC X(15).
001276         10  BP-READ             PIC 9(07).
001277         10  BP-SKIPPED          PIC 9(07).
001278         10  BP-PROCESSED        PIC 9(07).
001279         10  BP-CARRIED          PIC 9(07).
00127A         10  BP-PRODUCED         PIC 9(07).
00127B         10  BP-SUSPENDED        PIC 9(07).
00127C         10  BP-LOG-WRITES       PIC 9(07).
00127D         10  BP-IFC-WRITES       PIC 9(07).
001280 01  WS-DSP-FIGURES.
001290     05  WS-DSP-STAMP            PIC X(15) VALUE SPACES.
001300     05  WS-DSP-REJECTED         PIC 9(07) VALUE ZERO.
001310     05  WS-DSP-SUSPENDED        PIC 9(07) VALUE ZERO.
001320     05  WS-DSP-PRODUCED         PIC 9(07) VALUE ZERO.
001330     05  WS-DSP-EXTRACT          PIC 9(07) VALUE ZERO.
001340 01  WS-STAMP-WORK.
001350     05  WS-STAMP-DATE           PIC 9(08).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  WS-STAMP-TIME           PIC 9(06).
001380 01  WS-SWITCHES.
001390     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001400         88  WS-END-OF-CONTROL             VALUE 'Y'.
001410     05  WS-SOG-SWITCH            PIC X(01) VALUE 'N'.
001420         88  WS-SOG-FOUND                  VALUE 'Y'.
001430     05  WS-EDT-SWITCH            PIC X(01) VALUE 'N'.
001440         88  WS-EDT-FOUND                  VALUE 'Y'.
001450     05  WS-BAT-SWITCH            PIC X(01) VALUE 'N'.
001460         88  WS-BAT-FOUND                  VALUE 'Y'.
001470     05  WS-DSP-SWITCH            PIC X(01) VALUE 'N'.
001480         88  WS-DSP-FOUND                  VALUE 'Y'.
001481     05  WS-BAT-PART-SWITCH       PIC X(01) VALUE 'N'.
001482         88  WS-BAT-PART-FOUND             VALUE 'Y'.
001483     05  WS-BAT-BLANK-SWITCH      PIC X(01) VALUE 'N'.
001484         88  WS-BAT-UNPARTITIONED          VALUE 'Y'.
001490 01  WS-BAL-HEADING-1.
001500     05  FILLER                   PIC X(31)
001510         VALUE 'GREETING CYCLE BALANCING REPORT'.
001520     05  FILLER                   PIC X(22) VALUE SPACES.
001530     05  FILLER                   PIC X(06) VALUE 'CYCLE '.
001540     05  BH-CYCLE-DATE            PIC 9(08).
001550     05  FILLER                   PIC X(13) VALUE SPACES.
001560 01  WS-BAL-HEADING-2.
001570     05  FILLER                   PIC X(22)
001580         VALUE 'CONTROL TOTALS BY STEP'.
001590     05  FILLER                   PIC X(58) VALUE SPACES.
001600 01  WS-BAL-HEADING-3.
001610     05  FILLER                   PIC X(24) VALUE 'CHECK'.
001620     05  FILLER                   PIC X(10) VALUE ' LEFT SIDE'.
001630     05  FILLER                   PIC X(01) VALUE SPACE.
001640     05  FILLER                   PIC X(10) VALUE 'RIGHT SIDE'.
001650     05  FILLER                   PIC X(01) VALUE SPACE.
001660     05  FILLER                   PIC X(11) VALUE ' DIFFERENCE'.
001670     05  FILLER                   PIC X(02) VALUE SPACES.
001680     05  FILLER                   PIC X(21) VALUE 'RESULT'.
001690 01  WS-BAL-BLANK-LINE            PIC X(80) VALUE SPACES.
001700 01  WS-BAL-STEP-LINE.
001710     05  BS-STEP-NAME             PIC X(08).
001720     05  FILLER                   PIC X(02) VALUE SPACES.
001730     05  BS-STEP-TEXT             PIC X(70).
001740 01  WS-BAL-TOTAL-LINE.
001750     05  FILLER                   PIC X(04) VALUE SPACES.
001760     05  BT-LABEL                 PIC X(32).
001770     05  BT-COUNT                 PIC ZZ,ZZZ,ZZ9.
001780     05  FILLER                   PIC X(34) VALUE SPACES.
001790 01  WS-BAL-CHECK-LINE.
001800     05  BC-CHECK-NAME            PIC X(24).
001810     05  BC-LEFT-SIDE             PIC ZZ,ZZZ,ZZ9.
001820     05  FILLER                   PIC X(01) VALUE SPACE.
001830     05  BC-RIGHT-SIDE            PIC ZZ,ZZZ,ZZ9.
001840     05  FILLER                   PIC X(01) VALUE SPACE.
001850     05  BC-DIFFERENCE            PIC -ZZ,ZZZ,ZZ9.
001860     05  FILLER                   PIC X(02) VALUE SPACES.
001870     05  BC-RESULT                PIC X(14).
001880     05  FILLER                   PIC X(07) VALUE SPACES.
001890 01  WS-BAL-RULE-LINE.
001900     05  FILLER                   PIC X(04) VALUE SPACES.
001910     05  BR-RULE-TEXT             PIC X(76) VALUE SPACES.
001920 01  WS-BAL-FINAL-LINE.
001930     05  BF-FINAL-TEXT            PIC X(40).
001940     05  FILLER                   PIC X(40) VALUE SPACES.
001950 LINKAGE SECTION.
001960 01  LS-PARM-DATA.
001970     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001980     05  LS-PARM-TEXT            PIC X(08).
001990 PROCEDURE DIVISION USING LS-PARM-DATA.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE
002020         THRU 1000-EXIT.
002030     PERFORM 2100-READ-CONTROL
002040         THRU 2100-EXIT.
002050     PERFORM 2000-TAKE-CONTROL-RECORD
002060         THRU 2000-EXIT
002070         UNTIL WS-END-OF-CONTROL.
002071     PERFORM 2300-SUM-BAT-PARTITIONS
002072         THRU 2300-EXIT.
002080     PERFORM 3000-PRINT-STEP-TOTALS
002090         THRU 3000-EXIT.
002100     PERFORM 4000-CHECK-BALANCES
002110         THRU 4000-EXIT.
002120     PERFORM 5000-PRINT-RESULT
002130         THRU 5000-EXIT.
002140     PERFORM 9000-TERMINATE
002150         THRU 9000-EXIT.
002160     GOBACK.
002170 0000-EXIT.
002180     EXIT.
002190*****************************************************************
002200* 1000-INITIALIZE - RESOLVE THE CYCLE DATE AND OPEN EVERYTHING.
002210* THE CYCLE CONTROL FILE AND THE REPORT ARE BOTH REQUIRED.
002220*****************************************************************
002230 1000-INITIALIZE.
002240     MOVE ZERO TO RETURN-CODE.
002250     IF LS-PARM-LENGTH > 7
002260        AND LS-PARM-TEXT(1:8) NUMERIC
002270         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-DATE
002280     ELSE
002290         PERFORM 1200-READ-RUN-CONTROL
002300             THRU 1200-EXIT
002310     END-IF.
002320     IF WS-CYCLE-DATE = ZERO
002330         DISPLAY 'GREETBAL: NO USABLE CYCLE DATE - SUPPLY THE '
002340             'PARM OR FIX THE RUN-CONTROL'
002350         MOVE 12 TO RETURN-CODE
002360         GOBACK
002370     END-IF.
002380     DISPLAY 'GREETBAL: BALANCING CYCLE ' WS-CYCLE-DATE.
002390     OPEN INPUT CYCLE-CONTROL.
002400     OPEN OUTPUT BALANCE-REPORT.
002410     IF WS-CY-FILE-STATUS NOT = '00'
002420        OR WS-BR-FILE-STATUS NOT = '00'
002430         DISPLAY 'GREETBAL: UNABLE TO OPEN REQUIRED FILES, '
002440             'CYCLE CONTROL=' WS-CY-FILE-STATUS
002450             ' REPORT=' WS-BR-FILE-STATUS
002460         MOVE 12 TO RETURN-CODE
002470         PERFORM 9000-TERMINATE
002480             THRU 9000-EXIT
002490         GOBACK
002500     END-IF.
002510     MOVE WS-CYCLE-DATE TO BH-CYCLE-DATE.
002520     WRITE BALANCE-REPORT-LINE FROM WS-BAL-HEADING-1.
002530     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
002540 1000-EXIT.
002550     EXIT.
002560*****************************************************************
002570* 1200-READ-RUN-CONTROL - NO PARM, SO THE CYCLE JUST COMPLETED
002580* IS RN-LAST-COMPLETED-DATE: THE DRIVER STAMPS IT AND ROLLS
002590* RN-PROCESS-DATE FORWARD BEFORE THIS PROGRAM RUNS.
002600*****************************************************************
002610 1200-READ-RUN-CONTROL.
002620     OPEN INPUT GREETING-RUN-CONTROL.
002630     IF WS-RN-FILE-STATUS NOT = '00'
002640         DISPLAY 'GREETBAL: RUN-CONTROL UNAVAILABLE, FILE '
002650             'STATUS = ' WS-RN-FILE-STATUS
002660         GO TO 1200-EXIT
002670     END-IF.
002680     READ GREETING-RUN-CONTROL
002690         AT END
002700             DISPLAY 'GREETBAL: RUN-CONTROL EMPTY'
002710             CLOSE GREETING-RUN-CONTROL
002720             GO TO 1200-EXIT
002730     END-READ.
002740     IF RN-LAST-COMPLETED-DATE NUMERIC
002750         MOVE RN-LAST-COMPLETED-DATE TO WS-CYCLE-DATE
002760     END-IF.
002770     CLOSE GREETING-RUN-CONTROL.
002780 1200-EXIT.
002790     EXIT.
002800*****************************************************************
002810* 2000-TAKE-CONTROL-RECORD - KEEP THE FIGURES FROM EACH RECORD
002820* FOR THE CYCLE.  THE FILE IS IN THE ORDER THE STEPS WROTE IT,
002830* SO A LATER RECORD FROM THE SAME STEP (A RERUN) SIMPLY
002840* OVERLAYS THE EARLIER ONE.
002850*****************************************************************
002860 2000-TAKE-CONTROL-RECORD.
002870     ADD 1 TO WS-CONTROL-READ-COUNT.
002880     IF CY-CYCLE-DATE NOT NUMERIC
002890        OR CY-CYCLE-DATE NOT = WS-CYCLE-DATE
002900         GO TO 2000-NEXT
002910     END-IF.
002920     ADD 1 TO WS-CYCLE-RECORD-COUNT.
002930     MOVE CY-WRITE-DATE TO WS-STAMP-DATE.
002940     MOVE CY-WRITE-TIME TO WS-STAMP-TIME.
002950     IF CY-FROM-GREETSOG
002960         SET WS-SOG-FOUND TO TRUE
002970         MOVE WS-STAMP-WORK TO WS-SOG-STAMP
002980         MOVE CY-SOG-ORDERS-READ TO WS-SOG-ORDERS
002990         MOVE CY-SOG-GENERATED TO WS-SOG-GENERATED
003000         MOVE CY-SOG-NOT-DUE TO WS-SOG-NOT-DUE
003010         MOVE CY-SOG-SKIPPED TO WS-SOG-SKIPPED
003020         GO TO 2000-NEXT
003030     END-IF.
003040     IF CY-FROM-GREETEDT
003050         SET WS-EDT-FOUND TO TRUE
003060         MOVE WS-STAMP-WORK TO WS-EDT-STAMP
003070         MOVE CY-EDT-DETAILS-READ TO WS-EDT-DETAILS
003080         MOVE CY-EDT-CONTROL-RECS TO WS-EDT-CONTROL
003090         MOVE CY-EDT-SUSP-RECYCLED TO WS-EDT-SUSP-RECYCLED
003100         MOVE CY-EDT-SUSP-AGED TO WS-EDT-SUSP-AGED
003110         MOVE CY-EDT-CARR-RECYCLED TO WS-EDT-CARR-RECYCLED
003120         MOVE CY-EDT-REJECTED TO WS-EDT-REJECTED
003130         MOVE CY-EDT-DUPLICATES TO WS-EDT-DUPLICATES
003140         MOVE CY-EDT-ALREADY-PRODUCED TO WS-EDT-ALREADY-PRODUCED
003150         MOVE CY-EDT-CLEAN TO WS-EDT-CLEAN
003160         MOVE CY-EDT-MISSING-FEEDS TO WS-EDT-MISSING-FEEDS
003170         GO TO 2000-NEXT
003180     END-IF.
003181     IF CY-FROM-GREETBAT
003182         PERFORM 2200-TAKE-BAT-RECORD
003183             THRU 2200-EXIT
003184         GO TO 2000-NEXT
003185     END-IF.
003320     IF CY-FROM-GREETDSP
003330         SET WS-DSP-FOUND TO TRUE
003340         MOVE WS-STAMP-WORK TO WS-DSP-STAMP
003350         MOVE CY-DSP-REJECTED TO WS-DSP-REJECTED
003360         MOVE CY-DSP-SUSPENDED TO WS-DSP-SUSPENDED
003370         MOVE CY-DSP-PRODUCED TO WS-DSP-PRODUCED
003380         MOVE CY-DSP-EXTRACT-WRITTEN TO WS-DSP-EXTRACT
003390         GO TO 2000-NEXT
003400     END-IF.
003410     DISPLAY 'GREETBAL: UNKNOWN STEP ON CYCLE CONTROL RECORD - '
003420         CY-STEP-NAME.
003430 2000-NEXT.
003440     PERFORM 2100-READ-CONTROL
003450         THRU 2100-EXIT.
003460 2000-EXIT.
003470     EXIT.
003480*****************************************************************
003490* 2100-READ-CONTROL
003500*****************************************************************
003510 2100-READ-CONTROL.
003520     READ CYCLE-CONTROL
003530         AT END
003540             SET WS-END-OF-CONTROL TO TRUE
003550     END-READ.
003560 2100-EXIT.
003570     EXIT.
003580*****************************************************************
003590* 3000-PRINT-STEP-TOTALS - LIST EVERY STEP'S FIGURES IN JOB
003600* ORDER, OR SAY THE STEP LEFT NONE FOR THIS CYCLE.
003610*****************************************************************
003620 3000-PRINT-STEP-TOTALS.
003630     WRITE BALANCE-REPORT-LINE FROM WS-BAL-HEADING-2.
003640     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
003650     PERFORM 3100-PRINT-SOG-TOTALS
003660         THRU 3100-EXIT.
003670     PERFORM 3200-PRINT-EDT-TOTALS
003680         THRU 3200-EXIT.
003690     PERFORM 3300-PRINT-BAT-TOTALS
003700         THRU 3300-EXIT.
003710     PERFORM 3400-PRINT-DSP-TOTALS
003720         THRU 3400-EXIT.
003730 3000-EXIT.
003740     EXIT.
003750*****************************************************************
003760* 3100-PRINT-SOG-TOTALS
003770*****************************************************************
003780 3100-PRINT-SOG-TOTALS.
003790     MOVE 'GREETSOG' TO BS-STEP-NAME.
003800     IF NOT WS-SOG-FOUND
003810         PERFORM 3800-PRINT-MISSING-STEP
003820             THRU 3800-EXIT
003830         GO TO 3100-EXIT
003840     END-IF.
003850     MOVE SPACES TO BS-STEP-TEXT.
003860     STRING 'STANDING-ORDER GENERATOR, WRITTEN '
003870             DELIMITED BY SIZE
003880         WS-SOG-STAMP DELIMITED BY SIZE
003890         INTO BS-STEP-TEXT.
003900     WRITE BALANCE-REPORT-LINE FROM WS-BAL-STEP-LINE.
003910     MOVE 'ORDERS READ' TO BT-LABEL.
003920     MOVE WS-SOG-ORDERS TO WS-PRINT-COUNT.
003930     PERFORM 3900-PRINT-TOTAL-LINE
003940         THRU 3900-EXIT.
003950     MOVE 'TRANSACTIONS GENERATED' TO BT-LABEL.
003960     MOVE WS-SOG-GENERATED TO WS-PRINT-COUNT.
003970     PERFORM 3900-PRINT-TOTAL-LINE
003980         THRU 3900-EXIT.
003990     MOVE 'ORDERS NOT DUE' TO BT-LABEL.
004000     MOVE WS-SOG-NOT-DUE TO WS-PRINT-COUNT.
004010     PERFORM 3900-PRINT-TOTAL-LINE
004020         THRU 3900-EXIT.
004030     MOVE 'ORDERS SKIPPED' TO BT-LABEL.
004040     MOVE WS-SOG-SKIPPED TO WS-PRINT-COUNT.
004050     PERFORM 3900-PRINT-TOTAL-LINE
004060         THRU 3900-EXIT.
004070     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
004080 3100-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 3200-PRINT-EDT-TOTALS
004120*****************************************************************
004130 3200-PRINT-EDT-TOTALS.
004140     MOVE 'GREETEDT' TO BS-STEP-NAME.
004150     IF NOT WS-EDT-FOUND
004160         PERFORM 3800-PRINT-MISSING-STEP
004170             THRU 3800-EXIT
004180         GO TO 3200-EXIT
004190     END-IF.
004200     MOVE SPACES TO BS-STEP-TEXT.
004210     STRING 'FRONT-END EDIT, WRITTEN '
004220             DELIMITED BY SIZE
004230         WS-EDT-STAMP DELIMITED BY SIZE
004240         INTO BS-STEP-TEXT.
004250     WRITE BALANCE-REPORT-LINE FROM WS-BAL-STEP-LINE.
004260     MOVE 'DETAIL RECORDS READ' TO BT-LABEL.
004270     MOVE WS-EDT-DETAILS TO WS-PRINT-COUNT.
004280     PERFORM 3900-PRINT-TOTAL-LINE
004290         THRU 3900-EXIT.
004300     MOVE 'BATCH CONTROL RECORDS' TO BT-LABEL.
004310     MOVE WS-EDT-CONTROL TO WS-PRINT-COUNT.
004320     PERFORM 3900-PRINT-TOTAL-LINE
004330         THRU 3900-EXIT.
004340     MOVE 'SUSPENSE RECYCLED' TO BT-LABEL.
004350     MOVE WS-EDT-SUSP-RECYCLED TO WS-PRINT-COUNT.
004360     PERFORM 3900-PRINT-TOTAL-LINE
004370         THRU 3900-EXIT.
004380     MOVE 'SUSPENSE AGED OFF' TO BT-LABEL.
004390     MOVE WS-EDT-SUSP-AGED TO WS-PRINT-COUNT.
004400     PERFORM 3900-PRINT-TOTAL-LINE
004410         THRU 3900-EXIT.
004420     MOVE 'CARRYOVER RECYCLED' TO BT-LABEL.
004430     MOVE WS-EDT-CARR-RECYCLED TO WS-PRINT-COUNT.
004440     PERFORM 3900-PRINT-TOTAL-LINE
004450         THRU 3900-EXIT.
004460     MOVE 'REJECTED' TO BT-LABEL.
004470     MOVE WS-EDT-REJECTED TO WS-PRINT-COUNT.
004480     PERFORM 3900-PRINT-TOTAL-LINE
004490         THRU 3900-EXIT.
004500     MOVE 'DUPLICATES DROPPED' TO BT-LABEL.
004510     MOVE WS-EDT-DUPLICATES TO WS-PRINT-COUNT.
004520     PERFORM 3900-PRINT-TOTAL-LINE
004530         THRU 3900-EXIT.
004540     MOVE 'ALREADY PRODUCED DROPPED' TO BT-LABEL.
004550     MOVE WS-EDT-ALREADY-PRODUCED TO WS-PRINT-COUNT.
004560     PERFORM 3900-PRINT-TOTAL-LINE
004570         THRU 3900-EXIT.
004580     MOVE 'CLEAN RECORDS WRITTEN' TO BT-LABEL.
004590     MOVE WS-EDT-CLEAN TO WS-PRINT-COUNT.
004600     PERFORM 3900-PRINT-TOTAL-LINE
004610         THRU 3900-EXIT.
004620     MOVE 'MISSING-FEED NOTICES' TO BT-LABEL.
004630     MOVE WS-EDT-MISSING-FEEDS TO WS-PRINT-COUNT.
004640     PERFORM 3900-PRINT-TOTAL-LINE
004650         THRU 3900-EXIT.
004660     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
004670 3200-EXIT.
004680     EXIT.
004690*****************************************************************
004700* 3300-PRINT-BAT-TOTALS
004710*****************************************************************
004720 3300-PRINT-BAT-TOTALS.
004730     MOVE 'GREETBAT' TO BS-STEP-NAME.
004740     IF NOT WS-BAT-FOUND
004750         PERFORM 3800-PRINT-MISSING-STEP
004760             THRU 3800-EXIT
004770         GO TO 3300-EXIT
004780     END-IF.
004790     MOVE SPACES TO BS-STEP-TEXT.
004800     STRING 'BATCH DRIVER, WRITTEN '
004810             DELIMITED BY SIZE
004820         WS-BAT-STAMP DELIMITED BY SIZE
004830         INTO BS-STEP-TEXT.
004840     WRITE BALANCE-REPORT-LINE FROM WS-BAL-STEP-LINE.
004841     IF WS-BAT-PART-COUNT > 1
004842         MOVE 'SITE-RANGE PARTITIONS' TO BT-LABEL
004843         MOVE WS-BAT-PART-COUNT TO WS-PRINT-COUNT
004844         PERFORM 3900-PRINT-TOTAL-LINE
004845             THRU 3900-EXIT
004846     END-IF.
004847     IF WS-BAT-PART-COUNT > 1
004848        AND WS-BAT-UNPARTITIONED
004849         MOVE '*** PARTITIONED AND UNPARTITIONED TOTALS MIXED ***'
00484A             TO BR-RULE-TEXT
00484B         WRITE BALANCE-REPORT-LINE FROM WS-BAL-RULE-LINE
00484C         DISPLAY 'GREETBAL: CYCLE ' WS-CYCLE-DATE ' HAS GREETBAT '
00484D             'TOTALS WITH AND WITHOUT A PARTITION ID'
00484E     END-IF.
004850     MOVE 'SORTED TRANSACTIONS READ' TO BT-LABEL.
004860     MOVE WS-BAT-READ TO WS-PRINT-COUNT.
004870     PERFORM 3900-PRINT-TOTAL-LINE
004880         THRU 3900-EXIT.
004890     MOVE 'SKIPPED TO RESTART CHECKPOINT' TO BT-LABEL.
004900     MOVE WS-BAT-SKIPPED TO WS-PRINT-COUNT.
004910     PERFORM 3900-PRINT-TOTAL-LINE
004920         THRU 3900-EXIT.
004930     MOVE 'PROCESSED' TO BT-LABEL.
004940     MOVE WS-BAT-PROCESSED TO WS-PRINT-COUNT.
004950     PERFORM 3900-PRINT-TOTAL-LINE
004960         THRU 3900-EXIT.
004970     MOVE 'CARRIED OVER' TO BT-LABEL.
004980     MOVE WS-BAT-CARRIED TO WS-PRINT-COUNT.
004990     PERFORM 3900-PRINT-TOTAL-LINE
005000         THRU 3900-EXIT.
005010     MOVE 'PRODUCED (RC 0 LOG WRITES)' TO BT-LABEL.
005020     MOVE WS-BAT-PRODUCED TO WS-PRINT-COUNT.
005030     PERFORM 3900-PRINT-TOTAL-LINE
005040         THRU 3900-EXIT.
005050     MOVE 'SUSPENSE WRITES' TO BT-LABEL.
005060     MOVE WS-BAT-SUSPENDED TO WS-PRINT-COUNT.
005070     PERFORM 3900-PRINT-TOTAL-LINE
005080         THRU 3900-EXIT.
005090     MOVE 'GREETING-LOG WRITES' TO BT-LABEL.
005100     MOVE WS-BAT-LOG-WRITES TO WS-PRINT-COUNT.
005110     PERFORM 3900-PRINT-TOTAL-LINE
005120         THRU 3900-EXIT.
005130     MOVE 'GREETING-IFC WRITES' TO BT-LABEL.
005140     MOVE WS-BAT-IFC-WRITES TO WS-PRINT-COUNT.
005150     PERFORM 3900-PRINT-TOTAL-LINE
005160         THRU 3900-EXIT.
005170     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
005180 3300-EXIT.
005190     EXIT.
005200*****************************************************************
005210* 3400-PRINT-DSP-TOTALS
005220*****************************************************************
005230 3400-PRINT-DSP-TOTALS.
005240     MOVE 'GREETDSP' TO BS-STEP-NAME.
005250     IF NOT WS-DSP-FOUND
005260         PERFORM 3800-PRINT-MISSING-STEP
005270             THRU 3800-EXIT
005280         GO TO 3400-EXIT
005290     END-IF.
005300     MOVE SPACES TO BS-STEP-TEXT.
005310     STRING 'DISPOSITION EXTRACT, WRITTEN '
005320             DELIMITED BY SIZE
005330         WS-DSP-STAMP DELIMITED BY SIZE
005340         INTO BS-STEP-TEXT.
005350     WRITE BALANCE-REPORT-LINE FROM WS-BAL-STEP-LINE.
005360     MOVE 'REJECTED DISPOSITIONS' TO BT-LABEL.
005370     MOVE WS-DSP-REJECTED TO WS-PRINT-COUNT.
005380     PERFORM 3900-PRINT-TOTAL-LINE
005390         THRU 3900-EXIT.
005400     MOVE 'SUSPENDED DISPOSITIONS' TO BT-LABEL.
005410     MOVE WS-DSP-SUSPENDED TO WS-PRINT-COUNT.
005420     PERFORM 3900-PRINT-TOTAL-LINE
005430         THRU 3900-EXIT.
005440     MOVE 'PRODUCED DISPOSITIONS' TO BT-LABEL.
005450     MOVE WS-DSP-PRODUCED TO WS-PRINT-COUNT.
005460     PERFORM 3900-PRINT-TOTAL-LINE
005470         THRU 3900-EXIT.
005480     MOVE 'EXTRACT RECORDS WRITTEN' TO BT-LABEL.
005490     MOVE WS-DSP-EXTRACT TO WS-PRINT-COUNT.
005500     PERFORM 3900-PRINT-TOTAL-LINE
005510         THRU 3900-EXIT.
005520     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
005530 3400-EXIT.
005540     EXIT.
005550*****************************************************************
005560* 3800-PRINT-MISSING-STEP - THE STEP NAMED IN BS-STEP-NAME LEFT
005570* NO TOTALS FOR THE CYCLE: IT DID NOT RUN, DID NOT FINISH, OR
005580* COULD NOT WRITE THEM.  THE CYCLE CANNOT BE PROVEN.
005590*****************************************************************
005600 3800-PRINT-MISSING-STEP.
005610     ADD 1 TO WS-MISSING-STEP-COUNT.
005620     MOVE '*** NO CONTROL TOTALS FOR THIS CYCLE ***'
005630         TO BS-STEP-TEXT.
005640     WRITE BALANCE-REPORT-LINE FROM WS-BAL-STEP-LINE.
005650     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
005660     DISPLAY 'GREETBAL: NO CONTROL TOTALS FROM ' BS-STEP-NAME
005670         ' FOR CYCLE ' WS-CYCLE-DATE.
005680 3800-EXIT.
005690     EXIT.
005700*****************************************************************
005710* 3900-PRINT-TOTAL-LINE - ONE LABELLED COUNT UNDER A STEP
005720*****************************************************************
005730 3900-PRINT-TOTAL-LINE.
005740     MOVE WS-PRINT-COUNT TO BT-COUNT.
005750     WRITE BALANCE-REPORT-LINE FROM WS-BAL-TOTAL-LINE.
005760 3900-EXIT.
005770     EXIT.
005780*****************************************************************
005790* 4000-CHECK-BALANCES - WORK OUT THE DERIVED FIGURES AND PRINT
005800* THE FIVE CHECKS, EACH WITH ITS RULE UNDERNEATH.
005810*****************************************************************
005820 4000-CHECK-BALANCES.
005830     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
005840     WRITE BALANCE-REPORT-LINE FROM WS-BAL-HEADING-3.
005850     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
005860     IF WS-EDT-DETAILS > WS-SOG-GENERATED
005870         SUBTRACT WS-SOG-GENERATED FROM WS-EDT-DETAILS
005880             GIVING WS-KEYED
005890     ELSE
005900         MOVE ZERO TO WS-KEYED
005910     END-IF.
005920     ADD WS-EDT-SUSP-RECYCLED WS-EDT-CARR-RECYCLED
005930         GIVING WS-RECYCLED.
005940     ADD WS-EDT-DUPLICATES WS-EDT-ALREADY-PRODUCED
005950         GIVING WS-DROPPED.
005960     ADD WS-SOG-GENERATED WS-KEYED WS-RECYCLED
005970         GIVING WS-SUBMITTED.
005980     PERFORM 4100-CHECK-EDIT
005990         THRU 4100-EXIT.
006000     PERFORM 4200-CHECK-DRIVER
006010         THRU 4200-EXIT.
006020     PERFORM 4300-CHECK-OUTCOME
006030         THRU 4300-EXIT.
006040     PERFORM 4400-CHECK-IFC
006050         THRU 4400-EXIT.
006060     PERFORM 4500-CHECK-DISPOSITION
006070         THRU 4500-EXIT.
006080 4000-EXIT.
006090     EXIT.
006100*****************************************************************
006110* 4100-CHECK-EDIT - EVERYTHING THAT WENT INTO THE EDIT CAME OUT
006120* CLEAN, REJECTED, OR DROPPED AS A DUPLICATE OR AS ALREADY
006130* PRODUCED.
006140*****************************************************************
006150 4100-CHECK-EDIT.
006160     MOVE '1. EDIT' TO BC-CHECK-NAME.
006170     MOVE WS-SUBMITTED TO WS-LEFT-SIDE.
006180     ADD WS-EDT-CLEAN WS-EDT-REJECTED WS-DROPPED
006190         GIVING WS-RIGHT-SIDE.
006200     STRING 'GENERATED + KEYED + RECYCLED = '
006210             DELIMITED BY SIZE
006220         'CLEAN + REJECTED + DROPPED' DELIMITED BY SIZE
006230         INTO BR-RULE-TEXT.
006240     PERFORM 4900-PRINT-CHECK-LINE
006250         THRU 4900-EXIT.
006260 4100-EXIT.
006270     EXIT.
006280*****************************************************************
006290* 4200-CHECK-DRIVER - EVERY CLEAN RECORD REACHED THE DRIVER AND
006300* WAS PROCESSED, CARRIED OVER, OR (ON A RESTART) SKIPPED AS
006310* ALREADY DONE BY THE FAILED RUN.
006320*****************************************************************
006330 4200-CHECK-DRIVER.
006340     MOVE '2. DRIVER' TO BC-CHECK-NAME.
006350     MOVE WS-EDT-CLEAN TO WS-LEFT-SIDE.
006360     ADD WS-BAT-PROCESSED WS-BAT-CARRIED WS-BAT-SKIPPED
006370         GIVING WS-RIGHT-SIDE.
006380     MOVE 'CLEAN = PROCESSED + CARRIED OVER + RESTART SKIPPED'
006390         TO BR-RULE-TEXT.
006400     PERFORM 4900-PRINT-CHECK-LINE
006410         THRU 4900-EXIT.
006420 4200-EXIT.
006430     EXIT.
006440*****************************************************************
006450* 4300-CHECK-OUTCOME - EVERY PROCESSED TRANSACTION WAS EITHER
006460* PRODUCED (LOGGED WITH RC 0) OR WRITTEN TO SUSPENSE.
006470*****************************************************************
006480 4300-CHECK-OUTCOME.
006490     MOVE '3. OUTCOME' TO BC-CHECK-NAME.
006500     MOVE WS-BAT-PROCESSED TO WS-LEFT-SIDE.
006510     ADD WS-BAT-PRODUCED WS-BAT-SUSPENDED
006520         GIVING WS-RIGHT-SIDE.
006530     MOVE 'PROCESSED = PRODUCED LOG WRITES + SUSPENSE WRITES'
006540         TO BR-RULE-TEXT.
006550     PERFORM 4900-PRINT-CHECK-LINE
006560         THRU 4900-EXIT.
006570 4300-EXIT.
006580     EXIT.
006590*****************************************************************
006600* 4400-CHECK-IFC - GREETING-IFC GETS ONE RECORD FOR EVERY
006610* GREETING-LOG RECORD, JOB-LEVEL FAILURE RECORDS INCLUDED.
006620*****************************************************************
006630 4400-CHECK-IFC.
006640     MOVE '4. INTERFACE' TO BC-CHECK-NAME.
006650     MOVE WS-BAT-IFC-WRITES TO WS-LEFT-SIDE.
006660     MOVE WS-BAT-LOG-WRITES TO WS-RIGHT-SIDE.
006670     MOVE 'GREETING-IFC RECORDS = GREETING-LOG WRITES'
006680         TO BR-RULE-TEXT.
006690     PERFORM 4900-PRINT-CHECK-LINE
006700         THRU 4900-EXIT.
006710 4400-EXIT.
006720     EXIT.
006730*****************************************************************
006740* 4500-CHECK-DISPOSITION - EVERY SUBMITTED TRANSACTION NOT
006750* CARRIED OVER GOT A DISPOSITION RECORD, AND EVERY MISSING-FEED
006760* NOTICE GOT ONE TOO.
006770*****************************************************************
006780 4500-CHECK-DISPOSITION.
006790     MOVE '5. DISPOSITION' TO BC-CHECK-NAME.
006800     MOVE WS-DSP-EXTRACT TO WS-LEFT-SIDE.
006810     ADD WS-SUBMITTED WS-EDT-MISSING-FEEDS
006820         GIVING WS-RIGHT-SIDE.
006830     IF WS-RIGHT-SIDE > WS-BAT-CARRIED
006840         SUBTRACT WS-BAT-CARRIED FROM WS-RIGHT-SIDE
006850     ELSE
006860         MOVE ZERO TO WS-RIGHT-SIDE
006870     END-IF.
006880     STRING 'DISPOSITIONS = SUBMITTED - CARRIED OVER '
006890             DELIMITED BY SIZE
006900         '+ MISSING FEEDS' DELIMITED BY SIZE
006910         INTO BR-RULE-TEXT.
006920     PERFORM 4900-PRINT-CHECK-LINE
006930         THRU 4900-EXIT.
006940 4500-EXIT.
006950     EXIT.
006960*****************************************************************
006970* 4900-PRINT-CHECK-LINE - COMPARE WS-LEFT-SIDE WITH
006980* WS-RIGHT-SIDE, PRINT THE CHECK AND ITS RULE, AND COUNT IT IF
006990* IT DOES NOT TIE.
007000*****************************************************************
007010 4900-PRINT-CHECK-LINE.
007020     SUBTRACT WS-RIGHT-SIDE FROM WS-LEFT-SIDE
007030         GIVING WS-DIFFERENCE.
007040     MOVE WS-LEFT-SIDE TO BC-LEFT-SIDE.
007050     MOVE WS-RIGHT-SIDE TO BC-RIGHT-SIDE.
007060     MOVE WS-DIFFERENCE TO BC-DIFFERENCE.
007070     IF WS-DIFFERENCE = ZERO
007080         MOVE 'IN BALANCE' TO BC-RESULT
007090     ELSE
007100         MOVE 'OUT OF BALANCE' TO BC-RESULT
007110         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
007120         DISPLAY 'GREETBAL: CHECK ' BC-CHECK-NAME
007130             ' OUT OF BALANCE BY ' BC-DIFFERENCE
007140     END-IF.
007150     WRITE BALANCE-REPORT-LINE FROM WS-BAL-CHECK-LINE.
007160     WRITE BALANCE-REPORT-LINE FROM WS-BAL-RULE-LINE.
007170     MOVE SPACES TO BR-RULE-TEXT.
007180 4900-EXIT.
007190     EXIT.
007200*****************************************************************
007210* 5000-PRINT-RESULT - THE LAST LINE ON THE PAGE IS THE VERDICT.
007220* A RESTART IS CALLED OUT: THE SKIPPED TRANSACTIONS WERE LOGGED
007230* AND SUSPENDED BY THE FAILED RUN, SO THE DISPOSITION CHECK MAY
007240* NOT TIE AND HAS TO BE RECONCILED BY HAND.
007250*****************************************************************
007260 5000-PRINT-RESULT.
007270     WRITE BALANCE-REPORT-LINE FROM WS-BAL-BLANK-LINE.
007280     IF WS-BAT-SKIPPED > ZERO
007290         MOVE 'DRIVER WAS RESTARTED - RECONCILE CHECK 5 BY HAND'
007300             TO BF-FINAL-TEXT
007310         WRITE BALANCE-REPORT-LINE FROM WS-BAL-FINAL-LINE
007320     END-IF.
007330     IF WS-OUT-OF-BALANCE-COUNT = ZERO
007340        AND WS-MISSING-STEP-COUNT = ZERO
007350         MOVE '*** CYCLE IN BALANCE ***' TO BF-FINAL-TEXT
007360     ELSE
007370         MOVE '*** CYCLE OUT OF BALANCE ***' TO BF-FINAL-TEXT
007380         MOVE 8 TO RETURN-CODE
007390     END-IF.
007400     WRITE BALANCE-REPORT-LINE FROM WS-BAL-FINAL-LINE.
007410 5000-EXIT.
007420     EXIT.
007430*****************************************************************
007440* 9000-TERMINATE
007450*****************************************************************
007460 9000-TERMINATE.
007470     DISPLAY 'GREETBAL: CONTROL RECORDS READ  = '
007480         WS-CONTROL-READ-COUNT.
007490     DISPLAY 'GREETBAL: RECORDS FOR CYCLE     = '
007500         WS-CYCLE-RECORD-COUNT.
007510     DISPLAY 'GREETBAL: STEPS WITH NO TOTALS  = '
007520         WS-MISSING-STEP-COUNT.
007530     DISPLAY 'GREETBAL: CHECKS OUT OF BALANCE = '
007540         WS-OUT-OF-BALANCE-COUNT.
007550     CLOSE CYCLE-CONTROL.
007560     CLOSE BALANCE-REPORT.
007570 9000-EXIT.
007580     EXIT.
007590*****************************************************************
007600* 2200-TAKE-BAT-RECORD - KEEP A GREETBAT RECORD'S FIGURES UNDER
007610* ITS PARTITION ID (SPACES FOR AN UNPARTITIONED RUN).  A LATER
007620* RECORD FOR THE SAME PARTITION (A RERUN) OVERLAYS THE EARLIER.
007630*****************************************************************
007640 2200-TAKE-BAT-RECORD.
007650     SET WS-BAT-FOUND TO TRUE.
007660     PERFORM 2210-FIND-BAT-PARTITION
007670         THRU 2210-EXIT.
007680     IF NOT WS-BAT-PART-FOUND
007690         IF WS-BAT-PART-COUNT = WS-BAT-PART-MAX
007700             DISPLAY 'GREETBAL: PARTITION TABLE FULL - GREETBAT '
007710                 'TOTALS FOR PARTITION ' CY-PARTITION-ID
007720                 ' IGNORED'
007730             GO TO 2200-EXIT
007740         END-IF
007750         ADD 1 TO WS-BAT-PART-COUNT
007760         SET BP-IDX TO WS-BAT-PART-COUNT
007770         MOVE CY-PARTITION-ID TO BP-PARTITION-ID (BP-IDX)
007780     END-IF.
007790     MOVE WS-STAMP-WORK TO BP-STAMP (BP-IDX).
007800     MOVE CY-BAT-SORTED-READ TO BP-READ (BP-IDX).
007810     MOVE CY-BAT-RESTART-SKIPPED TO BP-SKIPPED (BP-IDX).
007820     MOVE CY-BAT-PROCESSED TO BP-PROCESSED (BP-IDX).
007830     MOVE CY-BAT-CARRIED-OVER TO BP-CARRIED (BP-IDX).
007840     MOVE CY-BAT-PRODUCED TO BP-PRODUCED (BP-IDX).
007850     MOVE CY-BAT-SUSPENDED TO BP-SUSPENDED (BP-IDX).
007860     MOVE CY-BAT-LOG-WRITES TO BP-LOG-WRITES (BP-IDX).
007870     MOVE CY-BAT-IFC-WRITES TO BP-IFC-WRITES (BP-IDX).
007880 2200-EXIT.
007890     EXIT.
007900*****************************************************************
007910* 2210-FIND-BAT-PARTITION - LEAVES BP-IDX ON THE ENTRY FOR
007920* CY-PARTITION-ID WHEN THERE IS ONE.
007930*****************************************************************
007940 2210-FIND-BAT-PARTITION.
007950     MOVE 'N' TO WS-BAT-PART-SWITCH.
007960     IF WS-BAT-PART-COUNT = ZERO
007970         GO TO 2210-EXIT
007980     END-IF.
007990     SET BP-IDX TO 1.
008000     SEARCH WS-BAT-PARTITION-ENTRY
008010         AT END
008020             MOVE 'N' TO WS-BAT-PART-SWITCH
008030         WHEN BP-IDX > WS-BAT-PART-COUNT
008040             MOVE 'N' TO WS-BAT-PART-SWITCH
008050             SET BP-IDX TO WS-BAT-PART-COUNT
008060         WHEN BP-PARTITION-ID (BP-IDX) = CY-PARTITION-ID
008070             SET WS-BAT-PART-FOUND TO TRUE
008080     END-SEARCH.
008090 2210-EXIT.
008100     EXIT.
008110*****************************************************************
008120* 2300-SUM-BAT-PARTITIONS - ADD THE PARTITIONS TOGETHER INTO THE
008130* DRIVER FIGURES THE CHECKS USE.  THE STAMP SHOWN IS THE LATEST
008140* PARTITION'S.
008150*****************************************************************
008160 2300-SUM-BAT-PARTITIONS.
008170     PERFORM 2310-ADD-ONE-PARTITION
008180         THRU 2310-EXIT
008190         VARYING BP-IDX FROM 1 BY 1
008200         UNTIL BP-IDX > WS-BAT-PART-COUNT.
008210 2300-EXIT.
008220     EXIT.
008230*****************************************************************
008240* 2310-ADD-ONE-PARTITION
008250*****************************************************************
008260 2310-ADD-ONE-PARTITION.
008270     IF BP-PARTITION-ID (BP-IDX) = SPACES
008280         SET WS-BAT-UNPARTITIONED TO TRUE
008290     END-IF.
008300     IF BP-STAMP (BP-IDX) > WS-BAT-STAMP
008310         MOVE BP-STAMP (BP-IDX) TO WS-BAT-STAMP
008320     END-IF.
008330     ADD BP-READ (BP-IDX) TO WS-BAT-READ.
008340     ADD BP-SKIPPED (BP-IDX) TO WS-BAT-SKIPPED.
008350     ADD BP-PROCESSED (BP-IDX) TO WS-BAT-PROCESSED.
008360     ADD BP-CARRIED (BP-IDX) TO WS-BAT-CARRIED.
008370     ADD BP-PRODUCED (BP-IDX) TO WS-BAT-PRODUCED.
008380     ADD BP-SUSPENDED (BP-IDX) TO WS-BAT-SUSPENDED.
008390     ADD BP-LOG-WRITES (BP-IDX) TO WS-BAT-LOG-WRITES.
008400     ADD BP-IFC-WRITES (BP-IDX) TO WS-BAT-IFC-WRITES.
008410 2310-EXIT.
008420     EXIT.
