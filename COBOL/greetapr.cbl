000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GREETAPR.
000030 AUTHOR. R L BENSON.
000040 INSTALLATION. BYTELAYER DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* GREETAPR
000090*
000100* APPROVAL RUN FOR THE PENDING-CHANGE FILE.  GREETMNT, SITEMNT,
000110* GREETENM AND GREETSOM STAGE EVERY MAINTENANCE TRANSACTION THERE
000120* RATHER THAN APPLYING IT; THIS PROGRAM READS ONE DECISION RECORD
000130* PER STAGED CHANGE - APPROVE OR REJECT, BY PENDING KEY - AND
000140* RECORDS THE DECISION, THE APPROVER AND THE DATE ON THE PENDING
000150* RECORD.  A DECISION IS REFUSED WHEN THE APPROVER IS THE USER
000160* WHO KEYED THE CHANGE, WHEN THE APPROVER IS BLANK, OR WHEN THE
000170* CHANGE HAS ALREADY BEEN DECIDED, SO NO CHANGE REACHES A MASTER
000180* ON ONE PERSON'S SAY-SO.  THE MAINTENANCE PROGRAMS, RUN WITH
000190* PARM 'APPLY' IN THE STEPS THAT FOLLOW, APPLY ONLY WHAT IS
000200* APPROVED.
000210*
000220* AFTER THE DECISIONS, THE WHOLE PENDING-CHANGE FILE IS READ
000230* AND EVERY CHANGE STILL AWAITING A DECISION FOR MORE THAN THE
000240* AGE LIMIT (2 CALENDAR DAYS UNLESS THE EXEC PARM, COLS 1-3,
000250* SAYS OTHERWISE) IS LISTED, SO NOTHING SITS UNNOTICED.  A RUN
000260* WITH AN EMPTY DECISION FILE JUST PRINTS THE AGED LIST.
000270*
000280*   MOD LOG
000290*   DATE       INIT  DESCRIPTION
000300*   ---------- ----  -------------------------------------------
000310*   2026-10-15 RLB   ORIGINAL PROGRAM
000311*   2026-10-15 RLB   LIST STANDING-ORDER CHANGES FROM GREETSOM
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PENDING-CHANGE ASSIGN TO GREETPND
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PN-PENDING-KEY
000430         FILE STATUS IS WS-PN-FILE-STATUS.
000440     SELECT PENDING-DECISIONS ASSIGN TO GREETPAX
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PX-FILE-STATUS.
000470     SELECT PENDING-REPORT ASSIGN TO PENDRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PR-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PENDING-CHANGE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY GREETPND.
000550 FD  PENDING-DECISIONS
000560     LABEL RECORDS ARE STANDARD
000570     RECORDING MODE IS F.
000580 COPY GREETPAX.
000590 FD  PENDING-REPORT
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620 01  PENDING-REPORT-LINE             PIC X(80).
000630 WORKING-STORAGE SECTION.
000640 77  WS-PN-FILE-STATUS           PIC X(02) VALUE SPACES.
000650 77  WS-PX-FILE-STATUS           PIC X(02) VALUE SPACES.
000660 77  WS-PR-FILE-STATUS           PIC X(02) VALUE SPACES.
000670 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
000680 77  WS-AGE-LIMIT                PIC 9(03) VALUE 2.
000690 77  WS-AGE-DAYS                 PIC 9(03) VALUE ZERO.
000700 77  WS-DECISION-COUNT           PIC 9(05) VALUE ZERO.
000710 77  WS-APPROVE-COUNT            PIC 9(05) VALUE ZERO.
000720 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
000730 77  WS-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
000740 77  WS-PENDING-READ-COUNT       PIC 9(07) VALUE ZERO.
000750 77  WS-STILL-PENDING-COUNT      PIC 9(05) VALUE ZERO.
000760 77  WS-AGED-COUNT               PIC 9(05) VALUE ZERO.
000770 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
000780 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
000790 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
000800 01  WS-ROLL-DATE-N              PIC 9(08) VALUE ZEROS.
000810 01  WS-ROLL-DATE REDEFINES WS-ROLL-DATE-N.
000820     05  WS-ROLL-YEAR            PIC 9(04).
000830     05  WS-ROLL-MONTH           PIC 9(02).
000840     05  WS-ROLL-DAY             PIC 9(02).
000850 01  WS-MONTH-DAYS-TABLE.
000860     05  FILLER                  PIC X(24)
000870         VALUE '312831303130313130313031'.
000880 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
000890     05  WS-MONTH-DAYS           OCCURS 12 TIMES PIC 9(02).
000900 01  WS-SWITCHES.
000910     05  WS-PX-EOF-SWITCH         PIC X(01) VALUE 'N'.
000920         88  WS-END-OF-DECISIONS           VALUE 'Y'.
000930     05  WS-PN-EOF-SWITCH         PIC X(01) VALUE 'N'.
000940         88  WS-END-OF-PENDING             VALUE 'Y'.
000950 01  WS-HEADING-1.
000960     05  FILLER                   PIC X(35)
000970         VALUE 'PENDING MAINTENANCE CHANGE REPORT'.
000980     05  FILLER                   PIC X(10) VALUE SPACES.
000990     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
001000     05  HD-RUN-DATE              PIC 9(08).
001010     05  FILLER                   PIC X(17) VALUE SPACES.
001020 01  WS-DECISION-HEADING.
001030     05  FILLER                   PIC X(31)
001040         VALUE 'DECISIONS RECORDED THIS RUN'.
001050     05  FILLER                   PIC X(49) VALUE SPACES.
001060 01  WS-DECISION-COLUMNS.
001070     05  FILLER                   PIC X(21) VALUE 'PENDING KEY'.
001080     05  FILLER                   PIC X(02) VALUE 'D'.
001090     05  FILLER                   PIC X(09) VALUE 'APPROVER'.
001100     05  FILLER                   PIC X(48) VALUE 'RESULT'.
001110 01  WS-DECISION-LINE.
001120     05  DC-PENDING-KEY           PIC X(20).
001130     05  FILLER                   PIC X(01) VALUE SPACES.
001140     05  DC-DECISION              PIC X(01).
001150     05  FILLER                   PIC X(01) VALUE SPACES.
001160     05  DC-APPROVER              PIC X(08).
001170     05  FILLER                   PIC X(01) VALUE SPACES.
001180     05  DC-RESULT                PIC X(40).
001190     05  FILLER                   PIC X(08) VALUE SPACES.
001200 01  WS-AGED-HEADING.
001210     05  FILLER                   PIC X(33)
001220         VALUE 'CHANGES AWAITING A DECISION OVER '.
001230     05  HD-AGE-LIMIT             PIC ZZ9.
001240     05  FILLER                   PIC X(05) VALUE ' DAYS'.
001250     05  FILLER                   PIC X(39) VALUE SPACES.
001260 01  WS-AGED-COLUMNS.
001270     05  FILLER                   PIC X(21) VALUE 'PENDING KEY'.
001280     05  FILLER                   PIC X(09) VALUE 'FILE'.
001290     05  FILLER                   PIC X(12) VALUE 'CHANGE'.
001300     05  FILLER                   PIC X(09) VALUE 'KEYED BY'.
001310     05  FILLER                   PIC X(09) VALUE 'STAGED'.
001320     05  FILLER                   PIC X(20) VALUE 'DAYS'.
001330 01  WS-AGED-LINE.
001340     05  AL-PENDING-KEY           PIC X(20).
001350     05  FILLER                   PIC X(01) VALUE SPACES.
001360     05  AL-TARGET-FILE           PIC X(08).
001370     05  FILLER                   PIC X(01) VALUE SPACES.
001380     05  AL-CHANGE                PIC X(11).
001390     05  FILLER                   PIC X(01) VALUE SPACES.
001400     05  AL-STAGE-USER            PIC X(08).
001410     05  FILLER                   PIC X(01) VALUE SPACES.
001420     05  AL-STAGE-DATE            PIC 9(08).
001430     05  FILLER                   PIC X(01) VALUE SPACES.
001440     05  AL-AGE-DAYS              PIC ZZ9.
001450     05  FILLER                   PIC X(17) VALUE SPACES.
001460 01  WS-NONE-LINE.
001470     05  FILLER                   PIC X(06) VALUE SPACES.
001480     05  FILLER                   PIC X(04) VALUE 'NONE'.
001490     05  FILLER                   PIC X(70) VALUE SPACES.
001500 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001510 LINKAGE SECTION.
001520 01  LS-PARM-DATA.
001530     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001540     05  LS-PARM-TEXT            PIC X(03).
001550 PROCEDURE DIVISION USING LS-PARM-DATA.
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE
001580         THRU 1000-EXIT.
001590     PERFORM 2000-PROCESS-DECISIONS
001600         THRU 2000-EXIT
001610         UNTIL WS-END-OF-DECISIONS.
001620     IF WS-DECISION-COUNT = ZERO
001630         WRITE PENDING-REPORT-LINE FROM WS-NONE-LINE
001640     END-IF.
001650     PERFORM 3000-START-AGED-LIST
001660         THRU 3000-EXIT.
001670     PERFORM 3100-CHECK-ONE-PENDING
001680         THRU 3100-EXIT
001690         UNTIL WS-END-OF-PENDING.
001700     IF WS-AGED-COUNT = ZERO
001710         WRITE PENDING-REPORT-LINE FROM WS-NONE-LINE
001720     END-IF.
001730     PERFORM 9000-TERMINATE
001740         THRU 9000-EXIT.
001750     GOBACK.
001760 0000-EXIT.
001770     EXIT.
001780*****************************************************************
001790* 1000-INITIALIZE - AGE LIMIT FROM THE PARM, OPEN FILES, AND
001800* HEAD UP THE DECISION SECTION OF THE REPORT.
001810*****************************************************************
001820 1000-INITIALIZE.
001830     MOVE ZERO TO RETURN-CODE.
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001850     IF LS-PARM-LENGTH > 2
001860        AND LS-PARM-TEXT(1:3) NUMERIC
001870         MOVE LS-PARM-TEXT(1:3) TO WS-AGE-LIMIT
001880     END-IF.
001890     OPEN I-O PENDING-CHANGE.
001900     OPEN INPUT PENDING-DECISIONS.
001910     OPEN OUTPUT PENDING-REPORT.
001920     IF WS-PN-FILE-STATUS NOT = '00'
001930        OR WS-PX-FILE-STATUS NOT = '00'
001940        OR WS-PR-FILE-STATUS NOT = '00'
001950         DISPLAY 'GREETAPR: UNABLE TO OPEN REQUIRED FILES, '
001960             'PENDING=' WS-PN-FILE-STATUS
001970             ' DECISIONS=' WS-PX-FILE-STATUS
001980             ' REPORT=' WS-PR-FILE-STATUS
001990         MOVE 12 TO RETURN-CODE
002000         PERFORM 9000-TERMINATE
002010             THRU 9000-EXIT
002020         GOBACK
002030     END-IF.
002040     MOVE WS-RUN-DATE TO HD-RUN-DATE.
002050     WRITE PENDING-REPORT-LINE FROM WS-HEADING-1.
002060     WRITE PENDING-REPORT-LINE FROM WS-BLANK-LINE.
002070     WRITE PENDING-REPORT-LINE FROM WS-DECISION-HEADING.
002080     WRITE PENDING-REPORT-LINE FROM WS-DECISION-COLUMNS.
002090     PERFORM 2100-READ-DECISION
002100         THRU 2100-EXIT.
002110 1000-EXIT.
002120     EXIT.
002130*****************************************************************
002140* 2000-PROCESS-DECISIONS - RECORD ONE APPROVE OR REJECT AGAINST
002150* ITS PENDING CHANGE.  THE DECISION IS REFUSED, AND THE CHANGE
002160* LEFT PENDING, WHEN IT IS NOT A KNOWN DECISION CODE, HAS NO
002170* APPROVER, NAMES A CHANGE THAT IS NOT ON FILE OR IS NO LONGER
002180* PENDING, OR COMES FROM THE SAME USER WHO KEYED THE CHANGE.
002190*****************************************************************
002200 2000-PROCESS-DECISIONS.
002210     ADD 1 TO WS-DECISION-COUNT.
002220     MOVE PAX-PENDING-KEY TO DC-PENDING-KEY.
002230     MOVE PAX-DECISION TO DC-DECISION.
002240     MOVE PAX-APPROVER-USER TO DC-APPROVER.
002250     IF NOT PAX-APPROVE
002260        AND NOT PAX-REJECT
002270         MOVE 'REFUSED - INVALID DECISION CODE' TO DC-RESULT
002280         GO TO 2000-REFUSED
002290     END-IF.
002300     IF PAX-APPROVER-USER = SPACES
002310         MOVE 'REFUSED - NO APPROVER USER' TO DC-RESULT
002320         GO TO 2000-REFUSED
002330     END-IF.
002340     MOVE PAX-PENDING-KEY TO PN-PENDING-KEY.
002350     READ PENDING-CHANGE
002360         INVALID KEY
002370             MOVE 'REFUSED - PENDING KEY NOT ON FILE' TO DC-RESULT
002380             GO TO 2000-REFUSED
002390     END-READ.
002400     IF NOT PN-PENDING
002410         MOVE 'REFUSED - CHANGE ALREADY DECIDED' TO DC-RESULT
002420         GO TO 2000-REFUSED
002430     END-IF.
002440     IF PAX-APPROVER-USER = PN-STAGE-USER
002450         MOVE 'REFUSED - APPROVER KEYED THE CHANGE' TO DC-RESULT
002460         GO TO 2000-REFUSED
002470     END-IF.
002480     IF PAX-APPROVE
002490         SET PN-APPROVED TO TRUE
002500     ELSE
002510         SET PN-REJECTED TO TRUE
002520     END-IF.
002530     MOVE PAX-APPROVER-USER TO PN-DECISION-USER.
002540     MOVE WS-RUN-DATE TO PN-DECISION-DATE.
002550     MOVE PAX-REASON TO PN-DECISION-REASON.
002560     REWRITE PENDING-CHANGE-RECORD
002570         INVALID KEY
002580             MOVE 'REFUSED - PENDING REWRITE FAILED' TO DC-RESULT
002590             IF RETURN-CODE < 8
002600                 MOVE 8 TO RETURN-CODE
002610             END-IF
002620             GO TO 2000-REFUSED
002630     END-REWRITE.
002640     IF PN-APPROVED
002650         MOVE 'APPROVED' TO DC-RESULT
002660         ADD 1 TO WS-APPROVE-COUNT
002670     ELSE
002680         MOVE 'REJECTED' TO DC-RESULT
002690         ADD 1 TO WS-REJECT-COUNT
002700     END-IF.
002710     DISPLAY 'GREETAPR: ' PAX-PENDING-KEY ' ' DC-RESULT.
002720     WRITE PENDING-REPORT-LINE FROM WS-DECISION-LINE.
002730     GO TO 2000-NEXT.
002740 2000-REFUSED.
002750     DISPLAY 'GREETAPR: ' PAX-PENDING-KEY ' ' DC-RESULT.
002760     WRITE PENDING-REPORT-LINE FROM WS-DECISION-LINE.
002770     ADD 1 TO WS-REFUSED-COUNT.
002780     IF RETURN-CODE < 4
002790         MOVE 4 TO RETURN-CODE
002800     END-IF.
002810 2000-NEXT.
002820     PERFORM 2100-READ-DECISION
002830         THRU 2100-EXIT.
002840 2000-EXIT.
002850     EXIT.
002860*****************************************************************
002870* 2100-READ-DECISION
002880*****************************************************************
002890 2100-READ-DECISION.
002900     READ PENDING-DECISIONS
002910         AT END
002920             SET WS-END-OF-DECISIONS TO TRUE
002930     END-READ.
002940 2100-EXIT.
002950     EXIT.
002960*****************************************************************
002970* 3000-START-AGED-LIST - HEAD UP THE AGED SECTION AND POSITION
002980* AT THE FRONT OF THE PENDING-CHANGE FILE.
002990*****************************************************************
003000 3000-START-AGED-LIST.
003010     MOVE WS-AGE-LIMIT TO HD-AGE-LIMIT.
003020     WRITE PENDING-REPORT-LINE FROM WS-BLANK-LINE.
003030     WRITE PENDING-REPORT-LINE FROM WS-AGED-HEADING.
003040     WRITE PENDING-REPORT-LINE FROM WS-AGED-COLUMNS.
003050     MOVE LOW-VALUES TO PN-PENDING-KEY.
003060     START PENDING-CHANGE
003070         KEY IS NOT LESS THAN PN-PENDING-KEY
003080         INVALID KEY
003090             SET WS-END-OF-PENDING TO TRUE
003100             GO TO 3000-EXIT
003110     END-START.
003120     PERFORM 3200-READ-PENDING
003130         THRU 3200-EXIT.
003140 3000-EXIT.
003150     EXIT.
003160*****************************************************************
003170* 3100-CHECK-ONE-PENDING - A CHANGE STILL AWAITING A DECISION
003180* IS AGED IN CALENDAR DAYS FROM ITS STAGING DATE TO THE RUN
003190* DATE AND LISTED WHEN IT IS OVER THE LIMIT.  A STAGING DATE
003200* THAT IS NOT A DATE IS LISTED TOO, WITH AN AGE OF 999, SINCE
003210* NOBODY CAN SAY HOW LONG IT HAS WAITED.
003220*****************************************************************
003230 3100-CHECK-ONE-PENDING.
003240     ADD 1 TO WS-PENDING-READ-COUNT.
003250     IF NOT PN-PENDING
003260         GO TO 3100-NEXT
003270     END-IF.
003280     ADD 1 TO WS-STILL-PENDING-COUNT.
003290     MOVE 999 TO WS-AGE-DAYS.
003300     IF PN-STAGE-DATE NUMERIC
003310         MOVE PN-STAGE-DATE TO WS-ROLL-DATE-N
003320         IF WS-ROLL-MONTH > ZERO
003330            AND WS-ROLL-MONTH < 13
003340            AND WS-ROLL-DAY > ZERO
003350             MOVE ZERO TO WS-AGE-DAYS
003360             PERFORM 8100-ROLL-ONE-DAY
003370                 THRU 8100-EXIT
003380                 UNTIL WS-ROLL-DATE-N NOT < WS-RUN-DATE
003390                    OR WS-AGE-DAYS = 999
003400         END-IF
003410     END-IF.
003420     IF WS-AGE-DAYS NOT > WS-AGE-LIMIT
003430         GO TO 3100-NEXT
003440     END-IF.
003450     ADD 1 TO WS-AGED-COUNT.
003460     MOVE PN-PENDING-KEY TO AL-PENDING-KEY.
003470     EVALUATE TRUE
003480         WHEN PN-FOR-GREETING-MASTER
003490             MOVE 'GREETMST' TO AL-TARGET-FILE
003500             MOVE PN-TRAN-IMAGE(1:6) TO AL-CHANGE
003510         WHEN PN-FOR-SITE-MASTER
003520             MOVE 'SITEMST' TO AL-TARGET-FILE
003530             MOVE PN-TRAN-IMAGE(1:6) TO AL-CHANGE
003540         WHEN PN-FOR-ENTITLEMENT
003550             MOVE 'ENTITLE' TO AL-TARGET-FILE
003560             MOVE PN-TRAN-IMAGE(1:11) TO AL-CHANGE
003561         WHEN PN-FOR-STANDING-ORDER
003562             MOVE 'SORDERS' TO AL-TARGET-FILE
003563             MOVE PN-TRAN-IMAGE(1:11) TO AL-CHANGE
003570         WHEN OTHER
003580             MOVE PN-TARGET-FILE TO AL-TARGET-FILE
003590             MOVE PN-TRAN-IMAGE(1:11) TO AL-CHANGE
003600     END-EVALUATE.
003610     MOVE PN-STAGE-USER TO AL-STAGE-USER.
003620     MOVE PN-STAGE-DATE TO AL-STAGE-DATE.
003630     MOVE WS-AGE-DAYS TO AL-AGE-DAYS.
003640     WRITE PENDING-REPORT-LINE FROM WS-AGED-LINE.
003650 3100-NEXT.
003660     PERFORM 3200-READ-PENDING
003670         THRU 3200-EXIT.
003680 3100-EXIT.
003690     EXIT.
003700*****************************************************************
003710* 3200-READ-PENDING
003720*****************************************************************
003730 3200-READ-PENDING.
003740     READ PENDING-CHANGE NEXT RECORD
003750         AT END
003760             SET WS-END-OF-PENDING TO TRUE
003770     END-READ.
003780 3200-EXIT.
003790     EXIT.
003800*****************************************************************
003810* 8100-ROLL-ONE-DAY - ADVANCE WS-ROLL-DATE BY ONE CALENDAR DAY,
003820* COUNTING IT INTO WS-AGE-DAYS.  SAME MONTH-END AND LEAP-YEAR
003830* RULES AS THE GREETBAT RUN-CONTROL ROLL.
003840*****************************************************************
003850 8100-ROLL-ONE-DAY.
003860     ADD 1 TO WS-AGE-DAYS.
003870     MOVE WS-MONTH-DAYS(WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
003880     IF WS-ROLL-MONTH = 2
003890         PERFORM 8150-CHECK-LEAP-YEAR
003900             THRU 8150-EXIT
003910     END-IF.
003920     IF WS-ROLL-DAY < WS-DAYS-IN-MONTH
003930         ADD 1 TO WS-ROLL-DAY
003940     ELSE
003950         MOVE 1 TO WS-ROLL-DAY
003960         IF WS-ROLL-MONTH < 12
003970             ADD 1 TO WS-ROLL-MONTH
003980         ELSE
003990             MOVE 1 TO WS-ROLL-MONTH
004000             ADD 1 TO WS-ROLL-YEAR
004010         END-IF
004020     END-IF.
004030 8100-EXIT.
004040     EXIT.
004050*****************************************************************
004060* 8150-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS WHEN THE YEAR IS
004070* DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST BE DIVISIBLE
004080* BY 400.
004090*****************************************************************
004100 8150-CHECK-LEAP-YEAR.
004110     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004120         REMAINDER WS-LEAP-REMAINDER.
004130     IF WS-LEAP-REMAINDER NOT = ZERO
004140         GO TO 8150-EXIT
004150     END-IF.
004160     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004170         REMAINDER WS-LEAP-REMAINDER.
004180     IF WS-LEAP-REMAINDER NOT = ZERO
004190         MOVE 29 TO WS-DAYS-IN-MONTH
004200         GO TO 8150-EXIT
004210     END-IF.
004220     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004230         REMAINDER WS-LEAP-REMAINDER.
004240     IF WS-LEAP-REMAINDER = ZERO
004250         MOVE 29 TO WS-DAYS-IN-MONTH
004260     END-IF.
004270 8150-EXIT.
004280     EXIT.
004290*****************************************************************
004300* 9000-TERMINATE
004310*****************************************************************
004320 9000-TERMINATE.
004330     DISPLAY 'GREETAPR: DECISIONS READ         = '
004340         WS-DECISION-COUNT.
004350     DISPLAY 'GREETAPR: CHANGES APPROVED       = '
004360         WS-APPROVE-COUNT.
004370     DISPLAY 'GREETAPR: CHANGES REJECTED       = '
004380         WS-REJECT-COUNT.
004390     DISPLAY 'GREETAPR: DECISIONS REFUSED      = '
004400         WS-REFUSED-COUNT.
004410     DISPLAY 'GREETAPR: STILL PENDING          = '
004420         WS-STILL-PENDING-COUNT.
004430     DISPLAY 'GREETAPR: PENDING OVER AGE LIMIT = '
004440         WS-AGED-COUNT.
004450     CLOSE PENDING-CHANGE.
004460     CLOSE PENDING-DECISIONS.
004470     CLOSE PENDING-REPORT.
004480 9000-EXIT.
004490     EXIT.
