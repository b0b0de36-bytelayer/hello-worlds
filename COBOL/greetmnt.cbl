000130* WRITE FOR NEW CODES), SO OPERATIONS NO LONGER HAS TO EDIT THE
000140* MASTER FILE BY HAND.  EACH TRANSACTION IS ECHOED TO SYSOUT
000150* WITH ITS DISPOSITION SO A RUN CAN BE REVIEWED AFTERWARD.
000151*
000152* NO CHANGE REACHES THE MASTER ON ONE PERSON'S SAY-SO.  A
000153* NORMAL RUN ONLY STAGES EACH TRANSACTION THAT PASSES THE
000154* UP-FRONT CHECKS ONTO THE PENDING-CHANGE FILE, KEYED BY WHO
000155* SUBMITTED IT.  A SECOND USER APPROVES OR REJECTS IT THROUGH
000156* GREETAPR, AND A RUN WITH EXEC PARM 'APPLY' THEN PUTS ONLY
000157* THE APPROVED GREETING-MASTER CHANGES ON THE MASTER, THROUGH
000158* THE SAME ADD/UPDATE/DEACTIVATE/EFFECTIVE-DATE HANDLERS AS
000159* BEFORE, AND MARKS EACH ONE APPLIED OR FAILED.
00015A*
00015B* AN 'R' TRANSACTION RETIRES A CODE IN FAVOR OF A SUCCESSOR.  ON
00015C* APPLY, EVERY SITE DEFAULT, ACTIVE ENTITLEMENT, STANDING ORDER,
00015D* SUSPENSE ITEM AND CARRYOVER ITEM NAMING THE OLD CODE IS
00015E* REPOINTED TO THE SUCCESSOR AND AUDITED, AND ONLY THEN IS THE
00015F* OLD CODE DEACTIVATED.  A PLAIN 'D' IS REFUSED WHILE ACTIVE
00015G* REFERENCES REMAIN UNLESS IT IS FLAGGED TO FORCE.  BOTH LIST
00015H* EVERY SITE FOUND OR CHANGED ON THE IMPACT REPORT (GREETIMP).
000160*
000170*   MOD LOG
000180*   DATE       INIT  DESCRIPTION
000264*                    ON AN ADD OR UPDATE - ONLY &SITENAME AND
000266*                    &RUNDATE ARE KNOWN TO HELLOWLD/GREETBAT,
000268*                    ANYTHING ELSE AFTER AN AMPERSAND IS A TYPO
000269*   2026-10-15 RLB   TWO-PERSON CONTROL - STAGE TRANSACTIONS TO
00026A*                    THE PENDING-CHANGE FILE; PARM 'APPLY'
00026B*                    APPLIES ONLY CHANGES GREETAPR APPROVED
00026C*   2026-10-15 RLB   ADD 'R' RETIRE-AND-REPLACE TRANSACTION WITH
00026D*                    CASCADE TO SITE DEFAULTS, ENTITLEMENTS,
00026E*                    STANDING ORDERS, SUSPENSE AND CARRYOVER;
00026F*                    REFUSE A 'D' WHILE REFERENCES REMAIN UNLESS
00026G*                    FORCED; IMPACT REPORT ON GREETIMP
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000420     SELECT GREETING-AUDIT ASSIGN TO GREETAUD
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-AU-FILE-STATUS.
000442     SELECT PENDING-CHANGE ASSIGN TO GREETPND
000444         ORGANIZATION IS INDEXED
000446         ACCESS MODE IS DYNAMIC
000447         RECORD KEY IS PN-PENDING-KEY
000448         FILE STATUS IS WS-PN-FILE-STATUS.
000449     SELECT SITE-MASTER ASSIGN TO SITEMST
00044A         ORGANIZATION IS INDEXED
00044B         ACCESS MODE IS DYNAMIC
00044C         RECORD KEY IS SM-SITE-CODE
00044D         FILE STATUS IS WS-SM-FILE-STATUS.
00044E     SELECT GREETING-ENTITLE ASSIGN TO GREETENT
00044F         ORGANIZATION IS INDEXED
00044G         ACCESS MODE IS DYNAMIC
00044H         RECORD KEY IS GE-ENTITLE-KEY
00044J         FILE STATUS IS WS-GE-FILE-STATUS.
00044K     SELECT STANDING-ORDERS ASSIGN TO GREETSOR
00044L         ORGANIZATION IS SEQUENTIAL
00044M         FILE STATUS IS WS-SG-FILE-STATUS.
00044N     SELECT GREETING-SUSPENSE ASSIGN TO GREETSIN
00044P         ORGANIZATION IS SEQUENTIAL
00044Q         FILE STATUS IS WS-SI-FILE-STATUS.
00044R     SELECT GREETING-CARRYOVER ASSIGN TO GREETCIN
00044S         ORGANIZATION IS SEQUENTIAL
00044T         FILE STATUS IS WS-CI-FILE-STATUS.
00044U     SELECT IMPACT-REPORT ASSIGN TO GREETIMP
00044V         ORGANIZATION IS SEQUENTIAL
00044W         FILE STATUS IS WS-IM-FILE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  GREETING-MASTER
000500 FD  GREETING-MAINT-TRANS
000510     LABEL RECORDS ARE STANDARD
000520     RECORDING MODE IS F.
000530 01  GREETING-MAINT-IN-RECORD        PIC X(80).
000540 FD  GREETING-AUDIT
000550     LABEL RECORDS ARE STANDARD
000560     RECORDING MODE IS F.
000570 COPY GREETAUD.
000572 FD  PENDING-CHANGE
000574     LABEL RECORDS ARE STANDARD.
000576 COPY GREETPND.
000577 FD  SITE-MASTER
000578     LABEL RECORDS ARE STANDARD.
000579 COPY SITEMAST.
00057A FD  GREETING-ENTITLE
00057B     LABEL RECORDS ARE STANDARD.
00057C COPY GREETENT.
00057D FD  STANDING-ORDERS
00057E     LABEL RECORDS ARE STANDARD
00057F     RECORDING MODE IS F.
00057G COPY GREETSOR.
00057H FD  GREETING-SUSPENSE
00057J     LABEL RECORDS ARE STANDARD
00057K     RECORDING MODE IS F.
00057L COPY GREETSUS.
00057M FD  GREETING-CARRYOVER
00057N     LABEL RECORDS ARE STANDARD
00057P     RECORDING MODE IS F.
00057Q COPY GREETTRN.
00057R FD  IMPACT-REPORT
00057S     LABEL RECORDS ARE STANDARD
00057T     RECORDING MODE IS F.
00057U 01  IMPACT-REPORT-LINE              PIC X(80).
000580 WORKING-STORAGE SECTION.
000590 77  WS-GM-FILE-STATUS           PIC X(02) VALUE SPACES.
000600 77  WS-GX-FILE-STATUS           PIC X(02) VALUE SPACES.
000730 77  WS-BEFORE-IMAGE             PIC X(100) VALUE SPACES.
000732 77  WS-AMP-COUNT                PIC 9(02) VALUE ZERO.
000734 77  WS-TXT-POS                  PIC 9(02) VALUE ZERO.
000735 77  WS-PN-FILE-STATUS           PIC X(02) VALUE SPACES.
000736 77  WS-STAGE-COUNT              PIC 9(05) VALUE ZERO.
000737 77  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
000738 77  WS-APPLY-FAILED-COUNT       PIC 9(05) VALUE ZERO.
000739 77  WS-REJECTS-BEFORE           PIC 9(05) VALUE ZERO.
00073A COPY GREETMTX.
00073B 77  WS-SM-FILE-STATUS           PIC X(02) VALUE SPACES.
00073C 77  WS-GE-FILE-STATUS           PIC X(02) VALUE SPACES.
00073D 77  WS-SG-FILE-STATUS           PIC X(02) VALUE SPACES.
00073E 77  WS-SI-FILE-STATUS           PIC X(02) VALUE SPACES.
00073F 77  WS-CI-FILE-STATUS           PIC X(02) VALUE SPACES.
00073G 77  WS-IM-FILE-STATUS           PIC X(02) VALUE SPACES.
00073H 77  WS-RETIRE-CODE              PIC X(05) VALUE SPACES.
00073J 77  WS-SUCCESSOR-CODE           PIC X(05) VALUE SPACES.
00073K 77  WS-REFERENCE-COUNT          PIC 9(05) VALUE ZERO.
00073L 77  WS-REPOINT-COUNT            PIC 9(05) VALUE ZERO.
00073M 77  WS-CASCADE-ERRORS           PIC 9(05) VALUE ZERO.
00073N 77  WS-RETIRE-COUNT             PIC 9(05) VALUE ZERO.
00073P 77  WS-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
00073Q 77  WS-CASCADE-BEFORE           PIC X(100) VALUE SPACES.
00073R 77  WS-CASCADE-AFTER            PIC X(100) VALUE SPACES.
00073S 77  WS-AUDIT-RECORD-TYPE        PIC X(01) VALUE 'G'.
00073T 77  WS-ENT-SITE-COUNT           PIC 9(04) VALUE ZERO.
00073U 77  WS-ENT-SITE-MAX             PIC 9(04) VALUE 1000.
00073V 77  WS-EDIT-COUNT               PIC ZZ,ZZ9.
00073W 01  WS-ENT-SITE-TABLE.
00073X     05  WS-ENT-SITE             OCCURS 1000 TIMES
00073Y             INDEXED BY ES-IDX   PIC X(05).
000740 01  WS-SWITCHES.
000750     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000760         88  WS-END-OF-TRANS               VALUE 'Y'.
000762     05  WS-TOKEN-SWITCH          PIC X(01) VALUE 'N'.
000764         88  WS-TOKEN-ERROR                VALUE 'Y'.
000765     05  WS-MODE-SWITCH           PIC X(01) VALUE 'S'.
000766         88  WS-STAGE-MODE                 VALUE 'S'.
000767         88  WS-APPLY-MODE                 VALUE 'A'.
000768     05  WS-PN-EOF-SWITCH         PIC X(01) VALUE 'N'.
000769         88  WS-END-OF-PENDING             VALUE 'Y'.
00076A     05  WS-REF-EOF-SWITCH        PIC X(01) VALUE 'N'.
00076B         88  WS-END-OF-REFERENCES          VALUE 'Y'.
00076C     05  WS-CASCADE-SWITCH        PIC X(01) VALUE 'C'.
00076D         88  WS-CHECK-ONLY                 VALUE 'C'.
00076E         88  WS-REPOINT                    VALUE 'R'.
00076F     05  WS-ENT-FULL-SWITCH       PIC X(01) VALUE 'N'.
00076G         88  WS-ENT-TABLE-FULL             VALUE 'Y'.
00076H     05  WS-REFUSE-SWITCH         PIC X(01) VALUE 'N'.
00076J         88  WS-DEACTIVATE-REFUSED         VALUE 'Y'.
00076K 01  WS-IMPACT-HEADING.
00076L     05  FILLER                   PIC X(50)
00076M         VALUE 'GREETING-CODE RETIREMENT IMPACT REPORT'.
00076N     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
00076P     05  IH-RUN-DATE              PIC 9(08).
00076Q     05  FILLER                   PIC X(12) VALUE SPACES.
00076R 01  WS-IMPACT-LINE.
00076S     05  IM-SITE-CODE             PIC X(07).
00076T     05  IM-REFERENCE             PIC X(16).
00076U     05  IM-ACTION                PIC X(24).
00076V     05  IM-NEW-CODE              PIC X(07).
00076W     05  IM-DETAIL                PIC X(26).
00076X 01  WS-IMPACT-TEXT REDEFINES WS-IMPACT-LINE PIC X(80).
000770 LINKAGE SECTION.
000772 01  LS-PARM-DATA.
000774     05  LS-PARM-LENGTH          PIC S9(04) COMP.
000776     05  LS-PARM-TEXT            PIC X(05).
000780 PROCEDURE DIVISION USING LS-PARM-DATA.
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE
000810         THRU 1000-EXIT.
000812     IF WS-APPLY-MODE
000814         PERFORM 2500-APPLY-APPROVED
000816             THRU 2500-EXIT
000818             UNTIL WS-END-OF-PENDING
000819     ELSE
000820         PERFORM 2000-PROCESS-TRANSACTIONS
000830             THRU 2000-EXIT
000840             UNTIL WS-END-OF-TRANS
000845     END-IF.
000850     PERFORM 9000-TERMINATE
000860         THRU 9000-EXIT.
000870     GOBACK.
000880 0000-EXIT.
000890     EXIT.
000900*****************************************************************
000910* 1000-INITIALIZE - A STAGING RUN NEEDS ONLY THE TRANSACTIONS
000912* AND THE PENDING-CHANGE FILE; AN APPLY RUN NEEDS THE PENDING-
000914* CHANGE FILE, THE MASTER AND THE AUDIT FILE.
000920*****************************************************************
000930 1000-INITIALIZE.
000940     MOVE ZERO TO RETURN-CODE.
000950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000960     ACCEPT WS-RUN-TIME FROM TIME.
000962     IF LS-PARM-LENGTH > 4
000964        AND LS-PARM-TEXT(1:5) = 'APPLY'
000966         SET WS-APPLY-MODE TO TRUE
000968         DISPLAY 'GREETMNT: APPLYING APPROVED PENDING CHANGES'
000969     END-IF.
00096A     OPEN I-O PENDING-CHANGE.
00096B     IF WS-PN-FILE-STATUS NOT = '00'
00096C         DISPLAY 'GREETMNT: UNABLE TO OPEN PENDING-CHANGE, '
00096D             'FILE STATUS = ' WS-PN-FILE-STATUS
00096E         MOVE 12 TO RETURN-CODE
00096F         GOBACK
00096G     END-IF.
00096H     IF WS-STAGE-MODE
00096J         GO TO 1000-OPEN-TRANS
00096K     END-IF.
000970     OPEN I-O GREETING-MASTER.
000990     OPEN EXTEND GREETING-AUDIT.
000991     OPEN OUTPUT IMPACT-REPORT.
000992     IF WS-IM-FILE-STATUS NOT = '00'
000993         DISPLAY 'GREETMNT: UNABLE TO OPEN IMPACT-REPORT, '
000994             'FILE STATUS = ' WS-IM-FILE-STATUS
000995         MOVE 12 TO RETURN-CODE
000996         GOBACK
000997     END-IF.
000998     MOVE WS-RUN-DATE TO IH-RUN-DATE.
000999     WRITE IMPACT-REPORT-LINE FROM WS-IMPACT-HEADING.
00099A     MOVE SPACES TO WS-IMPACT-LINE.
00099B     PERFORM 7050-WRITE-IMPACT-LINE
00099C         THRU 7050-EXIT.
001000     IF WS-GM-FILE-STATUS NOT = '00'
001010         DISPLAY 'GREETMNT: UNABLE TO OPEN GREETING-MASTER, '
001020             'FILE STATUS = ' WS-GM-FILE-STATUS
001030         MOVE 12 TO RETURN-CODE
001040         GOBACK
001050     END-IF.
001120     IF WS-AU-FILE-STATUS NOT = '00'
001130         DISPLAY 'GREETMNT: UNABLE TO OPEN GREETING-AUDIT, '
001140             'FILE STATUS = ' WS-AU-FILE-STATUS
001150         MOVE 12 TO RETURN-CODE
001160         GOBACK
001170     END-IF.
001172     MOVE LOW-VALUES TO PN-PENDING-KEY.
001174     SET PN-FOR-GREETING-MASTER TO TRUE.
001176     START PENDING-CHANGE
001177         KEY IS NOT LESS THAN PN-PENDING-KEY
001178         INVALID KEY
001179             SET WS-END-OF-PENDING TO TRUE
00117A             GO TO 1000-EXIT
00117B     END-START.
00117C     PERFORM 2510-READ-PENDING
00117D         THRU 2510-EXIT.
00117E     GO TO 1000-EXIT.
00117F 1000-OPEN-TRANS.
00117G     OPEN INPUT GREETING-MAINT-TRANS.
00117H     IF WS-GX-FILE-STATUS NOT = '00'
00117J         DISPLAY 'GREETMNT: UNABLE TO OPEN GREETING-MAINT-TRANS, '
00117K             'FILE STATUS = ' WS-GX-FILE-STATUS
00117L         MOVE 12 TO RETURN-CODE
00117M         GOBACK
00117N     END-IF.
001180     PERFORM 2100-READ-TRANSACTION
001190         THRU 2100-EXIT.
001200 1000-EXIT.
001210     EXIT.
001220*****************************************************************
001230* 2000-PROCESS-TRANSACTIONS - STAGE EACH SUBMITTED TRANSACTION
001240* FOR A SECOND USER'S APPROVAL.
001250*****************************************************************
001260 2000-PROCESS-TRANSACTIONS.
001270     ADD 1 TO WS-TRANS-COUNT.
001272     PERFORM 2200-STAGE-TRANSACTION
001274         THRU 2200-EXIT.
001276     PERFORM 2100-READ-TRANSACTION
001278         THRU 2100-EXIT.
00127A 2000-EXIT.
00127B     EXIT.
00127C*****************************************************************
00127D* 2300-APPLY-TRANSACTION - DISPATCH AN APPROVED TRANSACTION TO
00127E* ITS ADD, UPDATE, DEACTIVATE, EFFECTIVE-DATE OR RETIREMENT
00127F* HANDLER BASED ON GMX-TRANS-CODE.
00127G*****************************************************************
00127H 2300-APPLY-TRANSACTION.
001280     EVALUATE TRUE
001290         WHEN GMX-ADD-ENTRY
001300             PERFORM 3000-ADD-ENTRY
001380         WHEN GMX-EFFDATE-ENTRY
001390             PERFORM 6000-SET-EFFECTIVE-DATES
001400                 THRU 6000-EXIT
001401         WHEN GMX-RETIRE-ENTRY
001402             PERFORM 5500-RETIRE-AND-REPLACE
001403                 THRU 5500-EXIT
001410         WHEN OTHER
001420             DISPLAY 'GREETMNT: INVALID TRANSACTION CODE FOR '
001430                 GMX-GREETING-CODE
001460                 MOVE 4 TO RETURN-CODE
001470             END-IF
001480     END-EVALUATE.
001510 2300-EXIT.
001520     EXIT.
001530*****************************************************************
001540* 2100-READ-TRANSACTION
001550*****************************************************************
001560 2100-READ-TRANSACTION.
001570     READ GREETING-MAINT-TRANS INTO GREETING-MAINT-RECORD
001580         AT END
001590             SET WS-END-OF-TRANS TO TRUE
001600     END-READ.
002280*****************************************************************
002290* 5000-DEACTIVATE-ENTRY - FLAG AN EXISTING GREETING-MASTER
002300* RECORD INACTIVE RATHER THAN DELETING IT.
002301* UNLESS THE TRANSACTION IS FLAGGED TO FORCE IT, A CODE STILL
002302* NAMED BY AN ACTIVE SITE, ENTITLEMENT OR STANDING ORDER, OR BY
002303* AN OPEN SUSPENSE OR CARRYOVER ITEM, IS NOT DEACTIVATED - AN
002304* 'R' TRANSACTION REPOINTS THEM TO A SUCCESSOR INSTEAD.
002310*****************************************************************
002320 5000-DEACTIVATE-ENTRY.
002330     MOVE GMX-GREETING-CODE TO GM-GREETING-CODE.
002420             GO TO 5000-EXIT
002430     END-READ.
002440     MOVE GREETING-MASTER-RECORD TO WS-BEFORE-IMAGE.
002441     PERFORM 5100-CHECK-REFERENCES
002442         THRU 5100-EXIT.
002443     IF WS-DEACTIVATE-REFUSED
002444         GO TO 5000-EXIT
002445     END-IF.
002450     SET GM-INACTIVE TO TRUE.
002460     MOVE WS-RUN-DATE TO GM-LAST-UPDATE-DATE.
002470     MOVE GMX-UPDATE-USER TO GM-LAST-UPDATE-USER.
003610     MOVE GMX-UPDATE-USER TO AU-UPDATE-USER.
003620     MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
003630     MOVE GREETING-MASTER-RECORD TO AU-AFTER-IMAGE.
003631     MOVE 'G' TO AU-RECORD-TYPE.
003640     WRITE GREETING-AUDIT-RECORD.
003650     ADD 1 TO WS-AUDIT-COUNT.
003660 8000-EXIT.
003690* 9000-TERMINATE
003700*****************************************************************
003710 9000-TERMINATE.
003712     IF WS-STAGE-MODE
003714         DISPLAY 'GREETMNT: TRANSACTIONS READ    = '
003715             WS-TRANS-COUNT
003716         DISPLAY 'GREETMNT: TRANSACTIONS STAGED  = '
003717             WS-STAGE-COUNT
003718         DISPLAY 'GREETMNT: TRANSACTIONS REJECTED = '
003719             WS-REJECT-COUNT
00371A         CLOSE GREETING-MAINT-TRANS
00371B         CLOSE PENDING-CHANGE
00371C         GO TO 9000-EXIT
00371D     END-IF.
00371E     DISPLAY 'GREETMNT: APPROVED CHANGES READ = ' WS-TRANS-COUNT.
003730     DISPLAY 'GREETMNT: ENTRIES ADDED        = ' WS-ADD-COUNT.
003740     DISPLAY 'GREETMNT: ENTRIES UPDATED      = ' WS-UPDATE-COUNT.
003750     DISPLAY 'GREETMNT: EFFECTIVE WINDOWS SET = '
003770     DISPLAY 'GREETMNT: ENTRIES DEACTIVATED  = '
003780         WS-DEACTIVATE-COUNT.
003790     DISPLAY 'GREETMNT: TRANSACTIONS REJECTED = ' WS-REJECT-COUNT.
003791     DISPLAY 'GREETMNT: CODES RETIRED        = ' WS-RETIRE-COUNT.
003792     DISPLAY 'GREETMNT: DEACTIVATES REFUSED  = '
003793         WS-REFUSED-COUNT.
003800     DISPLAY 'GREETMNT: AUDIT RECORDS WRITTEN = ' WS-AUDIT-COUNT.
003802     DISPLAY 'GREETMNT: PENDING MARKED APPLIED = '
003804         WS-APPLIED-COUNT.
003806     DISPLAY 'GREETMNT: PENDING MARKED FAILED  = '
003808         WS-APPLY-FAILED-COUNT.
003810     CLOSE GREETING-MASTER.
003830     CLOSE GREETING-AUDIT.
003835     CLOSE PENDING-CHANGE.
003836     CLOSE IMPACT-REPORT.
003840 9000-EXIT.
003850     EXIT.
003860*****************************************************************
003870* 2200-STAGE-TRANSACTION - THE CHECKS THAT NEED NO MASTER READ
003880* ARE MADE NOW, SO THE APPROVER IS NEVER ASKED TO SIGN OFF A
003890* TRANSACTION THAT CANNOT APPLY: A KNOWN TRANSACTION CODE, A
003900* SUBMITTING USER TO HOLD THE APPROVER AGAINST, CLEAN TOKENS
003910* ON AN ADD OR UPDATE, AND A SUCCESSOR OTHER THAN THE CODE
003915* ITSELF ON A RETIREMENT.  THE REST IS WRITTEN TO THE
003920* PENDING-CHANGE FILE AS SUBMITTED, STATUS PENDING.
003930*****************************************************************
003940 2200-STAGE-TRANSACTION.
003950     IF NOT GMX-ADD-ENTRY
003960        AND NOT GMX-UPDATE-ENTRY
003970        AND NOT GMX-DEACTIVATE-ENTRY
003980        AND NOT GMX-EFFDATE-ENTRY
003981        AND NOT GMX-RETIRE-ENTRY
003990         DISPLAY 'GREETMNT: INVALID TRANSACTION CODE FOR '
004000             GMX-GREETING-CODE
004010         ADD 1 TO WS-REJECT-COUNT
004020         IF RETURN-CODE < 4
004030             MOVE 4 TO RETURN-CODE
004040         END-IF
004050         GO TO 2200-EXIT
004060     END-IF.
004070     IF GMX-UPDATE-USER = SPACES
004080         DISPLAY 'GREETMNT: NO UPDATE USER ON TRANSACTION FOR '
004090             GMX-GREETING-CODE ' - TRANSACTION REJECTED'
004100         ADD 1 TO WS-REJECT-COUNT
004110         IF RETURN-CODE < 4
004120             MOVE 4 TO RETURN-CODE
004130         END-IF
004140         GO TO 2200-EXIT
004150     END-IF.
004151     IF GMX-RETIRE-ENTRY
004152        AND (GMX-SUCCESSOR-CODE = SPACES
004153         OR GMX-SUCCESSOR-CODE = GMX-GREETING-CODE)
004154         DISPLAY 'GREETMNT: NO VALID SUCCESSOR TO RETIRE '
004155             GMX-GREETING-CODE ' - TRANSACTION REJECTED'
004156         ADD 1 TO WS-REJECT-COUNT
004157         IF RETURN-CODE < 4
004158             MOVE 4 TO RETURN-CODE
004159         END-IF
00415A         GO TO 2200-EXIT
00415B     END-IF.
004160     IF GMX-ADD-ENTRY
004170        OR GMX-UPDATE-ENTRY
004180         PERFORM 7600-VALIDATE-TOKENS
004190             THRU 7600-EXIT
004200         IF WS-TOKEN-ERROR
004210             GO TO 2200-EXIT
004220         END-IF
004230     END-IF.
004240     MOVE SPACES TO PENDING-CHANGE-RECORD.
004250     SET PN-FOR-GREETING-MASTER TO TRUE.
004260     MOVE WS-RUN-DATE TO PN-STAGE-DATE.
004270     MOVE WS-RUN-TIME TO PN-STAGE-TIME.
004280     MOVE WS-TRANS-COUNT TO PN-STAGE-SEQ.
004290     SET PN-PENDING TO TRUE.
004300     MOVE GMX-UPDATE-USER TO PN-STAGE-USER.
004310     MOVE ZEROS TO PN-DECISION-DATE.
004320     MOVE ZEROS TO PN-APPLY-DATE.
004330     MOVE GREETING-MAINT-RECORD TO PN-TRAN-IMAGE.
004340     WRITE PENDING-CHANGE-RECORD
004350         INVALID KEY
004360             DISPLAY 'GREETMNT: UNABLE TO STAGE TRANSACTION FOR '
004370                 GMX-GREETING-CODE ', FILE STATUS = '
004380                 WS-PN-FILE-STATUS
004390             ADD 1 TO WS-REJECT-COUNT
004400             IF RETURN-CODE < 8
004410                 MOVE 8 TO RETURN-CODE
004420             END-IF
004430             GO TO 2200-EXIT
004440     END-WRITE.
004450     DISPLAY 'GREETMNT: STAGED ' GMX-TRANS-CODE ' FOR '
004460         GMX-GREETING-CODE ' AS PENDING ' PN-PENDING-KEY.
004470     ADD 1 TO WS-STAGE-COUNT.
004480 2200-EXIT.
004490     EXIT.
004500*****************************************************************
004510* 2500-APPLY-APPROVED - WALK THE GREETING-MASTER PORTION OF THE
004520* PENDING-CHANGE FILE.  AN APPROVED CHANGE IS APPLIED THROUGH
004530* THE NORMAL HANDLERS AND MARKED APPLIED, OR FAILED IF THE
004540* HANDLER REJECTED IT (THE REASON IS ON SYSOUT AS ALWAYS), SO
004550* IT IS NEVER PICKED UP AGAIN.  PENDING, REJECTED AND ALREADY
004560* APPLIED CHANGES ARE LEFT ALONE.
004570*****************************************************************
004580 2500-APPLY-APPROVED.
004590     IF NOT PN-APPROVED
004600         GO TO 2500-NEXT
004610     END-IF.
004620     ADD 1 TO WS-TRANS-COUNT.
004630     MOVE PN-TRAN-IMAGE TO GREETING-MAINT-RECORD.
004640     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
004650     PERFORM 2300-APPLY-TRANSACTION
004660         THRU 2300-EXIT.
004670     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
004680         SET PN-APPLY-FAILED TO TRUE
004690         ADD 1 TO WS-APPLY-FAILED-COUNT
004700     ELSE
004710         SET PN-APPLIED TO TRUE
004720         ADD 1 TO WS-APPLIED-COUNT
004730     END-IF.
004740     MOVE WS-RUN-DATE TO PN-APPLY-DATE.
004750     REWRITE PENDING-CHANGE-RECORD
004760         INVALID KEY
004770             DISPLAY 'GREETMNT: UNABLE TO MARK PENDING '
004780                 PN-PENDING-KEY ', FILE STATUS = '
004790                 WS-PN-FILE-STATUS
004800             IF RETURN-CODE < 8
004810                 MOVE 8 TO RETURN-CODE
004820             END-IF
004830     END-REWRITE.
004840 2500-NEXT.
004850     PERFORM 2510-READ-PENDING
004860         THRU 2510-EXIT.
004870 2500-EXIT.
004880     EXIT.
004890*****************************************************************
004900* 2510-READ-PENDING - NEXT PENDING-CHANGE RECORD; THE FIRST ONE
004910* FOR ANOTHER TARGET FILE ENDS THE GREETING-MASTER PORTION.
004920*****************************************************************
004930 2510-READ-PENDING.
004940     READ PENDING-CHANGE NEXT RECORD
004950         AT END
004960             SET WS-END-OF-PENDING TO TRUE
004970             GO TO 2510-EXIT
004980     END-READ.
004990     IF NOT PN-FOR-GREETING-MASTER
005000         SET WS-END-OF-PENDING TO TRUE
005010     END-IF.
005020 2510-EXIT.
005030     EXIT.
005040*****************************************************************
005050* 5100-CHECK-REFERENCES - BEFORE A PLAIN DEACTIVATE, LIST EVERY
005060* ACTIVE REFERENCE TO THE CODE ON THE IMPACT REPORT.  ANY AT ALL,
005070* OR A REFERENCE FILE THAT COULD NOT BE CHECKED, REFUSES THE
005080* DEACTIVATE UNLESS THE TRANSACTION IS FLAGGED TO FORCE IT; A
005090* FORCED DEACTIVATE GOES AHEAD AND THE LIST STANDS AS THE RECORD
005100* OF WHAT WAS LEFT POINTING AT AN INACTIVE CODE.
005110*****************************************************************
005120 5100-CHECK-REFERENCES.
005130     MOVE 'N' TO WS-REFUSE-SWITCH.
005140     MOVE GMX-GREETING-CODE TO WS-RETIRE-CODE.
005150     MOVE SPACES TO WS-SUCCESSOR-CODE.
005160     MOVE SPACES TO WS-IMPACT-TEXT.
005170     MOVE 'DEACTIVATE' TO WS-IMPACT-TEXT(1:10).
005180     MOVE WS-RETIRE-CODE TO WS-IMPACT-TEXT(12:5).
005190     MOVE 'USER' TO WS-IMPACT-TEXT(19:4).
005200     MOVE GMX-UPDATE-USER TO WS-IMPACT-TEXT(24:8).
005210     IF GMX-FORCE-DEACTIVATE
005220         MOVE '(FORCED)' TO WS-IMPACT-TEXT(33:8)
005230     END-IF.
005240     PERFORM 7050-WRITE-IMPACT-LINE
005250         THRU 7050-EXIT.
005260     SET WS-CHECK-ONLY TO TRUE.
005270     PERFORM 7000-SCAN-REFERENCES
005280         THRU 7000-EXIT.
005290     MOVE WS-REFERENCE-COUNT TO WS-EDIT-COUNT.
005300     MOVE WS-EDIT-COUNT TO WS-IMPACT-TEXT(3:6).
005310     MOVE 'ACTIVE REFERENCE(S)' TO WS-IMPACT-TEXT(10:19).
005320     IF WS-REFERENCE-COUNT = ZERO
005330        AND WS-CASCADE-ERRORS = ZERO
005340         MOVE '- DEACTIVATE ALLOWED' TO WS-IMPACT-TEXT(30:20)
005350     ELSE
005360         IF GMX-FORCE-DEACTIVATE
005370             MOVE '- DEACTIVATE FORCED' TO WS-IMPACT-TEXT(30:19)
005380         ELSE
005390             MOVE '- DEACTIVATE REFUSED' TO WS-IMPACT-TEXT(30:20)
005400             SET WS-DEACTIVATE-REFUSED TO TRUE
005410         END-IF
005420     END-IF.
005430     PERFORM 7050-WRITE-IMPACT-LINE
005440         THRU 7050-EXIT.
005450     PERFORM 7050-WRITE-IMPACT-LINE
005460         THRU 7050-EXIT.
005470     IF WS-DEACTIVATE-REFUSED
005480         DISPLAY 'GREETMNT: GREETING CODE ' GMX-GREETING-CODE
005490             ' STILL REFERENCED - DEACTIVATE REFUSED'
005500         ADD 1 TO WS-REFUSED-COUNT
005510         ADD 1 TO WS-REJECT-COUNT
005520         IF RETURN-CODE < 4
005530             MOVE 4 TO RETURN-CODE
005540         END-IF
005550     END-IF.
005560 5100-EXIT.
005570     EXIT.
005580*****************************************************************
005590* 5500-RETIRE-AND-REPLACE - RETIRE GMX-GREETING-CODE IN FAVOR OF
005600* GMX-SUCCESSOR-CODE, WHICH MUST BE ON GREETING-MASTER AND
005610* ACTIVE.  EVERY REFERENCE TO THE OLD CODE IS REPOINTED AND
005620* AUDITED FIRST; THE OLD CODE IS DEACTIVATED ONLY WHEN THE WHOLE
005630* CASCADE WENT THROUGH.  A CASCADE THAT HIT A FILE OR RECORD
005640* FAILURE LEAVES THE OLD CODE ACTIVE, KEEPS WHAT IT DID REPOINT,
005650* AND IS REPORTED FAILED - A SECOND 'R' FINISHES THE JOB.
005660*****************************************************************
005670 5500-RETIRE-AND-REPLACE.
005680     MOVE GMX-SUCCESSOR-CODE TO GM-GREETING-CODE.
005690     READ GREETING-MASTER
005700         INVALID KEY
005710             DISPLAY 'GREETMNT: SUCCESSOR CODE '
005720                 GMX-SUCCESSOR-CODE ' NOT FOUND - RETIREMENT OF '
005730                 GMX-GREETING-CODE
005740                 ' REJECTED'
005750             ADD 1 TO WS-REJECT-COUNT
005760             IF RETURN-CODE < 4
005770                 MOVE 4 TO RETURN-CODE
005780             END-IF
005790             GO TO 5500-EXIT
005800     END-READ.
005810     IF NOT GM-ACTIVE
005820         DISPLAY 'GREETMNT: SUCCESSOR CODE ' GMX-SUCCESSOR-CODE
005830             ' IS INACTIVE - RETIREMENT OF ' GMX-GREETING-CODE
005840             ' REJECTED'
005850         ADD 1 TO WS-REJECT-COUNT
005860         IF RETURN-CODE < 4
005870             MOVE 4 TO RETURN-CODE
005880         END-IF
005890         GO TO 5500-EXIT
005900     END-IF.
005910     MOVE GMX-GREETING-CODE TO GM-GREETING-CODE.
005920     READ GREETING-MASTER
005930         INVALID KEY
005940             DISPLAY 'GREETMNT: GREETING CODE '
005950                 GMX-GREETING-CODE
005960                 ' NOT FOUND - RETIREMENT REJECTED'
005970             ADD 1 TO WS-REJECT-COUNT
005980             IF RETURN-CODE < 4
005990                 MOVE 4 TO RETURN-CODE
006000             END-IF
006010             GO TO 5500-EXIT
006020     END-READ.
006030     MOVE GREETING-MASTER-RECORD TO WS-BEFORE-IMAGE.
006040     MOVE GMX-GREETING-CODE TO WS-RETIRE-CODE.
006050     MOVE GMX-SUCCESSOR-CODE TO WS-SUCCESSOR-CODE.
006060     MOVE SPACES TO WS-IMPACT-TEXT.
006070     MOVE 'RETIRE' TO WS-IMPACT-TEXT(1:6).
006080     MOVE WS-RETIRE-CODE TO WS-IMPACT-TEXT(12:5).
006090     MOVE 'USER' TO WS-IMPACT-TEXT(19:4).
006100     MOVE GMX-UPDATE-USER TO WS-IMPACT-TEXT(24:8).
006110     MOVE 'REPLACED BY' TO WS-IMPACT-TEXT(33:11).
006120     MOVE WS-SUCCESSOR-CODE TO WS-IMPACT-TEXT(45:5).
006130     PERFORM 7050-WRITE-IMPACT-LINE
006140         THRU 7050-EXIT.
006150     SET WS-REPOINT TO TRUE.
006160     PERFORM 7000-SCAN-REFERENCES
006170         THRU 7000-EXIT.
006180     MOVE WS-REPOINT-COUNT TO WS-EDIT-COUNT.
006190     MOVE WS-EDIT-COUNT TO WS-IMPACT-TEXT(3:6).
006200     MOVE 'REFERENCE(S) REPOINTED' TO WS-IMPACT-TEXT(10:22).
006210     IF WS-CASCADE-ERRORS > ZERO
006220         MOVE '- INCOMPLETE, CODE LEFT ACTIVE'
006230             TO WS-IMPACT-TEXT(33:30)
006240         PERFORM 7050-WRITE-IMPACT-LINE
006250             THRU 7050-EXIT
006260         PERFORM 7050-WRITE-IMPACT-LINE
006270             THRU 7050-EXIT
006280         DISPLAY 'GREETMNT: RETIREMENT OF ' GMX-GREETING-CODE
006290             ' INCOMPLETE - CODE LEFT ACTIVE'
006300         ADD 1 TO WS-REJECT-COUNT
006310         IF RETURN-CODE < 8
006320             MOVE 8 TO RETURN-CODE
006330         END-IF
006340         GO TO 5500-EXIT
006350     END-IF.
006360     SET GM-INACTIVE TO TRUE.
006370     MOVE WS-RUN-DATE TO GM-LAST-UPDATE-DATE.
006380     MOVE GMX-UPDATE-USER TO GM-LAST-UPDATE-USER.
006390     REWRITE GREETING-MASTER-RECORD
006400         INVALID KEY
006410             MOVE '- CODE REWRITE FAILED' TO WS-IMPACT-TEXT(33:21)
006420             PERFORM 7050-WRITE-IMPACT-LINE
006430                 THRU 7050-EXIT
006440             PERFORM 7050-WRITE-IMPACT-LINE
006450                 THRU 7050-EXIT
006460             DISPLAY 'GREETMNT: REWRITE FAILED FOR GREETING CODE '
006470                 GMX-GREETING-CODE
006480             ADD 1 TO WS-REJECT-COUNT
006490             IF RETURN-CODE < 8
006500                 MOVE 8 TO RETURN-CODE
006510             END-IF
006520             GO TO 5500-EXIT
006530     END-REWRITE.
006540     MOVE '- CODE RETIRED' TO WS-IMPACT-TEXT(33:14).
006550     PERFORM 7050-WRITE-IMPACT-LINE
006560         THRU 7050-EXIT.
006570     PERFORM 7050-WRITE-IMPACT-LINE
006580         THRU 7050-EXIT.
006590     DISPLAY 'GREETMNT: RETIRED CODE ' GMX-GREETING-CODE
006600         ' IN FAVOR OF ' GMX-SUCCESSOR-CODE.
006610     ADD 1 TO WS-RETIRE-COUNT.
006620     PERFORM 8000-WRITE-AUDIT-RECORD
006630         THRU 8000-EXIT.
006640 5500-EXIT.
006650     EXIT.
006660*****************************************************************
006670* 7000-SCAN-REFERENCES - PASS EVERY FILE THAT CAN NAME A GREETING
006680* CODE LOOKING FOR WS-RETIRE-CODE.  WITH WS-CHECK-ONLY SET, EACH
006690* ACTIVE REFERENCE IS COUNTED AND LISTED AND NOTHING IS CHANGED;
006700* WITH WS-REPOINT SET, EACH REFERENCE IS MOVED TO
006710* WS-SUCCESSOR-CODE, AUDITED UNDER THE RETIRED CODE, AND LISTED.
006720* A FILE THAT WILL NOT OPEN OR A RECORD THAT WILL NOT REWRITE IS
006730* COUNTED IN WS-CASCADE-ERRORS.
006740*****************************************************************
006750 7000-SCAN-REFERENCES.
006760     MOVE ZERO TO WS-REFERENCE-COUNT.
006770     MOVE ZERO TO WS-REPOINT-COUNT.
006780     MOVE ZERO TO WS-CASCADE-ERRORS.
006790     PERFORM 7100-SCAN-SITE-MASTER
006800         THRU 7100-EXIT.
006810     PERFORM 7200-SCAN-ENTITLEMENTS
006820         THRU 7200-EXIT.
006830     PERFORM 7300-SCAN-STANDING-ORDERS
006840         THRU 7300-EXIT.
006850     PERFORM 7400-SCAN-SUSPENSE
006860         THRU 7400-EXIT.
006870     PERFORM 7500-SCAN-CARRYOVER
006880         THRU 7500-EXIT.
006890 7000-EXIT.
006900     EXIT.
006910*****************************************************************
006920* 7050-WRITE-IMPACT-LINE - WRITE THE LINE THE CALLER BUILT AND
006930* CLEAR IT FOR THE NEXT ONE.
006940*****************************************************************
006950 7050-WRITE-IMPACT-LINE.
006960     WRITE IMPACT-REPORT-LINE FROM WS-IMPACT-LINE.
006970     MOVE SPACES TO WS-IMPACT-LINE.
006980 7050-EXIT.
006990     EXIT.
007000*****************************************************************
007010* 7100-SCAN-SITE-MASTER - SITE DEFAULTS.  ONLY AN ACTIVE SITE IS
007020* AN ACTIVE REFERENCE, BUT A RETIREMENT REPOINTS EVERY SITE SO AN
007030* INACTIVE ONE COMES BACK WITH A GOOD DEFAULT.
007040*****************************************************************
007050 7100-SCAN-SITE-MASTER.
007060     MOVE 'N' TO WS-REF-EOF-SWITCH.
007070     IF WS-REPOINT
007080         OPEN I-O SITE-MASTER
007090     ELSE
007100         OPEN INPUT SITE-MASTER
007110     END-IF.
007120     IF WS-SM-FILE-STATUS NOT = '00'
007130         DISPLAY 'GREETMNT: UNABLE TO OPEN SITE-MASTER, '
007140             'FILE STATUS = ' WS-SM-FILE-STATUS
007150         MOVE 'SITE-MASTER' TO IM-REFERENCE
007160         MOVE 'FILE NOT AVAILABLE' TO IM-ACTION
007170         PERFORM 7050-WRITE-IMPACT-LINE
007180             THRU 7050-EXIT
007190         ADD 1 TO WS-CASCADE-ERRORS
007200         GO TO 7100-EXIT
007210     END-IF.
007220     MOVE LOW-VALUES TO SM-SITE-CODE.
007230     START SITE-MASTER
007240         KEY IS NOT LESS THAN SM-SITE-CODE
007250         INVALID KEY
007260             SET WS-END-OF-REFERENCES TO TRUE
007270     END-START.
007280     IF NOT WS-END-OF-REFERENCES
007290         PERFORM 7110-READ-SITE
007300             THRU 7110-EXIT
007310     END-IF.
007320     PERFORM 7120-CHECK-ONE-SITE
007330         THRU 7120-EXIT
007340         UNTIL WS-END-OF-REFERENCES.
007350     CLOSE SITE-MASTER.
007360 7100-EXIT.
007370     EXIT.
007380*****************************************************************
007390* 7110-READ-SITE
007400*****************************************************************
007410 7110-READ-SITE.
007420     READ SITE-MASTER NEXT RECORD
007430         AT END
007440             SET WS-END-OF-REFERENCES TO TRUE
007450     END-READ.
007460 7110-EXIT.
007470     EXIT.
007480*****************************************************************
007490* 7120-CHECK-ONE-SITE
007500*****************************************************************
007510 7120-CHECK-ONE-SITE.
007520     IF SM-DEFAULT-GREETING-CODE NOT = WS-RETIRE-CODE
007530         GO TO 7120-NEXT
007540     END-IF.
007550     IF WS-CHECK-ONLY
007560         IF SM-ACTIVE
007570             ADD 1 TO WS-REFERENCE-COUNT
007580             MOVE SM-SITE-CODE TO IM-SITE-CODE
007590             MOVE 'SITE DEFAULT' TO IM-REFERENCE
007600             MOVE 'ACTIVE REFERENCE' TO IM-ACTION
007610             PERFORM 7050-WRITE-IMPACT-LINE
007620                 THRU 7050-EXIT
007630         END-IF
007640         GO TO 7120-NEXT
007650     END-IF.
007660     MOVE SITE-MASTER-RECORD TO WS-CASCADE-BEFORE.
007670     MOVE WS-SUCCESSOR-CODE TO SM-DEFAULT-GREETING-CODE.
007680     MOVE WS-RUN-DATE TO SM-LAST-UPDATE-DATE.
007690     MOVE GMX-UPDATE-USER TO SM-LAST-UPDATE-USER.
007700     MOVE SM-SITE-CODE TO IM-SITE-CODE.
007710     MOVE 'SITE DEFAULT' TO IM-REFERENCE.
007720     REWRITE SITE-MASTER-RECORD
007730         INVALID KEY
007740             DISPLAY 'GREETMNT: REWRITE FAILED FOR SITE '
007750                 SM-SITE-CODE
007760             MOVE 'REWRITE FAILED' TO IM-ACTION
007770             PERFORM 7050-WRITE-IMPACT-LINE
007780                 THRU 7050-EXIT
007790             ADD 1 TO WS-CASCADE-ERRORS
007800             GO TO 7120-NEXT
007810     END-REWRITE.
007820     MOVE SITE-MASTER-RECORD TO WS-CASCADE-AFTER.
007830     MOVE 'S' TO WS-AUDIT-RECORD-TYPE.
007840     PERFORM 8100-WRITE-CASCADE-AUDIT
007850         THRU 8100-EXIT.
007860     ADD 1 TO WS-REPOINT-COUNT.
007870     MOVE 'REPOINTED TO' TO IM-ACTION.
007880     MOVE WS-SUCCESSOR-CODE TO IM-NEW-CODE.
007890     PERFORM 7050-WRITE-IMPACT-LINE
007900         THRU 7050-EXIT.
007910 7120-NEXT.
007920     PERFORM 7110-READ-SITE
007930         THRU 7110-EXIT.
007940 7120-EXIT.
007950     EXIT.
007960*****************************************************************
007970* 7200-SCAN-ENTITLEMENTS - ACTIVE ENTITLEMENTS TO THE OLD CODE.
007980* THE CODE IS PART OF THE KEY, SO A ROW CANNOT BE REPOINTED IN
007990* PLACE: THE BROWSE ONLY COLLECTS THE SITES, THEN EACH SITE'S OLD
008000* ROW IS MADE INACTIVE (KEEPING ITS HISTORY) AND ITS SUCCESSOR
008010* ROW IS ADDED, OR REACTIVATED IF THE SITE HAD ONE BEFORE.
008020* COLLECTING FIRST KEEPS THE NEW ROWS OUT OF THE BROWSE.
008030*****************************************************************
008040 7200-SCAN-ENTITLEMENTS.
008050     MOVE 'N' TO WS-REF-EOF-SWITCH.
008060     MOVE 'N' TO WS-ENT-FULL-SWITCH.
008070     MOVE ZERO TO WS-ENT-SITE-COUNT.
008080     IF WS-REPOINT
008090         OPEN I-O GREETING-ENTITLE
008100     ELSE
008110         OPEN INPUT GREETING-ENTITLE
008120     END-IF.
008130     IF WS-GE-FILE-STATUS NOT = '00'
008140         DISPLAY 'GREETMNT: UNABLE TO OPEN GREETING-ENTITLE, '
008150             'FILE STATUS = ' WS-GE-FILE-STATUS
008160         MOVE 'GREETING-ENTITLE' TO IM-REFERENCE
008170         MOVE 'FILE NOT AVAILABLE' TO IM-ACTION
008180         PERFORM 7050-WRITE-IMPACT-LINE
008190             THRU 7050-EXIT
008200         ADD 1 TO WS-CASCADE-ERRORS
008210         GO TO 7200-EXIT
008220     END-IF.
008230     MOVE LOW-VALUES TO GE-ENTITLE-KEY.
008240     START GREETING-ENTITLE
008250         KEY IS NOT LESS THAN GE-ENTITLE-KEY
008260         INVALID KEY
008270             SET WS-END-OF-REFERENCES TO TRUE
008280     END-START.
008290     IF NOT WS-END-OF-REFERENCES
008300         PERFORM 7210-READ-ENTITLE
008310             THRU 7210-EXIT
008320     END-IF.
008330     PERFORM 7220-CHECK-ONE-ENTITLE
008340         THRU 7220-EXIT
008350         UNTIL WS-END-OF-REFERENCES.
008360     IF WS-REPOINT
008370         PERFORM 7250-REPOINT-ONE-ENTITLE
008380             THRU 7250-EXIT
008390             VARYING ES-IDX FROM 1 BY 1
008400             UNTIL ES-IDX > WS-ENT-SITE-COUNT
008410     END-IF.
008420     IF WS-ENT-TABLE-FULL
008430         DISPLAY 'GREETMNT: MORE THAN ' WS-ENT-SITE-MAX
008440             ' SITES ENTITLED TO ' WS-RETIRE-CODE
008450             ' - RERUN THE RETIREMENT TO FINISH'
008460         MOVE 'GREETING-ENTITLE' TO IM-REFERENCE
008470         MOVE 'TOO MANY SITES - RERUN' TO IM-ACTION
008480         PERFORM 7050-WRITE-IMPACT-LINE
008490             THRU 7050-EXIT
008500         ADD 1 TO WS-CASCADE-ERRORS
008510     END-IF.
008520     CLOSE GREETING-ENTITLE.
008530 7200-EXIT.
008540     EXIT.
008550*****************************************************************
008560* 7210-READ-ENTITLE
008570*****************************************************************
008580 7210-READ-ENTITLE.
008590     READ GREETING-ENTITLE NEXT RECORD
008600         AT END
008610             SET WS-END-OF-REFERENCES TO TRUE
008620     END-READ.
008630 7210-EXIT.
008640     EXIT.
008650*****************************************************************
008660* 7220-CHECK-ONE-ENTITLE
008670*****************************************************************
008680 7220-CHECK-ONE-ENTITLE.
008690     IF GE-GREETING-CODE NOT = WS-RETIRE-CODE
008700        OR NOT GE-ACTIVE
008710         GO TO 7220-NEXT
008720     END-IF.
008730     IF WS-CHECK-ONLY
008740         ADD 1 TO WS-REFERENCE-COUNT
008750         MOVE GE-SITE-CODE TO IM-SITE-CODE
008760         MOVE 'ENTITLEMENT' TO IM-REFERENCE
008770         MOVE 'ACTIVE REFERENCE' TO IM-ACTION
008780         PERFORM 7050-WRITE-IMPACT-LINE
008790             THRU 7050-EXIT
008800         GO TO 7220-NEXT
008810     END-IF.
008820     IF WS-ENT-SITE-COUNT NOT < WS-ENT-SITE-MAX
008830         SET WS-ENT-TABLE-FULL TO TRUE
008840         GO TO 7220-NEXT
008850     END-IF.
008860     ADD 1 TO WS-ENT-SITE-COUNT.
008870     SET ES-IDX TO WS-ENT-SITE-COUNT.
008880     MOVE GE-SITE-CODE TO WS-ENT-SITE (ES-IDX).
008890 7220-NEXT.
008900     PERFORM 7210-READ-ENTITLE
008910         THRU 7210-EXIT.
008920 7220-EXIT.
008930     EXIT.
008940*****************************************************************
008950* 7250-REPOINT-ONE-ENTITLE - INACTIVATE THE SITE'S ROW FOR THE
008960* OLD CODE, THEN ADD OR REACTIVATE ITS ROW FOR THE SUCCESSOR.
008970*****************************************************************
008980 7250-REPOINT-ONE-ENTITLE.
008990     MOVE WS-ENT-SITE (ES-IDX) TO GE-SITE-CODE.
009000     MOVE WS-RETIRE-CODE TO GE-GREETING-CODE.
009010     MOVE WS-ENT-SITE (ES-IDX) TO IM-SITE-CODE.
009020     MOVE 'ENTITLEMENT' TO IM-REFERENCE.
009030     READ GREETING-ENTITLE
009040         INVALID KEY
009050             MOVE 'READ FAILED' TO IM-ACTION
009060             PERFORM 7050-WRITE-IMPACT-LINE
009070                 THRU 7050-EXIT
009080             ADD 1 TO WS-CASCADE-ERRORS
009090             GO TO 7250-EXIT
009100     END-READ.
009110     MOVE GREETING-ENTITLE-RECORD TO WS-CASCADE-BEFORE.
009120     SET GE-INACTIVE TO TRUE.
009130     MOVE WS-RUN-DATE TO GE-LAST-UPDATE-DATE.
009140     MOVE GMX-UPDATE-USER TO GE-LAST-UPDATE-USER.
009150     REWRITE GREETING-ENTITLE-RECORD
009160         INVALID KEY
009170             DISPLAY 'GREETMNT: REWRITE FAILED FOR ENTITLEMENT '
009180                 GE-ENTITLE-KEY
009190             MOVE 'REWRITE FAILED' TO IM-ACTION
009200             PERFORM 7050-WRITE-IMPACT-LINE
009210                 THRU 7050-EXIT
009220             ADD 1 TO WS-CASCADE-ERRORS
009230             GO TO 7250-EXIT
009240     END-REWRITE.
009250     MOVE GREETING-ENTITLE-RECORD TO WS-CASCADE-AFTER.
009260     MOVE 'E' TO WS-AUDIT-RECORD-TYPE.
009270     PERFORM 8100-WRITE-CASCADE-AUDIT
009280         THRU 8100-EXIT.
009290     MOVE 'OLD CODE INACTIVATED' TO IM-ACTION.
009300     PERFORM 7050-WRITE-IMPACT-LINE
009310         THRU 7050-EXIT.
009320     MOVE WS-ENT-SITE (ES-IDX) TO IM-SITE-CODE.
009330     MOVE 'ENTITLEMENT' TO IM-REFERENCE.
009340     MOVE WS-SUCCESSOR-CODE TO IM-NEW-CODE.
009350     MOVE WS-ENT-SITE (ES-IDX) TO GE-SITE-CODE.
009360     MOVE WS-SUCCESSOR-CODE TO GE-GREETING-CODE.
009370     READ GREETING-ENTITLE
009380         INVALID KEY
009390             GO TO 7250-ADD-SUCCESSOR
009400     END-READ.
009410     IF GE-ACTIVE
009420         ADD 1 TO WS-REPOINT-COUNT
009430         MOVE 'ALREADY ENTITLED TO' TO IM-ACTION
009440         PERFORM 7050-WRITE-IMPACT-LINE
009450             THRU 7050-EXIT
009460         GO TO 7250-EXIT
009470     END-IF.
009480     MOVE GREETING-ENTITLE-RECORD TO WS-CASCADE-BEFORE.
009490     SET GE-ACTIVE TO TRUE.
009500     MOVE WS-RUN-DATE TO GE-LAST-UPDATE-DATE.
009510     MOVE GMX-UPDATE-USER TO GE-LAST-UPDATE-USER.
009520     REWRITE GREETING-ENTITLE-RECORD
009530         INVALID KEY
009540             DISPLAY 'GREETMNT: REWRITE FAILED FOR ENTITLEMENT '
009550                 GE-ENTITLE-KEY
009560             MOVE 'REWRITE FAILED' TO IM-ACTION
009570             PERFORM 7050-WRITE-IMPACT-LINE
009580                 THRU 7050-EXIT
009590             ADD 1 TO WS-CASCADE-ERRORS
009600             GO TO 7250-EXIT
009610     END-REWRITE.
009620     MOVE GREETING-ENTITLE-RECORD TO WS-CASCADE-AFTER.
009630     PERFORM 8100-WRITE-CASCADE-AUDIT
009640         THRU 8100-EXIT.
009650     ADD 1 TO WS-REPOINT-COUNT.
009660     MOVE 'REACTIVATED FOR' TO IM-ACTION.
009670     PERFORM 7050-WRITE-IMPACT-LINE
009680         THRU 7050-EXIT.
009690     GO TO 7250-EXIT.
009700 7250-ADD-SUCCESSOR.
009710     MOVE SPACES TO GREETING-ENTITLE-RECORD.
009720     MOVE WS-ENT-SITE (ES-IDX) TO GE-SITE-CODE.
009730     MOVE WS-SUCCESSOR-CODE TO GE-GREETING-CODE.
009740     SET GE-ACTIVE TO TRUE.
009750     MOVE WS-RUN-DATE TO GE-LAST-UPDATE-DATE.
009760     MOVE GMX-UPDATE-USER TO GE-LAST-UPDATE-USER.
009770     WRITE GREETING-ENTITLE-RECORD
009780         INVALID KEY
009790             DISPLAY 'GREETMNT: WRITE FAILED FOR ENTITLEMENT '
009800                 GE-ENTITLE-KEY
009810             MOVE 'WRITE FAILED' TO IM-ACTION
009820             PERFORM 7050-WRITE-IMPACT-LINE
009830                 THRU 7050-EXIT
009840             ADD 1 TO WS-CASCADE-ERRORS
009850             GO TO 7250-EXIT
009860     END-WRITE.
009870     MOVE SPACES TO WS-CASCADE-BEFORE.
009880     MOVE GREETING-ENTITLE-RECORD TO WS-CASCADE-AFTER.
009890     PERFORM 8100-WRITE-CASCADE-AUDIT
009900         THRU 8100-EXIT.
009910     ADD 1 TO WS-REPOINT-COUNT.
009920     MOVE 'ENTITLED TO' TO IM-ACTION.
009930     PERFORM 7050-WRITE-IMPACT-LINE
009940         THRU 7050-EXIT.
009950 7250-EXIT.
009960     EXIT.
009970*****************************************************************
009980* 7300-SCAN-STANDING-ORDERS - ORDERS NAMING THE CODE OUTRIGHT.  AN
009990* ORDER WITH A BLANK CODE FOLLOWS THE SITE DEFAULT AND IS LEFT
010000* ALONE.  AN ACTIVE ORDER PAST ITS STOP DATE IS NO LONGER AN
010010* ACTIVE REFERENCE, BUT A RETIREMENT REPOINTS IT ANYWAY.  THE
010020* MASTER IS A FLAT FILE, SO IT IS REWRITTEN IN PLACE.
010030*****************************************************************
010040 7300-SCAN-STANDING-ORDERS.
010050     MOVE 'N' TO WS-REF-EOF-SWITCH.
010060     IF WS-REPOINT
010070         OPEN I-O STANDING-ORDERS
010080     ELSE
010090         OPEN INPUT STANDING-ORDERS
010100     END-IF.
010110     IF WS-SG-FILE-STATUS NOT = '00'
010120         DISPLAY 'GREETMNT: UNABLE TO OPEN STANDING-ORDERS, '
010130             'FILE STATUS = ' WS-SG-FILE-STATUS
010140         MOVE 'STANDING-ORDERS' TO IM-REFERENCE
010150         MOVE 'FILE NOT AVAILABLE' TO IM-ACTION
010160         PERFORM 7050-WRITE-IMPACT-LINE
010170             THRU 7050-EXIT
010180         ADD 1 TO WS-CASCADE-ERRORS
010190         GO TO 7300-EXIT
010200     END-IF.
010210     PERFORM 7310-READ-ORDER
010220         THRU 7310-EXIT.
010230     PERFORM 7320-CHECK-ONE-ORDER
010240         THRU 7320-EXIT
010250         UNTIL WS-END-OF-REFERENCES.
010260     CLOSE STANDING-ORDERS.
010270 7300-EXIT.
010280     EXIT.
010290*****************************************************************
010300* 7310-READ-ORDER
010310*****************************************************************
010320 7310-READ-ORDER.
010330     READ STANDING-ORDERS
010340         AT END
010350             SET WS-END-OF-REFERENCES TO TRUE
010360     END-READ.
010370 7310-EXIT.
010380     EXIT.
010390*****************************************************************
010400* 7320-CHECK-ONE-ORDER
010410*****************************************************************
010420 7320-CHECK-ONE-ORDER.
010430     IF SG-GREETING-CODE NOT = WS-RETIRE-CODE
010440         GO TO 7320-NEXT
010450     END-IF.
010460     IF WS-CHECK-ONLY
010470         IF SG-ACTIVE
010480            AND (SG-STOP-DATE NOT NUMERIC
010490             OR SG-STOP-DATE = ZERO
010500             OR SG-STOP-DATE NOT < WS-RUN-DATE)
010510             ADD 1 TO WS-REFERENCE-COUNT
010520             MOVE SG-SITE-CODE TO IM-SITE-CODE
010530             MOVE 'STANDING ORDER' TO IM-REFERENCE
010540             MOVE 'ACTIVE REFERENCE' TO IM-ACTION
010550             MOVE 'FREQUENCY' TO IM-DETAIL(1:9)
010560             MOVE SG-FREQUENCY TO IM-DETAIL(11:1)
010570             PERFORM 7050-WRITE-IMPACT-LINE
010580                 THRU 7050-EXIT
010590         END-IF
010600         GO TO 7320-NEXT
010610     END-IF.
010620     MOVE STANDING-ORDER-RECORD TO WS-CASCADE-BEFORE.
010630     MOVE WS-SUCCESSOR-CODE TO SG-GREETING-CODE.
010640     MOVE SG-SITE-CODE TO IM-SITE-CODE.
010650     MOVE 'STANDING ORDER' TO IM-REFERENCE.
010660     MOVE 'FREQUENCY' TO IM-DETAIL(1:9).
010670     MOVE SG-FREQUENCY TO IM-DETAIL(11:1).
010680     REWRITE STANDING-ORDER-RECORD.
010690     IF WS-SG-FILE-STATUS NOT = '00'
010700         DISPLAY 'GREETMNT: REWRITE FAILED FOR STANDING ORDER, '
010710             'SITE ' SG-SITE-CODE ', FILE STATUS = '
010720             WS-SG-FILE-STATUS
010730         MOVE 'REWRITE FAILED' TO IM-ACTION
010740         PERFORM 7050-WRITE-IMPACT-LINE
010750             THRU 7050-EXIT
010760         ADD 1 TO WS-CASCADE-ERRORS
010770         GO TO 7320-NEXT
010780     END-IF.
010790     MOVE STANDING-ORDER-RECORD TO WS-CASCADE-AFTER.
010800     MOVE 'O' TO WS-AUDIT-RECORD-TYPE.
010810     PERFORM 8100-WRITE-CASCADE-AUDIT
010820         THRU 8100-EXIT.
010830     ADD 1 TO WS-REPOINT-COUNT.
010840     MOVE 'REPOINTED TO' TO IM-ACTION.
010850     MOVE WS-SUCCESSOR-CODE TO IM-NEW-CODE.
010860     PERFORM 7050-WRITE-IMPACT-LINE
010870         THRU 7050-EXIT.
010880 7320-NEXT.
010890     PERFORM 7310-READ-ORDER
010900         THRU 7310-EXIT.
010910 7320-EXIT.
010920     EXIT.
010930*****************************************************************
010940* 7400-SCAN-SUSPENSE - EVERY ITEM IN THE CURRENT SUSPENSE
010950* GENERATION IS OPEN WORK; ONE NAMING THE OLD CODE WOULD FAIL
010960* AGAIN ON EVERY RETRY, SO IT IS RE-KEYED IN PLACE.
010970*****************************************************************
010980 7400-SCAN-SUSPENSE.
010990     MOVE 'N' TO WS-REF-EOF-SWITCH.
011000     IF WS-REPOINT
011010         OPEN I-O GREETING-SUSPENSE
011020     ELSE
011030         OPEN INPUT GREETING-SUSPENSE
011040     END-IF.
011050     IF WS-SI-FILE-STATUS NOT = '00'
011060         DISPLAY 'GREETMNT: UNABLE TO OPEN SUSPENSE, '
011070             'FILE STATUS = ' WS-SI-FILE-STATUS
011080         MOVE 'SUSPENSE' TO IM-REFERENCE
011090         MOVE 'FILE NOT AVAILABLE' TO IM-ACTION
011100         PERFORM 7050-WRITE-IMPACT-LINE
011110             THRU 7050-EXIT
011120         ADD 1 TO WS-CASCADE-ERRORS
011130         GO TO 7400-EXIT
011140     END-IF.
011150     PERFORM 7410-READ-SUSPENSE
011160         THRU 7410-EXIT.
011170     PERFORM 7420-CHECK-ONE-SUSPENSE
011180         THRU 7420-EXIT
011190         UNTIL WS-END-OF-REFERENCES.
011200     CLOSE GREETING-SUSPENSE.
011210 7400-EXIT.
011220     EXIT.
011230*****************************************************************
011240* 7410-READ-SUSPENSE
011250*****************************************************************
011260 7410-READ-SUSPENSE.
011270     READ GREETING-SUSPENSE
011280         AT END
011290             SET WS-END-OF-REFERENCES TO TRUE
011300     END-READ.
011310 7410-EXIT.
011320     EXIT.
011330*****************************************************************
011340* 7420-CHECK-ONE-SUSPENSE
011350*****************************************************************
011360 7420-CHECK-ONE-SUSPENSE.
011370     IF GS-GREETING-CODE NOT = WS-RETIRE-CODE
011380         GO TO 7420-NEXT
011390     END-IF.
011400     MOVE GS-SITE-CODE TO IM-SITE-CODE.
011410     MOVE 'SUSPENSE ITEM' TO IM-REFERENCE.
011420     MOVE 'REQUEST DATE' TO IM-DETAIL(1:12).
011430     MOVE GS-REQUEST-DATE TO IM-DETAIL(14:8).
011440     IF WS-CHECK-ONLY
011450         ADD 1 TO WS-REFERENCE-COUNT
011460         MOVE 'ACTIVE REFERENCE' TO IM-ACTION
011470         PERFORM 7050-WRITE-IMPACT-LINE
011480             THRU 7050-EXIT
011490         GO TO 7420-NEXT
011500     END-IF.
011510     MOVE GREETING-SUSPENSE-RECORD TO WS-CASCADE-BEFORE.
011520     MOVE WS-SUCCESSOR-CODE TO GS-GREETING-CODE.
011530     REWRITE GREETING-SUSPENSE-RECORD.
011540     IF WS-SI-FILE-STATUS NOT = '00'
011550         DISPLAY 'GREETMNT: REWRITE FAILED FOR SUSPENSE ITEM, '
011560             'SITE ' GS-SITE-CODE ', FILE STATUS = '
011570             WS-SI-FILE-STATUS
011580         MOVE 'REWRITE FAILED' TO IM-ACTION
011590         PERFORM 7050-WRITE-IMPACT-LINE
011600             THRU 7050-EXIT
011610         ADD 1 TO WS-CASCADE-ERRORS
011620         GO TO 7420-NEXT
011630     END-IF.
011640     MOVE GREETING-SUSPENSE-RECORD TO WS-CASCADE-AFTER.
011650     MOVE 'U' TO WS-AUDIT-RECORD-TYPE.
011660     PERFORM 8100-WRITE-CASCADE-AUDIT
011670         THRU 8100-EXIT.
011680     ADD 1 TO WS-REPOINT-COUNT.
011690     MOVE 'RE-KEYED TO' TO IM-ACTION.
011700     MOVE WS-SUCCESSOR-CODE TO IM-NEW-CODE.
011710     PERFORM 7050-WRITE-IMPACT-LINE
011720         THRU 7050-EXIT.
011730 7420-NEXT.
011740     PERFORM 7410-READ-SUSPENSE
011750         THRU 7410-EXIT.
011760 7420-EXIT.
011770     EXIT.
011780*****************************************************************
011790* 7500-SCAN-CARRYOVER - WORK THE DRIVER CARRIED TO THE NEXT CYCLE
011800* IS OPEN WORK TOO, AND IS RE-KEYED IN PLACE THE SAME WAY.
011810*****************************************************************
011820 7500-SCAN-CARRYOVER.
011830     MOVE 'N' TO WS-REF-EOF-SWITCH.
011840     IF WS-REPOINT
011850         OPEN I-O GREETING-CARRYOVER
011860     ELSE
011870         OPEN INPUT GREETING-CARRYOVER
011880     END-IF.
011890     IF WS-CI-FILE-STATUS NOT = '00'
011900         DISPLAY 'GREETMNT: UNABLE TO OPEN CARRYOVER, '
011910             'FILE STATUS = ' WS-CI-FILE-STATUS
011920         MOVE 'CARRYOVER' TO IM-REFERENCE
011930         MOVE 'FILE NOT AVAILABLE' TO IM-ACTION
011940         PERFORM 7050-WRITE-IMPACT-LINE
011950             THRU 7050-EXIT
011960         ADD 1 TO WS-CASCADE-ERRORS
011970         GO TO 7500-EXIT
011980     END-IF.
011990     PERFORM 7510-READ-CARRYOVER
012000         THRU 7510-EXIT.
012010     PERFORM 7520-CHECK-ONE-CARRYOVER
012020         THRU 7520-EXIT
012030         UNTIL WS-END-OF-REFERENCES.
012040     CLOSE GREETING-CARRYOVER.
012050 7500-EXIT.
012060     EXIT.
012070*****************************************************************
012080* 7510-READ-CARRYOVER
012090*****************************************************************
012100 7510-READ-CARRYOVER.
012110     READ GREETING-CARRYOVER
012120         AT END
012130             SET WS-END-OF-REFERENCES TO TRUE
012140     END-READ.
012150 7510-EXIT.
012160     EXIT.
012170*****************************************************************
012180* 7520-CHECK-ONE-CARRYOVER
012190*****************************************************************
012200 7520-CHECK-ONE-CARRYOVER.
012210     IF GT-GREETING-CODE NOT = WS-RETIRE-CODE
012220         GO TO 7520-NEXT
012230     END-IF.
012240     MOVE GT-SITE-CODE TO IM-SITE-CODE.
012250     MOVE 'CARRYOVER ITEM' TO IM-REFERENCE.
012260     MOVE 'REQUEST DATE' TO IM-DETAIL(1:12).
012270     MOVE GT-REQUEST-DATE TO IM-DETAIL(14:8).
012280     IF WS-CHECK-ONLY
012290         ADD 1 TO WS-REFERENCE-COUNT
012300         MOVE 'ACTIVE REFERENCE' TO IM-ACTION
012310         PERFORM 7050-WRITE-IMPACT-LINE
012320             THRU 7050-EXIT
012330         GO TO 7520-NEXT
012340     END-IF.
012350     MOVE GREETING-TRAN-RECORD TO WS-CASCADE-BEFORE.
012360     MOVE WS-SUCCESSOR-CODE TO GT-GREETING-CODE.
012370     REWRITE GREETING-TRAN-RECORD.
012380     IF WS-CI-FILE-STATUS NOT = '00'
012390         DISPLAY 'GREETMNT: REWRITE FAILED FOR CARRYOVER ITEM, '
012400             'SITE ' GT-SITE-CODE ', FILE STATUS = '
012410             WS-CI-FILE-STATUS
012420         MOVE 'REWRITE FAILED' TO IM-ACTION
012430         PERFORM 7050-WRITE-IMPACT-LINE
012440             THRU 7050-EXIT
012450         ADD 1 TO WS-CASCADE-ERRORS
012460         GO TO 7520-NEXT
012470     END-IF.
012480     MOVE GREETING-TRAN-RECORD TO WS-CASCADE-AFTER.
012490     MOVE 'C' TO WS-AUDIT-RECORD-TYPE.
012500     PERFORM 8100-WRITE-CASCADE-AUDIT
012510         THRU 8100-EXIT.
012520     ADD 1 TO WS-REPOINT-COUNT.
012530     MOVE 'RE-KEYED TO' TO IM-ACTION.
012540     MOVE WS-SUCCESSOR-CODE TO IM-NEW-CODE.
012550     PERFORM 7050-WRITE-IMPACT-LINE
012560         THRU 7050-EXIT.
012570 7520-NEXT.
012580     PERFORM 7510-READ-CARRYOVER
012590         THRU 7510-EXIT.
012600 7520-EXIT.
012610     EXIT.
012620*****************************************************************
012630* 8100-WRITE-CASCADE-AUDIT - ONE AUDIT RECORD PER RECORD A
012640* RETIREMENT CHANGED IN ANOTHER FILE, FILED UNDER THE RETIRED
012650* CODE SO GREETAUR SHOWS THE WHOLE CASCADE WITH THE CODE'S OWN
012660* HISTORY.  AU-RECORD-TYPE SAYS WHICH FILE THE IMAGES CAME FROM.
012670*****************************************************************
012680 8100-WRITE-CASCADE-AUDIT.
012690     IF WS-AU-FILE-STATUS NOT = '00'
012700         GO TO 8100-EXIT
012710     END-IF.
012720     MOVE GMX-TRANS-CODE TO AU-TRANS-CODE.
012730     MOVE WS-RETIRE-CODE TO AU-GREETING-CODE.
012740     MOVE WS-RUN-DATE TO AU-UPDATE-DATE.
012750     MOVE WS-RUN-TIME TO AU-UPDATE-TIME.
012760     MOVE GMX-UPDATE-USER TO AU-UPDATE-USER.
012770     MOVE WS-CASCADE-BEFORE TO AU-BEFORE-IMAGE.
012780     MOVE WS-CASCADE-AFTER TO AU-AFTER-IMAGE.
012790     MOVE WS-AUDIT-RECORD-TYPE TO AU-RECORD-TYPE.
012800     WRITE GREETING-AUDIT-RECORD.
012810     ADD 1 TO WS-AUDIT-COUNT.
012820 8100-EXIT.
012830     EXIT.
