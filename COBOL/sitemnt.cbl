000130* NEW SITES), THE SAME WAY GREETMNT MAINTAINS GREETING-MASTER.
000140* EACH TRANSACTION IS ECHOED TO SYSOUT WITH ITS DISPOSITION SO
000150* A RUN CAN BE REVIEWED AFTERWARD.
000151*
000152* NO CHANGE REACHES THE MASTER ON ONE PERSON'S SAY-SO.  A
000153* NORMAL RUN ONLY STAGES EACH TRANSACTION THAT PASSES THE
000154* UP-FRONT CHECKS ONTO THE PENDING-CHANGE FILE, KEYED BY WHO
000155* SUBMITTED IT.  A SECOND USER APPROVES OR REJECTS IT THROUGH
000156* GREETAPR, AND A RUN WITH EXEC PARM 'APPLY' THEN PUTS ONLY
000157* THE APPROVED SITE-MASTER CHANGES ON THE MASTER, THROUGH THE
000158* SAME ADD/UPDATE/DEACTIVATE HANDLERS AS BEFORE, AND MARKS
000159* EACH ONE APPLIED OR FAILED.
000160*
000170*   MOD LOG
000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  -------------------------------------------
000200*   2026-08-22 RLB   ORIGINAL PROGRAM
000202*   2026-10-15 RLB   TWO-PERSON CONTROL - STAGE TRANSACTIONS TO
000204*                    THE PENDING-CHANGE FILE; PARM 'APPLY'
000206*                    APPLIES ONLY CHANGES GREETAPR APPROVED
000207*   2026-10-15 RLB   MAINTAIN THE SITE'S MONTHLY VOLUME LIMIT
000208*                    (SM-MONTHLY-CAP) ON ADD AND UPDATE
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000330     SELECT SITE-MAINT-TRANS ASSIGN TO SITEMTX
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-SX-FILE-STATUS.
000352     SELECT PENDING-CHANGE ASSIGN TO GREETPND
000354         ORGANIZATION IS INDEXED
000356         ACCESS MODE IS DYNAMIC
000357         RECORD KEY IS PN-PENDING-KEY
000358         FILE STATUS IS WS-PN-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SITE-MASTER
000410 FD  SITE-MAINT-TRANS
000420     LABEL RECORDS ARE STANDARD
000430     RECORDING MODE IS F.
000440 01  SITE-MAINT-IN-RECORD            PIC X(80).
000442 FD  PENDING-CHANGE
000444     LABEL RECORDS ARE STANDARD.
000446 COPY GREETPND.
000450 WORKING-STORAGE SECTION.
000460 77  WS-SM-FILE-STATUS           PIC X(02) VALUE SPACES.
000470 77  WS-SX-FILE-STATUS           PIC X(02) VALUE SPACES.
000510 77  WS-UPDATE-COUNT             PIC 9(05) VALUE ZERO.
000520 77  WS-DEACTIVATE-COUNT         PIC 9(05) VALUE ZERO.
000530 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
000531 77  WS-PN-FILE-STATUS           PIC X(02) VALUE SPACES.
000532 77  WS-RUN-TIME                 PIC 9(06) VALUE ZEROS.
000533 77  WS-STAGE-COUNT              PIC 9(05) VALUE ZERO.
000534 77  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
000535 77  WS-APPLY-FAILED-COUNT       PIC 9(05) VALUE ZERO.
000536 77  WS-REJECTS-BEFORE           PIC 9(05) VALUE ZERO.
000537 COPY SITEMTX.
000540 01  WS-SWITCHES.
000550     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000560         88  WS-END-OF-TRANS               VALUE 'Y'.
000562     05  WS-MODE-SWITCH           PIC X(01) VALUE 'S'.
000564         88  WS-STAGE-MODE                 VALUE 'S'.
000566         88  WS-APPLY-MODE                 VALUE 'A'.
000567     05  WS-PN-EOF-SWITCH         PIC X(01) VALUE 'N'.
000568         88  WS-END-OF-PENDING             VALUE 'Y'.
000570 LINKAGE SECTION.
000572 01  LS-PARM-DATA.
000574     05  LS-PARM-LENGTH          PIC S9(04) COMP.
000576     05  LS-PARM-TEXT            PIC X(05).
000580 PROCEDURE DIVISION USING LS-PARM-DATA.
000590 0000-MAINLINE.
000600     PERFORM 1000-INITIALIZE
000610         THRU 1000-EXIT.
000612     IF WS-APPLY-MODE
000614         PERFORM 2500-APPLY-APPROVED
000616             THRU 2500-EXIT
000618             UNTIL WS-END-OF-PENDING
000619     ELSE
000620         PERFORM 2000-PROCESS-TRANSACTIONS
000630             THRU 2000-EXIT
000640             UNTIL WS-END-OF-TRANS
000645     END-IF.
000650     PERFORM 9000-TERMINATE
000660         THRU 9000-EXIT.
000670     GOBACK.
000680 0000-EXIT.
000690     EXIT.
000700*****************************************************************
000710* 1000-INITIALIZE - A STAGING RUN NEEDS ONLY THE TRANSACTIONS
000712* AND THE PENDING-CHANGE FILE; AN APPLY RUN NEEDS THE PENDING-
000714* CHANGE FILE AND THE MASTER.
000720*****************************************************************
000730 1000-INITIALIZE.
000740     MOVE ZERO TO RETURN-CODE.
000750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000752     ACCEPT WS-RUN-TIME FROM TIME.
000753     IF LS-PARM-LENGTH > 4
000754        AND LS-PARM-TEXT(1:5) = 'APPLY'
000755         SET WS-APPLY-MODE TO TRUE
000756         DISPLAY 'SITEMNT: APPLYING APPROVED PENDING CHANGES'
000757     END-IF.
000758     OPEN I-O PENDING-CHANGE.
000759     IF WS-PN-FILE-STATUS NOT = '00'
00075A         DISPLAY 'SITEMNT: UNABLE TO OPEN PENDING-CHANGE, '
00075B             'FILE STATUS = ' WS-PN-FILE-STATUS
00075C         MOVE 12 TO RETURN-CODE
00075D         GOBACK
00075E     END-IF.
00075F     IF WS-STAGE-MODE
00075G         GO TO 1000-OPEN-TRANS
00075H     END-IF.
000760     OPEN I-O SITE-MASTER.
000780     IF WS-SM-FILE-STATUS NOT = '00'
000790         DISPLAY 'SITEMNT: UNABLE TO OPEN SITE-MASTER, '
000800             'FILE STATUS = ' WS-SM-FILE-STATUS
000810         MOVE 12 TO RETURN-CODE
000820         GOBACK
000830     END-IF.
000831     MOVE LOW-VALUES TO PN-PENDING-KEY.
000832     SET PN-FOR-SITE-MASTER TO TRUE.
000833     START PENDING-CHANGE
000834         KEY IS NOT LESS THAN PN-PENDING-KEY
000835         INVALID KEY
000836             SET WS-END-OF-PENDING TO TRUE
000837             GO TO 1000-EXIT
000838     END-START.
000839     PERFORM 2510-READ-PENDING
00083A         THRU 2510-EXIT.
00083B     GO TO 1000-EXIT.
00083C 1000-OPEN-TRANS.
00083D     OPEN INPUT SITE-MAINT-TRANS.
000840     IF WS-SX-FILE-STATUS NOT = '00'
000850         DISPLAY 'SITEMNT: UNABLE TO OPEN SITE-MAINT-TRANS, '
000860             'FILE STATUS = ' WS-SX-FILE-STATUS
000920 1000-EXIT.
000930     EXIT.
000940*****************************************************************
000950* 2000-PROCESS-TRANSACTIONS - STAGE EACH SUBMITTED TRANSACTION
000960* FOR A SECOND USER'S APPROVAL.
000970*****************************************************************
000980 2000-PROCESS-TRANSACTIONS.
000990     ADD 1 TO WS-TRANS-COUNT.
000991     PERFORM 2200-STAGE-TRANSACTION
000992         THRU 2200-EXIT.
000993     PERFORM 2100-READ-TRANSACTION
000994         THRU 2100-EXIT.
000995 2000-EXIT.
000996     EXIT.
000997*****************************************************************
000998* 2300-APPLY-TRANSACTION - DISPATCH AN APPROVED TRANSACTION TO
000999* ITS ADD, UPDATE, OR DEACTIVATE HANDLER BASED ON
00099A* SMX-TRANS-CODE.
00099B*****************************************************************
00099C 2300-APPLY-TRANSACTION.
001000     EVALUATE TRUE
001010         WHEN SMX-ADD-ENTRY
001020             PERFORM 3000-ADD-ENTRY
001150                 MOVE 4 TO RETURN-CODE
001160             END-IF
001170     END-EVALUATE.
001200 2300-EXIT.
001210     EXIT.
001220*****************************************************************
001230* 2100-READ-TRANSACTION
001240*****************************************************************
001250 2100-READ-TRANSACTION.
001260     READ SITE-MAINT-TRANS INTO SITE-MAINT-RECORD
001270         AT END
001280             SET WS-END-OF-TRANS TO TRUE
001290     END-READ.
001370     MOVE SMX-SITE-CODE TO SM-SITE-CODE.
001380     MOVE SMX-SITE-NAME TO SM-SITE-NAME.
001390     MOVE SMX-DEFAULT-GREETING-CODE TO SM-DEFAULT-GREETING-CODE.
001392     IF SMX-MONTHLY-CAP NUMERIC
001394         MOVE SMX-MONTHLY-CAP TO SM-MONTHLY-CAP
001396     ELSE
001398         MOVE ZERO TO SM-MONTHLY-CAP
001399     END-IF.
001400     SET SM-ACTIVE TO TRUE.
001410     MOVE WS-RUN-DATE TO SM-LAST-UPDATE-DATE.
001420     MOVE SMX-UPDATE-USER TO SM-LAST-UPDATE-USER.
001560     EXIT.
001570*****************************************************************
001580* 4000-UPDATE-ENTRY - REWRITE THE NAME AND DEFAULT GREETING ON
001590* AN EXISTING SITE-MASTER RECORD, AND THE MONTHLY LIMIT WHEN
001600* ONE IS KEYED.  REJECTED IF THE SITE CODE DOES NOT EXIST.
001610*****************************************************************
001620 4000-UPDATE-ENTRY.
001630     MOVE SMX-SITE-CODE TO SM-SITE-CODE.
001730     END-READ.
001740     MOVE SMX-SITE-NAME TO SM-SITE-NAME.
001750     MOVE SMX-DEFAULT-GREETING-CODE TO SM-DEFAULT-GREETING-CODE.
001752     IF SMX-MONTHLY-CAP NUMERIC
001754         MOVE SMX-MONTHLY-CAP TO SM-MONTHLY-CAP
001756     END-IF.
001760     MOVE WS-RUN-DATE TO SM-LAST-UPDATE-DATE.
001770     MOVE SMX-UPDATE-USER TO SM-LAST-UPDATE-USER.
001780     REWRITE SITE-MASTER-RECORD
002260* 9000-TERMINATE
002270*****************************************************************
002280 9000-TERMINATE.
002281     IF WS-STAGE-MODE
002282         DISPLAY 'SITEMNT: TRANSACTIONS READ    = '
002283             WS-TRANS-COUNT
002284         DISPLAY 'SITEMNT: TRANSACTIONS STAGED  = '
002285             WS-STAGE-COUNT
002286         DISPLAY 'SITEMNT: TRANSACTIONS REJECTED = '
002287             WS-REJECT-COUNT
002288         CLOSE SITE-MAINT-TRANS
002289         CLOSE PENDING-CHANGE
00228A         GO TO 9000-EXIT
00228B     END-IF.
002290     DISPLAY 'SITEMNT: APPROVED CHANGES READ = ' WS-TRANS-COUNT.
002300     DISPLAY 'SITEMNT: SITES ADDED          = ' WS-ADD-COUNT.
002310     DISPLAY 'SITEMNT: SITES UPDATED        = ' WS-UPDATE-COUNT.
002320     DISPLAY 'SITEMNT: SITES DEACTIVATED    = '
002330         WS-DEACTIVATE-COUNT.
002340     DISPLAY 'SITEMNT: TRANSACTIONS REJECTED = ' WS-REJECT-COUNT.
002342     DISPLAY 'SITEMNT: PENDING MARKED APPLIED = '
002344         WS-APPLIED-COUNT.
002346     DISPLAY 'SITEMNT: PENDING MARKED FAILED  = '
002348         WS-APPLY-FAILED-COUNT.
002350     CLOSE SITE-MASTER.
002360     CLOSE PENDING-CHANGE.
002370 9000-EXIT.
002380     EXIT.
002390*****************************************************************
002400* 2200-STAGE-TRANSACTION - THE CHECKS THAT NEED NO MASTER READ
002410* ARE MADE NOW, SO THE APPROVER IS NEVER ASKED TO SIGN OFF A
002420* TRANSACTION THAT CANNOT APPLY: A KNOWN TRANSACTION CODE AND A
002430* SUBMITTING USER TO HOLD THE APPROVER AGAINST, AND A MONTHLY
002432* LIMIT THAT IS BLANK OR NUMERIC.  THE REST IS
002440* WRITTEN TO THE PENDING-CHANGE FILE AS SUBMITTED, STATUS
002450* PENDING.
002460*****************************************************************
002470 2200-STAGE-TRANSACTION.
002480     IF NOT SMX-ADD-ENTRY
002490        AND NOT SMX-UPDATE-ENTRY
002500        AND NOT SMX-DEACTIVATE-ENTRY
002510         DISPLAY 'SITEMNT: INVALID TRANSACTION CODE FOR '
002520             SMX-SITE-CODE
002530         ADD 1 TO WS-REJECT-COUNT
002540         IF RETURN-CODE < 4
002550             MOVE 4 TO RETURN-CODE
002560         END-IF
002570         GO TO 2200-EXIT
002580     END-IF.
002590     IF SMX-UPDATE-USER = SPACES
002600         DISPLAY 'SITEMNT: NO UPDATE USER ON TRANSACTION FOR '
002610             SMX-SITE-CODE ' - TRANSACTION REJECTED'
002620         ADD 1 TO WS-REJECT-COUNT
002630         IF RETURN-CODE < 4
002640             MOVE 4 TO RETURN-CODE
002650         END-IF
002660         GO TO 2200-EXIT
002670     END-IF.
002672     IF SMX-MONTHLY-CAP-X NOT = SPACES
002673        AND SMX-MONTHLY-CAP NOT NUMERIC
002674         DISPLAY 'SITEMNT: MONTHLY LIMIT NOT NUMERIC FOR '
002675             SMX-SITE-CODE ' - TRANSACTION REJECTED'
002676         ADD 1 TO WS-REJECT-COUNT
002677         IF RETURN-CODE < 4
002678             MOVE 4 TO RETURN-CODE
002679         END-IF
00267A         GO TO 2200-EXIT
00267B     END-IF.
002680     MOVE SPACES TO PENDING-CHANGE-RECORD.
002690     SET PN-FOR-SITE-MASTER TO TRUE.
002700     MOVE WS-RUN-DATE TO PN-STAGE-DATE.
002710     MOVE WS-RUN-TIME TO PN-STAGE-TIME.
002720     MOVE WS-TRANS-COUNT TO PN-STAGE-SEQ.
002730     SET PN-PENDING TO TRUE.
002740     MOVE SMX-UPDATE-USER TO PN-STAGE-USER.
002750     MOVE ZEROS TO PN-DECISION-DATE.
002760     MOVE ZEROS TO PN-APPLY-DATE.
002770     MOVE SITE-MAINT-RECORD TO PN-TRAN-IMAGE.
002780     WRITE PENDING-CHANGE-RECORD
002790         INVALID KEY
002800             DISPLAY 'SITEMNT: UNABLE TO STAGE TRANSACTION FOR '
002810                 SMX-SITE-CODE ', FILE STATUS = '
002820                 WS-PN-FILE-STATUS
002830             ADD 1 TO WS-REJECT-COUNT
002840             IF RETURN-CODE < 8
002850                 MOVE 8 TO RETURN-CODE
002860             END-IF
002870             GO TO 2200-EXIT
002880     END-WRITE.
002890     DISPLAY 'SITEMNT: STAGED ' SMX-TRANS-CODE ' FOR '
002900         SMX-SITE-CODE ' AS PENDING ' PN-PENDING-KEY.
002910     ADD 1 TO WS-STAGE-COUNT.
002920 2200-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 2500-APPLY-APPROVED - WALK THE SITE-MASTER PORTION OF THE
002960* PENDING-CHANGE FILE.  AN APPROVED CHANGE IS APPLIED THROUGH
002970* THE NORMAL HANDLERS AND MARKED APPLIED, OR FAILED IF THE
002980* HANDLER REJECTED IT (THE REASON IS ON SYSOUT AS ALWAYS), SO
002990* IT IS NEVER PICKED UP AGAIN.  PENDING, REJECTED AND ALREADY
003000* APPLIED CHANGES ARE LEFT ALONE.
003010*****************************************************************
003020 2500-APPLY-APPROVED.
003030     IF NOT PN-APPROVED
003040         GO TO 2500-NEXT
003050     END-IF.
003060     ADD 1 TO WS-TRANS-COUNT.
003070     MOVE PN-TRAN-IMAGE TO SITE-MAINT-RECORD.
003080     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
003090     PERFORM 2300-APPLY-TRANSACTION
003100         THRU 2300-EXIT.
003110     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
003120         SET PN-APPLY-FAILED TO TRUE
003130         ADD 1 TO WS-APPLY-FAILED-COUNT
003140     ELSE
003150         SET PN-APPLIED TO TRUE
003160         ADD 1 TO WS-APPLIED-COUNT
003170     END-IF.
003180     MOVE WS-RUN-DATE TO PN-APPLY-DATE.
003190     REWRITE PENDING-CHANGE-RECORD
003200         INVALID KEY
003210             DISPLAY 'SITEMNT: UNABLE TO MARK PENDING '
003220                 PN-PENDING-KEY ', FILE STATUS = '
003230                 WS-PN-FILE-STATUS
003240             IF RETURN-CODE < 8
003250                 MOVE 8 TO RETURN-CODE
003260             END-IF
003270     END-REWRITE.
003280 2500-NEXT.
003290     PERFORM 2510-READ-PENDING
003300         THRU 2510-EXIT.
003310 2500-EXIT.
003320     EXIT.
003330*****************************************************************
003340* 2510-READ-PENDING - NEXT PENDING-CHANGE RECORD; THE FIRST ONE
003350* FOR ANOTHER TARGET FILE ENDS THE SITE-MASTER PORTION.
003360*****************************************************************
003370 2510-READ-PENDING.
003380     READ PENDING-CHANGE NEXT RECORD
003390         AT END
003400             SET WS-END-OF-PENDING TO TRUE
003410             GO TO 2510-EXIT
003420     END-READ.
003430     IF NOT PN-FOR-SITE-MASTER
003440         SET WS-END-OF-PENDING TO TRUE
003450     END-IF.
003460 2510-EXIT.
003470     EXIT.
