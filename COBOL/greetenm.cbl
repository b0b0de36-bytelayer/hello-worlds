000170* THE SIGN-UP HISTORY ON THE RECORD SURVIVES.  EACH TRANSACTION
000180* IS ECHOED TO SYSOUT WITH ITS DISPOSITION SO A RUN CAN BE
000190* REVIEWED AFTERWARD.
000191*
000192* NO CHANGE REACHES THE CROSS-REFERENCE ON ONE PERSON'S SAY-SO.
000193* A NORMAL RUN ONLY STAGES EACH TRANSACTION THAT PASSES THE
000194* UP-FRONT CHECKS ONTO THE PENDING-CHANGE FILE, KEYED BY WHO
000195* SUBMITTED IT.  A SECOND USER APPROVES OR REJECTS IT THROUGH
000196* GREETAPR, AND A RUN WITH EXEC PARM 'APPLY' THEN PUTS ONLY
000197* THE APPROVED GREETING-ENTITLE CHANGES ON THE FILE, THROUGH
000198* THE SAME ADD/REMOVE HANDLERS AS BEFORE, AND MARKS EACH ONE
000199* APPLIED OR FAILED.
000200*
000210*   MOD LOG
000220*   DATE       INIT  DESCRIPTION
000230*   ---------- ----  -------------------------------------------
000240*   2026-09-02 RLB   ORIGINAL PROGRAM
000242*   2026-10-15 RLB   TWO-PERSON CONTROL - STAGE TRANSACTIONS TO
000244*                    THE PENDING-CHANGE FILE; PARM 'APPLY'
000246*                    APPLIES ONLY CHANGES GREETAPR APPROVED
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000370     SELECT ENTITLE-MAINT-TRANS ASSIGN TO GREETETX
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-EX-FILE-STATUS.
000392     SELECT PENDING-CHANGE ASSIGN TO GREETPND
000394         ORGANIZATION IS INDEXED
000396         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS PN-PENDING-KEY
000398         FILE STATUS IS WS-PN-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  GREETING-ENTITLE
000450 FD  ENTITLE-MAINT-TRANS
000460     LABEL RECORDS ARE STANDARD
000470     RECORDING MODE IS F.
000480 01  ENTITLE-MAINT-IN-RECORD         PIC X(80).
000482 FD  PENDING-CHANGE
000484     LABEL RECORDS ARE STANDARD.
000486 COPY GREETPND.
000490 WORKING-STORAGE SECTION.
000500 77  WS-GE-FILE-STATUS           PIC X(02) VALUE SPACES.
000510 77  WS-EX-FILE-STATUS           PIC X(02) VALUE SPACES.
000550 77  WS-REACTIVATE-COUNT         PIC 9(05) VALUE ZERO.
000560 77  WS-REMOVE-COUNT             PIC 9(05) VALUE ZERO.
000570 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
000571 77  WS-PN-FILE-STATUS           PIC X(02) VALUE SPACES.
000572 77  WS-RUN-TIME                 PIC 9(06) VALUE ZEROS.
000573 77  WS-STAGE-COUNT              PIC 9(05) VALUE ZERO.
000574 77  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
000575 77  WS-APPLY-FAILED-COUNT       PIC 9(05) VALUE ZERO.
000576 77  WS-REJECTS-BEFORE           PIC 9(05) VALUE ZERO.
000577 COPY GREETETX.
000580 01  WS-SWITCHES.
000590     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000600         88  WS-END-OF-TRANS               VALUE 'Y'.
000602     05  WS-MODE-SWITCH           PIC X(01) VALUE 'S'.
000604         88  WS-STAGE-MODE                 VALUE 'S'.
000606         88  WS-APPLY-MODE                 VALUE 'A'.
000607     05  WS-PN-EOF-SWITCH         PIC X(01) VALUE 'N'.
000608         88  WS-END-OF-PENDING             VALUE 'Y'.
000610 LINKAGE SECTION.
000612 01  LS-PARM-DATA.
000614     05  LS-PARM-LENGTH          PIC S9(04) COMP.
000616     05  LS-PARM-TEXT            PIC X(05).
000620 PROCEDURE DIVISION USING LS-PARM-DATA.
000630 0000-MAINLINE.
000640     PERFORM 1000-INITIALIZE
000650         THRU 1000-EXIT.
000652     IF WS-APPLY-MODE
000654         PERFORM 2500-APPLY-APPROVED
000656             THRU 2500-EXIT
000658             UNTIL WS-END-OF-PENDING
000659     ELSE
000660         PERFORM 2000-PROCESS-TRANSACTIONS
000670             THRU 2000-EXIT
000680             UNTIL WS-END-OF-TRANS
000685     END-IF.
000690     PERFORM 9000-TERMINATE
000700         THRU 9000-EXIT.
000710     GOBACK.
000720 0000-EXIT.
000730     EXIT.
000740*****************************************************************
000750* 1000-INITIALIZE - A STAGING RUN NEEDS ONLY THE TRANSACTIONS
000752* AND THE PENDING-CHANGE FILE; AN APPLY RUN NEEDS THE PENDING-
000754* CHANGE FILE AND GREETING-ENTITLE.
000760*****************************************************************
000770 1000-INITIALIZE.
000780     MOVE ZERO TO RETURN-CODE.
000790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000791     ACCEPT WS-RUN-TIME FROM TIME.
000792     IF LS-PARM-LENGTH > 4
000793        AND LS-PARM-TEXT(1:5) = 'APPLY'
000794         SET WS-APPLY-MODE TO TRUE
000795         DISPLAY 'GREETENM: APPLYING APPROVED PENDING CHANGES'
000796     END-IF.
000797     OPEN I-O PENDING-CHANGE.
000798     IF WS-PN-FILE-STATUS NOT = '00'
000799         DISPLAY 'GREETENM: UNABLE TO OPEN PENDING-CHANGE, '
00079A             'FILE STATUS = ' WS-PN-FILE-STATUS
00079B         MOVE 12 TO RETURN-CODE
00079C         GOBACK
00079D     END-IF.
00079E     IF WS-STAGE-MODE
00079F         GO TO 1000-OPEN-TRANS
00079G     END-IF.
000800     OPEN I-O GREETING-ENTITLE.
000820     IF WS-GE-FILE-STATUS NOT = '00'
000830         DISPLAY 'GREETENM: UNABLE TO OPEN GREETING-ENTITLE, '
000840             'FILE STATUS = ' WS-GE-FILE-STATUS
000850         MOVE 12 TO RETURN-CODE
000860         GOBACK
000870     END-IF.
000871     MOVE LOW-VALUES TO PN-PENDING-KEY.
000872     SET PN-FOR-ENTITLEMENT TO TRUE.
000873     START PENDING-CHANGE
000874         KEY IS NOT LESS THAN PN-PENDING-KEY
000875         INVALID KEY
000876             SET WS-END-OF-PENDING TO TRUE
000877             GO TO 1000-EXIT
000878     END-START.
000879     PERFORM 2510-READ-PENDING
00087A         THRU 2510-EXIT.
00087B     GO TO 1000-EXIT.
00087C 1000-OPEN-TRANS.
00087D     OPEN INPUT ENTITLE-MAINT-TRANS.
000880     IF WS-EX-FILE-STATUS NOT = '00'
000890         DISPLAY 'GREETENM: UNABLE TO OPEN ENTITLE-MAINT-TRANS, '
000900             'FILE STATUS = ' WS-EX-FILE-STATUS
000960 1000-EXIT.
000970     EXIT.
000980*****************************************************************
000990* 2000-PROCESS-TRANSACTIONS - STAGE EACH SUBMITTED TRANSACTION
001000* FOR A SECOND USER'S APPROVAL.
001010*****************************************************************
001020 2000-PROCESS-TRANSACTIONS.
001030     ADD 1 TO WS-TRANS-COUNT.
001031     PERFORM 2200-STAGE-TRANSACTION
001032         THRU 2200-EXIT.
001033     PERFORM 2100-READ-TRANSACTION
001034         THRU 2100-EXIT.
001035 2000-EXIT.
001036     EXIT.
001037*****************************************************************
001038* 2300-APPLY-TRANSACTION - DISPATCH AN APPROVED TRANSACTION TO
001039* ITS ADD OR REMOVE HANDLER BASED ON GEX-TRANS-CODE.
00103A*****************************************************************
00103B 2300-APPLY-TRANSACTION.
001040     EVALUATE TRUE
001050         WHEN GEX-ADD-ENTRY
001060             PERFORM 3000-ADD-ENTRY
001160                 MOVE 4 TO RETURN-CODE
001170             END-IF
001180     END-EVALUATE.
001210 2300-EXIT.
001220     EXIT.
001230*****************************************************************
001240* 2100-READ-TRANSACTION
001250*****************************************************************
001260 2100-READ-TRANSACTION.
001270     READ ENTITLE-MAINT-TRANS INTO ENTITLE-MAINT-RECORD
001280         AT END
001290             SET WS-END-OF-TRANS TO TRUE
001300     END-READ.
002380* 9000-TERMINATE
002390*****************************************************************
002400 9000-TERMINATE.
002401     IF WS-STAGE-MODE
002402         DISPLAY 'GREETENM: TRANSACTIONS READ     = '
002403             WS-TRANS-COUNT
002404         DISPLAY 'GREETENM: TRANSACTIONS STAGED   = '
002405             WS-STAGE-COUNT
002406         DISPLAY 'GREETENM: TRANSACTIONS REJECTED = '
002407             WS-REJECT-COUNT
002408         CLOSE ENTITLE-MAINT-TRANS
002409         CLOSE PENDING-CHANGE
00240A         GO TO 9000-EXIT
00240B     END-IF.
002410     DISPLAY 'GREETENM: APPROVED CHANGES READ = ' WS-TRANS-COUNT.
002420     DISPLAY 'GREETENM: ENTITLEMENTS ADDED    = ' WS-ADD-COUNT.
002430     DISPLAY 'GREETENM: REACTIVATED           = '
002440         WS-REACTIVATE-COUNT.
002450     DISPLAY 'GREETENM: ENTITLEMENTS REMOVED  = ' WS-REMOVE-COUNT.
002460     DISPLAY 'GREETENM: TRANSACTIONS REJECTED = '
002470         WS-REJECT-COUNT.
002472     DISPLAY 'GREETENM: PENDING MARKED APPLIED = '
002474         WS-APPLIED-COUNT.
002476     DISPLAY 'GREETENM: PENDING MARKED FAILED  = '
002478         WS-APPLY-FAILED-COUNT.
002480     CLOSE GREETING-ENTITLE.
002490     CLOSE PENDING-CHANGE.
002500 9000-EXIT.
002510     EXIT.
002520*****************************************************************
002530* 2200-STAGE-TRANSACTION - THE CHECKS THAT NEED NO FILE READ
002540* ARE MADE NOW, SO THE APPROVER IS NEVER ASKED TO SIGN OFF A
002550* TRANSACTION THAT CANNOT APPLY: A KNOWN TRANSACTION CODE AND A
002560* SUBMITTING USER TO HOLD THE APPROVER AGAINST.  THE REST IS
002570* WRITTEN TO THE PENDING-CHANGE FILE AS SUBMITTED, STATUS
002580* PENDING.
002590*****************************************************************
002600 2200-STAGE-TRANSACTION.
002610     IF NOT GEX-ADD-ENTRY
002620        AND NOT GEX-REMOVE-ENTRY
002630         DISPLAY 'GREETENM: INVALID TRANSACTION CODE FOR '
002640             GEX-SITE-CODE '/' GEX-GREETING-CODE
002650         ADD 1 TO WS-REJECT-COUNT
002660         IF RETURN-CODE < 4
002670             MOVE 4 TO RETURN-CODE
002680         END-IF
002690         GO TO 2200-EXIT
002700     END-IF.
002710     IF GEX-UPDATE-USER = SPACES
002720         DISPLAY 'GREETENM: NO UPDATE USER ON TRANSACTION FOR '
002730             GEX-SITE-CODE '/' GEX-GREETING-CODE
002740             ' - TRANSACTION REJECTED'
002750         ADD 1 TO WS-REJECT-COUNT
002760         IF RETURN-CODE < 4
002770             MOVE 4 TO RETURN-CODE
002780         END-IF
002790         GO TO 2200-EXIT
002800     END-IF.
002810     MOVE SPACES TO PENDING-CHANGE-RECORD.
002820     SET PN-FOR-ENTITLEMENT TO TRUE.
002830     MOVE WS-RUN-DATE TO PN-STAGE-DATE.
002840     MOVE WS-RUN-TIME TO PN-STAGE-TIME.
002850     MOVE WS-TRANS-COUNT TO PN-STAGE-SEQ.
002860     SET PN-PENDING TO TRUE.
002870     MOVE GEX-UPDATE-USER TO PN-STAGE-USER.
002880     MOVE ZEROS TO PN-DECISION-DATE.
002890     MOVE ZEROS TO PN-APPLY-DATE.
002900     MOVE ENTITLE-MAINT-RECORD TO PN-TRAN-IMAGE.
002910     WRITE PENDING-CHANGE-RECORD
002920         INVALID KEY
002930             DISPLAY 'GREETENM: UNABLE TO STAGE TRANSACTION FOR '
002940                 GEX-SITE-CODE '/' GEX-GREETING-CODE
002950                 ', FILE STATUS = ' WS-PN-FILE-STATUS
002960             ADD 1 TO WS-REJECT-COUNT
002970             IF RETURN-CODE < 8
002980                 MOVE 8 TO RETURN-CODE
002990             END-IF
003000             GO TO 2200-EXIT
003010     END-WRITE.
003020     DISPLAY 'GREETENM: STAGED ' GEX-TRANS-CODE ' FOR '
003030         GEX-SITE-CODE '/' GEX-GREETING-CODE
003040         ' AS PENDING ' PN-PENDING-KEY.
003050     ADD 1 TO WS-STAGE-COUNT.
003060 2200-EXIT.
003070     EXIT.
003080*****************************************************************
003090* 2500-APPLY-APPROVED - WALK THE GREETING-ENTITLE PORTION OF THE
003100* PENDING-CHANGE FILE.  AN APPROVED CHANGE IS APPLIED THROUGH
003110* THE NORMAL HANDLERS AND MARKED APPLIED, OR FAILED IF THE
003120* HANDLER REJECTED IT (THE REASON IS ON SYSOUT AS ALWAYS), SO
003130* IT IS NEVER PICKED UP AGAIN.  PENDING, REJECTED AND ALREADY
003140* APPLIED CHANGES ARE LEFT ALONE.
003150*****************************************************************
003160 2500-APPLY-APPROVED.
003170     IF NOT PN-APPROVED
003180         GO TO 2500-NEXT
003190     END-IF.
003200     ADD 1 TO WS-TRANS-COUNT.
003210     MOVE PN-TRAN-IMAGE TO ENTITLE-MAINT-RECORD.
003220     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
003230     PERFORM 2300-APPLY-TRANSACTION
003240         THRU 2300-EXIT.
003250     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
003260         SET PN-APPLY-FAILED TO TRUE
003270         ADD 1 TO WS-APPLY-FAILED-COUNT
003280     ELSE
003290         SET PN-APPLIED TO TRUE
003300         ADD 1 TO WS-APPLIED-COUNT
003310     END-IF.
003320     MOVE WS-RUN-DATE TO PN-APPLY-DATE.
003330     REWRITE PENDING-CHANGE-RECORD
003340         INVALID KEY
003350             DISPLAY 'GREETENM: UNABLE TO MARK PENDING '
003360                 PN-PENDING-KEY ', FILE STATUS = '
003370                 WS-PN-FILE-STATUS
003380             IF RETURN-CODE < 8
003390                 MOVE 8 TO RETURN-CODE
003400             END-IF
003410     END-REWRITE.
003420 2500-NEXT.
003430     PERFORM 2510-READ-PENDING
003440         THRU 2510-EXIT.
003450 2500-EXIT.
003460     EXIT.
003470*****************************************************************
003480* 2510-READ-PENDING - NEXT PENDING-CHANGE RECORD; THE FIRST ONE
003490* FOR ANOTHER TARGET FILE ENDS THE GREETING-ENTITLE PORTION.
003500*****************************************************************
003510 2510-READ-PENDING.
003520     READ PENDING-CHANGE NEXT RECORD
003530         AT END
003540             SET WS-END-OF-PENDING TO TRUE
003550             GO TO 2510-EXIT
003560     END-READ.
003570     IF NOT PN-FOR-ENTITLEMENT
003580         SET WS-END-OF-PENDING TO TRUE
003590     END-IF.
003600 2510-EXIT.
003610     EXIT.
