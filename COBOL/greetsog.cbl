000340*   DATE       INIT  DESCRIPTION
000350*   ---------- ----  -------------------------------------------
000360*   2026-09-02 RLB   ORIGINAL PROGRAM
000361*   2026-10-15 RLB   APPEND CONTROL TOTALS TO THE CYCLE
000362*                    CONTROL FILE FOR GREETBAL
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000550     SELECT GREETING-TRAN-OUT ASSIGN TO GREETGEN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-GT-FILE-STATUS.
000571     SELECT CYCLE-CONTROL ASSIGN TO GREETCYC
000572         ORGANIZATION IS SEQUENTIAL
000573         FILE STATUS IS WS-CY-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  STANDING-ORDERS
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 COPY GREETTRN.
000741 FD  CYCLE-CONTROL
000742     LABEL RECORDS ARE STANDARD
000743     RECORDING MODE IS F.
000744 COPY GREETCYC.
000750 WORKING-STORAGE SECTION.
000760 77  WS-SG-FILE-STATUS           PIC X(02) VALUE SPACES.
000770 77  WS-SM-FILE-STATUS           PIC X(02) VALUE SPACES.
000780 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
000790 77  WS-GT-FILE-STATUS           PIC X(02) VALUE SPACES.
000791 77  WS-CY-FILE-STATUS           PIC X(02) VALUE SPACES.
000800 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
000810 77  WS-ORDER-COUNT              PIC 9(05) VALUE ZERO.
000820 77  WS-GENERATE-COUNT           PIC 9(05) VALUE ZERO.
001180     PERFORM 2000-PROCESS-ORDERS
001190         THRU 2000-EXIT
001200         UNTIL WS-END-OF-ORDERS.
001201     PERFORM 8600-WRITE-CYCLE-TOTALS
001202         THRU 8600-EXIT.
001210     PERFORM 9000-TERMINATE
001220         THRU 9000-EXIT.
001230     GOBACK.
004230     CLOSE GREETING-TRAN-OUT.
004250 9000-EXIT.
004260     EXIT.
004270*****************************************************************
004280* 8600-WRITE-CYCLE-TOTALS - APPEND THIS RUN'S CONTROL TOTALS TO
004290* THE CYCLE CONTROL FILE FOR GREETBAL TO BALANCE AGAINST.  A
004300* FILE THAT WILL NOT OPEN IS WARNED ON SYSOUT ONLY - THE
004310* GENERATED TRANSACTIONS ARE STILL GOOD, AND GREETBAL REPORTS
004320* THE MISSING TOTALS.
004330*****************************************************************
004340 8600-WRITE-CYCLE-TOTALS.
004350     OPEN EXTEND CYCLE-CONTROL.
004360     IF WS-CY-FILE-STATUS NOT = '00'
004370         DISPLAY 'GREETSOG: CYCLE CONTROL OPEN FAILED, STATUS = '
004380             WS-CY-FILE-STATUS
004390         GO TO 8600-EXIT
004400     END-IF.
004410     MOVE SPACES TO CYCLE-CONTROL-RECORD.
004415     MOVE ZEROS TO CY-TOTALS.
004420     MOVE WS-RUN-DATE TO CY-CYCLE-DATE.
004430     MOVE 'GREETSOG' TO CY-STEP-NAME.
004440     ACCEPT CY-WRITE-DATE FROM DATE YYYYMMDD.
004450     ACCEPT CY-WRITE-TIME FROM TIME.
004460     MOVE WS-ORDER-COUNT TO CY-SOG-ORDERS-READ.
004470     MOVE WS-GENERATE-COUNT TO CY-SOG-GENERATED.
004480     MOVE WS-NOT-DUE-COUNT TO CY-SOG-NOT-DUE.
004490     MOVE WS-SKIP-COUNT TO CY-SOG-SKIPPED.
004500     WRITE CYCLE-CONTROL-RECORD.
004510     IF WS-CY-FILE-STATUS NOT = '00'
004520         DISPLAY 'GREETSOG: CYCLE CONTROL WRITE FAILED, STATUS = '
004530             WS-CY-FILE-STATUS
004540     END-IF.
004550     CLOSE CYCLE-CONTROL.
004560 8600-EXIT.
004570     EXIT.
