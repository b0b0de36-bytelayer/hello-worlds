000360*   DATE       INIT  DESCRIPTION
000370*   ---------- ----  -------------------------------------------
000380*   2026-09-02 RLB   ORIGINAL PROGRAM
000381*   2026-10-15 RLB   APPEND CONTROL TOTALS TO THE CYCLE
000382*                    CONTROL FILE FOR GREETBAL
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000590     SELECT DISP-EXTRACT ASSIGN TO GREETDSO
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-DO-FILE-STATUS.
000611     SELECT CYCLE-CONTROL ASSIGN TO GREETCYC
000612         ORGANIZATION IS SEQUENTIAL
000613         FILE STATUS IS WS-CY-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GREETING-REJ-EXTRACT
001070     ==DS-REJECTED==          BY ==DO-REJECTED==
001080     ==DS-SUSPENDED==         BY ==DO-SUSPENDED==
001090     ==DS-REASON==            BY ==DO-REASON==.
001091 FD  CYCLE-CONTROL
001092     LABEL RECORDS ARE STANDARD
001093     RECORDING MODE IS F.
001094 COPY GREETCYC.
001100 WORKING-STORAGE SECTION.
001110 77  WS-RX-FILE-STATUS           PIC X(02) VALUE SPACES.
001120 77  WS-SI-FILE-STATUS           PIC X(02) VALUE SPACES.
001130 77  WS-GL-FILE-STATUS           PIC X(02) VALUE SPACES.
001140 77  WS-RN-FILE-STATUS           PIC X(02) VALUE SPACES.
001150 77  WS-DO-FILE-STATUS           PIC X(02) VALUE SPACES.
001151 77  WS-CY-FILE-STATUS           PIC X(02) VALUE SPACES.
001160 77  WS-CYCLE-DATE               PIC 9(08) VALUE ZEROS.
001170 77  WS-REJECT-IN-COUNT          PIC 9(07) VALUE ZERO.
001180 77  WS-SUSP-IN-COUNT            PIC 9(07) VALUE ZERO.
001580             WS-CYCLE-DATE
001590         MOVE 4 TO RETURN-CODE
001600     END-IF.
001601     PERFORM 8600-WRITE-CYCLE-TOTALS
001602         THRU 8600-EXIT.
001610     PERFORM 9000-TERMINATE
001620         THRU 9000-EXIT.
001630     GOBACK.
004070     CLOSE DISP-EXTRACT.
004080 9000-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 8600-WRITE-CYCLE-TOTALS - APPEND THIS RUN'S CONTROL TOTALS TO
004120* THE CYCLE CONTROL FILE FOR GREETBAL.  A FILE THAT WILL NOT
004130* OPEN IS WARNED ON SYSOUT ONLY; GREETBAL REPORTS THE MISSING
004140* TOTALS.
004150*****************************************************************
004160 8600-WRITE-CYCLE-TOTALS.
004170     OPEN EXTEND CYCLE-CONTROL.
004180     IF WS-CY-FILE-STATUS NOT = '00'
004190         DISPLAY 'GREETDSP: CYCLE CONTROL OPEN FAILED, STATUS = '
004200             WS-CY-FILE-STATUS
004210         GO TO 8600-EXIT
004220     END-IF.
004230     MOVE SPACES TO CYCLE-CONTROL-RECORD.
004240     MOVE ZEROS TO CY-TOTALS.
004250     MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE.
004260     MOVE 'GREETDSP' TO CY-STEP-NAME.
004270     ACCEPT CY-WRITE-DATE FROM DATE YYYYMMDD.
004280     ACCEPT CY-WRITE-TIME FROM TIME.
004290     MOVE WS-REJECTED-COUNT TO CY-DSP-REJECTED.
004300     MOVE WS-SUSPENDED-COUNT TO CY-DSP-SUSPENDED.
004310     MOVE WS-PRODUCED-COUNT TO CY-DSP-PRODUCED.
004320     MOVE WS-EXTRACT-COUNT TO CY-DSP-EXTRACT-WRITTEN.
004330     WRITE CYCLE-CONTROL-RECORD.
004340     IF WS-CY-FILE-STATUS NOT = '00'
004350         DISPLAY 'GREETDSP: CYCLE CONTROL WRITE FAILED, STATUS = '
004360             WS-CY-FILE-STATUS
004370     END-IF.
004380     CLOSE CYCLE-CONTROL.
004390 8600-EXIT.
004400     EXIT.
