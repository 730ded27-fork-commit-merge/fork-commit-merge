000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCLSTAT.
000030 AUTHOR. FORK-COMMIT-MERGE BATCH SUPPORT.
000040 INSTALLATION. FORK-COMMIT-MERGE DAILY BATCH CYCLE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090*  MODIFICATION HISTORY
000100*  ---------------------------------------------------------
000110*  DATE       INIT  DESCRIPTION
000120*  ---------------------------------------------------------
000130*  10/15/2026 FCM   ORIGINAL VERSION - CYCLE STATUS BOARD.
000140*                   READS THE CYCLSTEP STEP-DEFINITION FILE
000150*                   FOR THE ENVIRONMENT AND SHOWS EVERY STEP
000160*                   OF THE CURRENT CYCLE AS COMPLETE, RUNNING,
000170*                   NOT STARTED, OR BLOCKED BEHIND AN
000180*                   UNFINISHED PREDECESSOR - ONE PAGE INSTEAD
000190*                   OF CROSS-READING JOBCTL, THE CHECKPOINT
000200*                   FILE, AND THE AUDIT MASTER BY HAND AT
000210*                   THREE IN THE MORNING.
000220***************************************************************
000230*
000240* STEP-DEFINITION LAYOUT (CYCLSTEP), ONE ROW PER STEP PER
000250* ENVIRONMENT, IN EXPECTED RUN ORDER:
000260*   COL 1-4   ENVIRONMENT
000270*   COL 6-7   RUN ORDER (01-99)
000280*   COL 9-16  STEP (JOB) NAME
000290*   COL 18-43 UP TO THREE PREDECESSOR STEP NAMES, 8 BYTES
000300*             EACH WITH ONE SPACE BETWEEN
000310*   ROWS STARTING WITH '*' ARE COMMENTS.
000320*
000330* THE CURRENT CYCLE DATE, RUN SEQUENCE, AND START TIME COME
000340* FROM THE HELLOCBL RECORD ON JOBCTL, OR FROM THE NEWEST
000350* HELLOCBL START STAMP ON THE AUDIT MASTER WHEN THAT IS LATER -
000360* HELLOCBL WRITES JOBCTL ONLY AS IT FINISHES, SO A CYCLE THAT
000370* IS STILL OPENING, OR WHOSE HELLOCBL FAILED, IS SHOWN AS SUCH
000380* RATHER THAN AS THE PREVIOUS CYCLE.  A STEP IS COMPLETE
000390* WHEN CHKPOINT HOLDS ITS COMPLETION FOR THAT CYCLE AND
000400* SEQUENCE, RUNNING WHEN THE AUDIT MASTER HOLDS A START STAMP
000410* SINCE THE CYCLE OPENED WITH NO LATER END, BLOCKED WHEN ANY
000420* PREDECESSOR IS NOT YET COMPLETE, AND OTHERWISE NOT STARTED.
000430*
000440* PARM: ENV(4).  THE BOARD GOES TO CYCLRPT.  RC 4 WHEN ANY
000450* STEP IS BLOCKED, RC 8 WHEN THE STEP DEFINITIONS THEMSELVES
000460* ARE IN ERROR.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CYCLE-STEPS ASSIGN TO "CYCLSTEP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CYCLSTEP-STATUS.
000580     SELECT JOBCTL ASSIGN TO "JOBCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-JOBCTL-STATUS.
000610     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CHKPOINT-STATUS.
000640     SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AM-KEY
000680         FILE STATUS IS WS-AUDITMST-STATUS.
000690     SELECT STATUS-REPORT ASSIGN TO "CYCLRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CYCLRPT-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750*
000760 FD  CYCLE-STEPS
000770     LABEL RECORDS ARE STANDARD.
000780 01  STEP-RECORD.
000790     05 CS-ENVIRONMENT PIC X(04).
000800     05 FILLER         PIC X(01).
000810     05 CS-RUN-ORDER   PIC 9(02).
000820     05 FILLER         PIC X(01).
000830     05 CS-JOB-NAME    PIC X(08).
000840     05 CS-PRED-GROUP OCCURS 3 TIMES.
000850         10 FILLER     PIC X(01).
000860         10 CS-PRED-JOB PIC X(08).
000870*
000880 FD  JOBCTL
000890     LABEL RECORDS ARE STANDARD.
000900 01  JOBCTL-RECORD.
000910     05 JC-JOB-NAME        PIC X(08).
000920     05 FILLER             PIC X(01).
000930     05 JC-START-TIMESTAMP PIC X(19).
000940     05 FILLER             PIC X(01).
000950     05 JC-RETURN-CODE     PIC 9(04).
000960     05 FILLER             PIC X(01).
000970     05 JC-CYCLE-DATE      PIC X(08).
000980     05 FILLER             PIC X(01).
000990     05 JC-RUN-SEQ         PIC 9(02).
001000*
001010 FD  CHECKPOINT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  CHKPT-RECORD.
001040     05 CK-CYCLE-DATE PIC X(08).
001050     05 FILLER        PIC X(01).
001060     05 CK-RUN-SEQ    PIC 9(02).
001070     05 FILLER        PIC X(01).
001080     05 CK-JOB-NAME   PIC X(08).
001090     05 FILLER        PIC X(01).
001100     05 CK-REC-TYPE   PIC X(08).
001110     05 FILLER        PIC X(01).
001120     05 CK-TIMESTAMP  PIC X(19).
001130*
001140 FD  AUDIT-MASTER
001150     LABEL RECORDS ARE STANDARD.
001160 COPY AUDITMST.
001170*
001180 FD  STATUS-REPORT
001190     LABEL RECORDS ARE STANDARD.
001200 01  RPT-RECORD.
001210     05 RPT-CARRIAGE-CONTROL PIC X(01).
001220     05 RPT-LINE-TEXT        PIC X(132).
001230*
001240 WORKING-STORAGE SECTION.
001250*
001260***************************************************************
001270*  JOB IDENTIFICATION
001280***************************************************************
001290 01 WS-JOB-NAME PIC X(08) VALUE 'CYCLSTAT'.
001300 01 WS-CYCLE-START-JOB PIC X(08) VALUE 'HELLOCBL'.
001310 01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'UNKN'.
001320*
001330 01 WS-RUN-DATE-TIME.
001340     05 WS-RUN-DATE.
001350         10 WS-RUN-YYYY PIC 9(04).
001360         10 WS-RUN-MM   PIC 9(02).
001370         10 WS-RUN-DD   PIC 9(02).
001380     05 WS-RUN-TIME.
001390         10 WS-RUN-HH   PIC 9(02).
001400         10 WS-RUN-MN   PIC 9(02).
001410         10 WS-RUN-SS   PIC 9(02).
001420         10 WS-RUN-HS   PIC 9(02).
001430*
001440 01 WS-TIMESTAMP-PLAIN.
001450     05 WS-TS-YYYY PIC 9(04).
001460     05 FILLER     PIC X(01) VALUE '-'.
001470     05 WS-TS-MM   PIC 9(02).
001480     05 FILLER     PIC X(01) VALUE '-'.
001490     05 WS-TS-DD   PIC 9(02).
001500     05 FILLER     PIC X(01) VALUE SPACE.
001510     05 WS-TS-HH   PIC 9(02).
001520     05 FILLER     PIC X(01) VALUE ':'.
001530     05 WS-TS-MN   PIC 9(02).
001540     05 FILLER     PIC X(01) VALUE ':'.
001550     05 WS-TS-SS   PIC 9(02).
001560*
001570***************************************************************
001580*  CURRENT CYCLE, FROM JOBCTL OR THE AUDIT MASTER.  THE
001590*  START TIMESTAMP BOUNDS THE AUDIT SCAN SO A STAMP LEFT BY
001600*  AN EARLIER ATTEMPT AT THE SAME CYCLE DATE IS NOT TAKEN
001610*  FOR THIS ONE'S.
001620***************************************************************
001630 01 WS-CUR-CYCLE-DATE PIC X(08) VALUE SPACES.
001640 01 WS-CUR-RUN-SEQ    PIC 9(02) VALUE ZEROES.
001650 01 WS-CUR-START-TS   PIC X(19) VALUE SPACES.
001660*
001670* NEWEST HELLOCBL START STAMP ON THE AUDIT MASTER.
001680 01 WS-OPEN-CYCLE-DATE PIC X(08) VALUE SPACES.
001690 01 WS-OPEN-RUN-SEQ    PIC 9(02) VALUE ZEROES.
001700 01 WS-OPEN-START-TS   PIC X(19) VALUE SPACES.
001710 01 WS-OPEN-START-RC   PIC 9(04) VALUE ZEROES.
001720*
001730***************************************************************
001740*  STEP TABLE - ONE ENTRY PER CYCLSTEP ROW FOR THE
001750*  ENVIRONMENT, IN THE ORDER THE FILE LISTS THEM.
001760***************************************************************
001770 01 WS-STEP-MAX  PIC 9(02) COMP VALUE 30.
001780 01 WS-STEP-USED PIC 9(02) COMP VALUE 0.
001790 01 WS-STEP-TABLE.
001800     05 WS-STEP-ENTRY OCCURS 30 TIMES.
001810         10 WS-ST-ORDER    PIC 9(02).
001820         10 WS-ST-JOB      PIC X(08).
001830         10 WS-ST-PRED     OCCURS 3 TIMES PIC X(08).
001840         10 WS-ST-DONE-SW  PIC X(01).
001850         10 WS-ST-START-TS PIC X(19).
001860         10 WS-ST-END-TS   PIC X(19).
001870         10 WS-ST-END-RC   PIC 9(04).
001880         10 WS-ST-STATUS   PIC X(11).
001890         10 WS-ST-REMARK   PIC X(50).
001900*
001910***************************************************************
001920*  COUNTS AND SCAN FIELDS
001930***************************************************************
001940 01 WS-STEP-ROWS       PIC 9(05) COMP VALUE 0.
001950 01 WS-COMPLETE-COUNT  PIC 9(05) COMP VALUE 0.
001960 01 WS-RUNNING-COUNT   PIC 9(05) COMP VALUE 0.
001970 01 WS-WAITING-COUNT   PIC 9(05) COMP VALUE 0.
001980 01 WS-BLOCKED-COUNT   PIC 9(05) COMP VALUE 0.
001990 01 WS-DEF-ERRORS      PIC 9(05) COMP VALUE 0.
002000 01 WS-STEP-IDX  PIC 9(02) COMP.
002010 01 WS-MATCH-IDX PIC 9(02) COMP.
002020 01 WS-PRED-IDX  PIC 9(01) COMP.
002030 01 WS-HIT-IDX   PIC 9(02) COMP.
002040 01 WS-LAST-ORDER PIC 9(02) VALUE ZEROES.
002050 01 WS-WORK-JOB  PIC X(08) VALUE SPACES.
002060 01 WS-COUNT-EDIT PIC ZZ,ZZ9.
002070*
002080***************************************************************
002090*  SWITCHES
002100***************************************************************
002110 01 WS-CYCLSTEP-SW PIC X(01) VALUE 'N'.
002120     88 WS-CYCLSTEP-EOF VALUE 'Y'.
002130 01 WS-JOBCTL-SW PIC X(01) VALUE 'N'.
002140     88 WS-JOBCTL-EOF VALUE 'Y'.
002150 01 WS-CHKPOINT-SW PIC X(01) VALUE 'N'.
002160     88 WS-CHKPOINT-EOF VALUE 'Y'.
002170 01 WS-MASTER-SW PIC X(01) VALUE 'N'.
002180     88 WS-MASTER-EOF VALUE 'Y'.
002190 01 WS-FOUND-SW PIC X(01) VALUE 'N'.
002200     88 WS-FOUND VALUE 'Y'.
002210 01 WS-CYCLE-SW PIC X(01) VALUE 'N'.
002220     88 WS-CYCLE-FOUND VALUE 'Y'.
002230 01 WS-CYCLE-SOURCE-SW PIC X(01) VALUE 'J'.
002240     88 WS-CYCLE-ON-JOBCTL     VALUE 'J'.
002250     88 WS-CYCLE-NOT-ON-JOBCTL VALUE 'A'.
002260 01 WS-RESTART-SW PIC X(01) VALUE 'N'.
002270     88 WS-RESTART-SEEN VALUE 'Y'.
002280*
002290***************************************************************
002300*  FILE STATUS FIELDS
002310***************************************************************
002320 01 WS-CYCLSTEP-STATUS PIC X(02) VALUE '00'.
002330     88 WS-CYCLSTEP-STATUS-OK VALUE '00'.
002340     88 WS-CYCLSTEP-NOT-FOUND VALUE '35'.
002350 01 WS-JOBCTL-STATUS PIC X(02) VALUE '00'.
002360     88 WS-JOBCTL-STATUS-OK VALUE '00'.
002370     88 WS-JOBCTL-NOT-FOUND VALUE '35'.
002380 01 WS-CHKPOINT-STATUS PIC X(02) VALUE '00'.
002390     88 WS-CHKPOINT-STATUS-OK VALUE '00'.
002400     88 WS-CHKPOINT-NOT-FOUND VALUE '35'.
002410 01 WS-AUDITMST-STATUS PIC X(02) VALUE '00'.
002420     88 WS-AUDITMST-STATUS-OK VALUE '00'.
002430     88 WS-AUDITMST-NOT-FOUND VALUE '35'.
002440 01 WS-CYCLRPT-STATUS PIC X(02) VALUE '00'.
002450     88 WS-CYCLRPT-STATUS-OK VALUE '00'.
002460*
002470***************************************************************
002480*  REPORT LINES
002490***************************************************************
002500 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
002510 01 WS-COLUMN-LINE.
002520     05 FILLER PIC X(07) VALUE 'ORD    '.
002530     05 FILLER PIC X(10) VALUE 'STEP      '.
002540     05 FILLER PIC X(13) VALUE 'STATUS       '.
002550     05 FILLER PIC X(29) VALUE 'PREDECESSORS'.
002560     05 FILLER PIC X(73) VALUE 'REMARKS'.
002570 01 WS-STEP-LINE.
002580     05 FILLER       PIC X(01) VALUE SPACE.
002590     05 WS-SL-ORDER  PIC 9(02).
002600     05 FILLER       PIC X(04) VALUE SPACES.
002610     05 WS-SL-JOB    PIC X(08).
002620     05 FILLER       PIC X(02) VALUE SPACES.
002630     05 WS-SL-STATUS PIC X(11).
002640     05 FILLER       PIC X(02) VALUE SPACES.
002650     05 WS-SL-PRED-GROUP OCCURS 3 TIMES.
002660         10 WS-SL-PRED PIC X(08).
002670         10 FILLER     PIC X(01).
002680     05 FILLER       PIC X(02) VALUE SPACES.
002690     05 WS-SL-REMARK PIC X(50).
002700     05 FILLER       PIC X(23) VALUE SPACES.
002710*
002720 LINKAGE SECTION.
002730 01 WS-PARM-PASSED.
002740     05 WS-PARM-LEN PIC S9(04) COMP.
002750     05 WS-PARM-ENV PIC X(04).
002760*
002770 PROCEDURE DIVISION USING WS-PARM-PASSED.
002780*
002790***************************************************************
002800* 0000-MAINLINE.
002810***************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     PERFORM 2000-LOAD-STEPS THRU 2000-EXIT.
002850     IF RETURN-CODE >= 16
002860         STOP RUN
002870     END-IF.
002880     PERFORM 2500-FIND-CYCLE THRU 2500-EXIT.
002890     IF WS-CYCLE-FOUND
002900         PERFORM 3000-LOAD-CHECKPOINTS THRU 3000-EXIT
002910         PERFORM 3500-SCAN-AUDIT THRU 3500-EXIT
002920     END-IF.
002930     PERFORM 4000-RESOLVE-STEP THRU 4000-EXIT
002940         VARYING WS-STEP-IDX FROM 1 BY 1
002950         UNTIL WS-STEP-IDX > WS-STEP-USED.
002960     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
002970     DISPLAY 'CYCLSTAT - ' WS-ENVIRONMENT-CODE
002980         ' CYCLE ' WS-CUR-CYCLE-DATE ' SEQ ' WS-CUR-RUN-SEQ
002990         ' COMPLETE ' WS-COMPLETE-COUNT
003000         ' RUNNING ' WS-RUNNING-COUNT
003010         ' NOT STARTED ' WS-WAITING-COUNT
003020         ' BLOCKED ' WS-BLOCKED-COUNT.
003030     IF WS-CYCLE-NOT-ON-JOBCTL
003040         DISPLAY 'CYCLSTAT - CYCLE ' WS-CUR-CYCLE-DATE
003050             ' NOT YET ON JOBCTL - HELLOCBL OPENING OR FAILED'
003060     END-IF.
003070     IF WS-DEF-ERRORS > ZERO AND RETURN-CODE < 8
003080         MOVE 8 TO RETURN-CODE
003090     END-IF.
003100     IF WS-BLOCKED-COUNT > ZERO AND RETURN-CODE = ZERO
003110         MOVE 4 TO RETURN-CODE
003120     END-IF.
003130     STOP RUN.
003140*
003150***************************************************************
003160* 1000-INITIALIZE.
003170***************************************************************
003180 1000-INITIALIZE.
003190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003200     ACCEPT WS-RUN-TIME FROM TIME.
003210     IF WS-PARM-LEN >= 4
003220         MOVE WS-PARM-ENV TO WS-ENVIRONMENT-CODE
003230     END-IF.
003240     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
003250     MOVE WS-RUN-MM   TO WS-TS-MM.
003260     MOVE WS-RUN-DD   TO WS-TS-DD.
003270     MOVE WS-RUN-HH   TO WS-TS-HH.
003280     MOVE WS-RUN-MN   TO WS-TS-MN.
003290     MOVE WS-RUN-SS   TO WS-TS-SS.
003300 1000-EXIT.
003310     EXIT.
003320*
003330***************************************************************
003340* 2000-LOAD-STEPS.
003350*    LOADS THE ENVIRONMENT'S ROWS FROM CYCLSTEP, THEN CHECKS
003360*    THE DEFINITIONS HANG TOGETHER.  WITH NO DEFINITIONS
003370*    THERE IS NO BOARD TO DRAW.
003380***************************************************************
003390 2000-LOAD-STEPS.
003400     OPEN INPUT CYCLE-STEPS.
003410     IF WS-CYCLSTEP-NOT-FOUND
003420         DISPLAY 'CYCLSTAT - NO CYCLSTEP FILE ON THIS SYSTEM - '
003430             'NO STEPS DEFINED'
003440         MOVE 16 TO RETURN-CODE
003450         GO TO 2000-EXIT
003460     END-IF.
003470     IF NOT WS-CYCLSTEP-STATUS-OK
003480         DISPLAY 'CYCLSTAT - CYCLSTEP OPEN FAILED - STATUS '
003490             WS-CYCLSTEP-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 2000-EXIT
003520     END-IF.
003530     PERFORM 2100-READ-STEP THRU 2100-EXIT.
003540     PERFORM 2200-STORE-STEP THRU 2200-EXIT
003550         UNTIL WS-CYCLSTEP-EOF.
003560     CLOSE CYCLE-STEPS.
003570     IF WS-STEP-USED = ZERO
003580         DISPLAY 'CYCLSTAT - NO STEPS DEFINED FOR ENVIRONMENT '
003590             WS-ENVIRONMENT-CODE
003600         MOVE 16 TO RETURN-CODE
003610         GO TO 2000-EXIT
003620     END-IF.
003630     PERFORM 2300-VALIDATE-STEP THRU 2300-EXIT
003640         VARYING WS-STEP-IDX FROM 1 BY 1
003650         UNTIL WS-STEP-IDX > WS-STEP-USED.
003660 2000-EXIT.
003670     EXIT.
003680*
003690***************************************************************
003700* 2100-READ-STEP.
003710***************************************************************
003720 2100-READ-STEP.
003730     READ CYCLE-STEPS
003740         AT END SET WS-CYCLSTEP-EOF TO TRUE
003750     END-READ.
003760     IF NOT WS-CYCLSTEP-EOF AND NOT WS-CYCLSTEP-STATUS-OK
003770         DISPLAY 'CYCLSTAT - CYCLSTEP READ FAILED - STATUS '
003780             WS-CYCLSTEP-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         SET WS-CYCLSTEP-EOF TO TRUE
003810     END-IF.
003820 2100-EXIT.
003830     EXIT.
003840*
003850***************************************************************
003860* 2200-STORE-STEP.
003870*    KEEPS ONE ROW FOR THE ENVIRONMENT.  A ROW WHOSE RUN
003880*    ORDER IS NOT NUMERIC OR RUNS BACKWARDS AGAINST THE ROW
003890*    BEFORE IT IS A DEFINITION ERROR - THE BOARD WOULD LIST
003900*    THE STEPS IN AN ORDER THE CYCLE DOES NOT RUN THEM.
003910***************************************************************
003920 2200-STORE-STEP.
003930     IF STEP-RECORD = SPACES OR CS-ENVIRONMENT (1:1) = '*'
003940         GO TO 2200-NEXT
003950     END-IF.
003960     IF CS-ENVIRONMENT NOT = WS-ENVIRONMENT-CODE
003970         GO TO 2200-NEXT
003980     END-IF.
003990     ADD 1 TO WS-STEP-ROWS.
004000     IF CS-RUN-ORDER NOT NUMERIC OR CS-JOB-NAME = SPACES
004010         DISPLAY 'CYCLSTAT - MALFORMED CYCLSTEP ROW FOR '
004020             CS-JOB-NAME ' - ROW SKIPPED'
004030         ADD 1 TO WS-DEF-ERRORS
004040         GO TO 2200-NEXT
004050     END-IF.
004060     IF WS-STEP-USED >= WS-STEP-MAX
004070         DISPLAY 'CYCLSTAT - STEP TABLE FULL - STEP '
004080             CS-JOB-NAME ' DROPPED'
004090         ADD 1 TO WS-DEF-ERRORS
004100         GO TO 2200-NEXT
004110     END-IF.
004120     IF CS-RUN-ORDER < WS-LAST-ORDER
004130         DISPLAY 'CYCLSTAT - STEP ' CS-JOB-NAME
004140             ' IS OUT OF RUN ORDER IN CYCLSTEP'
004150         ADD 1 TO WS-DEF-ERRORS
004160     END-IF.
004170     MOVE CS-RUN-ORDER TO WS-LAST-ORDER.
004180     ADD 1 TO WS-STEP-USED.
004190     MOVE CS-RUN-ORDER     TO WS-ST-ORDER (WS-STEP-USED).
004200     MOVE CS-JOB-NAME      TO WS-ST-JOB (WS-STEP-USED).
004210     MOVE CS-PRED-JOB (1)  TO WS-ST-PRED (WS-STEP-USED 1).
004220     MOVE CS-PRED-JOB (2)  TO WS-ST-PRED (WS-STEP-USED 2).
004230     MOVE CS-PRED-JOB (3)  TO WS-ST-PRED (WS-STEP-USED 3).
004240     MOVE 'N'              TO WS-ST-DONE-SW (WS-STEP-USED).
004250     MOVE SPACES           TO WS-ST-START-TS (WS-STEP-USED).
004260     MOVE SPACES           TO WS-ST-END-TS (WS-STEP-USED).
004270     MOVE ZEROES           TO WS-ST-END-RC (WS-STEP-USED).
004280     MOVE SPACES           TO WS-ST-STATUS (WS-STEP-USED).
004290     MOVE SPACES           TO WS-ST-REMARK (WS-STEP-USED).
004300 2200-NEXT.
004310     PERFORM 2100-READ-STEP THRU 2100-EXIT.
004320 2200-EXIT.
004330     EXIT.
004340*
004350***************************************************************
004360* 2300-VALIDATE-STEP.
004370*    EVERY PREDECESSOR NAMED MUST ITSELF BE A STEP OF THE
004380*    SAME ENVIRONMENT THAT RUNS EARLIER - A MISSPELLED OR
004390*    FORWARD PREDECESSOR WOULD LEAVE THE STEP BLOCKED FOREVER.
004400***************************************************************
004410 2300-VALIDATE-STEP.
004420     PERFORM 2350-CHECK-PREDECESSOR THRU 2350-EXIT
004430         VARYING WS-PRED-IDX FROM 1 BY 1
004440         UNTIL WS-PRED-IDX > 3.
004450 2300-EXIT.
004460     EXIT.
004470*
004480***************************************************************
004490* 2350-CHECK-PREDECESSOR.
004500***************************************************************
004510 2350-CHECK-PREDECESSOR.
004520     IF WS-ST-PRED (WS-STEP-IDX WS-PRED-IDX) = SPACES
004530         GO TO 2350-EXIT
004540     END-IF.
004550     MOVE WS-ST-PRED (WS-STEP-IDX WS-PRED-IDX) TO WS-WORK-JOB.
004560     PERFORM 2400-FIND-STEP THRU 2400-EXIT.
004570     IF NOT WS-FOUND
004580         OR WS-ST-ORDER (WS-HIT-IDX) >= WS-ST-ORDER (WS-STEP-IDX)
004590         DISPLAY 'CYCLSTAT - STEP ' WS-ST-JOB (WS-STEP-IDX)
004600             ' PREDECESSOR ' WS-WORK-JOB
004610             ' NOT DEFINED AHEAD OF IT'
004620         ADD 1 TO WS-DEF-ERRORS
004630         MOVE SPACES TO WS-ST-REMARK (WS-STEP-IDX)
004640         STRING 'PREDECESSOR ' WS-WORK-JOB
004650             ' NOT DEFINED AHEAD OF STEP' DELIMITED BY SIZE
004660             INTO WS-ST-REMARK (WS-STEP-IDX)
004670     END-IF.
004680 2350-EXIT.
004690     EXIT.
004700*
004710***************************************************************
004720* 2400-FIND-STEP.
004730*    LOCATES THE TABLE ENTRY FOR THE STEP NAMED IN
004740*    WS-WORK-JOB.  WS-HIT-IDX POINTS AT IT WHEN WS-FOUND.
004750***************************************************************
004760 2400-FIND-STEP.
004770     MOVE 'N' TO WS-FOUND-SW.
004780     MOVE ZERO TO WS-HIT-IDX.
004790     PERFORM 2450-MATCH-STEP THRU 2450-EXIT
004800         VARYING WS-MATCH-IDX FROM 1 BY 1
004810         UNTIL WS-MATCH-IDX > WS-STEP-USED OR WS-FOUND.
004820 2400-EXIT.
004830     EXIT.
004840*
004850***************************************************************
004860* 2450-MATCH-STEP.
004870***************************************************************
004880 2450-MATCH-STEP.
004890     IF WS-ST-JOB (WS-MATCH-IDX) = WS-WORK-JOB
004900         MOVE WS-MATCH-IDX TO WS-HIT-IDX
004910         SET WS-FOUND TO TRUE
004920     END-IF.
004930 2450-EXIT.
004940     EXIT.
004950*
004960***************************************************************
004970* 2500-FIND-CYCLE.
004980*    JOBCTL ONLY EVER HOLDS THE LAST CYCLE HELLOCBL FINISHED
004990*    OPENING - HELLOCBL REWRITES IT AT THE END OF EVERY RUN -
005000*    SO ITS HELLOCBL RECORD NAMES THE CYCLE DATE AND RUN
005010*    SEQUENCE THE BOARD IS DRAWN FOR, UNLESS THE AUDIT MASTER
005020*    SHOWS A NEWER HELLOCBL START (2700).  NEITHER MEANS NO
005030*    CYCLE HAS OPENED AND EVERY STEP SHOWS AS WAITING.
005040***************************************************************
005050 2500-FIND-CYCLE.
005060     OPEN INPUT JOBCTL.
005070     IF WS-JOBCTL-NOT-FOUND
005080         DISPLAY 'CYCLSTAT - NO JOBCTL ON THIS SYSTEM'
005090         GO TO 2500-AUDIT
005100     END-IF.
005110     IF NOT WS-JOBCTL-STATUS-OK
005120         DISPLAY 'CYCLSTAT - JOBCTL OPEN FAILED - STATUS '
005130             WS-JOBCTL-STATUS
005140         MOVE 16 TO RETURN-CODE
005150         GO TO 2500-EXIT
005160     END-IF.
005170     PERFORM 2600-READ-JOBCTL THRU 2600-EXIT.
005180     PERFORM 2650-NOTE-CYCLE THRU 2650-EXIT
005190         UNTIL WS-JOBCTL-EOF.
005200     CLOSE JOBCTL.
005210 2500-AUDIT.
005220     PERFORM 2700-FIND-OPEN-START THRU 2700-EXIT.
005230 2500-EXIT.
005240     EXIT.
005250*
005260***************************************************************
005270* 2600-READ-JOBCTL.
005280***************************************************************
005290 2600-READ-JOBCTL.
005300     READ JOBCTL
005310         AT END SET WS-JOBCTL-EOF TO TRUE
005320     END-READ.
005330     IF NOT WS-JOBCTL-EOF AND NOT WS-JOBCTL-STATUS-OK
005340         DISPLAY 'CYCLSTAT - JOBCTL READ FAILED - STATUS '
005350             WS-JOBCTL-STATUS
005360         MOVE 16 TO RETURN-CODE
005370         SET WS-JOBCTL-EOF TO TRUE
005380     END-IF.
005390 2600-EXIT.
005400     EXIT.
005410*
005420***************************************************************
005430* 2650-NOTE-CYCLE.
005440***************************************************************
005450 2650-NOTE-CYCLE.
005460     IF JC-JOB-NAME = WS-CYCLE-START-JOB
005470         MOVE JC-CYCLE-DATE      TO WS-CUR-CYCLE-DATE
005480         MOVE JC-START-TIMESTAMP TO WS-CUR-START-TS
005490         IF JC-RUN-SEQ NUMERIC
005500             MOVE JC-RUN-SEQ TO WS-CUR-RUN-SEQ
005510         ELSE
005520             MOVE 01 TO WS-CUR-RUN-SEQ
005530         END-IF
005540         SET WS-CYCLE-FOUND TO TRUE
005550     END-IF.
005560     PERFORM 2600-READ-JOBCTL THRU 2600-EXIT.
005570 2650-EXIT.
005580     EXIT.
005590*
005600***************************************************************
005610* 2700-FIND-OPEN-START.
005620*    HELLOCBL STAMPS ITS START ON THE AUDIT MASTER BEFORE IT
005630*    WRITES JOBCTL, SO A HELLOCBL START NEWER THAN THE JOBCTL
005640*    RECORD IS A CYCLE THAT IS STILL OPENING OR THAT FAILED
005650*    BEFORE JOBCTL WAS WRITTEN.  THE NEWEST SUCH START FOR THE
005660*    ENVIRONMENT BECOMES THE CURRENT CYCLE.  A RERUN MAY STAMP
005670*    AN OLDER CYCLE DATE, SO THE WHOLE MASTER IS READ.
005680***************************************************************
005690 2700-FIND-OPEN-START.
005700     OPEN INPUT AUDIT-MASTER.
005710     IF WS-AUDITMST-NOT-FOUND
005720         GO TO 2700-EXIT
005730     END-IF.
005740     IF NOT WS-AUDITMST-STATUS-OK
005750         DISPLAY 'CYCLSTAT - AUDITMST OPEN FAILED - STATUS '
005760             WS-AUDITMST-STATUS
005770         MOVE 16 TO RETURN-CODE
005780         GO TO 2700-EXIT
005790     END-IF.
005800     MOVE 'N' TO WS-MASTER-SW.
005810     MOVE LOW-VALUES TO AM-KEY.
005820     START AUDIT-MASTER KEY >= AM-KEY
005830         INVALID KEY
005840             SET WS-MASTER-EOF TO TRUE
005850     END-START.
005860     PERFORM 3600-READ-MASTER THRU 3600-EXIT.
005870     PERFORM 2750-NOTE-OPEN-START THRU 2750-EXIT
005880         UNTIL WS-MASTER-EOF.
005890     CLOSE AUDIT-MASTER.
005900     MOVE 'N' TO WS-MASTER-SW.
005910     IF WS-OPEN-START-TS = SPACES
005920         GO TO 2700-EXIT
005930     END-IF.
005940     IF WS-CYCLE-FOUND
005950         AND WS-OPEN-START-TS NOT > WS-CUR-START-TS
005960         GO TO 2700-EXIT
005970     END-IF.
005980     MOVE WS-OPEN-CYCLE-DATE TO WS-CUR-CYCLE-DATE.
005990     MOVE WS-OPEN-RUN-SEQ    TO WS-CUR-RUN-SEQ.
006000     MOVE WS-OPEN-START-TS   TO WS-CUR-START-TS.
006010     SET WS-CYCLE-FOUND TO TRUE.
006020     SET WS-CYCLE-NOT-ON-JOBCTL TO TRUE.
006030 2700-EXIT.
006040     EXIT.
006050*
006060***************************************************************
006070* 2750-NOTE-OPEN-START.
006080***************************************************************
006090 2750-NOTE-OPEN-START.
006100     IF AM-JOB-NAME = WS-CYCLE-START-JOB
006110         AND AM-ENVIRONMENT = WS-ENVIRONMENT-CODE
006120         AND AM-DETAIL = 'START'
006130         AND AM-TIMESTAMP > WS-OPEN-START-TS
006140         MOVE AM-CYCLE-DATE  TO WS-OPEN-CYCLE-DATE
006150         MOVE AM-RUN-SEQ     TO WS-OPEN-RUN-SEQ
006160         MOVE AM-TIMESTAMP   TO WS-OPEN-START-TS
006170         MOVE AM-RETURN-CODE TO WS-OPEN-START-RC
006180     END-IF.
006190     PERFORM 3600-READ-MASTER THRU 3600-EXIT.
006200 2750-EXIT.
006210     EXIT.
006220*
006230***************************************************************
006240* 3000-LOAD-CHECKPOINTS.
006250*    MARKS EVERY STEP WITH A COMPLETION RECORD FOR THE
006260*    CURRENT CYCLE DATE AND RUN SEQUENCE, AND NOTES A
006270*    RESTART MARKER FOR IT SO THE BOARD CAN SAY THE CYCLE
006280*    IS BEING RESUMED.
006290***************************************************************
006300 3000-LOAD-CHECKPOINTS.
006310     OPEN INPUT CHECKPOINT-FILE.
006320     IF WS-CHKPOINT-NOT-FOUND
006330         GO TO 3000-EXIT
006340     END-IF.
006350     IF NOT WS-CHKPOINT-STATUS-OK
006360         DISPLAY 'CYCLSTAT - CHKPOINT OPEN FAILED - STATUS '
006370             WS-CHKPOINT-STATUS
006380         MOVE 16 TO RETURN-CODE
006390         GO TO 3000-EXIT
006400     END-IF.
006410     PERFORM 3100-READ-CHECKPOINT THRU 3100-EXIT.
006420     PERFORM 3200-NOTE-CHECKPOINT THRU 3200-EXIT
006430         UNTIL WS-CHKPOINT-EOF.
006440     CLOSE CHECKPOINT-FILE.
006450 3000-EXIT.
006460     EXIT.
006470*
006480***************************************************************
006490* 3100-READ-CHECKPOINT.
006500***************************************************************
006510 3100-READ-CHECKPOINT.
006520     READ CHECKPOINT-FILE
006530         AT END SET WS-CHKPOINT-EOF TO TRUE
006540     END-READ.
006550     IF NOT WS-CHKPOINT-EOF AND NOT WS-CHKPOINT-STATUS-OK
006560         DISPLAY 'CYCLSTAT - CHKPOINT READ FAILED - STATUS '
006570             WS-CHKPOINT-STATUS
006580         MOVE 16 TO RETURN-CODE
006590         SET WS-CHKPOINT-EOF TO TRUE
006600     END-IF.
006610 3100-EXIT.
006620     EXIT.
006630*
006640***************************************************************
006650* 3200-NOTE-CHECKPOINT.
006660***************************************************************
006670 3200-NOTE-CHECKPOINT.
006680     IF CK-CYCLE-DATE NOT = WS-CUR-CYCLE-DATE
006690         OR CK-RUN-SEQ NOT = WS-CUR-RUN-SEQ
006700         GO TO 3200-NEXT
006710     END-IF.
006720     IF CK-REC-TYPE = 'RESTART'
006730         SET WS-RESTART-SEEN TO TRUE
006740         GO TO 3200-NEXT
006750     END-IF.
006760     IF CK-REC-TYPE NOT = 'COMPLETE'
006770         GO TO 3200-NEXT
006780     END-IF.
006790     MOVE CK-JOB-NAME TO WS-WORK-JOB.
006800     PERFORM 2400-FIND-STEP THRU 2400-EXIT.
006810     IF WS-FOUND
006820         MOVE 'Y' TO WS-ST-DONE-SW (WS-HIT-IDX)
006830     END-IF.
006840 3200-NEXT.
006850     PERFORM 3100-READ-CHECKPOINT THRU 3100-EXIT.
006860 3200-EXIT.
006870     EXIT.
006880*
006890***************************************************************
006900* 3500-SCAN-AUDIT.
006910*    COLLECTS THE NEWEST START AND END STAMP EACH STEP HAS
006920*    WRITTEN SINCE THE CYCLE OPENED.  MID-CYCLE STEPS STAMP
006930*    UNDER THEIR OWN RUN DATE, SO A CYCLE THAT RUNS PAST
006940*    MIDNIGHT SPREADS OVER TWO CYCLE DATES ON THE MASTER - THE
006950*    SCAN STARTS AT THE CYCLE DATE AND READS FORWARD, AND THE
006960*    CYCLE'S START TIMESTAMP KEEPS OUT ANY EARLIER ATTEMPT.
006970***************************************************************
006980 3500-SCAN-AUDIT.
006990     OPEN INPUT AUDIT-MASTER.
007000     IF WS-AUDITMST-NOT-FOUND
007010         GO TO 3500-EXIT
007020     END-IF.
007030     IF NOT WS-AUDITMST-STATUS-OK
007040         DISPLAY 'CYCLSTAT - AUDITMST OPEN FAILED - STATUS '
007050             WS-AUDITMST-STATUS
007060         MOVE 16 TO RETURN-CODE
007070         GO TO 3500-EXIT
007080     END-IF.
007090     MOVE WS-CUR-CYCLE-DATE TO AM-CYCLE-DATE.
007100     MOVE LOW-VALUES TO AM-ENVIRONMENT AM-JOB-NAME.
007110     MOVE ZEROES TO AM-RUN-SEQ.
007120     START AUDIT-MASTER KEY >= AM-KEY
007130         INVALID KEY
007140             SET WS-MASTER-EOF TO TRUE
007150     END-START.
007160     PERFORM 3600-READ-MASTER THRU 3600-EXIT.
007170     PERFORM 3700-NOTE-STAMP THRU 3700-EXIT
007180         UNTIL WS-MASTER-EOF.
007190     CLOSE AUDIT-MASTER.
007200 3500-EXIT.
007210     EXIT.
007220*
007230***************************************************************
007240* 3600-READ-MASTER.
007250***************************************************************
007260 3600-READ-MASTER.
007270     IF WS-MASTER-EOF
007280         GO TO 3600-EXIT
007290     END-IF.
007300     READ AUDIT-MASTER NEXT RECORD
007310         AT END SET WS-MASTER-EOF TO TRUE
007320     END-READ.
007330     IF NOT WS-MASTER-EOF AND NOT WS-AUDITMST-STATUS-OK
007340         DISPLAY 'CYCLSTAT - AUDITMST READ FAILED - STATUS '
007350             WS-AUDITMST-STATUS
007360         MOVE 16 TO RETURN-CODE
007370         SET WS-MASTER-EOF TO TRUE
007380     END-IF.
007390 3600-EXIT.
007400     EXIT.
007410*
007420***************************************************************
007430* 3700-NOTE-STAMP.
007440*    A STEP STAMPS START AND END WITH THE SAME RUN TIMESTAMP,
007450*    SO A START IS ONLY OUTSTANDING WHILE IT IS STRICTLY
007460*    NEWER THAN THE STEP'S NEWEST END.
007470***************************************************************
007480 3700-NOTE-STAMP.
007490     IF AM-ENVIRONMENT NOT = WS-ENVIRONMENT-CODE
007500         OR AM-TIMESTAMP < WS-CUR-START-TS
007510         GO TO 3700-NEXT
007520     END-IF.
007530     IF AM-DETAIL NOT = 'START' AND AM-DETAIL NOT = 'END'
007540         GO TO 3700-NEXT
007550     END-IF.
007560     MOVE AM-JOB-NAME TO WS-WORK-JOB.
007570     PERFORM 2400-FIND-STEP THRU 2400-EXIT.
007580     IF NOT WS-FOUND
007590         GO TO 3700-NEXT
007600     END-IF.
007610     IF AM-DETAIL = 'START'
007620         IF AM-TIMESTAMP > WS-ST-START-TS (WS-HIT-IDX)
007630             MOVE AM-TIMESTAMP TO WS-ST-START-TS (WS-HIT-IDX)
007640         END-IF
007650     ELSE
007660         IF AM-TIMESTAMP NOT < WS-ST-END-TS (WS-HIT-IDX)
007670             MOVE AM-TIMESTAMP TO WS-ST-END-TS (WS-HIT-IDX)
007680             MOVE AM-RETURN-CODE TO WS-ST-END-RC (WS-HIT-IDX)
007690         END-IF
007700     END-IF.
007710 3700-NEXT.
007720     PERFORM 3600-READ-MASTER THRU 3600-EXIT.
007730 3700-EXIT.
007740     EXIT.
007750*
007760***************************************************************
007770* 4000-RESOLVE-STEP.
007780*    SETS ONE STEP'S STATUS.  A STEP WITH A DEFINITION ERROR
007790*    KEEPS THE ERROR AS ITS REMARK.  A STEP THAT ENDED BUT
007800*    NEVER CHECKPOINTED (A HARD FAILURE) IS NOT COMPLETE AND
007810*    SHOWS ITS LAST RETURN CODE.
007820***************************************************************
007830 4000-RESOLVE-STEP.
007840     IF WS-ST-DONE-SW (WS-STEP-IDX) = 'Y'
007850         MOVE 'COMPLETE' TO WS-ST-STATUS (WS-STEP-IDX)
007860         ADD 1 TO WS-COMPLETE-COUNT
007870         IF WS-ST-REMARK (WS-STEP-IDX) = SPACES
007880             AND WS-ST-END-TS (WS-STEP-IDX) NOT = SPACES
007890             STRING 'ENDED ' WS-ST-END-TS (WS-STEP-IDX)
007900                 ' RC ' WS-ST-END-RC (WS-STEP-IDX)
007910                 DELIMITED BY SIZE
007920                 INTO WS-ST-REMARK (WS-STEP-IDX)
007930         END-IF
007940         GO TO 4000-EXIT
007950     END-IF.
007960     IF WS-ST-START-TS (WS-STEP-IDX) NOT = SPACES
007970         AND WS-ST-START-TS (WS-STEP-IDX)
007980             > WS-ST-END-TS (WS-STEP-IDX)
007990         MOVE 'RUNNING' TO WS-ST-STATUS (WS-STEP-IDX)
008000         ADD 1 TO WS-RUNNING-COUNT
008010         IF WS-ST-REMARK (WS-STEP-IDX) = SPACES
008020             STRING 'STARTED ' WS-ST-START-TS (WS-STEP-IDX)
008030                 DELIMITED BY SIZE
008040                 INTO WS-ST-REMARK (WS-STEP-IDX)
008050         END-IF
008060         GO TO 4000-EXIT
008070     END-IF.
008080     MOVE 'N' TO WS-FOUND-SW.
008090     PERFORM 4100-CHECK-PRED-DONE THRU 4100-EXIT
008100         VARYING WS-PRED-IDX FROM 1 BY 1
008110         UNTIL WS-PRED-IDX > 3 OR WS-FOUND.
008120     IF WS-FOUND
008130         MOVE 'BLOCKED' TO WS-ST-STATUS (WS-STEP-IDX)
008140         ADD 1 TO WS-BLOCKED-COUNT
008150         IF WS-ST-REMARK (WS-STEP-IDX) = SPACES
008160             STRING 'WAITING ON ' WS-WORK-JOB
008170                 DELIMITED BY SIZE
008180                 INTO WS-ST-REMARK (WS-STEP-IDX)
008190         END-IF
008200         GO TO 4000-EXIT
008210     END-IF.
008220     MOVE 'NOT STARTED' TO WS-ST-STATUS (WS-STEP-IDX).
008230     ADD 1 TO WS-WAITING-COUNT.
008240     IF WS-ST-REMARK (WS-STEP-IDX) = SPACES
008250         AND WS-ST-END-TS (WS-STEP-IDX) NOT = SPACES
008260         STRING 'LAST ATTEMPT ENDED RC '
008270             WS-ST-END-RC (WS-STEP-IDX)
008280             ' - NOT CHECKPOINTED' DELIMITED BY SIZE
008290             INTO WS-ST-REMARK (WS-STEP-IDX)
008300     END-IF.
008310 4000-EXIT.
008320     EXIT.
008330*
008340***************************************************************
008350* 4100-CHECK-PRED-DONE.
008360*    SETS WS-FOUND (AND NAMES THE STEP IN WS-WORK-JOB) AT THE
008370*    FIRST PREDECESSOR THAT IS NOT YET COMPLETE.  A
008380*    PREDECESSOR THAT IS NOT DEFINED NEVER COMPLETES.
008390***************************************************************
008400 4100-CHECK-PRED-DONE.
008410     IF WS-ST-PRED (WS-STEP-IDX WS-PRED-IDX) = SPACES
008420         GO TO 4100-EXIT
008430     END-IF.
008440     MOVE WS-ST-PRED (WS-STEP-IDX WS-PRED-IDX) TO WS-WORK-JOB.
008450     PERFORM 2400-FIND-STEP THRU 2400-EXIT.
008460     IF WS-FOUND
008470         IF WS-ST-DONE-SW (WS-HIT-IDX) = 'Y'
008480             MOVE 'N' TO WS-FOUND-SW
008490         END-IF
008500     ELSE
008510         SET WS-FOUND TO TRUE
008520     END-IF.
008530 4100-EXIT.
008540     EXIT.
008550*
008560***************************************************************
008570* 5000-PRINT-REPORT.
008580***************************************************************
008590 5000-PRINT-REPORT.
008600     OPEN OUTPUT STATUS-REPORT.
008610     IF NOT WS-CYCLRPT-STATUS-OK
008620         DISPLAY 'CYCLSTAT - CYCLRPT OPEN FAILED - STATUS '
008630             WS-CYCLRPT-STATUS
008640         MOVE 16 TO RETURN-CODE
008650         GO TO 5000-EXIT
008660     END-IF.
008670     MOVE SPACES TO WS-RPT-LINE.
008680     STRING 'CYCLSTAT - CYCLE STATUS BOARD  '
008690            WS-TIMESTAMP-PLAIN DELIMITED BY SIZE
008700            INTO WS-RPT-LINE.
008710     MOVE '1' TO RPT-CARRIAGE-CONTROL.
008720     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
008730     WRITE RPT-RECORD.
008740     MOVE SPACES TO WS-RPT-LINE.
008750     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008760     MOVE SPACES TO WS-RPT-LINE.
008770     IF WS-CYCLE-FOUND
008780         STRING 'ENVIRONMENT : ' WS-ENVIRONMENT-CODE
008790             '   CYCLE : ' WS-CUR-CYCLE-DATE
008800             '   SEQ : ' WS-CUR-RUN-SEQ
008810             '   OPENED : ' WS-CUR-START-TS
008820             DELIMITED BY SIZE INTO WS-RPT-LINE
008830     ELSE
008840         STRING 'ENVIRONMENT : ' WS-ENVIRONMENT-CODE
008850             '   (NO CYCLE OPEN)'
008860             DELIMITED BY SIZE INTO WS-RPT-LINE
008870     END-IF.
008880     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008890     IF WS-CYCLE-NOT-ON-JOBCTL
008900         MOVE SPACES TO WS-RPT-LINE
008910         IF WS-OPEN-START-RC >= 8
008920             STRING 'NOTE: HELLOCBL FAILED OPENING THIS CYCLE - '
008930                 'START STAMP RC ' WS-OPEN-START-RC
008940                 ' - JOBCTL NOT WRITTEN'
008950                 DELIMITED BY SIZE INTO WS-RPT-LINE
008960         ELSE
008970             STRING 'NOTE: CYCLE OPENING IN PROGRESS OR FAILED - '
008980                 'HELLOCBL HAS STAMPED START BUT NOT WRITTEN '
008990                 'JOBCTL' DELIMITED BY SIZE INTO WS-RPT-LINE
009000         END-IF
009010         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
009020     END-IF.
009030     IF WS-RESTART-SEEN
009040         MOVE SPACES TO WS-RPT-LINE
009050         STRING 'NOTE: THIS CYCLE IS BEING RESUMED UNDER A '
009060             'RESTART' DELIMITED BY SIZE INTO WS-RPT-LINE
009070         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
009080     END-IF.
009090     MOVE SPACES TO WS-RPT-LINE.
009100     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009110     MOVE WS-COLUMN-LINE TO WS-RPT-LINE.
009120     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009130     PERFORM 5100-PRINT-STEP THRU 5100-EXIT
009140         VARYING WS-STEP-IDX FROM 1 BY 1
009150         UNTIL WS-STEP-IDX > WS-STEP-USED.
009160     PERFORM 5500-PRINT-SUMMARY THRU 5500-EXIT.
009170     CLOSE STATUS-REPORT.
009180 5000-EXIT.
009190     EXIT.
009200*
009210***************************************************************
009220* 5100-PRINT-STEP.
009230***************************************************************
009240 5100-PRINT-STEP.
009250     MOVE WS-ST-ORDER (WS-STEP-IDX)     TO WS-SL-ORDER.
009260     MOVE WS-ST-JOB (WS-STEP-IDX)       TO WS-SL-JOB.
009270     MOVE WS-ST-STATUS (WS-STEP-IDX)    TO WS-SL-STATUS.
009280     MOVE WS-ST-PRED (WS-STEP-IDX 1)    TO WS-SL-PRED (1).
009290     MOVE WS-ST-PRED (WS-STEP-IDX 2)    TO WS-SL-PRED (2).
009300     MOVE WS-ST-PRED (WS-STEP-IDX 3)    TO WS-SL-PRED (3).
009310     MOVE WS-ST-REMARK (WS-STEP-IDX)    TO WS-SL-REMARK.
009320     MOVE WS-STEP-LINE TO WS-RPT-LINE.
009330     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009340 5100-EXIT.
009350     EXIT.
009360*
009370***************************************************************
009380* 5500-PRINT-SUMMARY.
009390***************************************************************
009400 5500-PRINT-SUMMARY.
009410     MOVE SPACES TO WS-RPT-LINE.
009420     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009430     MOVE WS-COMPLETE-COUNT TO WS-COUNT-EDIT.
009440     MOVE SPACES TO WS-RPT-LINE.
009450     STRING 'STEPS COMPLETE        : ' WS-COUNT-EDIT
009460         DELIMITED BY SIZE INTO WS-RPT-LINE.
009470     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009480     MOVE WS-RUNNING-COUNT TO WS-COUNT-EDIT.
009490     MOVE SPACES TO WS-RPT-LINE.
009500     STRING 'STEPS RUNNING         : ' WS-COUNT-EDIT
009510         DELIMITED BY SIZE INTO WS-RPT-LINE.
009520     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009530     MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT.
009540     MOVE SPACES TO WS-RPT-LINE.
009550     STRING 'STEPS NOT STARTED     : ' WS-COUNT-EDIT
009560         DELIMITED BY SIZE INTO WS-RPT-LINE.
009570     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009580     MOVE WS-BLOCKED-COUNT TO WS-COUNT-EDIT.
009590     MOVE SPACES TO WS-RPT-LINE.
009600     STRING 'STEPS BLOCKED         : ' WS-COUNT-EDIT
009610         DELIMITED BY SIZE INTO WS-RPT-LINE.
009620     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009630     MOVE WS-DEF-ERRORS TO WS-COUNT-EDIT.
009640     MOVE SPACES TO WS-RPT-LINE.
009650     STRING 'DEFINITION ERRORS     : ' WS-COUNT-EDIT
009660         DELIMITED BY SIZE INTO WS-RPT-LINE.
009670     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009680 5500-EXIT.
009690     EXIT.
009700*
009710***************************************************************
009720* 5950-PRINT-LINE.
009730***************************************************************
009740 5950-PRINT-LINE.
009750     MOVE ' ' TO RPT-CARRIAGE-CONTROL.
009760     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
009770     WRITE RPT-RECORD.
009780     IF NOT WS-CYCLRPT-STATUS-OK
009790         DISPLAY 'CYCLSTAT - CYCLRPT WRITE FAILED - STATUS '
009800             WS-CYCLRPT-STATUS
009810         MOVE 16 TO RETURN-CODE
009820     END-IF.
009830 5950-EXIT.
009840     EXIT.
