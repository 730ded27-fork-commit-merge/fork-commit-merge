000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAGERPT.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - DAILY PAGING LOG AND
000140*                   ON-CALL COVERAGE CHECK.  LISTS EVERY
000150*                   NOTIFICATION ALRTROUT SENT ON THE REPORT
000160*                   DATE (WHO WAS PAGED, FOR WHAT, AT WHICH
000170*                   TIER, AND WHY), THEN CHECKS THE ONCALL
000180*                   ROSTER AGAINST THE BATCH WINDOWS OF THE
000190*                   DAYS AHEAD - AT EACH END AND AT EVERY
000200*                   SHIFT CHANGE INSIDE - AND FLAGS ANY GAP
000210*                   WITH NOBODY ON CALL.
000220***************************************************************
000230*
000240* PARM IS THE REPORT DATE (YYYYMMDD, DEFAULT TODAY) FOLLOWED
000250* BY THE NUMBER OF DAYS TO CHECK COVERAGE FOR (2, DEFAULT
000260* 07), E.G. PARM='20261015' OR PARM='2026101514'.
000270*
000280* THE PAGING LOG COMES FROM PAGEHIST, WHICH ALRTROUT APPENDS
000290* TO AND NOTHING PURGES.  COVERAGE IS CHECKED FOR EACH
000300* ENVIRONMENT ON BATCHWIN, ON EACH DAY FROM THE REPORT DATE
000310* ON, AT THE WINDOW'S SCHEDULED START, AT ITS CUTOFF (THE
000320* NEXT MORNING WHEN THE CUTOFF IS EARLIER THAN THE START) -
000330* THE TWO ENDS OF THE WINDOW WITHIN WHICH AN ALERT FOR THE
000340* CYCLE CAN BE RAISED - AND AT EVERY SHIFT START OR END ON
000350* ONCALL THAT FALLS BETWEEN THEM, WHERE THE PERSON ON CALL
000360* CAN CHANGE.  THE REPORT GOES TO PAGERPT.  ANY UNCOVERED
000370* POINT, OR NO ROSTER AT ALL, ENDS THE STEP RC 4.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PAGE-HISTORY ASSIGN TO "PAGEHIST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PAGEHIST-STATUS.
000490     SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BATCHWIN-STATUS.
000520     SELECT PAGE-REPORT ASSIGN TO "PAGERPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PAGERPT-STATUS.
000550     SELECT ON-CALL-ROSTER ASSIGN TO "ONCALL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ONCALL-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620 FD  PAGE-HISTORY
000630     LABEL RECORDS ARE STANDARD.
000640 COPY NOTIFREC.
000650*
000660 FD  BATCH-WINDOW
000670     LABEL RECORDS ARE STANDARD.
000680 01  BW-RECORD.
000690     05 BW-ENVIRONMENT PIC X(04).
000700     05 FILLER         PIC X(01).
000710     05 BW-SCHED-TIME  PIC X(04).
000720     05 FILLER         PIC X(01).
000730     05 BW-WARN-TIME   PIC X(04).
000740     05 FILLER         PIC X(01).
000750     05 BW-CUTOFF-TIME PIC X(04).
000760     05 FILLER         PIC X(01).
000770     05 BW-DESC        PIC X(20).
000780*
000790 FD  ON-CALL-ROSTER
000800     LABEL RECORDS ARE STANDARD.
000810 COPY ONCALREC.
000820*
000830 FD  PAGE-REPORT
000840     LABEL RECORDS ARE STANDARD.
000850 01  RPT-RECORD.
000860     05 RPT-CARRIAGE-CONTROL PIC X(01).
000870     05 RPT-LINE-TEXT        PIC X(132).
000880*
000890 WORKING-STORAGE SECTION.
000900*
000910***************************************************************
000920*  JOB IDENTIFICATION AND REPORT DATE
000930***************************************************************
000940 01 WS-JOB-NAME PIC X(08) VALUE 'PAGERPT'.
000950*
000960 01 WS-RUN-DATE.
000970     05 WS-RUN-YYYY PIC 9(04).
000980     05 WS-RUN-MM   PIC 9(02).
000990     05 WS-RUN-DD   PIC 9(02).
001000*
001010 01 WS-REPORT-DATE.
001020     05 WS-RD-YYYY PIC 9(04).
001030     05 WS-RD-MM   PIC 9(02).
001040     05 WS-RD-DD   PIC 9(02).
001050 01 WS-REPORT-DATE-NUM REDEFINES WS-REPORT-DATE PIC 9(08).
001060 01 WS-REPORT-DAY-NO PIC 9(08) COMP.
001070*
001080 01 WS-REPORT-DATE-DASH.
001090     05 WS-RDD-YYYY PIC 9(04).
001100     05 FILLER      PIC X(01) VALUE '-'.
001110     05 WS-RDD-MM   PIC 9(02).
001120     05 FILLER      PIC X(01) VALUE '-'.
001130     05 WS-RDD-DD   PIC 9(02).
001140*
001150 01 WS-DAYS-AHEAD PIC 9(02) VALUE 7.
001160*
001170***************************************************************
001180*  BATCH WINDOWS FROM BATCHWIN
001190***************************************************************
001200 01 WS-WINDOW-MAX  PIC 9(02) COMP VALUE 10.
001210 01 WS-WINDOW-USED PIC 9(02) COMP VALUE 0.
001220 01 WS-WINDOW-TABLE.
001230     05 WS-WINDOW-ENTRY OCCURS 10 TIMES.
001240         10 WS-WN-ENV    PIC X(04).
001250         10 WS-WN-SCHED  PIC 9(04).
001260         10 WS-WN-CUTOFF PIC 9(04).
001270*
001280***************************************************************
001290*  COVERAGE CHECK FIELDS
001300***************************************************************
001310 01 WS-DAY-IDX    PIC 9(02) COMP.
001320 01 WS-WINDOW-IDX PIC 9(02) COMP.
001330 01 WS-CHECK-DAY-NO PIC 9(08) COMP.
001340 01 WS-CHECK-DATE   PIC 9(08).
001350 01 WS-CHECK-TIME   PIC 9(04).
001360 01 WS-CHECK-POINT  PIC X(06).
001370*
001380***************************************************************
001390*  ROSTER SHIFTS FROM ONCALL - COVERAGE CAN ONLY CHANGE WHERE
001400*  A SHIFT STARTS OR ENDS, SO EVERY SUCH TIME INSIDE A WINDOW
001410*  IS CHECKED AS WELL AS THE WINDOW'S TWO ENDS.  THE POINTS
001420*  FOR ONE WINDOW ARE HELD IN TIME ORDER (WS-PT-KEY RUNS ON
001430*  PAST 2400 FOR THE PART AFTER MIDNIGHT).
001440***************************************************************
001450 01 WS-SHIFT-MAX  PIC 9(02) COMP VALUE 50.
001460 01 WS-SHIFT-USED PIC 9(02) COMP VALUE 0.
001470 01 WS-SHIFT-TABLE.
001480     05 WS-SHIFT-ENTRY OCCURS 50 TIMES.
001490         10 WS-SH-ENV     PIC X(04).
001500         10 WS-SH-FROM-NO PIC 9(08) COMP.
001510         10 WS-SH-THRU-NO PIC 9(08) COMP.
001520         10 WS-SH-START   PIC 9(04).
001530         10 WS-SH-END     PIC 9(04).
001540 01 WS-SHIFT-IDX  PIC 9(02) COMP.
001550 01 WS-SH-DATE    PIC 9(08).
001560 01 WS-PT-MAX  PIC 9(02) COMP VALUE 30.
001570 01 WS-PT-USED PIC 9(02) COMP VALUE 0.
001580 01 WS-PT-TABLE.
001590     05 WS-PT-ENTRY OCCURS 30 TIMES.
001600         10 WS-PT-KEY    PIC 9(04).
001610         10 WS-PT-TIME   PIC 9(04).
001620         10 WS-PT-DAY-NO PIC 9(08) COMP.
001630 01 WS-PT-IDX  PIC 9(02) COMP.
001640 01 WS-PT-SLOT PIC 9(02) COMP.
001650 01 WS-NEW-KEY    PIC 9(04).
001660 01 WS-NEW-TIME   PIC 9(04).
001670 01 WS-NEW-DAY-NO PIC 9(08) COMP.
001680 01 WS-CROSSES-SW PIC X(01) VALUE 'N'.
001690     88 WS-CROSSES-MIDNIGHT VALUE 'Y'.
001700*
001710***************************************************************
001720*  COUNTS
001730***************************************************************
001740 01 WS-PAGE-COUNT      PIC 9(05) COMP VALUE 0.
001750 01 WS-UNCOVERED-COUNT PIC 9(05) COMP VALUE 0.
001760 01 WS-CHECK-COUNT     PIC 9(05) COMP VALUE 0.
001770 01 WS-COUNT-EDIT PIC ZZ,ZZ9.
001780*
001790***************************************************************
001800*  SWITCHES
001810***************************************************************
001820 01 WS-PAGEHIST-SW PIC X(01) VALUE 'N'.
001830     88 WS-PAGEHIST-EOF VALUE 'Y'.
001840 01 WS-BATCHWIN-SW PIC X(01) VALUE 'N'.
001850     88 WS-BATCHWIN-EOF VALUE 'Y'.
001860 01 WS-NO-ROSTER-SW PIC X(01) VALUE 'N'.
001870     88 WS-NO-ROSTER VALUE 'Y'.
001880 01 WS-ONCALL-SW PIC X(01) VALUE 'N'.
001890     88 WS-ONCALL-EOF VALUE 'Y'.
001900*
001910***************************************************************
001920*  FILE STATUS FIELDS
001930***************************************************************
001940 01 WS-PAGEHIST-STATUS PIC X(02) VALUE '00'.
001950     88 WS-PAGEHIST-STATUS-OK VALUE '00'.
001960     88 WS-PAGEHIST-NOT-FOUND VALUE '35'.
001970 01 WS-BATCHWIN-STATUS PIC X(02) VALUE '00'.
001980     88 WS-BATCHWIN-STATUS-OK VALUE '00'.
001990     88 WS-BATCHWIN-NOT-FOUND VALUE '35'.
002000 01 WS-ONCALL-STATUS PIC X(02) VALUE '00'.
002010     88 WS-ONCALL-STATUS-OK VALUE '00'.
002020     88 WS-ONCALL-NOT-FOUND VALUE '35'.
002030 01 WS-PAGERPT-STATUS PIC X(02) VALUE '00'.
002040     88 WS-PAGERPT-STATUS-OK VALUE '00'.
002050*
002060***************************************************************
002070*  REPORT LINES
002080***************************************************************
002090 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
002100 01 WS-PAGE-HEADING.
002110     05 FILLER PIC X(10) VALUE 'TIME'.
002120     05 FILLER PIC X(06) VALUE 'ENV'.
002130     05 FILLER PIC X(05) VALUE 'TIER'.
002140     05 FILLER PIC X(10) VALUE 'USER'.
002150     05 FILLER PIC X(32) VALUE 'SENT TO'.
002160     05 FILLER PIC X(10) VALUE 'REASON'.
002170     05 FILLER PIC X(06) VALUE 'SEV'.
002180     05 FILLER PIC X(10) VALUE 'ALERT JOB'.
002190     05 FILLER PIC X(19) VALUE 'ALERT RAISED'.
002200     05 FILLER PIC X(24) VALUE SPACES.
002210 01 WS-PAGE-LINE.
002220     05 WS-PG-TIME    PIC X(08).
002230     05 FILLER        PIC X(02) VALUE SPACES.
002240     05 WS-PG-ENV     PIC X(04).
002250     05 FILLER        PIC X(02) VALUE SPACES.
002260     05 WS-PG-TIER    PIC 9(01).
002270     05 FILLER        PIC X(04) VALUE SPACES.
002280     05 WS-PG-USER    PIC X(08).
002290     05 FILLER        PIC X(02) VALUE SPACES.
002300     05 WS-PG-HANDLE  PIC X(30).
002310     05 FILLER        PIC X(02) VALUE SPACES.
002320     05 WS-PG-REASON  PIC X(08).
002330     05 FILLER        PIC X(02) VALUE SPACES.
002340     05 WS-PG-SEV     PIC X(04).
002350     05 FILLER        PIC X(02) VALUE SPACES.
002360     05 WS-PG-ALR-JOB PIC X(08).
002370     05 FILLER        PIC X(02) VALUE SPACES.
002380     05 WS-PG-ALR-TS  PIC X(19).
002390     05 FILLER        PIC X(24) VALUE SPACES.
002400 01 WS-COVER-HEADING.
002410     05 FILLER PIC X(10) VALUE 'DATE'.
002420     05 FILLER PIC X(06) VALUE 'ENV'.
002430     05 FILLER PIC X(08) VALUE 'POINT'.
002440     05 FILLER PIC X(06) VALUE 'TIME'.
002450     05 FILLER PIC X(10) VALUE 'PRIMARY'.
002460     05 FILLER PIC X(10) VALUE 'SECONDARY'.
002470     05 FILLER PIC X(10) VALUE 'MANAGER'.
002480     05 FILLER PIC X(72) VALUE 'NOTE'.
002490 01 WS-COVER-LINE.
002500     05 WS-CV-DATE    PIC 9(08).
002510     05 FILLER        PIC X(02) VALUE SPACES.
002520     05 WS-CV-ENV     PIC X(04).
002530     05 FILLER        PIC X(02) VALUE SPACES.
002540     05 WS-CV-POINT   PIC X(06).
002550     05 FILLER        PIC X(02) VALUE SPACES.
002560     05 WS-CV-TIME    PIC 9(04).
002570     05 FILLER        PIC X(02) VALUE SPACES.
002580     05 WS-CV-TIER-USER OCCURS 3 TIMES.
002590         10 WS-CV-USER PIC X(08).
002600         10 FILLER     PIC X(02).
002610     05 WS-CV-NOTE    PIC X(20).
002620     05 FILLER        PIC X(52) VALUE SPACES.
002630*
002640***************************************************************
002650*  ON-CALL LOOKUP PARAMETER BLOCK FOR THE ONCALLK SUBPROGRAM
002660***************************************************************
002670 COPY OLPARM.
002680*
002690 LINKAGE SECTION.
002700 01 WS-PARM-PASSED.
002710     05 WS-PARM-LEN  PIC S9(04) COMP.
002720     05 WS-PARM-DATE PIC X(08).
002730     05 WS-PARM-DAYS PIC X(02).
002740*
002750 PROCEDURE DIVISION USING WS-PARM-PASSED.
002760*
002770***************************************************************
002780* 0000-MAINLINE.
002790***************************************************************
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     IF RETURN-CODE NOT = ZERO
002830         STOP RUN
002840     END-IF.
002850     PERFORM 1500-LOAD-WINDOWS THRU 1500-EXIT.
002860     PERFORM 1700-LOAD-ROSTER THRU 1700-EXIT.
002870     OPEN OUTPUT PAGE-REPORT.
002880     IF NOT WS-PAGERPT-STATUS-OK
002890         DISPLAY 'PAGERPT - PAGERPT OPEN FAILED - STATUS '
002900             WS-PAGERPT-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     PERFORM 2000-PRINT-PAGES THRU 2000-EXIT.
002950     PERFORM 3000-PRINT-COVERAGE THRU 3000-EXIT.
002960     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002970     CLOSE PAGE-REPORT.
002980     DISPLAY 'PAGERPT - ' WS-REPORT-DATE ' PAGES ' WS-PAGE-COUNT
002990         ' COVERAGE CHECKS ' WS-CHECK-COUNT
003000         ' UNCOVERED ' WS-UNCOVERED-COUNT.
003010     IF (WS-UNCOVERED-COUNT > ZERO OR WS-NO-ROSTER)
003020         AND RETURN-CODE = ZERO
003030         MOVE 4 TO RETURN-CODE
003040     END-IF.
003050     STOP RUN.
003060*
003070***************************************************************
003080* 1000-INITIALIZE.
003090*    REPORT DATE AND DAYS AHEAD FROM THE PARM.
003100***************************************************************
003110 1000-INITIALIZE.
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003130     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
003140     IF WS-PARM-LEN >= 8 AND WS-PARM-DATE NOT = SPACES
003150         IF WS-PARM-DATE NUMERIC
003160             AND WS-PARM-DATE (5:2) >= '01'
003170             AND WS-PARM-DATE (5:2) <= '12'
003180             AND WS-PARM-DATE (7:2) >= '01'
003190             AND WS-PARM-DATE (7:2) <= '31'
003200             MOVE WS-PARM-DATE TO WS-REPORT-DATE
003210         ELSE
003220             DISPLAY 'PAGERPT - REPORT DATE ' WS-PARM-DATE
003230                 ' NOT VALID YYYYMMDD'
003240             MOVE 8 TO RETURN-CODE
003250             GO TO 1000-EXIT
003260         END-IF
003270     END-IF.
003280     IF WS-PARM-LEN >= 10
003290         IF WS-PARM-DAYS NUMERIC AND WS-PARM-DAYS > '00'
003300             MOVE WS-PARM-DAYS TO WS-DAYS-AHEAD
003310         ELSE
003320             DISPLAY 'PAGERPT - DAYS AHEAD ' WS-PARM-DAYS
003330                 ' NOT 01-99 - DEFAULT ' WS-DAYS-AHEAD ' USED'
003340         END-IF
003350     END-IF.
003360     COMPUTE WS-REPORT-DAY-NO =
003370         FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE-NUM).
003380     MOVE WS-RD-YYYY TO WS-RDD-YYYY.
003390     MOVE WS-RD-MM   TO WS-RDD-MM.
003400     MOVE WS-RD-DD   TO WS-RDD-DD.
003410 1000-EXIT.
003420     EXIT.
003430*
003440***************************************************************
003450* 1500-LOAD-WINDOWS.
003460*    NO BATCHWIN MEANS NO COVERAGE CHECK - THE PAGING LOG
003470*    STILL PRINTS.
003480***************************************************************
003490 1500-LOAD-WINDOWS.
003500     OPEN INPUT BATCH-WINDOW.
003510     IF WS-BATCHWIN-NOT-FOUND
003520         DISPLAY 'PAGERPT - NO BATCHWIN FILE - COVERAGE '
003530             'CHECK SKIPPED'
003540         GO TO 1500-EXIT
003550     END-IF.
003560     IF NOT WS-BATCHWIN-STATUS-OK
003570         DISPLAY 'PAGERPT - BATCHWIN OPEN FAILED - STATUS '
003580             WS-BATCHWIN-STATUS
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 1500-EXIT
003610     END-IF.
003620     PERFORM 1550-READ-WINDOW THRU 1550-EXIT.
003630     PERFORM 1600-STORE-WINDOW THRU 1600-EXIT
003640         UNTIL WS-BATCHWIN-EOF.
003650     CLOSE BATCH-WINDOW.
003660 1500-EXIT.
003670     EXIT.
003680*
003690***************************************************************
003700* 1550-READ-WINDOW.
003710***************************************************************
003720 1550-READ-WINDOW.
003730     READ BATCH-WINDOW
003740         AT END SET WS-BATCHWIN-EOF TO TRUE
003750     END-READ.
003760     IF NOT WS-BATCHWIN-EOF AND NOT WS-BATCHWIN-STATUS-OK
003770         DISPLAY 'PAGERPT - BATCHWIN READ FAILED - STATUS '
003780             WS-BATCHWIN-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         SET WS-BATCHWIN-EOF TO TRUE
003810     END-IF.
003820 1550-EXIT.
003830     EXIT.
003840*
003850***************************************************************
003860* 1600-STORE-WINDOW.
003870***************************************************************
003880 1600-STORE-WINDOW.
003890     IF BW-RECORD = SPACES OR BW-ENVIRONMENT (1:1) = '*'
003900         GO TO 1600-NEXT
003910     END-IF.
003920     IF BW-SCHED-TIME NOT NUMERIC
003930         OR BW-CUTOFF-TIME NOT NUMERIC
003940         DISPLAY 'PAGERPT - BATCHWIN TIMES NOT NUMERIC FOR '
003950             BW-ENVIRONMENT ' - RECORD DROPPED'
003960         GO TO 1600-NEXT
003970     END-IF.
003980     IF WS-WINDOW-USED >= WS-WINDOW-MAX
003990         DISPLAY 'PAGERPT - WINDOW TABLE FULL - RECORD DROPPED'
004000         MOVE 16 TO RETURN-CODE
004010         GO TO 1600-NEXT
004020     END-IF.
004030     ADD 1 TO WS-WINDOW-USED.
004040     MOVE BW-ENVIRONMENT TO WS-WN-ENV (WS-WINDOW-USED).
004050     MOVE BW-SCHED-TIME  TO WS-WN-SCHED (WS-WINDOW-USED).
004060     MOVE BW-CUTOFF-TIME TO WS-WN-CUTOFF (WS-WINDOW-USED).
004070 1600-NEXT.
004080     PERFORM 1550-READ-WINDOW THRU 1550-EXIT.
004090 1600-EXIT.
004100     EXIT.
004110*
004120***************************************************************
004130* 1700-LOAD-ROSTER.
004140*    THE SHIFT LINES ONCALLK WOULD CONSIDER, FOR THE SHIFT
004150*    BOUNDARIES INSIDE EACH WINDOW.  NO ROSTER IS LEFT FOR
004160*    ONCALLK TO REPORT AT THE FIRST POINT CHECKED.
004170***************************************************************
004180 1700-LOAD-ROSTER.
004190     IF WS-WINDOW-USED = ZERO
004200         GO TO 1700-EXIT
004210     END-IF.
004220     OPEN INPUT ON-CALL-ROSTER.
004230     IF WS-ONCALL-NOT-FOUND
004240         GO TO 1700-EXIT
004250     END-IF.
004260     IF NOT WS-ONCALL-STATUS-OK
004270         DISPLAY 'PAGERPT - ONCALL OPEN FAILED - STATUS '
004280             WS-ONCALL-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         GO TO 1700-EXIT
004310     END-IF.
004320     PERFORM 1750-READ-ROSTER THRU 1750-EXIT.
004330     PERFORM 1800-STORE-SHIFT THRU 1800-EXIT
004340         UNTIL WS-ONCALL-EOF.
004350     CLOSE ON-CALL-ROSTER.
004360 1700-EXIT.
004370     EXIT.
004380*
004390***************************************************************
004400* 1750-READ-ROSTER.
004410***************************************************************
004420 1750-READ-ROSTER.
004430     READ ON-CALL-ROSTER
004440         AT END SET WS-ONCALL-EOF TO TRUE
004450     END-READ.
004460     IF NOT WS-ONCALL-EOF AND NOT WS-ONCALL-STATUS-OK
004470         DISPLAY 'PAGERPT - ONCALL READ FAILED - STATUS '
004480             WS-ONCALL-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         SET WS-ONCALL-EOF TO TRUE
004510     END-IF.
004520 1750-EXIT.
004530     EXIT.
004540*
004550***************************************************************
004560* 1800-STORE-SHIFT.
004570*    THE SAME LINES ONCALLK SKIPS ARE SKIPPED HERE.
004580***************************************************************
004590 1800-STORE-SHIFT.
004600     IF ON-CALL-RECORD = SPACES OR OC-ENVIRONMENT (1:1) = '*'
004610         OR OC-FROM-DATE NOT NUMERIC OR OC-THRU-DATE NOT NUMERIC
004620         OR OC-SHIFT-START NOT NUMERIC
004630         OR OC-SHIFT-END NOT NUMERIC
004640         OR OC-TIER-USER (1) = SPACES
004650         GO TO 1800-NEXT
004660     END-IF.
004670     IF WS-SHIFT-USED >= WS-SHIFT-MAX
004680         DISPLAY 'PAGERPT - SHIFT TABLE FULL - SHIFT BOUNDARIES '
004690             'OF LATER ROSTER LINES NOT CHECKED'
004700         MOVE 16 TO RETURN-CODE
004710         SET WS-ONCALL-EOF TO TRUE
004720         GO TO 1800-EXIT
004730     END-IF.
004740     ADD 1 TO WS-SHIFT-USED.
004750     MOVE OC-ENVIRONMENT TO WS-SH-ENV (WS-SHIFT-USED).
004760     MOVE OC-FROM-DATE TO WS-SH-DATE.
004770     COMPUTE WS-SH-FROM-NO (WS-SHIFT-USED) =
004780         FUNCTION INTEGER-OF-DATE (WS-SH-DATE).
004790     MOVE OC-THRU-DATE TO WS-SH-DATE.
004800     COMPUTE WS-SH-THRU-NO (WS-SHIFT-USED) =
004810         FUNCTION INTEGER-OF-DATE (WS-SH-DATE).
004820     MOVE OC-SHIFT-START TO WS-SH-START (WS-SHIFT-USED).
004830     MOVE OC-SHIFT-END   TO WS-SH-END (WS-SHIFT-USED).
004840 1800-NEXT.
004850     PERFORM 1750-READ-ROSTER THRU 1750-EXIT.
004860 1800-EXIT.
004870     EXIT.
004880*
004890***************************************************************
004900* 2000-PRINT-PAGES.
004910*    EVERY NOTIFICATION RAISED ON THE REPORT DATE, IN THE
004920*    ORDER SENT.
004930***************************************************************
004940 2000-PRINT-PAGES.
004950     MOVE SPACES TO WS-RPT-LINE.
004960     STRING 'PAGERPT - ON-CALL PAGING LOG FOR '
004970         WS-REPORT-DATE-DASH
004980         DELIMITED BY SIZE INTO WS-RPT-LINE.
004990     MOVE '1' TO RPT-CARRIAGE-CONTROL.
005000     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
005010     WRITE RPT-RECORD.
005020     MOVE SPACES TO WS-RPT-LINE.
005030     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
005040     MOVE WS-PAGE-HEADING TO WS-RPT-LINE.
005050     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
005060     OPEN INPUT PAGE-HISTORY.
005070     IF WS-PAGEHIST-NOT-FOUND
005080         GO TO 2000-NONE
005090     END-IF.
005100     IF NOT WS-PAGEHIST-STATUS-OK
005110         DISPLAY 'PAGERPT - PAGEHIST OPEN FAILED - STATUS '
005120             WS-PAGEHIST-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         GO TO 2000-EXIT
005150     END-IF.
005160     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005170     PERFORM 2200-PRINT-ONE-PAGE THRU 2200-EXIT
005180         UNTIL WS-PAGEHIST-EOF.
005190     CLOSE PAGE-HISTORY.
005200 2000-NONE.
005210     IF WS-PAGE-COUNT = ZERO
005220         MOVE SPACES TO WS-RPT-LINE
005230         STRING '     (NOBODY PAGED ON THIS DATE)'
005240             DELIMITED BY SIZE INTO WS-RPT-LINE
005250         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
005260     END-IF.
005270 2000-EXIT.
005280     EXIT.
005290*
005300***************************************************************
005310* 2100-READ-HISTORY.
005320***************************************************************
005330 2100-READ-HISTORY.
005340     READ PAGE-HISTORY
005350         AT END SET WS-PAGEHIST-EOF TO TRUE
005360     END-READ.
005370     IF NOT WS-PAGEHIST-EOF AND NOT WS-PAGEHIST-STATUS-OK
005380         DISPLAY 'PAGERPT - PAGEHIST READ FAILED - STATUS '
005390             WS-PAGEHIST-STATUS
005400         MOVE 16 TO RETURN-CODE
005410         SET WS-PAGEHIST-EOF TO TRUE
005420     END-IF.
005430 2100-EXIT.
005440     EXIT.
005450*
005460***************************************************************
005470* 2200-PRINT-ONE-PAGE.
005480***************************************************************
005490 2200-PRINT-ONE-PAGE.
005500     IF NT-TIMESTAMP (1:10) NOT = WS-REPORT-DATE-DASH
005510         GO TO 2200-NEXT
005520     END-IF.
005530     ADD 1 TO WS-PAGE-COUNT.
005540     MOVE SPACES TO WS-PAGE-LINE.
005550     MOVE NT-TIMESTAMP (12:8) TO WS-PG-TIME.
005560     MOVE NT-ENVIRONMENT      TO WS-PG-ENV.
005570     MOVE NT-TIER             TO WS-PG-TIER.
005580     MOVE NT-USER             TO WS-PG-USER.
005590     MOVE NT-HANDLE           TO WS-PG-HANDLE.
005600     MOVE NT-REASON           TO WS-PG-REASON.
005610     MOVE NT-SEVERITY         TO WS-PG-SEV.
005620     MOVE NT-ALR-JOB          TO WS-PG-ALR-JOB.
005630     MOVE NT-ALR-TIMESTAMP    TO WS-PG-ALR-TS.
005640     MOVE WS-PAGE-LINE TO WS-RPT-LINE.
005650     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
005660 2200-NEXT.
005670     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005680 2200-EXIT.
005690     EXIT.
005700*
005710***************************************************************
005720* 3000-PRINT-COVERAGE.
005730*    ONE LINE PER ENVIRONMENT, DAY, AND WINDOW END, WITH WHO
005740*    HOLDS EACH TIER THEN; GAPS ARE FLAGGED.
005750***************************************************************
005760 3000-PRINT-COVERAGE.
005770     MOVE SPACES TO WS-RPT-LINE.
005780     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
005790     MOVE SPACES TO WS-RPT-LINE.
005800     STRING 'ON-CALL COVERAGE OF THE BATCH WINDOWS - '
005810         WS-DAYS-AHEAD ' DAYS FROM ' WS-REPORT-DATE-DASH
005820         DELIMITED BY SIZE INTO WS-RPT-LINE.
005830     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
005840     IF WS-WINDOW-USED = ZERO
005850         MOVE SPACES TO WS-RPT-LINE
005860         STRING '     (NO BATCH WINDOWS TO CHECK)'
005870             DELIMITED BY SIZE INTO WS-RPT-LINE
005880         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
005890         GO TO 3000-EXIT
005900     END-IF.
005910     MOVE WS-COVER-HEADING TO WS-RPT-LINE.
005920     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
005930     PERFORM 3100-CHECK-ONE-DAY THRU 3100-EXIT
005940         VARYING WS-DAY-IDX FROM 0 BY 1
005950         UNTIL WS-DAY-IDX >= WS-DAYS-AHEAD OR WS-NO-ROSTER.
005960     IF WS-NO-ROSTER
005970         MOVE SPACES TO WS-RPT-LINE
005980         STRING '     *** NO ONCALL ROSTER ON FILE - NO '
005990             'WINDOW IS COVERED ***'
006000             DELIMITED BY SIZE INTO WS-RPT-LINE
006010         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
006020     END-IF.
006030 3000-EXIT.
006040     EXIT.
006050*
006060***************************************************************
006070* 3100-CHECK-ONE-DAY.
006080***************************************************************
006090 3100-CHECK-ONE-DAY.
006100     COMPUTE WS-CHECK-DAY-NO = WS-REPORT-DAY-NO + WS-DAY-IDX.
006110     PERFORM 3200-CHECK-ONE-WINDOW THRU 3200-EXIT
006120         VARYING WS-WINDOW-IDX FROM 1 BY 1
006130         UNTIL WS-WINDOW-IDX > WS-WINDOW-USED OR WS-NO-ROSTER.
006140 3100-EXIT.
006150     EXIT.
006160*
006170***************************************************************
006180* 3200-CHECK-ONE-WINDOW.
006190*    THE SCHEDULED START ON THE DAY, EVERY ROSTER SHIFT
006200*    START OR END THAT FALLS INSIDE THE WINDOW (COVERAGE CAN
006210*    ONLY CHANGE THERE), THEN THE CUTOFF - ON THE FOLLOWING
006220*    DAY FOR A WINDOW THAT CROSSES MIDNIGHT.
006230***************************************************************
006240 3200-CHECK-ONE-WINDOW.
006250     COMPUTE WS-CHECK-DATE =
006260         FUNCTION DATE-OF-INTEGER (WS-CHECK-DAY-NO).
006270     MOVE WS-WN-SCHED (WS-WINDOW-IDX) TO WS-CHECK-TIME.
006280     MOVE 'START' TO WS-CHECK-POINT.
006290     PERFORM 3300-CHECK-ONE-POINT THRU 3300-EXIT.
006300     IF WS-NO-ROSTER
006310         GO TO 3200-EXIT
006320     END-IF.
006330     MOVE 'N' TO WS-CROSSES-SW.
006340     IF WS-WN-CUTOFF (WS-WINDOW-IDX)
006350         <= WS-WN-SCHED (WS-WINDOW-IDX)
006360         SET WS-CROSSES-MIDNIGHT TO TRUE
006370     END-IF.
006380     MOVE ZERO TO WS-PT-USED.
006390     PERFORM 3210-NOTE-SHIFT THRU 3210-EXIT
006400         VARYING WS-SHIFT-IDX FROM 1 BY 1
006410         UNTIL WS-SHIFT-IDX > WS-SHIFT-USED.
006420     MOVE 'SHIFT' TO WS-CHECK-POINT.
006430     PERFORM 3240-CHECK-SHIFT-POINT THRU 3240-EXIT
006440         VARYING WS-PT-IDX FROM 1 BY 1
006450         UNTIL WS-PT-IDX > WS-PT-USED OR WS-NO-ROSTER.
006460     IF WS-NO-ROSTER
006470         GO TO 3200-EXIT
006480     END-IF.
006490     IF WS-CROSSES-MIDNIGHT
006500         COMPUTE WS-CHECK-DATE =
006510             FUNCTION DATE-OF-INTEGER (WS-CHECK-DAY-NO + 1)
006520     ELSE
006530         COMPUTE WS-CHECK-DATE =
006540             FUNCTION DATE-OF-INTEGER (WS-CHECK-DAY-NO)
006550     END-IF.
006560     MOVE WS-WN-CUTOFF (WS-WINDOW-IDX) TO WS-CHECK-TIME.
006570     MOVE 'CUTOFF' TO WS-CHECK-POINT.
006580     PERFORM 3300-CHECK-ONE-POINT THRU 3300-EXIT.
006590 3200-EXIT.
006600     EXIT.
006610*
006620***************************************************************
006630* 3210-NOTE-SHIFT.
006640*    THE START AND END OF ONE ROSTER LINE FOR THE WINDOW'S
006650*    ENVIRONMENT, WHERE THEY FALL INSIDE THE WINDOW.
006660***************************************************************
006670 3210-NOTE-SHIFT.
006680     IF WS-SH-ENV (WS-SHIFT-IDX) NOT = WS-WN-ENV (WS-WINDOW-IDX)
006690         GO TO 3210-EXIT
006700     END-IF.
006710     MOVE WS-SH-START (WS-SHIFT-IDX) TO WS-NEW-TIME.
006720     PERFORM 3220-ADD-POINT THRU 3220-EXIT.
006730     MOVE WS-SH-END (WS-SHIFT-IDX) TO WS-NEW-TIME.
006740     PERFORM 3220-ADD-POINT THRU 3220-EXIT.
006750 3210-EXIT.
006760     EXIT.
006770*
006780***************************************************************
006790* 3220-ADD-POINT.
006800*    WS-NEW-TIME, IF STRICTLY INSIDE THE WINDOW (THE TWO ENDS
006810*    ARE CHECKED ANYWAY) ON A DAY THE LINE CAN APPLY TO - FROM
006820*    ITS FIRST DATE TO THE MORNING AFTER ITS LAST, WHEN AN
006830*    OVERNIGHT SHIFT ENDS.  KEPT IN TIME ORDER, ONCE EACH.
006840***************************************************************
006850 3220-ADD-POINT.
006860     IF WS-CROSSES-MIDNIGHT
006870         GO TO 3220-CROSSES
006880     END-IF.
006890     IF WS-NEW-TIME NOT > WS-WN-SCHED (WS-WINDOW-IDX)
006900         OR WS-NEW-TIME NOT < WS-WN-CUTOFF (WS-WINDOW-IDX)
006910         GO TO 3220-EXIT
006920     END-IF.
006930     MOVE WS-CHECK-DAY-NO TO WS-NEW-DAY-NO.
006940     MOVE WS-NEW-TIME TO WS-NEW-KEY.
006950     GO TO 3220-STORE.
006960 3220-CROSSES.
006970     EVALUATE TRUE
006980         WHEN WS-NEW-TIME > WS-WN-SCHED (WS-WINDOW-IDX)
006990             MOVE WS-CHECK-DAY-NO TO WS-NEW-DAY-NO
007000             MOVE WS-NEW-TIME TO WS-NEW-KEY
007010         WHEN WS-NEW-TIME < WS-WN-CUTOFF (WS-WINDOW-IDX)
007020             COMPUTE WS-NEW-DAY-NO = WS-CHECK-DAY-NO + 1
007030             COMPUTE WS-NEW-KEY = WS-NEW-TIME + 2400
007040         WHEN OTHER
007050             GO TO 3220-EXIT
007060     END-EVALUATE.
007070 3220-STORE.
007080     IF WS-NEW-DAY-NO < WS-SH-FROM-NO (WS-SHIFT-IDX)
007090         OR WS-NEW-DAY-NO > WS-SH-THRU-NO (WS-SHIFT-IDX) + 1
007100         GO TO 3220-EXIT
007110     END-IF.
007120     MOVE ZERO TO WS-PT-SLOT.
007130     PERFORM 3230-FIND-SLOT THRU 3230-EXIT
007140         VARYING WS-PT-IDX FROM 1 BY 1
007150         UNTIL WS-PT-IDX > WS-PT-USED OR WS-PT-SLOT NOT = ZERO.
007160     IF WS-PT-SLOT NOT = ZERO
007170         IF WS-PT-KEY (WS-PT-SLOT) = WS-NEW-KEY
007180             GO TO 3220-EXIT
007190         END-IF
007200     ELSE
007210         COMPUTE WS-PT-SLOT = WS-PT-USED + 1
007220     END-IF.
007230     IF WS-PT-USED >= WS-PT-MAX
007240         DISPLAY 'PAGERPT - POINT TABLE FULL - SHIFT CHANGE AT '
007250             WS-NEW-TIME ' IN ' WS-WN-ENV (WS-WINDOW-IDX)
007260             ' WINDOW NOT CHECKED'
007270         MOVE 16 TO RETURN-CODE
007280         GO TO 3220-EXIT
007290     END-IF.
007300     PERFORM 3235-SHIFT-UP THRU 3235-EXIT
007310         VARYING WS-PT-IDX FROM WS-PT-USED BY -1
007320         UNTIL WS-PT-IDX < WS-PT-SLOT.
007330     ADD 1 TO WS-PT-USED.
007340     MOVE WS-NEW-KEY    TO WS-PT-KEY (WS-PT-SLOT).
007350     MOVE WS-NEW-TIME   TO WS-PT-TIME (WS-PT-SLOT).
007360     MOVE WS-NEW-DAY-NO TO WS-PT-DAY-NO (WS-PT-SLOT).
007370 3220-EXIT.
007380     EXIT.
007390*
007400***************************************************************
007410* 3230-FIND-SLOT.
007420*    THE FIRST POINT NOT EARLIER THAN THE NEW ONE.
007430***************************************************************
007440 3230-FIND-SLOT.
007450     IF WS-PT-KEY (WS-PT-IDX) NOT < WS-NEW-KEY
007460         MOVE WS-PT-IDX TO WS-PT-SLOT
007470     END-IF.
007480 3230-EXIT.
007490     EXIT.
007500*
007510***************************************************************
007520* 3235-SHIFT-UP.
007530***************************************************************
007540 3235-SHIFT-UP.
007550     MOVE WS-PT-ENTRY (WS-PT-IDX) TO WS-PT-ENTRY (WS-PT-IDX + 1).
007560 3235-EXIT.
007570     EXIT.
007580*
007590***************************************************************
007600* 3240-CHECK-SHIFT-POINT.
007610***************************************************************
007620 3240-CHECK-SHIFT-POINT.
007630     COMPUTE WS-CHECK-DATE =
007640         FUNCTION DATE-OF-INTEGER (WS-PT-DAY-NO (WS-PT-IDX)).
007650     MOVE WS-PT-TIME (WS-PT-IDX) TO WS-CHECK-TIME.
007660     PERFORM 3300-CHECK-ONE-POINT THRU 3300-EXIT.
007670 3240-EXIT.
007680     EXIT.
007690*
007700***************************************************************
007710* 3300-CHECK-ONE-POINT.
007720***************************************************************
007730 3300-CHECK-ONE-POINT.
007740     MOVE SPACES TO ON-CALL-LOOKUP-PARM.
007750     MOVE WS-WN-ENV (WS-WINDOW-IDX) TO OL-ENVIRONMENT.
007760     MOVE WS-CHECK-DATE TO OL-DATE.
007770     MOVE WS-CHECK-TIME TO OL-TIME.
007780     CALL 'ONCALLK' USING ON-CALL-LOOKUP-PARM.
007790     IF OL-STATUS = '35'
007800         SET WS-NO-ROSTER TO TRUE
007810         GO TO 3300-EXIT
007820     END-IF.
007830     IF NOT OL-STATUS-OK
007840         DISPLAY 'PAGERPT - ONCALL ROSTER READ FAILED - STATUS '
007850             OL-STATUS
007860         MOVE 16 TO RETURN-CODE
007870     END-IF.
007880     ADD 1 TO WS-CHECK-COUNT.
007890     MOVE SPACES TO WS-COVER-LINE.
007900     MOVE WS-CHECK-DATE  TO WS-CV-DATE.
007910     MOVE OL-ENVIRONMENT TO WS-CV-ENV.
007920     MOVE WS-CHECK-POINT TO WS-CV-POINT.
007930     MOVE WS-CHECK-TIME  TO WS-CV-TIME.
007940     IF OL-COVERED
007950         MOVE OL-TIER-USER (1) TO WS-CV-USER (1)
007960         MOVE OL-TIER-USER (2) TO WS-CV-USER (2)
007970         MOVE OL-TIER-USER (3) TO WS-CV-USER (3)
007980     ELSE
007990         MOVE '*** UNCOVERED ***' TO WS-CV-NOTE
008000         ADD 1 TO WS-UNCOVERED-COUNT
008010     END-IF.
008020     MOVE WS-COVER-LINE TO WS-RPT-LINE.
008030     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008040 3300-EXIT.
008050     EXIT.
008060*
008070***************************************************************
008080* 5000-PRINT-TOTALS.
008090***************************************************************
008100 5000-PRINT-TOTALS.
008110     MOVE SPACES TO WS-RPT-LINE.
008120     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008130     MOVE WS-PAGE-COUNT TO WS-COUNT-EDIT.
008140     MOVE SPACES TO WS-RPT-LINE.
008150     STRING 'NOTIFICATIONS SENT    : ' WS-COUNT-EDIT
008160         DELIMITED BY SIZE INTO WS-RPT-LINE.
008170     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008180     MOVE WS-CHECK-COUNT TO WS-COUNT-EDIT.
008190     MOVE SPACES TO WS-RPT-LINE.
008200     STRING 'POINTS CHECKED        : ' WS-COUNT-EDIT
008210         DELIMITED BY SIZE INTO WS-RPT-LINE.
008220     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008230     MOVE WS-UNCOVERED-COUNT TO WS-COUNT-EDIT.
008240     MOVE SPACES TO WS-RPT-LINE.
008250     STRING 'UNCOVERED             : ' WS-COUNT-EDIT
008260         DELIMITED BY SIZE INTO WS-RPT-LINE.
008270     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008280 5000-EXIT.
008290     EXIT.
008300*
008310***************************************************************
008320* 5950-PRINT-LINE.
008330***************************************************************
008340 5950-PRINT-LINE.
008350     MOVE ' ' TO RPT-CARRIAGE-CONTROL.
008360     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
008370     WRITE RPT-RECORD.
008380     IF NOT WS-PAGERPT-STATUS-OK
008390         DISPLAY 'PAGERPT - PAGERPT WRITE FAILED - STATUS '
008400             WS-PAGERPT-STATUS
008410         MOVE 16 TO RETURN-CODE
008420     END-IF.
008430 5950-EXIT.
008440     EXIT.
