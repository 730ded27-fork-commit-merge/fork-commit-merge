000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTROUT.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - ALERT ROUTING.  TURNS
000140*                   EACH NEW OR ESCALATED ALERTFIL RECORD INTO
000150*                   A NOTIFICATION FOR THE PERSON ON CALL FOR
000160*                   ITS ENVIRONMENT, FROM THE ONCALL ROSTER,
000170*                   ON THE NOTIFOUT OUTBOX THE MAIL/SMS
000180*                   GATEWAY CONSUMES - INSTEAD OF THE PAGING
000190*                   BRIDGE BLASTING EVERYONE.  AN ALERT LEFT
000200*                   UNACKNOWLEDGED PAST THE ESCALATION AGE, OR
000210*                   RAISED TO CRIT BY ALERTMGR, STEPS UP A
000220*                   TIER: PRIMARY, SECONDARY, MANAGER.
000230***************************************************************
000240*
000250* RUN BY THE SCHEDULER ON THE SAME POLL AS ALERTMGR, AFTER
000260* IT, SO ACKS AND ESCALATIONS ARE ALREADY ON ALERTFIL.
000270* ALERTFIL IS ONLY READ - ALERTMGR STAYS ITS ONLY REWRITER.
000280*
000290* WHO HAS BEEN PAGED FOR EACH ALERT IS KEPT ON PAGESTAT, ONE
000300* LINE PER ALERT (ALERTMGR'S KEY: JOB, ENVIRONMENT, ALERT
000310* TIMESTAMP) WITH THE TIER AND SEVERITY LAST PAGED AND WHEN.
000320* FOR EACH ALERT ON ALERTFIL:
000330*   ACKNOWLEDGED                   - NOTHING MORE IS SENT.
000340*   NOT ON PAGESTAT                - 'NEW', TO THE PRIMARY.
000350*   SEVERITY RAISED SINCE THE LAST
000360*     PAGE (ALERTMGR WARN TO CRIT) - 'ESCALATE', NEXT TIER UP.
000370*   LAST PAGE OLDER THAN THE
000380*     ESCALATION AGE               - 'UNACKED', NEXT TIER UP.
000390* A TIER WITH NO ONE ON THE ROSTER IS SKIPPED.  ONCE THE
000400* MANAGER HAS BEEN PAGED, AGE ALONE PAGES NOBODY FURTHER; A
000410* SEVERITY RISE STILL TELLS THE MANAGER.  THE PERSON PAGED IS
000420* WHOEVER HOLDS THAT TIER AT THE TIME OF THE PAGE, SO A SHIFT
000430* CHANGE HANDS OPEN ALERTS TO THE INCOMING SHIFT.
000440*
000450* THE ESCALATION AGE IS ALERTMGR'S OWN ESCMINS CARD ON
000460* ALRTCRDS (DEFAULT 120 MINUTES) - THE OTHER ALRTCRDS CARDS
000470* ARE ALERTMGR'S AND ARE PASSED OVER HERE.
000480*
000490* AN ALERT WHOSE ENVIRONMENT HAS NO ROSTER COVERAGE RIGHT NOW
000500* IS NOT ROUTED: IT IS LISTED ON THE CONSOLE, LEFT OFF
000510* PAGESTAT SO THE NEXT RUN TRIES AGAIN, AND THE STEP ENDS
000520* RC 4.  EVERY NOTIFICATION ALSO GOES ON PAGEHIST, THE
000530* HISTORY PAGERPT PRINTS THE DAILY WHO-WAS-PAGED LOG FROM.
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590*
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ALERTFIL-STATUS.
000650     SELECT CONTROL-CARDS ASSIGN TO "ALRTCRDS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ALRTCRDS-STATUS.
000680     SELECT PAGE-STATE ASSIGN TO "PAGESTAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PAGESTAT-STATUS.
000710     SELECT NOTIFY-OUTBOX ASSIGN TO "NOTIFOUT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-NOTIFOUT-STATUS.
000740     SELECT PAGE-HISTORY ASSIGN TO "PAGEHIST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PAGEHIST-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810 FD  ALERT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY ALERTREC.
000840*
000850 FD  CONTROL-CARDS
000860     LABEL RECORDS ARE STANDARD.
000870 01  CTL-CARD PIC X(80).
000880*
000890 FD  PAGE-STATE
000900     LABEL RECORDS ARE STANDARD.
000910 01  PAGE-STATE-RECORD.
000920     05 PS-ALR-JOB       PIC X(08).
000930     05 FILLER           PIC X(01).
000940     05 PS-ENVIRONMENT   PIC X(04).
000950     05 FILLER           PIC X(01).
000960     05 PS-ALR-TIMESTAMP PIC X(19).
000970     05 FILLER           PIC X(01).
000980     05 PS-TIER          PIC 9(01).
000990     05 FILLER           PIC X(01).
001000     05 PS-SEVERITY      PIC X(04).
001010     05 FILLER           PIC X(01).
001020     05 PS-FIRST-SENT    PIC X(19).
001030     05 FILLER           PIC X(01).
001040     05 PS-LAST-SENT     PIC X(19).
001050*
001060 FD  NOTIFY-OUTBOX
001070     LABEL RECORDS ARE STANDARD.
001080 COPY NOTIFREC.
001090*
001100 FD  PAGE-HISTORY
001110     LABEL RECORDS ARE STANDARD.
001120 01  PAGE-HISTORY-RECORD PIC X(109).
001130*
001140 WORKING-STORAGE SECTION.
001150*
001160***************************************************************
001170*  JOB IDENTIFICATION AND RUN DATE/TIME FIELDS
001180***************************************************************
001190 01 WS-JOB-NAME PIC X(08) VALUE 'ALRTROUT'.
001200*
001210 01 WS-RUN-DATE-TIME.
001220     05 WS-RUN-DATE.
001230         10 WS-RUN-YYYY PIC 9(04).
001240         10 WS-RUN-MM   PIC 9(02).
001250         10 WS-RUN-DD   PIC 9(02).
001260     05 WS-RUN-TIME.
001270         10 WS-RUN-HH   PIC 9(02).
001280         10 WS-RUN-MN   PIC 9(02).
001290         10 WS-RUN-SS   PIC 9(02).
001300         10 WS-RUN-HS   PIC 9(02).
001310*
001320 01 WS-TIMESTAMP-PLAIN.
001330     05 WS-TS-YYYY PIC 9(04).
001340     05 FILLER     PIC X(01) VALUE '-'.
001350     05 WS-TS-MM   PIC 9(02).
001360     05 FILLER     PIC X(01) VALUE '-'.
001370     05 WS-TS-DD   PIC 9(02).
001380     05 FILLER     PIC X(01) VALUE SPACE.
001390     05 WS-TS-HH   PIC 9(02).
001400     05 FILLER     PIC X(01) VALUE ':'.
001410     05 WS-TS-MN   PIC 9(02).
001420     05 FILLER     PIC X(01) VALUE ':'.
001430     05 WS-TS-SS   PIC 9(02).
001440*
001450 01 WS-RUN-DATE-NUM PIC 9(08).
001460 01 WS-RUN-DAY-NO   PIC 9(08) COMP.
001470 01 WS-RUN-HHMM     PIC 9(04).
001480*
001490***************************************************************
001500*  ESCALATION AGE - ALERTMGR'S ESCMINS CARD, SAME DEFAULT.
001510***************************************************************
001520 01 WS-ESC-MINUTES PIC 9(04) VALUE 120.
001530*
001540***************************************************************
001550*  ALERT TABLE - EVERY ALERT ON FILE
001560***************************************************************
001570 01 WS-ALERT-MAX  PIC 9(03) COMP VALUE 200.
001580 01 WS-ALERT-USED PIC 9(03) COMP VALUE 0.
001590 01 WS-ALERT-TABLE.
001600     05 WS-ALERT-ENTRY OCCURS 200 TIMES.
001610         10 WS-AL-JOB       PIC X(08).
001620         10 WS-AL-ENV       PIC X(04).
001630         10 WS-AL-SEVERITY  PIC X(04).
001640         10 WS-AL-TIMESTAMP PIC X(19).
001650         10 WS-AL-STATUS    PIC X(04).
001660*
001670***************************************************************
001680*  PAGING STATE TABLE - PAGESTAT, PLUS THE ENTRIES THIS RUN
001690*  ADDS.  ONLY ENTRIES WHOSE ALERT IS STILL ON ALERTFIL ARE
001700*  WRITTEN BACK, SO PAGESTAT SHRINKS AS ALERTMGR PURGES.
001710***************************************************************
001720 01 WS-STATE-MAX  PIC 9(03) COMP VALUE 200.
001730 01 WS-STATE-USED PIC 9(03) COMP VALUE 0.
001740 01 WS-STATE-TABLE.
001750     05 WS-STATE-ENTRY OCCURS 200 TIMES.
001760         10 WS-ST-JOB        PIC X(08).
001770         10 WS-ST-ENV        PIC X(04).
001780         10 WS-ST-TIMESTAMP  PIC X(19).
001790         10 WS-ST-TIER       PIC 9(01).
001800         10 WS-ST-SEVERITY   PIC X(04).
001810         10 WS-ST-FIRST-SENT PIC X(19).
001820         10 WS-ST-LAST-SENT  PIC X(19).
001830         10 WS-ST-KEEP-SW    PIC X(01).
001840*
001850***************************************************************
001860*  TIMESTAMP BROKEN OUT FOR AGE ARITHMETIC
001870***************************************************************
001880 01 WS-PARSE-TIMESTAMP.
001890     05 WS-PT-YYYY PIC 9(04).
001900     05 FILLER     PIC X(01).
001910     05 WS-PT-MM   PIC 9(02).
001920     05 FILLER     PIC X(01).
001930     05 WS-PT-DD   PIC 9(02).
001940     05 FILLER     PIC X(01).
001950     05 WS-PT-HH   PIC 9(02).
001960     05 FILLER     PIC X(01).
001970     05 WS-PT-MN   PIC 9(02).
001980     05 FILLER     PIC X(01).
001990     05 WS-PT-SS   PIC 9(02).
002000 01 WS-PARSE-DATE-NUM PIC 9(08).
002010 01 WS-PARSE-DAY-NO   PIC 9(08) COMP.
002020 01 WS-AGE-MINUTES    PIC S9(07) COMP.
002030*
002040***************************************************************
002050*  CARD PARSING FIELDS
002060***************************************************************
002070 01 WS-OPT-KEYWORD PIC X(08).
002080 01 WS-OPT-VALUE   PIC X(40).
002090*
002100***************************************************************
002110*  ROUTING WORK FIELDS
002120***************************************************************
002130 01 WS-ALERT-IDX  PIC 9(03) COMP.
002140 01 WS-STATE-IDX  PIC 9(03) COMP.
002150 01 WS-MATCH-IDX  PIC 9(03) COMP.
002160 01 WS-TARGET-TIER PIC 9(01).
002170 01 WS-PAGE-TIER   PIC 9(01).
002180 01 WS-TIER-IDX    PIC 9(01) COMP.
002190 01 WS-REASON      PIC X(08).
002200*
002210***************************************************************
002220*  COUNTS
002230***************************************************************
002240 01 WS-PAGED-NEW       PIC 9(05) COMP VALUE 0.
002250 01 WS-PAGED-ESCALATE  PIC 9(05) COMP VALUE 0.
002260 01 WS-PAGED-UNACKED   PIC 9(05) COMP VALUE 0.
002270 01 WS-NOT-COVERED     PIC 9(05) COMP VALUE 0.
002280*
002290***************************************************************
002300*  SWITCHES
002310***************************************************************
002320 01 WS-ALERTFIL-SW PIC X(01) VALUE 'N'.
002330     88 WS-ALERTFIL-EOF VALUE 'Y'.
002340 01 WS-ALRTCRDS-SW PIC X(01) VALUE 'N'.
002350     88 WS-ALRTCRDS-EOF VALUE 'Y'.
002360 01 WS-PAGESTAT-SW PIC X(01) VALUE 'N'.
002370     88 WS-PAGESTAT-EOF VALUE 'Y'.
002380 01 WS-FOUND-SW PIC X(01) VALUE 'N'.
002390     88 WS-FOUND VALUE 'Y'.
002400 01 WS-TIER-FOUND-SW PIC X(01) VALUE 'N'.
002410     88 WS-TIER-FOUND VALUE 'Y'.
002420 01 WS-TABLE-FULL-SW PIC X(01) VALUE 'N'.
002430     88 WS-TABLE-FULL VALUE 'Y'.
002440 01 WS-OUTBOX-SW PIC X(01) VALUE 'N'.
002450     88 WS-OUTBOX-FAILED VALUE 'Y'.
002460 01 WS-OUTBOX-OPEN-SW PIC X(01) VALUE 'N'.
002470     88 WS-OUTBOX-OPEN-FAILED VALUE 'Y'.
002480*
002490***************************************************************
002500*  FILE STATUS FIELDS
002510***************************************************************
002520 01 WS-ALERTFIL-STATUS PIC X(02) VALUE '00'.
002530     88 WS-ALERTFIL-STATUS-OK VALUE '00'.
002540     88 WS-ALERTFIL-NOT-FOUND VALUE '35'.
002550 01 WS-ALRTCRDS-STATUS PIC X(02) VALUE '00'.
002560     88 WS-ALRTCRDS-STATUS-OK VALUE '00'.
002570     88 WS-ALRTCRDS-NOT-FOUND VALUE '35'.
002580 01 WS-PAGESTAT-STATUS PIC X(02) VALUE '00'.
002590     88 WS-PAGESTAT-STATUS-OK VALUE '00'.
002600     88 WS-PAGESTAT-NOT-FOUND VALUE '35'.
002610 01 WS-NOTIFOUT-STATUS PIC X(02) VALUE '00'.
002620     88 WS-NOTIFOUT-STATUS-OK VALUE '00'.
002630     88 WS-NOTIFOUT-NOT-FOUND VALUE '35'.
002640 01 WS-PAGEHIST-STATUS PIC X(02) VALUE '00'.
002650     88 WS-PAGEHIST-STATUS-OK VALUE '00'.
002660     88 WS-PAGEHIST-NOT-FOUND VALUE '35'.
002670*
002680***************************************************************
002690*  ON-CALL LOOKUP PARAMETER BLOCK FOR THE ONCALLK SUBPROGRAM
002700***************************************************************
002710 COPY OLPARM.
002720*
002730 PROCEDURE DIVISION.
002740*
002750***************************************************************
002760* 0000-MAINLINE.
002770***************************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 2000-LOAD-ALERTS THRU 2000-EXIT.
002810     IF RETURN-CODE NOT = ZERO
002820         STOP RUN
002830     END-IF.
002840     PERFORM 2500-LOAD-STATE THRU 2500-EXIT.
002850     IF RETURN-CODE NOT = ZERO
002860         STOP RUN
002870     END-IF.
002880     PERFORM 3000-ROUTE-ALERTS THRU 3000-EXIT.
002890     PERFORM 5000-REWRITE-STATE THRU 5000-EXIT.
002900     DISPLAY 'ALRTROUT - ALERTS ' WS-ALERT-USED
002910         ' PAGED NEW ' WS-PAGED-NEW
002920         ' ESCALATE ' WS-PAGED-ESCALATE
002930         ' UNACKED ' WS-PAGED-UNACKED
002940         ' NOT COVERED ' WS-NOT-COVERED.
002950     IF WS-NOT-COVERED > ZERO AND RETURN-CODE = ZERO
002960         MOVE 4 TO RETURN-CODE
002970     END-IF.
002980     STOP RUN.
002990*
003000***************************************************************
003010* 1000-INITIALIZE.
003020***************************************************************
003030 1000-INITIALIZE.
003040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003050     ACCEPT WS-RUN-TIME FROM TIME.
003060     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
003070     MOVE WS-RUN-MM   TO WS-TS-MM.
003080     MOVE WS-RUN-DD   TO WS-TS-DD.
003090     MOVE WS-RUN-HH   TO WS-TS-HH.
003100     MOVE WS-RUN-MN   TO WS-TS-MN.
003110     MOVE WS-RUN-SS   TO WS-TS-SS.
003120     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
003130     COMPUTE WS-RUN-DAY-NO =
003140         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
003150     COMPUTE WS-RUN-HHMM = (WS-RUN-HH * 100) + WS-RUN-MN.
003160     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
003170 1000-EXIT.
003180     EXIT.
003190*
003200***************************************************************
003210* 1100-READ-CONTROL-CARDS.
003220*    PICKS THE ESCMINS CARD OFF ALERTMGR'S CARD FILE.  THE
003230*    CARDS ARE VALIDATED BY ALERTMGR, WHICH RUNS FIRST; A
003240*    BAD OR MISSING ESCMINS HERE LEAVES THE DEFAULT.
003250***************************************************************
003260 1100-READ-CONTROL-CARDS.
003270     OPEN INPUT CONTROL-CARDS.
003280     IF NOT WS-ALRTCRDS-STATUS-OK
003290         GO TO 1100-EXIT
003300     END-IF.
003310     PERFORM 1150-READ-ONE-CARD THRU 1150-EXIT.
003320     PERFORM 1200-PROCESS-ONE-CARD THRU 1200-EXIT
003330         UNTIL WS-ALRTCRDS-EOF.
003340     CLOSE CONTROL-CARDS.
003350 1100-EXIT.
003360     EXIT.
003370*
003380***************************************************************
003390* 1150-READ-ONE-CARD.
003400***************************************************************
003410 1150-READ-ONE-CARD.
003420     READ CONTROL-CARDS
003430         AT END SET WS-ALRTCRDS-EOF TO TRUE
003440     END-READ.
003450     IF NOT WS-ALRTCRDS-EOF AND NOT WS-ALRTCRDS-STATUS-OK
003460         SET WS-ALRTCRDS-EOF TO TRUE
003470     END-IF.
003480 1150-EXIT.
003490     EXIT.
003500*
003510***************************************************************
003520* 1200-PROCESS-ONE-CARD.
003530***************************************************************
003540 1200-PROCESS-ONE-CARD.
003550     IF CTL-CARD = SPACES OR CTL-CARD (1:1) = '*'
003560         GO TO 1200-NEXT
003570     END-IF.
003580     MOVE SPACES TO WS-OPT-KEYWORD WS-OPT-VALUE.
003590     UNSTRING CTL-CARD DELIMITED BY '='
003600         INTO WS-OPT-KEYWORD WS-OPT-VALUE.
003610     IF WS-OPT-KEYWORD = 'ESCMINS'
003620         AND WS-OPT-VALUE (1:4) NUMERIC
003630         MOVE WS-OPT-VALUE (1:4) TO WS-ESC-MINUTES
003640     END-IF.
003650 1200-NEXT.
003660     PERFORM 1150-READ-ONE-CARD THRU 1150-EXIT.
003670 1200-EXIT.
003680     EXIT.
003690*
003700***************************************************************
003710* 2000-LOAD-ALERTS.
003720*    NO ALERT FILE MEANS NOTHING TO ROUTE.  A FULL TABLE
003730*    STOPS THE RUN: ROUTING PART OF THE FILE WOULD ALSO DROP
003740*    THE PAGING STATE OF THE ALERTS THAT DID NOT FIT.
003750***************************************************************
003760 2000-LOAD-ALERTS.
003770     OPEN INPUT ALERT-FILE.
003780     IF WS-ALERTFIL-NOT-FOUND
003790         DISPLAY 'ALRTROUT - NO ALERT FILE PRESENT - '
003800             'NOTHING TO ROUTE'
003810         GO TO 2000-EXIT
003820     END-IF.
003830     IF NOT WS-ALERTFIL-STATUS-OK
003840         DISPLAY 'ALRTROUT - ALERTFIL OPEN FAILED - STATUS '
003850             WS-ALERTFIL-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         GO TO 2000-EXIT
003880     END-IF.
003890     PERFORM 2100-READ-ALERT THRU 2100-EXIT.
003900     PERFORM 2200-STORE-ALERT THRU 2200-EXIT
003910         UNTIL WS-ALERTFIL-EOF.
003920     CLOSE ALERT-FILE.
003930 2000-EXIT.
003940     EXIT.
003950*
003960***************************************************************
003970* 2100-READ-ALERT.
003980***************************************************************
003990 2100-READ-ALERT.
004000     READ ALERT-FILE
004010         AT END SET WS-ALERTFIL-EOF TO TRUE
004020     END-READ.
004030     IF NOT WS-ALERTFIL-EOF AND NOT WS-ALERTFIL-STATUS-OK
004040         DISPLAY 'ALRTROUT - ALERTFIL READ FAILED - STATUS '
004050             WS-ALERTFIL-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         SET WS-ALERTFIL-EOF TO TRUE
004080     END-IF.
004090 2100-EXIT.
004100     EXIT.
004110*
004120***************************************************************
004130* 2200-STORE-ALERT.
004140*    RECORDS FROM BEFORE THE LIFECYCLE FIELDS READ BACK WITH
004150*    SPACES IN ALR-STATUS AND ARE OPEN, AS IN ALERTMGR.
004160***************************************************************
004170 2200-STORE-ALERT.
004180     IF ALERT-RECORD = SPACES
004190         GO TO 2200-NEXT
004200     END-IF.
004210     IF WS-ALERT-USED >= WS-ALERT-MAX
004220         DISPLAY 'ALRTROUT - ALERT TABLE FULL - RUN STOPPED'
004230         MOVE 16 TO RETURN-CODE
004240         SET WS-ALERTFIL-EOF TO TRUE
004250         GO TO 2200-EXIT
004260     END-IF.
004270     ADD 1 TO WS-ALERT-USED.
004280     MOVE ALR-JOB-NAME    TO WS-AL-JOB (WS-ALERT-USED).
004290     MOVE ALR-ENVIRONMENT TO WS-AL-ENV (WS-ALERT-USED).
004300     MOVE ALR-SEVERITY    TO WS-AL-SEVERITY (WS-ALERT-USED).
004310     MOVE ALR-TIMESTAMP   TO WS-AL-TIMESTAMP (WS-ALERT-USED).
004320     IF ALR-STATUS = SPACES
004330         MOVE 'OPEN' TO WS-AL-STATUS (WS-ALERT-USED)
004340     ELSE
004350         MOVE ALR-STATUS TO WS-AL-STATUS (WS-ALERT-USED)
004360     END-IF.
004370 2200-NEXT.
004380     PERFORM 2100-READ-ALERT THRU 2100-EXIT.
004390 2200-EXIT.
004400     EXIT.
004410*
004420***************************************************************
004430* 2500-LOAD-STATE.
004440*    NO PAGESTAT YET MEANS NOBODY HAS BEEN PAGED FOR ANY
004450*    ALERT ON FILE.
004460***************************************************************
004470 2500-LOAD-STATE.
004480     OPEN INPUT PAGE-STATE.
004490     IF WS-PAGESTAT-NOT-FOUND
004500         GO TO 2500-EXIT
004510     END-IF.
004520     IF NOT WS-PAGESTAT-STATUS-OK
004530         DISPLAY 'ALRTROUT - PAGESTAT OPEN FAILED - STATUS '
004540             WS-PAGESTAT-STATUS
004550         MOVE 16 TO RETURN-CODE
004560         GO TO 2500-EXIT
004570     END-IF.
004580     PERFORM 2600-READ-STATE THRU 2600-EXIT.
004590     PERFORM 2700-STORE-STATE THRU 2700-EXIT
004600         UNTIL WS-PAGESTAT-EOF.
004610     CLOSE PAGE-STATE.
004620 2500-EXIT.
004630     EXIT.
004640*
004650***************************************************************
004660* 2600-READ-STATE.
004670***************************************************************
004680 2600-READ-STATE.
004690     READ PAGE-STATE
004700         AT END SET WS-PAGESTAT-EOF TO TRUE
004710     END-READ.
004720     IF NOT WS-PAGESTAT-EOF AND NOT WS-PAGESTAT-STATUS-OK
004730         DISPLAY 'ALRTROUT - PAGESTAT READ FAILED - STATUS '
004740             WS-PAGESTAT-STATUS
004750         MOVE 16 TO RETURN-CODE
004760         SET WS-PAGESTAT-EOF TO TRUE
004770     END-IF.
004780 2600-EXIT.
004790     EXIT.
004800*
004810***************************************************************
004820* 2700-STORE-STATE.
004830***************************************************************
004840 2700-STORE-STATE.
004850     IF PAGE-STATE-RECORD = SPACES
004860         GO TO 2700-NEXT
004870     END-IF.
004880     IF WS-STATE-USED >= WS-STATE-MAX
004890         DISPLAY 'ALRTROUT - PAGESTAT TABLE FULL - RUN STOPPED'
004900         MOVE 16 TO RETURN-CODE
004910         SET WS-PAGESTAT-EOF TO TRUE
004920         GO TO 2700-EXIT
004930     END-IF.
004940     ADD 1 TO WS-STATE-USED.
004950     MOVE PS-ALR-JOB       TO WS-ST-JOB (WS-STATE-USED).
004960     MOVE PS-ENVIRONMENT   TO WS-ST-ENV (WS-STATE-USED).
004970     MOVE PS-ALR-TIMESTAMP TO WS-ST-TIMESTAMP (WS-STATE-USED).
004980     MOVE PS-TIER          TO WS-ST-TIER (WS-STATE-USED).
004990     MOVE PS-SEVERITY      TO WS-ST-SEVERITY (WS-STATE-USED).
005000     MOVE PS-FIRST-SENT    TO WS-ST-FIRST-SENT (WS-STATE-USED).
005010     MOVE PS-LAST-SENT     TO WS-ST-LAST-SENT (WS-STATE-USED).
005020     MOVE 'N'              TO WS-ST-KEEP-SW (WS-STATE-USED).
005030 2700-NEXT.
005040     PERFORM 2600-READ-STATE THRU 2600-EXIT.
005050 2700-EXIT.
005060     EXIT.
005070*
005080***************************************************************
005090* 3000-ROUTE-ALERTS.
005100*    THE OUTBOX AND HISTORY ARE APPENDED TO, AND CREATED ON
005110*    FIRST USE LIKE ALERTFIL.  IF EITHER WILL NOT OPEN THE
005120*    ALERTS ARE STILL WALKED, WITHOUT PAGING, SO THAT THEIR
005130*    PAGESTAT ENTRIES ARE KEPT.
005140***************************************************************
005150 3000-ROUTE-ALERTS.
005160     IF WS-ALERT-USED = ZERO
005170         GO TO 3000-EXIT
005180     END-IF.
005190     OPEN EXTEND NOTIFY-OUTBOX.
005200     IF WS-NOTIFOUT-NOT-FOUND
005210         OPEN OUTPUT NOTIFY-OUTBOX
005220     END-IF.
005230     IF NOT WS-NOTIFOUT-STATUS-OK
005240         DISPLAY 'ALRTROUT - NOTIFOUT OPEN FAILED - STATUS '
005250             WS-NOTIFOUT-STATUS ' - NOTHING ROUTED'
005260         MOVE 16 TO RETURN-CODE
005270         SET WS-OUTBOX-FAILED TO TRUE
005280         SET WS-OUTBOX-OPEN-FAILED TO TRUE
005290         GO TO 3000-SCAN
005300     END-IF.
005310     OPEN EXTEND PAGE-HISTORY.
005320     IF WS-PAGEHIST-NOT-FOUND
005330         OPEN OUTPUT PAGE-HISTORY
005340     END-IF.
005350     IF NOT WS-PAGEHIST-STATUS-OK
005360         DISPLAY 'ALRTROUT - PAGEHIST OPEN FAILED - STATUS '
005370             WS-PAGEHIST-STATUS ' - NOTHING ROUTED'
005380         MOVE 16 TO RETURN-CODE
005390         SET WS-OUTBOX-FAILED TO TRUE
005400         SET WS-OUTBOX-OPEN-FAILED TO TRUE
005410         CLOSE NOTIFY-OUTBOX
005420         GO TO 3000-SCAN
005430     END-IF.
005440 3000-SCAN.
005450     PERFORM 3100-ROUTE-ONE-ALERT THRU 3100-EXIT
005460         VARYING WS-ALERT-IDX FROM 1 BY 1
005470         UNTIL WS-ALERT-IDX > WS-ALERT-USED.
005480     IF NOT WS-OUTBOX-OPEN-FAILED
005490         CLOSE NOTIFY-OUTBOX PAGE-HISTORY
005500     END-IF.
005510 3000-EXIT.
005520     EXIT.
005530*
005540***************************************************************
005550* 3100-ROUTE-ONE-ALERT.
005560*    DECIDES WHETHER THE ALERT NEEDS A PAGE AND AT WHICH
005570*    TIER (SEE THE RULES AT THE TOP OF THE PROGRAM).
005580***************************************************************
005590 3100-ROUTE-ONE-ALERT.
005600     PERFORM 3200-FIND-STATE THRU 3200-EXIT.
005610     IF WS-AL-STATUS (WS-ALERT-IDX) = 'ACK'
005620         OR WS-OUTBOX-FAILED
005630         GO TO 3100-EXIT
005640     END-IF.
005650     IF NOT WS-FOUND
005660         MOVE 'NEW' TO WS-REASON
005670         MOVE 1 TO WS-TARGET-TIER
005680         GO TO 3100-PAGE
005690     END-IF.
005700     IF WS-AL-SEVERITY (WS-ALERT-IDX) = 'CRIT'
005710         AND WS-ST-SEVERITY (WS-STATE-IDX) NOT = 'CRIT'
005720         MOVE 'ESCALATE' TO WS-REASON
005730         COMPUTE WS-TARGET-TIER = WS-ST-TIER (WS-STATE-IDX) + 1
005740         IF WS-TARGET-TIER > 3
005750             MOVE 3 TO WS-TARGET-TIER
005760         END-IF
005770         GO TO 3100-PAGE
005780     END-IF.
005790     MOVE WS-ST-LAST-SENT (WS-STATE-IDX) TO WS-PARSE-TIMESTAMP.
005800     PERFORM 3300-COMPUTE-AGE-MINUTES THRU 3300-EXIT.
005810     IF WS-AGE-MINUTES <= WS-ESC-MINUTES
005820         GO TO 3100-EXIT
005830     END-IF.
005840     IF WS-ST-TIER (WS-STATE-IDX) >= 3
005850         GO TO 3100-EXIT
005860     END-IF.
005870     MOVE 'UNACKED' TO WS-REASON.
005880     COMPUTE WS-TARGET-TIER = WS-ST-TIER (WS-STATE-IDX) + 1.
005890 3100-PAGE.
005900     PERFORM 3400-LOOKUP-ON-CALL THRU 3400-EXIT.
005910     IF NOT OL-COVERED
005920         ADD 1 TO WS-NOT-COVERED
005930         DISPLAY 'ALRTROUT - NO ON-CALL COVERAGE FOR '
005940             WS-AL-ENV (WS-ALERT-IDX) ' - '
005950             WS-AL-SEVERITY (WS-ALERT-IDX) ' '
005960             WS-AL-JOB (WS-ALERT-IDX) ' '
005970             WS-AL-TIMESTAMP (WS-ALERT-IDX) ' NOT ROUTED'
005980         GO TO 3100-EXIT
005990     END-IF.
006000     IF NOT WS-TIER-FOUND
006010         GO TO 3100-EXIT
006020     END-IF.
006030     PERFORM 3500-WRITE-NOTIFICATION THRU 3500-EXIT.
006040 3100-EXIT.
006050     EXIT.
006060*
006070***************************************************************
006080* 3200-FIND-STATE.
006090*    LOCATES THE ALERT'S PAGESTAT ENTRY AND MARKS IT TO BE
006100*    KEPT - THE ALERT IS STILL ON FILE.
006110***************************************************************
006120 3200-FIND-STATE.
006130     MOVE 'N' TO WS-FOUND-SW.
006140     MOVE ZERO TO WS-STATE-IDX.
006150     PERFORM 3250-MATCH-STATE THRU 3250-EXIT
006160         VARYING WS-MATCH-IDX FROM 1 BY 1
006170         UNTIL WS-MATCH-IDX > WS-STATE-USED OR WS-FOUND.
006180     IF WS-FOUND
006190         MOVE 'Y' TO WS-ST-KEEP-SW (WS-STATE-IDX)
006200     END-IF.
006210 3200-EXIT.
006220     EXIT.
006230*
006240***************************************************************
006250* 3250-MATCH-STATE.
006260***************************************************************
006270 3250-MATCH-STATE.
006280     IF WS-ST-JOB (WS-MATCH-IDX) = WS-AL-JOB (WS-ALERT-IDX)
006290         AND WS-ST-ENV (WS-MATCH-IDX) = WS-AL-ENV (WS-ALERT-IDX)
006300         AND WS-ST-TIMESTAMP (WS-MATCH-IDX)
006310             = WS-AL-TIMESTAMP (WS-ALERT-IDX)
006320         MOVE WS-MATCH-IDX TO WS-STATE-IDX
006330         SET WS-FOUND TO TRUE
006340     END-IF.
006350 3250-EXIT.
006360     EXIT.
006370*
006380***************************************************************
006390* 3300-COMPUTE-AGE-MINUTES.
006400*    AGE OF THE TIMESTAMP IN WS-PARSE-TIMESTAMP, IN MINUTES.
006410*    ONE THAT DOES NOT PARSE IS OLDER THAN ANY THRESHOLD, AS
006420*    IN ALERTMGR.
006430***************************************************************
006440 3300-COMPUTE-AGE-MINUTES.
006450     IF WS-PT-YYYY NUMERIC AND WS-PT-MM NUMERIC
006460         AND WS-PT-DD NUMERIC AND WS-PT-HH NUMERIC
006470         AND WS-PT-MN NUMERIC
006480         COMPUTE WS-PARSE-DATE-NUM =
006490             (WS-PT-YYYY * 10000) + (WS-PT-MM * 100)
006500             + WS-PT-DD
006510         COMPUTE WS-PARSE-DAY-NO =
006520             FUNCTION INTEGER-OF-DATE (WS-PARSE-DATE-NUM)
006530         COMPUTE WS-AGE-MINUTES =
006540             ((WS-RUN-DAY-NO - WS-PARSE-DAY-NO) * 1440)
006550             + (WS-RUN-HH * 60) + WS-RUN-MN
006560             - (WS-PT-HH * 60) - WS-PT-MN
006570     ELSE
006580         MOVE 9999999 TO WS-AGE-MINUTES
006590     END-IF.
006600 3300-EXIT.
006610     EXIT.
006620*
006630***************************************************************
006640* 3400-LOOKUP-ON-CALL.
006650*    WHO IS ON CALL FOR THE ALERT'S ENVIRONMENT NOW, AND THE
006660*    FIRST TIER AT OR ABOVE THE TARGET WITH SOMEONE IN IT.
006670***************************************************************
006680 3400-LOOKUP-ON-CALL.
006690     MOVE SPACES TO ON-CALL-LOOKUP-PARM.
006700     MOVE WS-AL-ENV (WS-ALERT-IDX) TO OL-ENVIRONMENT.
006710     MOVE WS-RUN-DATE-NUM TO OL-DATE.
006720     MOVE WS-RUN-HHMM TO OL-TIME.
006730     CALL 'ONCALLK' USING ON-CALL-LOOKUP-PARM.
006740     MOVE 'N' TO WS-TIER-FOUND-SW.
006750     IF NOT OL-COVERED
006760         GO TO 3400-EXIT
006770     END-IF.
006780     PERFORM 3450-CHECK-TIER THRU 3450-EXIT
006790         VARYING WS-TIER-IDX FROM WS-TARGET-TIER BY 1
006800         UNTIL WS-TIER-IDX > 3 OR WS-TIER-FOUND.
006810 3400-EXIT.
006820     EXIT.
006830*
006840***************************************************************
006850* 3450-CHECK-TIER.
006860***************************************************************
006870 3450-CHECK-TIER.
006880     IF OL-TIER-USER (WS-TIER-IDX) NOT = SPACES
006890         MOVE WS-TIER-IDX TO WS-PAGE-TIER
006900         SET WS-TIER-FOUND TO TRUE
006910     END-IF.
006920 3450-EXIT.
006930     EXIT.
006940*
006950***************************************************************
006960* 3500-WRITE-NOTIFICATION.
006970*    THE OUTBOX RECORD IS THE PAGE.  PAGESTAT IS UPDATED
006980*    ONLY ONCE IT IS WRITTEN, SO A FAILED WRITE IS RETRIED
006990*    BY THE NEXT RUN RATHER THAN LOST.
007000***************************************************************
007010 3500-WRITE-NOTIFICATION.
007020     MOVE SPACES                          TO NOTIFY-RECORD.
007030     MOVE WS-TIMESTAMP-PLAIN              TO NT-TIMESTAMP.
007040     MOVE WS-AL-ENV (WS-ALERT-IDX)        TO NT-ENVIRONMENT.
007050     MOVE WS-PAGE-TIER                    TO NT-TIER.
007060     MOVE OL-TIER-USER (WS-PAGE-TIER)     TO NT-USER.
007070     MOVE OL-TIER-HANDLE (WS-PAGE-TIER)   TO NT-HANDLE.
007080     MOVE WS-REASON                       TO NT-REASON.
007090     MOVE WS-AL-SEVERITY (WS-ALERT-IDX)   TO NT-SEVERITY.
007100     MOVE WS-AL-JOB (WS-ALERT-IDX)        TO NT-ALR-JOB.
007110     MOVE WS-AL-TIMESTAMP (WS-ALERT-IDX)  TO NT-ALR-TIMESTAMP.
007120     WRITE NOTIFY-RECORD.
007130     IF NOT WS-NOTIFOUT-STATUS-OK
007140         DISPLAY 'ALRTROUT - NOTIFOUT WRITE FAILED - STATUS '
007150             WS-NOTIFOUT-STATUS ' - ROUTING STOPPED'
007160         MOVE 16 TO RETURN-CODE
007170         SET WS-OUTBOX-FAILED TO TRUE
007180         GO TO 3500-EXIT
007190     END-IF.
007200     DISPLAY 'ALRTROUT - ' WS-REASON ' ' NT-SEVERITY ' '
007210         NT-ALR-JOB ' ' NT-ENVIRONMENT ' PAGED TIER ' NT-TIER
007220         ' ' NT-USER.
007230     EVALUATE WS-REASON
007240         WHEN 'NEW'
007250             ADD 1 TO WS-PAGED-NEW
007260         WHEN 'ESCALATE'
007270             ADD 1 TO WS-PAGED-ESCALATE
007280         WHEN OTHER
007290             ADD 1 TO WS-PAGED-UNACKED
007300     END-EVALUATE.
007310     PERFORM 3600-UPDATE-STATE THRU 3600-EXIT.
007320     MOVE NOTIFY-RECORD TO PAGE-HISTORY-RECORD.
007330     WRITE PAGE-HISTORY-RECORD.
007340     IF NOT WS-PAGEHIST-STATUS-OK
007350         DISPLAY 'ALRTROUT - PAGEHIST WRITE FAILED - STATUS '
007360             WS-PAGEHIST-STATUS
007370         MOVE 16 TO RETURN-CODE
007380     END-IF.
007390 3500-EXIT.
007400     EXIT.
007410*
007420***************************************************************
007430* 3600-UPDATE-STATE.
007440*    A NEW ALERT GETS A NEW ENTRY.  A FULL STATE TABLE STILL
007450*    PAGES BUT CANNOT REMEMBER IT, SO THE ALERT WOULD BE
007460*    PAGED AS NEW AGAIN NEXT RUN - FLAGGED RC 16.
007470***************************************************************
007480 3600-UPDATE-STATE.
007490     IF WS-STATE-IDX = ZERO
007500         IF WS-STATE-USED >= WS-STATE-MAX
007510             DISPLAY 'ALRTROUT - PAGESTAT TABLE FULL - PAGE '
007520                 'NOT RECORDED'
007530             MOVE 16 TO RETURN-CODE
007540             GO TO 3600-EXIT
007550         END-IF
007560         ADD 1 TO WS-STATE-USED
007570         MOVE WS-STATE-USED TO WS-STATE-IDX
007580         MOVE WS-AL-JOB (WS-ALERT-IDX)
007590             TO WS-ST-JOB (WS-STATE-IDX)
007600         MOVE WS-AL-ENV (WS-ALERT-IDX)
007610             TO WS-ST-ENV (WS-STATE-IDX)
007620         MOVE WS-AL-TIMESTAMP (WS-ALERT-IDX)
007630             TO WS-ST-TIMESTAMP (WS-STATE-IDX)
007640         MOVE WS-TIMESTAMP-PLAIN
007650             TO WS-ST-FIRST-SENT (WS-STATE-IDX)
007660         MOVE 'Y' TO WS-ST-KEEP-SW (WS-STATE-IDX)
007670     END-IF.
007680     MOVE WS-PAGE-TIER TO WS-ST-TIER (WS-STATE-IDX).
007690     MOVE WS-AL-SEVERITY (WS-ALERT-IDX)
007700         TO WS-ST-SEVERITY (WS-STATE-IDX).
007710     MOVE WS-TIMESTAMP-PLAIN TO WS-ST-LAST-SENT (WS-STATE-IDX).
007720 3600-EXIT.
007730     EXIT.
007740*
007750***************************************************************
007760* 5000-REWRITE-STATE.
007770*    WRITES PAGESTAT BACK WITH THE ENTRIES WHOSE ALERT IS
007780*    STILL ON ALERTFIL.
007790***************************************************************
007800 5000-REWRITE-STATE.
007810     OPEN OUTPUT PAGE-STATE.
007820     IF NOT WS-PAGESTAT-STATUS-OK
007830         DISPLAY 'ALRTROUT - PAGESTAT REWRITE OPEN FAILED - '
007840             'STATUS ' WS-PAGESTAT-STATUS
007850         MOVE 16 TO RETURN-CODE
007860         GO TO 5000-EXIT
007870     END-IF.
007880     PERFORM 5100-WRITE-ONE-STATE THRU 5100-EXIT
007890         VARYING WS-STATE-IDX FROM 1 BY 1
007900         UNTIL WS-STATE-IDX > WS-STATE-USED.
007910     CLOSE PAGE-STATE.
007920 5000-EXIT.
007930     EXIT.
007940*
007950***************************************************************
007960* 5100-WRITE-ONE-STATE.
007970***************************************************************
007980 5100-WRITE-ONE-STATE.
007990     IF WS-ST-KEEP-SW (WS-STATE-IDX) NOT = 'Y'
008000         GO TO 5100-EXIT
008010     END-IF.
008020     MOVE SPACES TO PAGE-STATE-RECORD.
008030     MOVE WS-ST-JOB (WS-STATE-IDX)        TO PS-ALR-JOB.
008040     MOVE WS-ST-ENV (WS-STATE-IDX)        TO PS-ENVIRONMENT.
008050     MOVE WS-ST-TIMESTAMP (WS-STATE-IDX)  TO PS-ALR-TIMESTAMP.
008060     MOVE WS-ST-TIER (WS-STATE-IDX)       TO PS-TIER.
008070     MOVE WS-ST-SEVERITY (WS-STATE-IDX)   TO PS-SEVERITY.
008080     MOVE WS-ST-FIRST-SENT (WS-STATE-IDX) TO PS-FIRST-SENT.
008090     MOVE WS-ST-LAST-SENT (WS-STATE-IDX)  TO PS-LAST-SENT.
008100     WRITE PAGE-STATE-RECORD.
008110     IF NOT WS-PAGESTAT-STATUS-OK
008120         DISPLAY 'ALRTROUT - PAGESTAT WRITE FAILED - STATUS '
008130             WS-PAGESTAT-STATUS
008140         MOVE 16 TO RETURN-CODE
008150     END-IF.
008160 5100-EXIT.
008170     EXIT.
