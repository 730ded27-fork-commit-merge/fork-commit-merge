000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCLWTCH.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - OPEN-CYCLE WATCHDOG.
000140*                   RUN BY THE SCHEDULER EVERY 15-30 MINUTES
000150*                   THROUGH THE BATCH WINDOW.  FINDS THE
000160*                   ENVIRONMENT'S OPEN CYCLE (A HELLOCBL START
000170*                   ON THE AUDIT MASTER WITH NO CYCLEEND END),
000180*                   MEASURES IT AGAINST THE SLALIMIT DURATION
000190*                   LIMIT AND THE BATCHWIN CUTOFF, AND DROPS A
000200*                   WARN ON ALERTFIL AT A SET PERCENTAGE OF
000210*                   THE LIMIT AND A CRIT ONCE IT IS PASSED -
000220*                   SO THE ON-CALL IS PAGED WHILE THERE IS
000230*                   STILL TIME TO ACT INSTEAD OF READING ABOUT
000240*                   THE BREACH IN THE MORNING SLARPT.
000250***************************************************************
000260*
000270* PARM IS ENVIRONMENT (4) FOLLOWED BY THE WARNING PERCENTAGE
000280* (3, DEFAULT 080), E.G. PARM='PROD' OR PARM='PROD075'.
000290*
000300* ONLY THE NEWEST HELLOCBL START FOR THE ENVIRONMENT IS
000310* WATCHED - AN OLDER CYCLE THAT DIED WITHOUT AN END IS
000320* SLARPT'S UNFINISHED LIST, NOT A PAGE AT 3 A.M.  TWO CLOCKS
000330* ARE CHECKED, AND THE WORSE SEVERITY WINS:
000340*   SLA    - ELAPSED MINUTES SINCE THE START AGAINST THE
000350*            SLALIMIT MINUTES.  WARN AT THE PERCENTAGE, CRIT
000360*            PAST THE LIMIT.
000370*   WINDOW - THE CLOCK AGAINST THE BATCHWIN CUTOFF, TAKEN AS
000380*            THE CLOSE OF THE WINDOW THAT OPENS AT THE
000390*            SCHEDULED START.  WARN AT THE SAME PERCENTAGE OF
000400*            THE SCHEDULED-START-TO-CUTOFF SPAN, CRIT PAST THE
000410*            CUTOFF.  THE WINDOW MAY CROSS MIDNIGHT.
000420* A MISSING SLALIMIT OR BATCHWIN (OR NO ENTRY FOR THE
000430* ENVIRONMENT) SKIPS THAT CLOCK ONLY.
000440*
000450* ALERTS CARRY JOB CYCLWTCH, THE START AND CURRENT HHMM IN
000460* THE SCHEDULED AND ACTUAL TIME FIELDS, AND THIS RUN'S
000470* TIMESTAMP.  LIKE TRIGRECN AND HLTHRPT, EVERY ALERT ON FILE
000480* IS LOADED FIRST: A CYCLWTCH ALERT OF THE SAME SEVERITY FOR
000490* THE ENVIRONMENT RAISED SINCE THE OPEN CYCLE STARTED
000500* SUPPRESSES ANOTHER, SO EACH OPEN CYCLE PAGES AT MOST ONE
000510* WARN AND ONE CRIT HOWEVER OFTEN THE WATCHDOG RUNS.
000520*
000530* THE STEP ENDS RC 4 AT WARN LEVEL AND RC 6 AT CRIT LEVEL,
000540* MATCHING THE HELLOCBL LATE-START CODES.  THE WATCHDOG IS AN
000550* OFF-CYCLE POLLER: IT STAMPS NOTHING ON THE AUDIT MASTER
000560* AND TAKES NO CHECKPOINT.
000570*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620*
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS AM-KEY
000690         FILE STATUS IS WS-AUDITMST-STATUS.
000700     SELECT SLA-LIMITS ASSIGN TO "SLALIMIT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SLALIMIT-STATUS.
000730     SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-BATCHWIN-STATUS.
000760     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ALERTFIL-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820*
000830 FD  AUDIT-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850 COPY AUDITMST.
000860*
000870 FD  SLA-LIMITS
000880     LABEL RECORDS ARE STANDARD.
000890 01  SLA-RECORD.
000900     05 SL-ENVIRONMENT PIC X(04).
000910     05 FILLER         PIC X(01).
000920     05 SL-LIMIT-MIN   PIC X(04).
000930     05 FILLER         PIC X(01).
000940     05 SL-DESC        PIC X(20).
000950*
000960 FD  BATCH-WINDOW
000970     LABEL RECORDS ARE STANDARD.
000980 01  BW-RECORD.
000990     05 BW-ENVIRONMENT PIC X(04).
001000     05 FILLER         PIC X(01).
001010     05 BW-SCHED-TIME  PIC X(04).
001020     05 FILLER         PIC X(01).
001030     05 BW-WARN-TIME   PIC X(04).
001040     05 FILLER         PIC X(01).
001050     05 BW-CUTOFF-TIME PIC X(04).
001060     05 FILLER         PIC X(01).
001070     05 BW-DESC        PIC X(20).
001080*
001090 FD  ALERT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY ALERTREC.
001120*
001130 WORKING-STORAGE SECTION.
001140*
001150***************************************************************
001160*  JOB IDENTIFICATION AND RUN DATE/TIME FIELDS
001170***************************************************************
001180 01 WS-JOB-NAME PIC X(08) VALUE 'CYCLWTCH'.
001190 01 WS-CYCLE-START-JOB PIC X(08) VALUE 'HELLOCBL'.
001200 01 WS-CYCLE-END-JOB   PIC X(08) VALUE 'CYCLEEND'.
001210 01 WS-ENVIRONMENT-CODE PIC X(04) VALUE SPACES.
001220*
001230 01 WS-RUN-DATE-TIME.
001240     05 WS-RUN-DATE.
001250         10 WS-RUN-YYYY PIC 9(04).
001260         10 WS-RUN-MM   PIC 9(02).
001270         10 WS-RUN-DD   PIC 9(02).
001280     05 WS-RUN-TIME.
001290         10 WS-RUN-HH   PIC 9(02).
001300         10 WS-RUN-MN   PIC 9(02).
001310         10 WS-RUN-SS   PIC 9(02).
001320         10 WS-RUN-HS   PIC 9(02).
001330*
001340 01 WS-TIMESTAMP-PLAIN.
001350     05 WS-TS-YYYY PIC 9(04).
001360     05 FILLER     PIC X(01) VALUE '-'.
001370     05 WS-TS-MM   PIC 9(02).
001380     05 FILLER     PIC X(01) VALUE '-'.
001390     05 WS-TS-DD   PIC 9(02).
001400     05 FILLER     PIC X(01) VALUE SPACE.
001410     05 WS-TS-HH   PIC 9(02).
001420     05 FILLER     PIC X(01) VALUE ':'.
001430     05 WS-TS-MN   PIC 9(02).
001440     05 FILLER     PIC X(01) VALUE ':'.
001450     05 WS-TS-SS   PIC 9(02).
001460*
001470***************************************************************
001480*  WARNING PERCENTAGE - TAKEN FROM THE PARM SO THE SHIFT CAN
001490*  TUNE HOW EARLY THE PAGE COMES WITHOUT A RECOMPILE.
001500***************************************************************
001510 01 WS-WARN-PCT PIC 9(03) VALUE 80.
001520*
001530***************************************************************
001540*  THE OPEN CYCLE - NEWEST HELLOCBL START FOR THE ENVIRONMENT
001550***************************************************************
001560 01 WS-OPEN-CYCLE-DATE PIC X(08) VALUE SPACES.
001570 01 WS-OPEN-RUN-SEQ    PIC 9(02) VALUE ZERO.
001580 01 WS-OPEN-START-TS   PIC X(19) VALUE SPACES.
001590*
001600***************************************************************
001610*  LIMITS FOR THE ENVIRONMENT FROM SLALIMIT AND BATCHWIN
001620***************************************************************
001630 01 WS-SLA-LIMIT     PIC 9(04) VALUE ZERO.
001640 01 WS-WIN-SCHED-TIME  PIC 9(04) VALUE ZERO.
001650 01 WS-WIN-CUTOFF-TIME PIC 9(04) VALUE ZERO.
001660*
001670***************************************************************
001680*  TIMESTAMP BREAKOUT AND MINUTE ARITHMETIC.  EVERY POINT IN
001690*  TIME IS TURNED INTO AN ABSOLUTE MINUTE COUNT (DAY NUMBER
001700*  TIMES 1440 PLUS MINUTE OF DAY) SO MIDNIGHT NEEDS NO
001710*  SPECIAL CASE.
001720***************************************************************
001730 01 WS-PARSE-TIMESTAMP.
001740     05 WS-PT-YYYY PIC 9(04).
001750     05 FILLER     PIC X(01).
001760     05 WS-PT-MM   PIC 9(02).
001770     05 FILLER     PIC X(01).
001780     05 WS-PT-DD   PIC 9(02).
001790     05 FILLER     PIC X(01).
001800     05 WS-PT-HH   PIC 9(02).
001810     05 FILLER     PIC X(01).
001820     05 WS-PT-MN   PIC 9(02).
001830     05 FILLER     PIC X(01).
001840     05 WS-PT-SS   PIC 9(02).
001850 01 WS-PARSE-DATE-NUM PIC 9(08).
001860 01 WS-RUN-DATE-NUM   PIC 9(08).
001870 01 WS-START-DAY-NO   PIC 9(08) COMP.
001880 01 WS-RUN-DAY-NO     PIC 9(08) COMP.
001890 01 WS-START-ABS-MIN  PIC S9(11) COMP.
001900 01 WS-NOW-ABS-MIN    PIC S9(11) COMP.
001910 01 WS-SCHED-ABS-MIN  PIC S9(11) COMP.
001920 01 WS-CUTOFF-ABS-MIN PIC S9(11) COMP.
001930 01 WS-WARN-ABS-MIN   PIC S9(11) COMP.
001940 01 WS-ELAPSED-MIN    PIC S9(07) COMP.
001950 01 WS-SLA-WARN-MIN   PIC S9(07) COMP.
001960 01 WS-WINDOW-SPAN    PIC S9(07) COMP.
001970 01 WS-HH-WORK        PIC 9(02).
001980 01 WS-MN-WORK        PIC 9(02).
001990 01 WS-SCHED-MINUTES  PIC S9(05) COMP.
002000 01 WS-CUTOFF-MINUTES PIC S9(05) COMP.
002010 01 WS-START-HHMM     PIC 9(04).
002020 01 WS-NOW-HHMM       PIC 9(04).
002030 01 WS-MIN-EDIT       PIC ZZZZZZ9.
002040 01 WS-LIMIT-EDIT     PIC ZZZ9.
002050*
002060***************************************************************
002070*  SEVERITY OF EACH CLOCK AND OF THE CYCLE AS A WHOLE
002080***************************************************************
002090 01 WS-SLA-SEVERITY PIC X(04) VALUE SPACES.
002100 01 WS-WIN-SEVERITY PIC X(04) VALUE SPACES.
002110 01 WS-CYCLE-SEVERITY PIC X(04) VALUE SPACES.
002120     88 WS-CYCLE-OK   VALUE SPACES.
002130     88 WS-CYCLE-WARN VALUE 'WARN'.
002140     88 WS-CYCLE-CRIT VALUE 'CRIT'.
002150*
002160***************************************************************
002170*  SWITCHES
002180***************************************************************
002190 01 WS-MASTER-SW PIC X(01) VALUE 'N'.
002200     88 WS-MASTER-EOF VALUE 'Y'.
002210 01 WS-SLALIMIT-SW PIC X(01) VALUE 'N'.
002220     88 WS-SLALIMIT-EOF VALUE 'Y'.
002230 01 WS-BATCHWIN-SW PIC X(01) VALUE 'N'.
002240     88 WS-BATCHWIN-EOF VALUE 'Y'.
002250 01 WS-OPEN-CYCLE-SW PIC X(01) VALUE 'N'.
002260     88 WS-OPEN-CYCLE VALUE 'Y'.
002270 01 WS-LIMIT-FOUND-SW PIC X(01) VALUE 'N'.
002280     88 WS-LIMIT-FOUND VALUE 'Y'.
002290 01 WS-WINDOW-FOUND-SW PIC X(01) VALUE 'N'.
002300     88 WS-WINDOW-FOUND VALUE 'Y'.
002310 01 WS-PARSE-OK-SW PIC X(01) VALUE 'N'.
002320     88 WS-PARSE-OK VALUE 'Y'.
002330*
002340***************************************************************
002350*  FILE STATUS FIELDS
002360***************************************************************
002370 01 WS-AUDITMST-STATUS PIC X(02) VALUE '00'.
002380     88 WS-AUDITMST-STATUS-OK VALUE '00'.
002390     88 WS-AUDITMST-NOT-FOUND VALUE '35'.
002400     88 WS-AUDITMST-NO-RECORD VALUE '23'.
002410 01 WS-SLALIMIT-STATUS PIC X(02) VALUE '00'.
002420     88 WS-SLALIMIT-STATUS-OK VALUE '00'.
002430     88 WS-SLALIMIT-NOT-FOUND VALUE '35'.
002440 01 WS-BATCHWIN-STATUS PIC X(02) VALUE '00'.
002450     88 WS-BATCHWIN-STATUS-OK VALUE '00'.
002460     88 WS-BATCHWIN-NOT-FOUND VALUE '35'.
002470 01 WS-ALERTFIL-STATUS PIC X(02) VALUE '00'.
002480     88 WS-ALERTFIL-STATUS-OK VALUE '00'.
002490     88 WS-ALERTFIL-NOT-FOUND VALUE '35'.
002500*
002510***************************************************************
002520*  PAGING-BRIDGE ALERT FIELDS.  EVERY ALERT ALREADY ON FILE
002530*  IS LOADED FIRST SO THE SAME OPEN CYCLE NEVER PAGES THE
002540*  ON-CALL TWICE AT THE SAME SEVERITY.
002550***************************************************************
002560 01 WS-ALERTFIL-SW PIC X(01) VALUE 'N'.
002570     88 WS-ALERTFIL-EOF VALUE 'Y'.
002580 01 WS-ALERT-DUP-SW PIC X(01) VALUE 'N'.
002590     88 WS-ALERT-DUP VALUE 'Y'.
002600 01 WS-EXIST-MAX  PIC 9(03) COMP VALUE 200.
002610 01 WS-EXIST-USED PIC 9(03) COMP VALUE 0.
002620 01 WS-EXIST-TABLE.
002630     05 WS-EXIST-ENTRY OCCURS 200 TIMES.
002640         10 WS-EX-JOB       PIC X(08).
002650         10 WS-EX-ENV       PIC X(04).
002660         10 WS-EX-SEVERITY  PIC X(04).
002670         10 WS-EX-TIMESTAMP PIC X(19).
002680 01 WS-EXIST-IDX PIC 9(03) COMP.
002690 01 WS-ALERTS-RAISED     PIC 9(03) COMP VALUE 0.
002700 01 WS-ALERTS-SUPPRESSED PIC 9(03) COMP VALUE 0.
002710*
002720 LINKAGE SECTION.
002730 01 WS-PARM-PASSED.
002740     05 WS-PARM-LEN  PIC S9(04) COMP.
002750     05 WS-PARM-ENV  PIC X(04).
002760     05 WS-PARM-PCT  PIC X(03).
002770*
002780 PROCEDURE DIVISION USING WS-PARM-PASSED.
002790*
002800***************************************************************
002810* 0000-MAINLINE.
002820***************************************************************
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     IF RETURN-CODE NOT = ZERO
002860         STOP RUN
002870     END-IF.
002880     PERFORM 2000-FIND-OPEN-CYCLE THRU 2000-EXIT.
002890     IF NOT WS-OPEN-CYCLE
002900         STOP RUN
002910     END-IF.
002920     PERFORM 3000-LOAD-SLA-LIMIT THRU 3000-EXIT.
002930     PERFORM 3500-LOAD-BATCH-WINDOW THRU 3500-EXIT.
002940     PERFORM 4000-SCORE-SLA THRU 4000-EXIT.
002950     PERFORM 4500-SCORE-WINDOW THRU 4500-EXIT.
002960     IF WS-SLA-SEVERITY = 'CRIT' OR WS-WIN-SEVERITY = 'CRIT'
002970         SET WS-CYCLE-CRIT TO TRUE
002980     ELSE
002990         IF WS-SLA-SEVERITY = 'WARN'
003000             OR WS-WIN-SEVERITY = 'WARN'
003010             SET WS-CYCLE-WARN TO TRUE
003020         END-IF
003030     END-IF.
003040     IF WS-CYCLE-OK
003050         DISPLAY 'CYCLWTCH - CYCLE ' WS-OPEN-CYCLE-DATE
003060             ' SEQ ' WS-OPEN-RUN-SEQ ' WITHIN LIMITS'
003070         STOP RUN
003080     END-IF.
003090     PERFORM 7000-RAISE-ALERT THRU 7000-EXIT.
003100     IF WS-CYCLE-CRIT AND RETURN-CODE < 6
003110         MOVE 6 TO RETURN-CODE
003120     END-IF.
003130     IF WS-CYCLE-WARN AND RETURN-CODE < 4
003140         MOVE 4 TO RETURN-CODE
003150     END-IF.
003160     STOP RUN.
003170*
003180***************************************************************
003190* 1000-INITIALIZE.
003200*    CURRENT DATE AND TIME AS AN ABSOLUTE MINUTE, AND THE
003210*    ENVIRONMENT AND WARNING PERCENTAGE FROM THE PARM.
003220***************************************************************
003230 1000-INITIALIZE.
003240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003250     ACCEPT WS-RUN-TIME FROM TIME.
003260     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
003270     MOVE WS-RUN-MM   TO WS-TS-MM.
003280     MOVE WS-RUN-DD   TO WS-TS-DD.
003290     MOVE WS-RUN-HH   TO WS-TS-HH.
003300     MOVE WS-RUN-MN   TO WS-TS-MN.
003310     MOVE WS-RUN-SS   TO WS-TS-SS.
003320     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
003330     COMPUTE WS-RUN-DAY-NO =
003340         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
003350     COMPUTE WS-NOW-ABS-MIN = (WS-RUN-DAY-NO * 1440)
003360         + (WS-RUN-HH * 60) + WS-RUN-MN.
003370     COMPUTE WS-NOW-HHMM = (WS-RUN-HH * 100) + WS-RUN-MN.
003380     IF WS-PARM-LEN < 4 OR WS-PARM-ENV = SPACES
003390         DISPLAY 'CYCLWTCH - ENVIRONMENT PARM REQUIRED'
003400         MOVE 16 TO RETURN-CODE
003410         GO TO 1000-EXIT
003420     END-IF.
003430     MOVE WS-PARM-ENV TO WS-ENVIRONMENT-CODE.
003440     IF WS-PARM-LEN >= 7
003450         IF WS-PARM-PCT NUMERIC AND WS-PARM-PCT > '000'
003460             AND WS-PARM-PCT < '100'
003470             MOVE WS-PARM-PCT TO WS-WARN-PCT
003480         ELSE
003490             DISPLAY 'CYCLWTCH - WARNING PERCENTAGE '
003500                 WS-PARM-PCT ' NOT 001-099 - DEFAULT '
003510                 WS-WARN-PCT ' USED'
003520         END-IF
003530     END-IF.
003540 1000-EXIT.
003550     EXIT.
003560*
003570***************************************************************
003580* 2000-FIND-OPEN-CYCLE.
003590*    ONE PASS OVER THE MASTER FOR THE NEWEST HELLOCBL START
003600*    OF THE ENVIRONMENT, THEN A KEYED READ FOR ITS CYCLEEND
003610*    RECORD (SAME CYCLE DATE, ENVIRONMENT, AND RUN SEQUENCE,
003620*    AS SLARPT PAIRS THEM).  NO END MEANS THE CYCLE IS OPEN.
003630***************************************************************
003640 2000-FIND-OPEN-CYCLE.
003650     OPEN INPUT AUDIT-MASTER.
003660     IF WS-AUDITMST-NOT-FOUND
003670         DISPLAY 'CYCLWTCH - NO AUDIT MASTER ON THIS SYSTEM - '
003680             'NO CYCLE TO WATCH'
003690         GO TO 2000-EXIT
003700     END-IF.
003710     IF NOT WS-AUDITMST-STATUS-OK
003720         DISPLAY 'CYCLWTCH - AUDITMST OPEN FAILED - STATUS '
003730             WS-AUDITMST-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 2000-EXIT
003760     END-IF.
003770     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003780     PERFORM 2200-CHECK-START THRU 2200-EXIT
003790         UNTIL WS-MASTER-EOF.
003800     IF WS-OPEN-START-TS = SPACES
003810         DISPLAY 'CYCLWTCH - NO HELLOCBL START ON FILE FOR '
003820             WS-ENVIRONMENT-CODE
003830         GO TO 2000-CLOSE
003840     END-IF.
003850     MOVE WS-OPEN-CYCLE-DATE  TO AM-CYCLE-DATE.
003860     MOVE WS-ENVIRONMENT-CODE TO AM-ENVIRONMENT.
003870     MOVE WS-CYCLE-END-JOB    TO AM-JOB-NAME.
003880     MOVE WS-OPEN-RUN-SEQ     TO AM-RUN-SEQ.
003890     READ AUDIT-MASTER
003900         INVALID KEY
003910             CONTINUE
003920     END-READ.
003930     IF WS-AUDITMST-STATUS-OK
003940         DISPLAY 'CYCLWTCH - CYCLE ' WS-OPEN-CYCLE-DATE ' SEQ '
003950             WS-OPEN-RUN-SEQ ' ENDED ' AM-TIMESTAMP
003960             ' - NO CYCLE OPEN'
003970         GO TO 2000-CLOSE
003980     END-IF.
003990     IF NOT WS-AUDITMST-NO-RECORD
004000         DISPLAY 'CYCLWTCH - AUDITMST READ FAILED - STATUS '
004010             WS-AUDITMST-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         GO TO 2000-CLOSE
004040     END-IF.
004050     SET WS-OPEN-CYCLE TO TRUE.
004060     DISPLAY 'CYCLWTCH - CYCLE ' WS-OPEN-CYCLE-DATE ' SEQ '
004070         WS-OPEN-RUN-SEQ ' OPEN SINCE ' WS-OPEN-START-TS.
004080 2000-CLOSE.
004090     CLOSE AUDIT-MASTER.
004100 2000-EXIT.
004110     EXIT.
004120*
004130***************************************************************
004140* 2100-READ-MASTER.
004150***************************************************************
004160 2100-READ-MASTER.
004170     READ AUDIT-MASTER NEXT RECORD
004180         AT END SET WS-MASTER-EOF TO TRUE
004190     END-READ.
004200     IF NOT WS-MASTER-EOF AND NOT WS-AUDITMST-STATUS-OK
004210         DISPLAY 'CYCLWTCH - AUDITMST READ FAILED - STATUS '
004220             WS-AUDITMST-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         SET WS-MASTER-EOF TO TRUE
004250     END-IF.
004260 2100-EXIT.
004270     EXIT.
004280*
004290***************************************************************
004300* 2200-CHECK-START.
004310*    KEEPS THE NEWEST START BY TIMESTAMP - A RERUN OF AN
004320*    OLDER CYCLE DATE STARTED TONIGHT IS STILL TONIGHT'S
004330*    OPEN CYCLE.
004340***************************************************************
004350 2200-CHECK-START.
004360     IF AM-JOB-NAME = WS-CYCLE-START-JOB
004370         AND AM-ENVIRONMENT = WS-ENVIRONMENT-CODE
004380         AND AM-DETAIL = 'START'
004390         AND AM-TIMESTAMP > WS-OPEN-START-TS
004400         MOVE AM-CYCLE-DATE TO WS-OPEN-CYCLE-DATE
004410         MOVE AM-RUN-SEQ    TO WS-OPEN-RUN-SEQ
004420         MOVE AM-TIMESTAMP  TO WS-OPEN-START-TS
004430     END-IF.
004440     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004450 2200-EXIT.
004460     EXIT.
004470*
004480***************************************************************
004490* 3000-LOAD-SLA-LIMIT.
004500*    THE ENVIRONMENT'S DURATION LIMIT, SLARPT'S RECORD
004510*    CONVENTIONS.  NOT FOUND SKIPS THE SLA CLOCK.
004520***************************************************************
004530 3000-LOAD-SLA-LIMIT.
004540     OPEN INPUT SLA-LIMITS.
004550     IF WS-SLALIMIT-NOT-FOUND
004560         DISPLAY 'CYCLWTCH - NO SLALIMIT FILE - SLA CHECK '
004570             'SKIPPED'
004580         GO TO 3000-EXIT
004590     END-IF.
004600     IF NOT WS-SLALIMIT-STATUS-OK
004610         DISPLAY 'CYCLWTCH - SLALIMIT OPEN FAILED - STATUS '
004620             WS-SLALIMIT-STATUS
004630         MOVE 16 TO RETURN-CODE
004640         GO TO 3000-EXIT
004650     END-IF.
004660     PERFORM 3100-READ-LIMIT THRU 3100-EXIT.
004670     PERFORM 3200-MATCH-LIMIT THRU 3200-EXIT
004680         UNTIL WS-SLALIMIT-EOF OR WS-LIMIT-FOUND.
004690     CLOSE SLA-LIMITS.
004700     IF NOT WS-LIMIT-FOUND
004710         DISPLAY 'CYCLWTCH - NO SLALIMIT ENTRY FOR '
004720             WS-ENVIRONMENT-CODE ' - SLA CHECK SKIPPED'
004730     END-IF.
004740 3000-EXIT.
004750     EXIT.
004760*
004770***************************************************************
004780* 3100-READ-LIMIT.
004790***************************************************************
004800 3100-READ-LIMIT.
004810     READ SLA-LIMITS
004820         AT END SET WS-SLALIMIT-EOF TO TRUE
004830     END-READ.
004840     IF NOT WS-SLALIMIT-EOF AND NOT WS-SLALIMIT-STATUS-OK
004850         DISPLAY 'CYCLWTCH - SLALIMIT READ FAILED - STATUS '
004860             WS-SLALIMIT-STATUS
004870         MOVE 16 TO RETURN-CODE
004880         SET WS-SLALIMIT-EOF TO TRUE
004890     END-IF.
004900 3100-EXIT.
004910     EXIT.
004920*
004930***************************************************************
004940* 3200-MATCH-LIMIT.
004950***************************************************************
004960 3200-MATCH-LIMIT.
004970     IF SL-ENVIRONMENT = WS-ENVIRONMENT-CODE
004980         AND SL-LIMIT-MIN NUMERIC
004990         AND SL-LIMIT-MIN > '0000'
005000         MOVE SL-LIMIT-MIN TO WS-SLA-LIMIT
005010         SET WS-LIMIT-FOUND TO TRUE
005020     ELSE
005030         PERFORM 3100-READ-LIMIT THRU 3100-EXIT
005040     END-IF.
005050 3200-EXIT.
005060     EXIT.
005070*
005080***************************************************************
005090* 3500-LOAD-BATCH-WINDOW.
005100*    THE ENVIRONMENT'S SCHEDULED START AND CUTOFF, TAKEN
005110*    FROM THE FIRST RECORD WHOSE TIMES ARE ALL NUMERIC AS
005120*    HELLOCBL DOES.  NOT FOUND SKIPS THE WINDOW CLOCK.
005130***************************************************************
005140 3500-LOAD-BATCH-WINDOW.
005150     OPEN INPUT BATCH-WINDOW.
005160     IF WS-BATCHWIN-NOT-FOUND
005170         DISPLAY 'CYCLWTCH - NO BATCHWIN FILE - WINDOW CHECK '
005180             'SKIPPED'
005190         GO TO 3500-EXIT
005200     END-IF.
005210     IF NOT WS-BATCHWIN-STATUS-OK
005220         DISPLAY 'CYCLWTCH - BATCHWIN OPEN FAILED - STATUS '
005230             WS-BATCHWIN-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         GO TO 3500-EXIT
005260     END-IF.
005270     PERFORM 3600-READ-WINDOW THRU 3600-EXIT.
005280     PERFORM 3700-MATCH-WINDOW THRU 3700-EXIT
005290         UNTIL WS-BATCHWIN-EOF OR WS-WINDOW-FOUND.
005300     CLOSE BATCH-WINDOW.
005310     IF NOT WS-WINDOW-FOUND
005320         DISPLAY 'CYCLWTCH - NO BATCHWIN ENTRY FOR '
005330             WS-ENVIRONMENT-CODE ' - WINDOW CHECK SKIPPED'
005340     END-IF.
005350 3500-EXIT.
005360     EXIT.
005370*
005380***************************************************************
005390* 3600-READ-WINDOW.
005400***************************************************************
005410 3600-READ-WINDOW.
005420     READ BATCH-WINDOW
005430         AT END SET WS-BATCHWIN-EOF TO TRUE
005440     END-READ.
005450     IF NOT WS-BATCHWIN-EOF AND NOT WS-BATCHWIN-STATUS-OK
005460         DISPLAY 'CYCLWTCH - BATCHWIN READ FAILED - STATUS '
005470             WS-BATCHWIN-STATUS
005480         MOVE 16 TO RETURN-CODE
005490         SET WS-BATCHWIN-EOF TO TRUE
005500     END-IF.
005510 3600-EXIT.
005520     EXIT.
005530*
005540***************************************************************
005550* 3700-MATCH-WINDOW.
005560***************************************************************
005570 3700-MATCH-WINDOW.
005580     IF BW-ENVIRONMENT = WS-ENVIRONMENT-CODE
005590         AND BW-SCHED-TIME NUMERIC
005600         AND BW-WARN-TIME NUMERIC
005610         AND BW-CUTOFF-TIME NUMERIC
005620         MOVE BW-SCHED-TIME  TO WS-WIN-SCHED-TIME
005630         MOVE BW-CUTOFF-TIME TO WS-WIN-CUTOFF-TIME
005640         SET WS-WINDOW-FOUND TO TRUE
005650     ELSE
005660         PERFORM 3600-READ-WINDOW THRU 3600-EXIT
005670     END-IF.
005680 3700-EXIT.
005690     EXIT.
005700*
005710***************************************************************
005720* 4000-SCORE-SLA.
005730*    ELAPSED MINUTES SINCE THE START AGAINST THE LIMIT.  A
005740*    START TIMESTAMP THAT DOES NOT PARSE CANNOT BE TIMED AND
005750*    IS PAGED AS CRIT - A CYCLE NOBODY CAN TIME IS EXACTLY
005760*    WHAT THE ON-CALL NEEDS TO LOOK AT.
005770***************************************************************
005780 4000-SCORE-SLA.
005790     MOVE WS-OPEN-START-TS TO WS-PARSE-TIMESTAMP.
005800     IF WS-PT-YYYY NUMERIC AND WS-PT-MM NUMERIC
005810         AND WS-PT-DD NUMERIC AND WS-PT-HH NUMERIC
005820         AND WS-PT-MN NUMERIC
005830         SET WS-PARSE-OK TO TRUE
005840     ELSE
005850         DISPLAY 'CYCLWTCH - START TIMESTAMP ' WS-OPEN-START-TS
005860             ' DOES NOT PARSE - TREATED AS PAST ITS LIMIT'
005870         MOVE 'CRIT' TO WS-SLA-SEVERITY
005880         GO TO 4000-EXIT
005890     END-IF.
005900     COMPUTE WS-PARSE-DATE-NUM =
005910         (WS-PT-YYYY * 10000) + (WS-PT-MM * 100) + WS-PT-DD.
005920     COMPUTE WS-START-DAY-NO =
005930         FUNCTION INTEGER-OF-DATE (WS-PARSE-DATE-NUM).
005940     COMPUTE WS-START-ABS-MIN = (WS-START-DAY-NO * 1440)
005950         + (WS-PT-HH * 60) + WS-PT-MN.
005960     COMPUTE WS-START-HHMM = (WS-PT-HH * 100) + WS-PT-MN.
005970     COMPUTE WS-ELAPSED-MIN = WS-NOW-ABS-MIN - WS-START-ABS-MIN.
005980     MOVE WS-ELAPSED-MIN TO WS-MIN-EDIT.
005990     IF NOT WS-LIMIT-FOUND
006000         DISPLAY 'CYCLWTCH - ELAPSED ' WS-MIN-EDIT ' MIN'
006010         GO TO 4000-EXIT
006020     END-IF.
006030     COMPUTE WS-SLA-WARN-MIN =
006040         (WS-SLA-LIMIT * WS-WARN-PCT) / 100.
006050     IF WS-ELAPSED-MIN > WS-SLA-LIMIT
006060         MOVE 'CRIT' TO WS-SLA-SEVERITY
006070     ELSE
006080         IF WS-ELAPSED-MIN >= WS-SLA-WARN-MIN
006090             MOVE 'WARN' TO WS-SLA-SEVERITY
006100         END-IF
006110     END-IF.
006120     MOVE WS-SLA-LIMIT TO WS-LIMIT-EDIT.
006130     DISPLAY 'CYCLWTCH - ELAPSED ' WS-MIN-EDIT ' MIN OF '
006140         WS-LIMIT-EDIT ' MIN LIMIT - SLA ' WS-SLA-SEVERITY.
006150 4000-EXIT.
006160     EXIT.
006170*
006180***************************************************************
006190* 4500-SCORE-WINDOW.
006200*    THE WINDOW OPENS AT THE SCHEDULED START NEAREST THE
006210*    ACTUAL START (THE DAY BEFORE WHEN A LATE-EVENING WINDOW
006220*    STARTED AFTER MIDNIGHT) AND CLOSES AT THE CUTOFF, WHICH
006230*    FALLS ON THE NEXT DAY WHEN IT IS EARLIER IN THE DAY THAN
006240*    THE SCHEDULED START.
006250***************************************************************
006260 4500-SCORE-WINDOW.
006270     IF NOT WS-WINDOW-FOUND OR NOT WS-PARSE-OK
006280         GO TO 4500-EXIT
006290     END-IF.
006300     DIVIDE WS-WIN-SCHED-TIME BY 100
006310         GIVING WS-HH-WORK REMAINDER WS-MN-WORK.
006320     COMPUTE WS-SCHED-MINUTES = (WS-HH-WORK * 60) + WS-MN-WORK.
006330     DIVIDE WS-WIN-CUTOFF-TIME BY 100
006340         GIVING WS-HH-WORK REMAINDER WS-MN-WORK.
006350     COMPUTE WS-CUTOFF-MINUTES = (WS-HH-WORK * 60) + WS-MN-WORK.
006360     COMPUTE WS-WINDOW-SPAN =
006370         WS-CUTOFF-MINUTES - WS-SCHED-MINUTES.
006380     IF WS-WINDOW-SPAN <= ZERO
006390         ADD 1440 TO WS-WINDOW-SPAN
006400     END-IF.
006410     COMPUTE WS-SCHED-ABS-MIN = (WS-START-DAY-NO * 1440)
006420         + WS-SCHED-MINUTES.
006430     IF WS-SCHED-ABS-MIN > WS-START-ABS-MIN + 720
006440         SUBTRACT 1440 FROM WS-SCHED-ABS-MIN
006450     END-IF.
006460     COMPUTE WS-CUTOFF-ABS-MIN =
006470         WS-SCHED-ABS-MIN + WS-WINDOW-SPAN.
006480     COMPUTE WS-WARN-ABS-MIN = WS-SCHED-ABS-MIN
006490         + ((WS-WINDOW-SPAN * WS-WARN-PCT) / 100).
006500     IF WS-NOW-ABS-MIN > WS-CUTOFF-ABS-MIN
006510         MOVE 'CRIT' TO WS-WIN-SEVERITY
006520     ELSE
006530         IF WS-NOW-ABS-MIN >= WS-WARN-ABS-MIN
006540             MOVE 'WARN' TO WS-WIN-SEVERITY
006550         END-IF
006560     END-IF.
006570     DISPLAY 'CYCLWTCH - WINDOW ' WS-WIN-SCHED-TIME '-'
006580         WS-WIN-CUTOFF-TIME ' NOW ' WS-NOW-HHMM
006590         ' - WINDOW ' WS-WIN-SEVERITY.
006600 4500-EXIT.
006610     EXIT.
006620*
006630***************************************************************
006640* 7000-RAISE-ALERT.
006650*    DROPS ONE ALERT AT THE CYCLE'S SEVERITY FOR THE PAGING
006660*    BRIDGE UNLESS ONE WAS ALREADY RAISED FOR THIS OPEN CYCLE.
006670***************************************************************
006680 7000-RAISE-ALERT.
006690     PERFORM 7100-LOAD-EXISTING-ALERTS THRU 7100-EXIT.
006700     MOVE 'N' TO WS-ALERT-DUP-SW.
006710     PERFORM 7250-CHECK-DUPLICATE THRU 7250-EXIT
006720         VARYING WS-EXIST-IDX FROM 1 BY 1
006730         UNTIL WS-EXIST-IDX > WS-EXIST-USED OR WS-ALERT-DUP.
006740     IF WS-ALERT-DUP
006750         ADD 1 TO WS-ALERTS-SUPPRESSED
006760         GO TO 7000-REPORT
006770     END-IF.
006780     OPEN EXTEND ALERT-FILE.
006790     IF WS-ALERTFIL-NOT-FOUND
006800         OPEN OUTPUT ALERT-FILE
006810     END-IF.
006820     IF NOT WS-ALERTFIL-STATUS-OK
006830         DISPLAY 'CYCLWTCH - ALERTFIL OPEN FAILED - STATUS '
006840             WS-ALERTFIL-STATUS
006850         MOVE 16 TO RETURN-CODE
006860         GO TO 7000-EXIT
006870     END-IF.
006880     MOVE SPACES              TO ALERT-RECORD.
006890     MOVE WS-JOB-NAME         TO ALR-JOB-NAME.
006900     MOVE WS-ENVIRONMENT-CODE TO ALR-ENVIRONMENT.
006910     MOVE WS-START-HHMM       TO ALR-SCHED-TIME.
006920     MOVE WS-NOW-HHMM         TO ALR-ACTUAL-TIME.
006930     MOVE WS-CYCLE-SEVERITY   TO ALR-SEVERITY.
006940     MOVE WS-TIMESTAMP-PLAIN  TO ALR-TIMESTAMP.
006950     MOVE 'OPEN'              TO ALR-STATUS.
006960     WRITE ALERT-RECORD.
006970     IF NOT WS-ALERTFIL-STATUS-OK
006980         DISPLAY 'CYCLWTCH - ALERTFIL WRITE FAILED - STATUS '
006990             WS-ALERTFIL-STATUS
007000         MOVE 16 TO RETURN-CODE
007010     ELSE
007020         ADD 1 TO WS-ALERTS-RAISED
007030     END-IF.
007040     CLOSE ALERT-FILE.
007050 7000-REPORT.
007060     DISPLAY 'CYCLWTCH - CYCLE ' WS-OPEN-CYCLE-DATE ' SEQ '
007070         WS-OPEN-RUN-SEQ ' AT ' WS-CYCLE-SEVERITY
007080         ' - ALERTS RAISED ' WS-ALERTS-RAISED
007090         ' SUPPRESSED AS DUPLICATES ' WS-ALERTS-SUPPRESSED.
007100 7000-EXIT.
007110     EXIT.
007120*
007130***************************************************************
007140* 7100-LOAD-EXISTING-ALERTS.
007150*    LOADS THE IDENTITY (JOB, ENVIRONMENT, SEVERITY, AND
007160*    TIMESTAMP) OF EVERY ALERT ALREADY ON FILE.  NO FILE YET
007170*    MEANS NOTHING TO SUPPRESS.
007180***************************************************************
007190 7100-LOAD-EXISTING-ALERTS.
007200     OPEN INPUT ALERT-FILE.
007210     IF WS-ALERTFIL-NOT-FOUND
007220         GO TO 7100-EXIT
007230     END-IF.
007240     IF NOT WS-ALERTFIL-STATUS-OK
007250         DISPLAY 'CYCLWTCH - ALERTFIL SCAN OPEN FAILED - '
007260             'STATUS ' WS-ALERTFIL-STATUS
007270         MOVE 16 TO RETURN-CODE
007280         GO TO 7100-EXIT
007290     END-IF.
007300     PERFORM 7160-READ-ALERT THRU 7160-EXIT.
007310     PERFORM 7150-STORE-EXISTING THRU 7150-EXIT
007320         UNTIL WS-ALERTFIL-EOF.
007330     CLOSE ALERT-FILE.
007340 7100-EXIT.
007350     EXIT.
007360*
007370***************************************************************
007380* 7150-STORE-EXISTING.
007390*    ONLY THIS PROGRAM'S OWN ALERTS CAN SUPPRESS, SO ONLY
007400*    THOSE ARE KEPT.
007410***************************************************************
007420 7150-STORE-EXISTING.
007430     IF ALERT-RECORD = SPACES OR ALR-JOB-NAME NOT = WS-JOB-NAME
007440         GO TO 7150-NEXT
007450     END-IF.
007460     IF WS-EXIST-USED >= WS-EXIST-MAX
007470         GO TO 7150-NEXT
007480     END-IF.
007490     ADD 1 TO WS-EXIST-USED.
007500     MOVE ALR-JOB-NAME    TO WS-EX-JOB (WS-EXIST-USED).
007510     MOVE ALR-ENVIRONMENT TO WS-EX-ENV (WS-EXIST-USED).
007520     MOVE ALR-SEVERITY    TO WS-EX-SEVERITY (WS-EXIST-USED).
007530     MOVE ALR-TIMESTAMP   TO WS-EX-TIMESTAMP (WS-EXIST-USED).
007540 7150-NEXT.
007550     PERFORM 7160-READ-ALERT THRU 7160-EXIT.
007560 7150-EXIT.
007570     EXIT.
007580*
007590***************************************************************
007600* 7160-READ-ALERT.
007610***************************************************************
007620 7160-READ-ALERT.
007630     READ ALERT-FILE
007640         AT END SET WS-ALERTFIL-EOF TO TRUE
007650     END-READ.
007660     IF NOT WS-ALERTFIL-EOF AND NOT WS-ALERTFIL-STATUS-OK
007670         DISPLAY 'CYCLWTCH - ALERTFIL READ FAILED - STATUS '
007680             WS-ALERTFIL-STATUS
007690         MOVE 16 TO RETURN-CODE
007700         SET WS-ALERTFIL-EOF TO TRUE
007710     END-IF.
007720 7160-EXIT.
007730     EXIT.
007740*
007750***************************************************************
007760* 7250-CHECK-DUPLICATE.
007770*    A WATCHDOG ALERT FOR THE ENVIRONMENT RAISED AT OR AFTER
007780*    THE OPEN CYCLE'S START BELONGS TO THIS CYCLE - ONLY ONE
007790*    CYCLE IS OPEN AT A TIME.  ONE AT THE SAME SEVERITY, OR
007800*    A CRIT (INCLUDING A WARN ALERTMGR HAS SINCE ESCALATED),
007810*    ALREADY COVERS THE PAGE.
007820***************************************************************
007830 7250-CHECK-DUPLICATE.
007840     IF WS-EX-JOB (WS-EXIST-IDX) = WS-JOB-NAME
007850         AND WS-EX-ENV (WS-EXIST-IDX) = WS-ENVIRONMENT-CODE
007860         AND (WS-EX-SEVERITY (WS-EXIST-IDX) = WS-CYCLE-SEVERITY
007870             OR WS-EX-SEVERITY (WS-EXIST-IDX) = 'CRIT')
007880         AND WS-EX-TIMESTAMP (WS-EXIST-IDX) >= WS-OPEN-START-TS
007890         SET WS-ALERT-DUP TO TRUE
007900     END-IF.
007910 7250-EXIT.
007920     EXIT.
