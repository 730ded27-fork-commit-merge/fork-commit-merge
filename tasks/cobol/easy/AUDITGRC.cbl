000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDITGRC.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - INCREMENTAL COMMA-
000140*                   DELIMITED EXTRACT OF THE AUDIT MASTER FOR
000150*                   THE CORPORATE GRC / SECURITY MONITORING
000160*                   FEED.  SENDS ONLY THE RECORDS ADDED SINCE
000170*                   THE LAST CONFIRMED EXTRACT, WITH A HEADER
000180*                   (EXTRACT DATE, ENVIRONMENT, FROM/THRU
000190*                   HIGH-WATER MARK) AND A TRAILER (RECORD
000200*                   COUNT AND CONTROL TOTALS), AND KEEPS ITS
000210*                   HIGH-WATER MARKS ON THE SMALL GRCCTL FILE.
000220***************************************************************
000230*
000240* PARM IS ENVIRONMENT (4) FOLLOWED BY MODE (7):
000250*   (BLANK) OR EXTRACT - WRITE THE NEXT WINDOW TO GRCFEED.
000260*             THE WINDOW RUNS FROM THE LAST CONFIRMED THRU
000270*             MARK UP TO THIS RUN'S START TIME, OR TO THE START
000280*             OF A STEP STILL RUNNING IF THAT IS EARLIER.  IT IS
000290*             LEFT PENDING ON GRCCTL; UNTIL IT IS CONFIRMED
000300*             EVERY EXTRACT RESENDS THE SAME WINDOW (RC 4), SO A
000310*             RERUN NEITHER SKIPS NOR DUPLICATES ANYTHING.
000320*   CONFIRM - RUN AFTER THE TRANSMISSION STEP CAME BACK CLEAN.
000330*             ADVANCES THE HIGH-WATER MARK TO THE PENDING
000340*             THRU.  A FAILED TRANSMISSION IS SIMPLY NOT
000350*             CONFIRMED, SO NO RECORD IS EVER LOST.
000360*   RESEND  - REWRITES THE LAST CONFIRMED WINDOW TO GRCFEED
000370*             WHEN THE GRC SIDE ASKS FOR IT AGAIN.  GRCCTL IS
000380*             NOT CHANGED.
000390*   E.G. PARM='PROD' OR PARM='PRODCONFIRM'.
000400*
000410* THE WINDOW IS OVER AM-TIMESTAMP - THE START TIME OF THE STEP
000420* THAT WROTE THE STAMP, NOT THE TIME IT WENT ON - FROM
000430* INCLUSIVE, THRU EXCLUSIVE, SO A STAMP LANDING IN THE SAME
000440* SECOND THE EXTRACT STARTS GOES IN THE NEXT WINDOW, NOT
000450* NOWHERE.  A STEP STILL RUNNING WILL YET STAMP ITS END UNDER
000460* ITS START TIME, SO A NEW WINDOW NEVER CLOSES PAST THE START
000470* OF A STEP WHOSE END IS NOT YET ON THE MASTER (3050), AND
000480* SAYS SO WITH RC 4 - AN ABENDED STEP HOLDS THE WINDOW UNTIL IT
000490* IS RERUN OR RESTARTED.  THE WHOLE MASTER IS READ: THE KEY IS
000500* BY CYCLE DATE, AND A RERUN OR RESTART OF AN OLDER CYCLE
000510* STAMPS NEW RECORDS UNDER AN OLD CYCLE DATE.
000520*
000530* FEED RECORDS (COMMA-DELIMITED, TRAILING SPACES DROPPED; A
000540* COMMA INSIDE A USER ID OR DETAIL IS SENT AS ';'):
000550*   H,EXTRACT-DATE,ENV,FROM-MARK,THRU-MARK
000560*   D,CYCLE-DATE,ENV,JOB,RUN-SEQ,USER,TIMESTAMP,RC,DETAIL
000570*   T,RECORD-COUNT,RETURN-CODE-TOTAL,CHECK-VALUE
000580* THE CHECK VALUE IS THE AUDITCKV FOLD OF THE RECORDS SENT -
000590* THE SAME ARITHMETIC THE AUDITCTL CONTROL TOTALS USE.
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650*
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS AM-KEY
000720         FILE STATUS IS WS-AUDITMST-STATUS.
000730     SELECT GRC-CONTROL ASSIGN TO "GRCCTL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-GRCCTL-STATUS.
000760     SELECT GRC-FEED ASSIGN TO "GRCFEED"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-GRCFEED-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820*
000830 FD  AUDIT-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850 COPY AUDITMST.
000860*
000870 FD  GRC-CONTROL
000880     LABEL RECORDS ARE STANDARD.
000890 01  GRC-CONTROL-LINE PIC X(118).
000900*
000910 FD  GRC-FEED
000920     LABEL RECORDS ARE STANDARD.
000930 01  GRC-FEED-RECORD PIC X(150).
000940*
000950 WORKING-STORAGE SECTION.
000960*
000970***************************************************************
000980*  JOB IDENTIFICATION AND RUN DATE/TIME FIELDS
000990***************************************************************
001000 01 WS-JOB-NAME PIC X(08) VALUE 'AUDITGRC'.
001010 01 WS-ENVIRONMENT-CODE PIC X(04) VALUE SPACES.
001020 01 WS-RUN-MODE PIC X(07) VALUE 'EXTRACT'.
001030     88 WS-MODE-EXTRACT VALUE 'EXTRACT'.
001040     88 WS-MODE-CONFIRM VALUE 'CONFIRM'.
001050     88 WS-MODE-RESEND  VALUE 'RESEND '.
001060*
001070 01 WS-RUN-DATE-TIME.
001080     05 WS-RUN-DATE.
001090         10 WS-RUN-YYYY PIC 9(04).
001100         10 WS-RUN-MM   PIC 9(02).
001110         10 WS-RUN-DD   PIC 9(02).
001120     05 WS-RUN-TIME.
001130         10 WS-RUN-HH   PIC 9(02).
001140         10 WS-RUN-MN   PIC 9(02).
001150         10 WS-RUN-SS   PIC 9(02).
001160         10 WS-RUN-HS   PIC 9(02).
001170*
001180 01 WS-TIMESTAMP-PLAIN.
001190     05 WS-TS-YYYY PIC 9(04).
001200     05 FILLER     PIC X(01) VALUE '-'.
001210     05 WS-TS-MM   PIC 9(02).
001220     05 FILLER     PIC X(01) VALUE '-'.
001230     05 WS-TS-DD   PIC 9(02).
001240     05 FILLER     PIC X(01) VALUE SPACE.
001250     05 WS-TS-HH   PIC 9(02).
001260     05 FILLER     PIC X(01) VALUE ':'.
001270     05 WS-TS-MN   PIC 9(02).
001280     05 FILLER     PIC X(01) VALUE ':'.
001290     05 WS-TS-SS   PIC 9(02).
001300*
001310***************************************************************
001320*  CONTROL FILE TABLE - EVERY ENVIRONMENT'S LINE, SO THE FILE
001330*  CAN BE WRITTEN BACK WHOLE.  THE ENVIRONMENT BEING WORKED
001340*  ON IS COPIED OUT TO GRC-CONTROL-RECORD AND BACK.
001350***************************************************************
001360 01 WS-GC-MAX  PIC 9(02) COMP VALUE 20.
001370 01 WS-GC-USED PIC 9(02) COMP VALUE 0.
001380 01 WS-GC-TABLE.
001390     05 WS-GC-ENTRY PIC X(118) OCCURS 20 TIMES.
001400 01 WS-GC-IDX PIC 9(02) COMP.
001410 01 WS-GC-HIT PIC 9(02) COMP VALUE 0.
001420 COPY GRCCTL.
001430*
001440***************************************************************
001450*  EXTRACT WINDOW AND TOTALS
001460***************************************************************
001470 01 WS-LOW-MARK    PIC X(19) VALUE '0000-00-00 00:00:00'.
001480 01 WS-WINDOW-FROM PIC X(19).
001490 01 WS-WINDOW-THRU PIC X(19).
001500 01 WS-RECORDS-SENT PIC 9(07) VALUE 0.
001510 01 WS-RC-TOTAL     PIC 9(09) VALUE 0.
001520 01 WS-RECORDS-READ PIC 9(07) COMP VALUE 0.
001530 COPY CVPARM.
001540*
001550***************************************************************
001560*  STEPS STILL RUNNING - EACH JOB'S NEWEST START AND END FOR
001570*  THE ENVIRONMENT.  A NEW WINDOW MAY NOT CLOSE PAST THE START
001580*  OF A STEP THAT HAS NOT YET STAMPED ITS END (SEE 3050).
001590***************************************************************
001600 01 WS-JOB-MAX  PIC 9(02) COMP VALUE 30.
001610 01 WS-JOB-USED PIC 9(02) COMP VALUE 0.
001620 01 WS-JOB-TABLE.
001630     05 WS-JOB-ENTRY OCCURS 30 TIMES.
001640         10 WS-JB-NAME     PIC X(08).
001650         10 WS-JB-START-TS PIC X(19).
001660         10 WS-JB-END-TS   PIC X(19).
001670 01 WS-JOB-IDX PIC 9(02) COMP.
001680 01 WS-JOB-HIT PIC 9(02) COMP VALUE 0.
001690 01 WS-OPEN-JOB PIC X(08) VALUE SPACES.
001700*
001710***************************************************************
001720*  FEED LINE BUILD FIELDS
001730***************************************************************
001740 01 WS-FEED-LINE  PIC X(150).
001750 01 WS-FEED-PTR   PIC 9(03) COMP.
001760 01 WS-CSV-USER   PIC X(08).
001770 01 WS-CSV-DETAIL PIC X(08).
001780 01 WS-CSV-RC     PIC 9(04).
001790*
001800***************************************************************
001810*  SWITCHES
001820***************************************************************
001830 01 WS-MASTER-SW PIC X(01) VALUE 'N'.
001840     88 WS-MASTER-EOF VALUE 'Y'.
001850 01 WS-CONTROL-SW PIC X(01) VALUE 'N'.
001860     88 WS-CONTROL-EOF VALUE 'Y'.
001870 01 WS-FOUND-SW PIC X(01) VALUE 'N'.
001880     88 WS-FOUND VALUE 'Y'.
001890 01 WS-RESENDING-SW PIC X(01) VALUE 'N'.
001900     88 WS-RESENDING VALUE 'Y'.
001910 01 WS-EXTRACT-SW PIC X(01) VALUE 'N'.
001920     88 WS-EXTRACT-FAILED VALUE 'Y'.
001930*
001940***************************************************************
001950*  FILE STATUS FIELDS
001960***************************************************************
001970 01 WS-AUDITMST-STATUS PIC X(02) VALUE '00'.
001980     88 WS-AUDITMST-STATUS-OK VALUE '00'.
001990     88 WS-AUDITMST-NOT-FOUND VALUE '35'.
002000 01 WS-GRCCTL-STATUS PIC X(02) VALUE '00'.
002010     88 WS-GRCCTL-STATUS-OK VALUE '00'.
002020     88 WS-GRCCTL-NOT-FOUND VALUE '35'.
002030 01 WS-GRCFEED-STATUS PIC X(02) VALUE '00'.
002040     88 WS-GRCFEED-STATUS-OK VALUE '00'.
002050*
002060 LINKAGE SECTION.
002070 01 WS-PARM-PASSED.
002080     05 WS-PARM-LEN  PIC S9(04) COMP.
002090     05 WS-PARM-ENV  PIC X(04).
002100     05 WS-PARM-MODE PIC X(07).
002110*
002120 PROCEDURE DIVISION USING WS-PARM-PASSED.
002130*
002140***************************************************************
002150* 0000-MAINLINE.
002160***************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     IF RETURN-CODE NOT = ZERO
002200         STOP RUN
002210     END-IF.
002220     PERFORM 2000-LOAD-CONTROL THRU 2000-EXIT.
002230     IF RETURN-CODE NOT = ZERO
002240         STOP RUN
002250     END-IF.
002260     PERFORM 2300-FIND-ENVIRONMENT THRU 2300-EXIT.
002270     IF RETURN-CODE NOT = ZERO
002280         STOP RUN
002290     END-IF.
002300     IF WS-MODE-CONFIRM
002310         PERFORM 4000-CONFIRM-WINDOW THRU 4000-EXIT
002320     ELSE
002330         IF WS-MODE-RESEND
002340             PERFORM 3500-RESEND-CONFIRMED THRU 3500-EXIT
002350         ELSE
002360             PERFORM 3000-EXTRACT-WINDOW THRU 3000-EXIT
002370         END-IF
002380     END-IF.
002390     STOP RUN.
002400*
002410***************************************************************
002420* 1000-INITIALIZE.
002430*    RUN TIMESTAMP (THE THRU MARK OF A NEW WINDOW) AND PARM.
002440***************************************************************
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002470     ACCEPT WS-RUN-TIME FROM TIME.
002480     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
002490     MOVE WS-RUN-MM   TO WS-TS-MM.
002500     MOVE WS-RUN-DD   TO WS-TS-DD.
002510     MOVE WS-RUN-HH   TO WS-TS-HH.
002520     MOVE WS-RUN-MN   TO WS-TS-MN.
002530     MOVE WS-RUN-SS   TO WS-TS-SS.
002540     IF WS-PARM-LEN < 4 OR WS-PARM-ENV = SPACES
002550         DISPLAY 'AUDITGRC - ENVIRONMENT PARM REQUIRED'
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF.
002590     MOVE WS-PARM-ENV TO WS-ENVIRONMENT-CODE.
002600     IF WS-PARM-LEN > 4
002610         MOVE WS-PARM-MODE TO WS-RUN-MODE
002620         IF WS-RUN-MODE = SPACES
002630             MOVE 'EXTRACT' TO WS-RUN-MODE
002640         END-IF
002650     END-IF.
002660     IF NOT WS-MODE-EXTRACT AND NOT WS-MODE-CONFIRM
002670         AND NOT WS-MODE-RESEND
002680         DISPLAY 'AUDITGRC - MODE ' WS-RUN-MODE
002690             ' NOT RECOGNISED - EXTRACT, CONFIRM OR RESEND'
002700         MOVE 16 TO RETURN-CODE
002710         GO TO 1000-EXIT
002720     END-IF.
002730     DISPLAY 'AUDITGRC - ' WS-RUN-MODE ' FOR '
002740         WS-ENVIRONMENT-CODE ' AT ' WS-TIMESTAMP-PLAIN.
002750 1000-EXIT.
002760     EXIT.
002770*
002780***************************************************************
002790* 2000-LOAD-CONTROL.
002800*    LOADS EVERY LINE OF GRCCTL.  NO FILE YET MEANS NO
002810*    ENVIRONMENT HAS EVER BEEN EXTRACTED.
002820***************************************************************
002830 2000-LOAD-CONTROL.
002840     OPEN INPUT GRC-CONTROL.
002850     IF WS-GRCCTL-NOT-FOUND
002860         DISPLAY 'AUDITGRC - NO GRCCTL YET - FIRST EXTRACT ON '
002870             'THIS SYSTEM'
002880         GO TO 2000-EXIT
002890     END-IF.
002900     IF NOT WS-GRCCTL-STATUS-OK
002910         DISPLAY 'AUDITGRC - GRCCTL OPEN FAILED - STATUS '
002920             WS-GRCCTL-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         GO TO 2000-EXIT
002950     END-IF.
002960     PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
002970     PERFORM 2200-STORE-CONTROL THRU 2200-EXIT
002980         UNTIL WS-CONTROL-EOF.
002990     CLOSE GRC-CONTROL.
003000 2000-EXIT.
003010     EXIT.
003020*
003030***************************************************************
003040* 2100-READ-CONTROL.
003050***************************************************************
003060 2100-READ-CONTROL.
003070     READ GRC-CONTROL
003080         AT END SET WS-CONTROL-EOF TO TRUE
003090     END-READ.
003100     IF NOT WS-CONTROL-EOF AND NOT WS-GRCCTL-STATUS-OK
003110         DISPLAY 'AUDITGRC - GRCCTL READ FAILED - STATUS '
003120             WS-GRCCTL-STATUS
003130         MOVE 16 TO RETURN-CODE
003140         SET WS-CONTROL-EOF TO TRUE
003150     END-IF.
003160 2100-EXIT.
003170     EXIT.
003180*
003190***************************************************************
003200* 2200-STORE-CONTROL.
003210*    A FULL TABLE STOPS THE RUN - WRITING THE FILE BACK FROM
003220*    A PARTIAL TABLE WOULD LOSE OTHER ENVIRONMENTS' MARKS.
003230***************************************************************
003240 2200-STORE-CONTROL.
003250     IF GRC-CONTROL-LINE = SPACES
003260         GO TO 2200-NEXT
003270     END-IF.
003280     IF WS-GC-USED >= WS-GC-MAX
003290         DISPLAY 'AUDITGRC - GRCCTL TABLE FULL - RUN STOPPED'
003300         MOVE 16 TO RETURN-CODE
003310         SET WS-CONTROL-EOF TO TRUE
003320         GO TO 2200-EXIT
003330     END-IF.
003340     ADD 1 TO WS-GC-USED.
003350     MOVE GRC-CONTROL-LINE TO WS-GC-ENTRY (WS-GC-USED).
003360 2200-NEXT.
003370     PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
003380 2200-EXIT.
003390     EXIT.
003400*
003410***************************************************************
003420* 2300-FIND-ENVIRONMENT.
003430*    COPIES THE ENVIRONMENT'S LINE OUT TO THE WORK RECORD, OR
003440*    STARTS A NEW LINE WHOSE CONFIRMED MARK IS THE LOW MARK
003450*    SO THE FIRST EXTRACT SENDS ALL HISTORY.
003460***************************************************************
003470 2300-FIND-ENVIRONMENT.
003480     MOVE 'N' TO WS-FOUND-SW.
003490     PERFORM 2350-MATCH-ENVIRONMENT THRU 2350-EXIT
003500         VARYING WS-GC-IDX FROM 1 BY 1
003510         UNTIL WS-GC-IDX > WS-GC-USED OR WS-FOUND.
003520     IF WS-FOUND
003530         MOVE WS-GC-ENTRY (WS-GC-HIT) TO GRC-CONTROL-RECORD
003540         GO TO 2300-EXIT
003550     END-IF.
003560     IF WS-GC-USED >= WS-GC-MAX
003570         DISPLAY 'AUDITGRC - GRCCTL TABLE FULL - NO ROOM FOR '
003580             WS-ENVIRONMENT-CODE
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 2300-EXIT
003610     END-IF.
003620     ADD 1 TO WS-GC-USED.
003630     MOVE WS-GC-USED TO WS-GC-HIT.
003640     MOVE SPACES              TO GRC-CONTROL-RECORD.
003650     MOVE WS-ENVIRONMENT-CODE TO GC-ENVIRONMENT.
003660     MOVE 'C'                 TO GC-STATUS.
003670     MOVE WS-LOW-MARK         TO GC-CONF-FROM GC-CONF-THRU.
003680     MOVE ZERO                TO GC-PEND-COUNT GC-PEND-SENDS.
003690 2300-EXIT.
003700     EXIT.
003710*
003720***************************************************************
003730* 2350-MATCH-ENVIRONMENT.
003740***************************************************************
003750 2350-MATCH-ENVIRONMENT.
003760     IF WS-GC-ENTRY (WS-GC-IDX) (1:4) = WS-ENVIRONMENT-CODE
003770         MOVE WS-GC-IDX TO WS-GC-HIT
003780         SET WS-FOUND TO TRUE
003790     END-IF.
003800 2350-EXIT.
003810     EXIT.
003820*
003830***************************************************************
003840* 3000-EXTRACT-WINDOW.
003850*    A PENDING WINDOW IS RESENT AS IT STANDS; OTHERWISE A NEW
003860*    WINDOW RUNS FROM THE CONFIRMED THRU MARK TO NOW, OR TO THE
003870*    START OF A STEP STILL RUNNING (3050).  THE WINDOW IS
003880*    RECORDED AS PENDING ONLY AFTER THE WHOLE FEED WAS WRITTEN
003890*    CLEANLY.
003900***************************************************************
003910 3000-EXTRACT-WINDOW.
003920     IF GC-PENDING
003930         SET WS-RESENDING TO TRUE
003940         MOVE GC-PEND-FROM TO WS-WINDOW-FROM
003950         MOVE GC-PEND-THRU TO WS-WINDOW-THRU
003960         DISPLAY 'AUDITGRC - WINDOW ' WS-WINDOW-FROM ' THRU '
003970             WS-WINDOW-THRU ' NOT YET CONFIRMED - RESENDING IT'
003980     ELSE
003990         MOVE GC-CONF-THRU       TO WS-WINDOW-FROM
004000         MOVE WS-TIMESTAMP-PLAIN TO WS-WINDOW-THRU
004010         PERFORM 3050-FIND-OPEN-START THRU 3050-EXIT
004020     END-IF.
004030     IF NOT WS-EXTRACT-FAILED
004040         PERFORM 3100-WRITE-FEED THRU 3100-EXIT
004050     END-IF.
004060     IF WS-EXTRACT-FAILED
004070         DISPLAY 'AUDITGRC - EXTRACT FAILED - HIGH-WATER MARK '
004080             'NOT MOVED, RERUN TO RESEND'
004090         GO TO 3000-EXIT
004100     END-IF.
004110     IF WS-RESENDING AND WS-RECORDS-SENT NOT = GC-PEND-COUNT
004120         DISPLAY 'AUDITGRC - RESENT WINDOW HOLDS '
004130             WS-RECORDS-SENT ' RECORDS, FIRST SEND HELD '
004140             GC-PEND-COUNT
004150     END-IF.
004160     MOVE 'P'                TO GC-STATUS.
004170     MOVE WS-WINDOW-FROM     TO GC-PEND-FROM.
004180     MOVE WS-WINDOW-THRU     TO GC-PEND-THRU.
004190     MOVE WS-RECORDS-SENT    TO GC-PEND-COUNT.
004200     ADD 1                   TO GC-PEND-SENDS.
004210     MOVE WS-TIMESTAMP-PLAIN TO GC-LAST-RUN.
004220     PERFORM 5000-REWRITE-CONTROL THRU 5000-EXIT.
004230     DISPLAY 'AUDITGRC - ' WS-RECORDS-SENT ' RECORDS SENT FOR '
004240         WS-ENVIRONMENT-CODE ' - WINDOW PENDING CONFIRMATION'.
004250     IF WS-RESENDING AND RETURN-CODE = ZERO
004260         MOVE 4 TO RETURN-CODE
004270     END-IF.
004280 3000-EXIT.
004290     EXIT.
004300*
004310***************************************************************
004320* 3050-FIND-OPEN-START.
004330*    AM-TIMESTAMP IS THE TIME THE WRITING STEP STARTED, NOT THE
004340*    TIME THE STAMP WENT ON - A STEP STAMPS ITS END (AND ANY
004350*    STAMPS IN BETWEEN) WITH ITS START TIME.  A STEP STILL
004360*    RUNNING AS THE EXTRACT STARTS WOULD SO STAMP INTO A WINDOW
004370*    ALREADY SENT, SO THE NEW WINDOW CLOSES AT THE EARLIEST
004380*    START NOT YET MATCHED BY ITS END, AND THAT STEP'S STAMPS
004390*    GO IN THE NEXT WINDOW.  ONLY A JOB THAT STAMPS ENDS AT ALL
004400*    CAN BE OPEN, AND ONLY ITS NEWEST START - A LATER RUN OF THE
004410*    SAME JOB MEANS THE EARLIER ONE IS OVER.  A STEP THAT ABENDED
004420*    NEVER STAMPS ITS END AND HOLDS EVERY LATER WINDOW AT ITS
004430*    START UNTIL IT IS RERUN, SO A CAPPED WINDOW ENDS THE STEP
004440*    RC 4 NAMING THE JOB AND THE START HOLDING IT.
004450***************************************************************
004460 3050-FIND-OPEN-START.
004470     MOVE ZERO TO WS-JOB-USED.
004480     MOVE SPACES TO WS-OPEN-JOB.
004490     OPEN INPUT AUDIT-MASTER.
004500     IF WS-AUDITMST-NOT-FOUND
004510         GO TO 3050-EXIT
004520     END-IF.
004530     IF NOT WS-AUDITMST-STATUS-OK
004540         DISPLAY 'AUDITGRC - AUDITMST OPEN FAILED - STATUS '
004550             WS-AUDITMST-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         SET WS-EXTRACT-FAILED TO TRUE
004580         GO TO 3050-EXIT
004590     END-IF.
004600     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
004610     PERFORM 3060-NOTE-STAMP THRU 3060-EXIT
004620         UNTIL WS-MASTER-EOF.
004630     CLOSE AUDIT-MASTER.
004640     MOVE 'N' TO WS-MASTER-SW.
004650     PERFORM 3080-CHECK-OPEN THRU 3080-EXIT
004660         VARYING WS-JOB-IDX FROM 1 BY 1
004670         UNTIL WS-JOB-IDX > WS-JOB-USED.
004680     IF WS-WINDOW-THRU < WS-WINDOW-FROM
004690         MOVE WS-WINDOW-FROM TO WS-WINDOW-THRU
004700     END-IF.
004710     IF WS-OPEN-JOB NOT = SPACES
004720         DISPLAY 'AUDITGRC - ' WS-OPEN-JOB ' STARTED '
004730             WS-WINDOW-THRU ' AND HAS NOT ENDED - WINDOW CLOSES '
004740             'THERE'
004750         DISPLAY 'AUDITGRC - IF ' WS-OPEN-JOB ' ABENDED, RERUN '
004760             'OR RESTART IT - UNTIL IT ENDS NO WINDOW PASSES '
004770             WS-WINDOW-THRU
004780         IF RETURN-CODE < 4
004790             MOVE 4 TO RETURN-CODE
004800         END-IF
004810     END-IF.
004820 3050-EXIT.
004830     EXIT.
004840*
004850***************************************************************
004860* 3060-NOTE-STAMP.
004870***************************************************************
004880 3060-NOTE-STAMP.
004890     IF AM-ENVIRONMENT NOT = WS-ENVIRONMENT-CODE
004900         OR (AM-DETAIL NOT = 'START' AND AM-DETAIL NOT = 'END')
004910         GO TO 3060-NEXT
004920     END-IF.
004930     PERFORM 3070-FIND-JOB THRU 3070-EXIT.
004940     IF WS-JOB-HIT = ZERO
004950         GO TO 3060-NEXT
004960     END-IF.
004970     IF AM-DETAIL = 'START'
004980         IF AM-TIMESTAMP > WS-JB-START-TS (WS-JOB-HIT)
004990             MOVE AM-TIMESTAMP TO WS-JB-START-TS (WS-JOB-HIT)
005000         END-IF
005010     ELSE
005020         IF AM-TIMESTAMP > WS-JB-END-TS (WS-JOB-HIT)
005030             MOVE AM-TIMESTAMP TO WS-JB-END-TS (WS-JOB-HIT)
005040         END-IF
005050     END-IF.
005060 3060-NEXT.
005070     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
005080 3060-EXIT.
005090     EXIT.
005100*
005110***************************************************************
005120* 3070-FIND-JOB.
005130*    THE JOB'S TABLE ENTRY, ADDED ON FIRST SIGHT.  A FULL TABLE
005140*    IS REPORTED AND THE EXTRACT REFUSED RATHER THAN RISK
005150*    CLOSING THE WINDOW PAST A STEP NOT TRACKED.
005160***************************************************************
005170 3070-FIND-JOB.
005180     MOVE ZERO TO WS-JOB-HIT.
005190     PERFORM 3075-MATCH-JOB THRU 3075-EXIT
005200         VARYING WS-JOB-IDX FROM 1 BY 1
005210         UNTIL WS-JOB-IDX > WS-JOB-USED OR WS-JOB-HIT NOT = ZERO.
005220     IF WS-JOB-HIT NOT = ZERO
005230         GO TO 3070-EXIT
005240     END-IF.
005250     IF WS-JOB-USED NOT < WS-JOB-MAX
005260         DISPLAY 'AUDITGRC - MORE THAN ' WS-JOB-MAX ' JOBS ON '
005270             'AUDITMST - RUNNING STEPS CANNOT BE TRACKED'
005280         MOVE 16 TO RETURN-CODE
005290         SET WS-EXTRACT-FAILED TO TRUE
005300         SET WS-MASTER-EOF TO TRUE
005310         GO TO 3070-EXIT
005320     END-IF.
005330     ADD 1 TO WS-JOB-USED.
005340     MOVE WS-JOB-USED TO WS-JOB-HIT.
005350     MOVE AM-JOB-NAME TO WS-JB-NAME (WS-JOB-HIT).
005360     MOVE SPACES TO WS-JB-START-TS (WS-JOB-HIT)
005370                    WS-JB-END-TS (WS-JOB-HIT).
005380 3070-EXIT.
005390     EXIT.
005400*
005410***************************************************************
005420* 3075-MATCH-JOB.
005430***************************************************************
005440 3075-MATCH-JOB.
005450     IF WS-JB-NAME (WS-JOB-IDX) = AM-JOB-NAME
005460         MOVE WS-JOB-IDX TO WS-JOB-HIT
005470     END-IF.
005480 3075-EXIT.
005490     EXIT.
005500*
005510***************************************************************
005520* 3080-CHECK-OPEN.
005530*    START AND END CARRY THE SAME RUN TIMESTAMP, SO A START IS
005540*    OPEN ONLY WHILE IT IS STRICTLY NEWER THAN THE JOB'S NEWEST
005550*    END.
005560***************************************************************
005570 3080-CHECK-OPEN.
005580     IF WS-JB-END-TS (WS-JOB-IDX) = SPACES
005590         OR WS-JB-START-TS (WS-JOB-IDX)
005600             NOT > WS-JB-END-TS (WS-JOB-IDX)
005610         GO TO 3080-EXIT
005620     END-IF.
005630     IF WS-JB-START-TS (WS-JOB-IDX) < WS-WINDOW-THRU
005640         MOVE WS-JB-START-TS (WS-JOB-IDX) TO WS-WINDOW-THRU
005650         MOVE WS-JB-NAME (WS-JOB-IDX) TO WS-OPEN-JOB
005660     END-IF.
005670 3080-EXIT.
005680     EXIT.
005690*
005700***************************************************************
005710* 3100-WRITE-FEED.
005720*    HEADER, ONE DETAIL PER MASTER RECORD OF THIS ENVIRONMENT
005730*    INSIDE THE WINDOW, TRAILER.  NO MASTER ON THIS SYSTEM IS
005740*    AN EMPTY WINDOW - HEADER AND TRAILER STILL GO, SO THE
005750*    GRC SIDE SEES THE NIGHT WAS COVERED.
005760***************************************************************
005770 3100-WRITE-FEED.
005780     MOVE ZERO TO WS-RECORDS-SENT WS-RC-TOTAL CV-CHECK-VALUE.
005790     OPEN OUTPUT GRC-FEED.
005800     IF NOT WS-GRCFEED-STATUS-OK
005810         DISPLAY 'AUDITGRC - GRCFEED OPEN FAILED - STATUS '
005820             WS-GRCFEED-STATUS
005830         MOVE 16 TO RETURN-CODE
005840         SET WS-EXTRACT-FAILED TO TRUE
005850         GO TO 3100-EXIT
005860     END-IF.
005870     MOVE SPACES TO WS-FEED-LINE.
005880     STRING 'H,' WS-RUN-DATE ',' WS-ENVIRONMENT-CODE ','
005890         WS-WINDOW-FROM ',' WS-WINDOW-THRU
005900         DELIMITED BY SIZE INTO WS-FEED-LINE.
005910     PERFORM 3900-WRITE-FEED-LINE THRU 3900-EXIT.
005920     OPEN INPUT AUDIT-MASTER.
005930     IF WS-AUDITMST-NOT-FOUND
005940         DISPLAY 'AUDITGRC - NO AUDIT MASTER ON THIS SYSTEM'
005950         SET WS-MASTER-EOF TO TRUE
005960     ELSE
005970         IF NOT WS-AUDITMST-STATUS-OK
005980             DISPLAY 'AUDITGRC - AUDITMST OPEN FAILED - STATUS '
005990                 WS-AUDITMST-STATUS
006000             MOVE 16 TO RETURN-CODE
006010             SET WS-EXTRACT-FAILED TO TRUE
006020             CLOSE GRC-FEED
006030             GO TO 3100-EXIT
006040         END-IF
006050         PERFORM 3200-READ-MASTER THRU 3200-EXIT
006060         PERFORM 3300-SELECT-ONE THRU 3300-EXIT
006070             UNTIL WS-MASTER-EOF
006080         CLOSE AUDIT-MASTER
006090     END-IF.
006100     MOVE SPACES TO WS-FEED-LINE.
006110     STRING 'T,' WS-RECORDS-SENT ',' WS-RC-TOTAL ','
006120         CV-CHECK-VALUE
006130         DELIMITED BY SIZE INTO WS-FEED-LINE.
006140     PERFORM 3900-WRITE-FEED-LINE THRU 3900-EXIT.
006150     CLOSE GRC-FEED.
006160 3100-EXIT.
006170     EXIT.
006180*
006190***************************************************************
006200* 3200-READ-MASTER.
006210***************************************************************
006220 3200-READ-MASTER.
006230     READ AUDIT-MASTER
006240         AT END SET WS-MASTER-EOF TO TRUE
006250     END-READ.
006260     IF NOT WS-MASTER-EOF AND NOT WS-AUDITMST-STATUS-OK
006270         DISPLAY 'AUDITGRC - AUDITMST READ FAILED - STATUS '
006280             WS-AUDITMST-STATUS
006290         MOVE 16 TO RETURN-CODE
006300         SET WS-EXTRACT-FAILED TO TRUE
006310         SET WS-MASTER-EOF TO TRUE
006320     END-IF.
006330 3200-EXIT.
006340     EXIT.
006350*
006360***************************************************************
006370* 3300-SELECT-ONE.
006380*    THIS ENVIRONMENT, STAMPED AT OR AFTER THE FROM MARK AND
006390*    BEFORE THE THRU MARK.
006400***************************************************************
006410 3300-SELECT-ONE.
006420     ADD 1 TO WS-RECORDS-READ.
006430     IF AM-ENVIRONMENT NOT = WS-ENVIRONMENT-CODE
006440         OR AM-TIMESTAMP < WS-WINDOW-FROM
006450         OR AM-TIMESTAMP NOT < WS-WINDOW-THRU
006460         GO TO 3300-NEXT
006470     END-IF.
006480     PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT.
006490 3300-NEXT.
006500     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
006510 3300-EXIT.
006520     EXIT.
006530*
006540***************************************************************
006550* 3400-WRITE-DETAIL.
006560***************************************************************
006570 3400-WRITE-DETAIL.
006580     MOVE AM-USER-ID TO WS-CSV-USER.
006590     MOVE AM-DETAIL  TO WS-CSV-DETAIL.
006600     INSPECT WS-CSV-USER   REPLACING ALL ',' BY ';'.
006610     INSPECT WS-CSV-DETAIL REPLACING ALL ',' BY ';'.
006620     IF AM-RETURN-CODE NUMERIC
006630         MOVE AM-RETURN-CODE TO WS-CSV-RC
006640     ELSE
006650         MOVE ZERO TO WS-CSV-RC
006660     END-IF.
006670     MOVE SPACES TO WS-FEED-LINE.
006680     MOVE 1 TO WS-FEED-PTR.
006690     STRING 'D,' AM-CYCLE-DATE ',' AM-ENVIRONMENT ','
006700         DELIMITED BY SIZE
006710         AM-JOB-NAME DELIMITED BY SPACE
006720         ',' AM-RUN-SEQ ',' DELIMITED BY SIZE
006730         WS-CSV-USER DELIMITED BY SPACE
006740         ',' AM-TIMESTAMP ',' WS-CSV-RC ',' DELIMITED BY SIZE
006750         WS-CSV-DETAIL DELIMITED BY '  '
006760         INTO WS-FEED-LINE WITH POINTER WS-FEED-PTR.
006770     PERFORM 3900-WRITE-FEED-LINE THRU 3900-EXIT.
006780     ADD 1 TO WS-RECORDS-SENT.
006790     ADD WS-CSV-RC TO WS-RC-TOTAL.
006800     MOVE AUDIT-MASTER-RECORD TO CV-RECORD-IMAGE.
006810     CALL 'AUDITCKV' USING CHECK-VALUE-PARM.
006820 3400-EXIT.
006830     EXIT.
006840*
006850***************************************************************
006860* 3500-RESEND-CONFIRMED.
006870*    REWRITES THE LAST CONFIRMED WINDOW ON REQUEST.  THE
006880*    CONTROL FILE IS LEFT EXACTLY AS IT WAS.
006890***************************************************************
006900 3500-RESEND-CONFIRMED.
006910     IF GC-CONF-THRU = WS-LOW-MARK
006920         DISPLAY 'AUDITGRC - NO CONFIRMED WINDOW FOR '
006930             WS-ENVIRONMENT-CODE ' - NOTHING TO RESEND'
006940         MOVE 8 TO RETURN-CODE
006950         GO TO 3500-EXIT
006960     END-IF.
006970     MOVE GC-CONF-FROM TO WS-WINDOW-FROM.
006980     MOVE GC-CONF-THRU TO WS-WINDOW-THRU.
006990     PERFORM 3100-WRITE-FEED THRU 3100-EXIT.
007000     IF NOT WS-EXTRACT-FAILED
007010         DISPLAY 'AUDITGRC - ' WS-RECORDS-SENT
007020             ' RECORDS RESENT FOR CONFIRMED WINDOW '
007030             WS-WINDOW-FROM ' THRU ' WS-WINDOW-THRU
007040     END-IF.
007050 3500-EXIT.
007060     EXIT.
007070*
007080***************************************************************
007090* 3900-WRITE-FEED-LINE.
007100***************************************************************
007110 3900-WRITE-FEED-LINE.
007120     MOVE WS-FEED-LINE TO GRC-FEED-RECORD.
007130     WRITE GRC-FEED-RECORD.
007140     IF NOT WS-GRCFEED-STATUS-OK
007150         DISPLAY 'AUDITGRC - GRCFEED WRITE FAILED - STATUS '
007160             WS-GRCFEED-STATUS
007170         MOVE 16 TO RETURN-CODE
007180         SET WS-EXTRACT-FAILED TO TRUE
007190     END-IF.
007200 3900-EXIT.
007210     EXIT.
007220*
007230***************************************************************
007240* 4000-CONFIRM-WINDOW.
007250*    THE TRANSMISSION CAME BACK CLEAN - THE PENDING WINDOW
007260*    BECOMES THE CONFIRMED ONE AND ITS THRU MARK IS WHERE THE
007270*    NEXT EXTRACT STARTS.
007280***************************************************************
007290 4000-CONFIRM-WINDOW.
007300     IF NOT GC-PENDING
007310         DISPLAY 'AUDITGRC - NO PENDING WINDOW FOR '
007320             WS-ENVIRONMENT-CODE ' - NOTHING TO CONFIRM'
007330         MOVE 4 TO RETURN-CODE
007340         GO TO 4000-EXIT
007350     END-IF.
007360     MOVE 'C'                TO GC-STATUS.
007370     MOVE GC-PEND-FROM       TO GC-CONF-FROM.
007380     MOVE GC-PEND-THRU       TO GC-CONF-THRU.
007390     MOVE SPACES             TO GC-PEND-FROM GC-PEND-THRU.
007400     MOVE ZERO               TO GC-PEND-SENDS.
007410     MOVE WS-TIMESTAMP-PLAIN TO GC-LAST-RUN.
007420     PERFORM 5000-REWRITE-CONTROL THRU 5000-EXIT.
007430     IF RETURN-CODE = ZERO
007440         DISPLAY 'AUDITGRC - ' GC-PEND-COUNT
007450             ' RECORDS CONFIRMED - HIGH-WATER MARK NOW '
007460             GC-CONF-THRU
007470     END-IF.
007480 4000-EXIT.
007490     EXIT.
007500*
007510***************************************************************
007520* 5000-REWRITE-CONTROL.
007530*    PUTS THE WORK RECORD BACK IN THE TABLE AND WRITES THE
007540*    WHOLE FILE OUT.
007550***************************************************************
007560 5000-REWRITE-CONTROL.
007570     MOVE GRC-CONTROL-RECORD TO WS-GC-ENTRY (WS-GC-HIT).
007580     OPEN OUTPUT GRC-CONTROL.
007590     IF NOT WS-GRCCTL-STATUS-OK
007600         DISPLAY 'AUDITGRC - GRCCTL REWRITE OPEN FAILED - '
007610             'STATUS ' WS-GRCCTL-STATUS
007620         MOVE 16 TO RETURN-CODE
007630         GO TO 5000-EXIT
007640     END-IF.
007650     PERFORM 5100-WRITE-ONE-CONTROL THRU 5100-EXIT
007660         VARYING WS-GC-IDX FROM 1 BY 1
007670         UNTIL WS-GC-IDX > WS-GC-USED.
007680     CLOSE GRC-CONTROL.
007690 5000-EXIT.
007700     EXIT.
007710*
007720***************************************************************
007730* 5100-WRITE-ONE-CONTROL.
007740***************************************************************
007750 5100-WRITE-ONE-CONTROL.
007760     MOVE WS-GC-ENTRY (WS-GC-IDX) TO GRC-CONTROL-LINE.
007770     WRITE GRC-CONTROL-LINE.
007780     IF NOT WS-GRCCTL-STATUS-OK
007790         DISPLAY 'AUDITGRC - GRCCTL WRITE FAILED - STATUS '
007800             WS-GRCCTL-STATUS
007810         MOVE 16 TO RETURN-CODE
007820     END-IF.
007830 5100-EXIT.
007840     EXIT.
