000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CFGDRIFT.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - CROSS-ENVIRONMENT
000140*                   CONFIGURATION DRIFT REPORT.  READS TWO
000150*                   ENVIRONMENTS' COPIES OF LANGFILE, BATCHWIN,
000160*                   SLALIMIT, AND THE RUNOPTS DECK SIDE BY SIDE
000170*                   AND REPORTS EVERY ENTRY FOUND IN ONLY ONE OF
000180*                   THEM AND EVERY VALUE THAT DIFFERS.  FOR
000190*                   LANGFILE IT ALSO WRITES A LANGTRAN DECK THAT
000200*                   LANGMNT CAN APPLY TO BRING THE TARGET IN
000210*                   LINE, SO A PROMOTION IS REVIEWED FROM THE
000220*                   REPORT INSTEAD OF RETYPED BY HAND.
000230***************************************************************
000240*
000250* PARM IS THE SOURCE ENVIRONMENT (4) FOLLOWED BY THE TARGET
000260* ENVIRONMENT (4), E.G. PARM='TESTPROD' OR PARM='DEV TEST'.  BOTH
000270* MUST BE ON ENVTAB AND THEY MUST DIFFER.  THE COPIES ARE:
000280*   SOURCE    TARGET    FILE
000290*   SRCLANG   TGTLANG   LANGFILE (KEYED, READ IN KEY ORDER)
000300*   SRCBWIN   TGTBWIN   BATCHWIN
000310*   SRCSLA    TGTSLA    SLALIMIT
000320*   SRCOPTS   TGTOPTS   RUNOPTS
000330* BATCHWIN AND SLALIMIT ENTRIES ARE MATCHED ON THE ENVIRONMENT
000340* CODE (THE FIRST ENTRY FOR A CODE COUNTS, AS CYCLWTCH READS
000350* THEM) AND RUNOPTS CARDS ON THE KEYWORD (THE LAST CARD FOR A
000360* KEYWORD COUNTS, AS HELLOCBL READS THEM).  THE ENV= CARD IS
000370* EXPECTED TO DIFFER AND IS ONLY REPORTED WHEN A DECK DOES NOT
000380* NAME ITS OWN ENVIRONMENT.
000390*
000400* THE REPORT GOES TO DRIFTRPT.  THE LANGFILE DECK GOES TO
000410* DRIFTDCK IN LANGTRAN LAYOUT, TO BE RUN THROUGH LANGMNT IN
000420* THE TARGET ENVIRONMENT - JOURNALED, AUDITED, AND SUBJECT TO
000430* AUTHORIZATION AND FREEZES LIKE ANY OTHER BATCH:
000440*   A - LANGUAGE ONLY IN THE SOURCE, ADDED WITH ITS GREETING
000450*   C - GREETING DIFFERS, CHANGED TO THE SOURCE GREETING
000460*   D - LANGUAGE ONLY IN THE TARGET, DELETED
000470* THE DECK IS LEFT EMPTY WHEN LANGFILE COULD NOT BE COMPARED
000480* IN FULL, SO A PARTIAL DECK IS NEVER APPLIED.
000490*
000500* THE STEP ENDS RC 0 WHEN THE COPIES AGREE, RC 4 WHEN THERE IS
000510* DRIFT, RC 8 WHEN A COPY IS MISSING AND THAT FILE WAS NOT
000520* COMPARED, AND RC 16 ON A BAD PARM OR AN I/O ERROR.  THIS IS
000530* AN OFF-CYCLE UTILITY: IT STAMPS NOTHING ON THE AUDIT MASTER
000540* AND TAKES NO CHECKPOINT - THE CHANGES ARE AUDITED WHEN
000550* LANGMNT APPLIES THE DECK.
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610*
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SRC-LANG-FILE ASSIGN TO "SRCLANG"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS SLG-LANG-CODE
000680         FILE STATUS IS WS-SRCLANG-STATUS.
000690     SELECT TGT-LANG-FILE ASSIGN TO "TGTLANG"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS TLG-LANG-CODE
000730         FILE STATUS IS WS-TGTLANG-STATUS.
000740     SELECT SRC-BATCH-WINDOW ASSIGN TO "SRCBWIN"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-SRCBWIN-STATUS.
000770     SELECT TGT-BATCH-WINDOW ASSIGN TO "TGTBWIN"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-TGTBWIN-STATUS.
000800     SELECT SRC-SLA-LIMITS ASSIGN TO "SRCSLA"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-SRCSLA-STATUS.
000830     SELECT TGT-SLA-LIMITS ASSIGN TO "TGTSLA"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-TGTSLA-STATUS.
000860     SELECT SRC-RUN-OPTIONS ASSIGN TO "SRCOPTS"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SRCOPTS-STATUS.
000890     SELECT TGT-RUN-OPTIONS ASSIGN TO "TGTOPTS"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TGTOPTS-STATUS.
000920     SELECT DRIFT-REPORT ASSIGN TO "DRIFTRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-DRIFTRPT-STATUS.
000950     SELECT DRIFT-DECK ASSIGN TO "DRIFTDCK"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-DRIFTDCK-STATUS.
000980*
000990 DATA DIVISION.
001000 FILE SECTION.
001010*
001020 FD  SRC-LANG-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  SRC-LANG-RECORD.
001050     05 SLG-LANG-CODE PIC X(02).
001060     05 SLG-GREETING  PIC X(40).
001070*
001080 FD  TGT-LANG-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  TGT-LANG-RECORD.
001110     05 TLG-LANG-CODE PIC X(02).
001120     05 TLG-GREETING  PIC X(40).
001130*
001140 FD  SRC-BATCH-WINDOW
001150     LABEL RECORDS ARE STANDARD.
001160 01  SRC-BW-RECORD PIC X(80).
001170*
001180 FD  TGT-BATCH-WINDOW
001190     LABEL RECORDS ARE STANDARD.
001200 01  TGT-BW-RECORD PIC X(80).
001210*
001220 FD  SRC-SLA-LIMITS
001230     LABEL RECORDS ARE STANDARD.
001240 01  SRC-SLA-RECORD PIC X(80).
001250*
001260 FD  TGT-SLA-LIMITS
001270     LABEL RECORDS ARE STANDARD.
001280 01  TGT-SLA-RECORD PIC X(80).
001290*
001300 FD  SRC-RUN-OPTIONS
001310     LABEL RECORDS ARE STANDARD.
001320 01  SRC-OPT-RECORD PIC X(80).
001330*
001340 FD  TGT-RUN-OPTIONS
001350     LABEL RECORDS ARE STANDARD.
001360 01  TGT-OPT-RECORD PIC X(80).
001370*
001380 FD  DRIFT-REPORT
001390     LABEL RECORDS ARE STANDARD.
001400 01  RPT-RECORD.
001410     05 RPT-CARRIAGE-CONTROL PIC X(01).
001420     05 RPT-LINE-TEXT        PIC X(132).
001430*
001440 FD  DRIFT-DECK
001450     LABEL RECORDS ARE STANDARD.
001460 01  DECK-RECORD.
001470     05 DK-ACTION    PIC X(01).
001480     05 FILLER       PIC X(01).
001490     05 DK-LANG-CODE PIC X(02).
001500     05 FILLER       PIC X(01).
001510     05 DK-GREETING  PIC X(40).
001520     05 FILLER       PIC X(01).
001530     05 DK-EFF-DATE  PIC X(08).
001540     05 FILLER       PIC X(01).
001550     05 DK-EXP-DATE  PIC X(08).
001560*
001570 WORKING-STORAGE SECTION.
001580*
001590***************************************************************
001600*  JOB IDENTIFICATION AND RUN TIMESTAMP
001610***************************************************************
001620 01 WS-JOB-NAME PIC X(08) VALUE 'CFGDRIFT'.
001630*
001640 01 WS-RUN-DATE-TIME.
001650     05 WS-RUN-DATE.
001660         10 WS-RUN-YYYY PIC 9(04).
001670         10 WS-RUN-MM   PIC 9(02).
001680         10 WS-RUN-DD   PIC 9(02).
001690     05 WS-RUN-TIME.
001700         10 WS-RUN-HH   PIC 9(02).
001710         10 WS-RUN-MN   PIC 9(02).
001720         10 WS-RUN-SS   PIC 9(02).
001730         10 WS-RUN-HS   PIC 9(02).
001740*
001750 01 WS-TIMESTAMP-PLAIN.
001760     05 WS-TS-YYYY PIC 9(04).
001770     05 FILLER     PIC X(01) VALUE '-'.
001780     05 WS-TS-MM   PIC 9(02).
001790     05 FILLER     PIC X(01) VALUE '-'.
001800     05 WS-TS-DD   PIC 9(02).
001810     05 FILLER     PIC X(01) VALUE SPACE.
001820     05 WS-TS-HH   PIC 9(02).
001830     05 FILLER     PIC X(01) VALUE ':'.
001840     05 WS-TS-MN   PIC 9(02).
001850     05 FILLER     PIC X(01) VALUE ':'.
001860     05 WS-TS-SS   PIC 9(02).
001870*
001880***************************************************************
001890*  ENVIRONMENTS BEING COMPARED
001900***************************************************************
001910 01 WS-SRC-ENV PIC X(04) VALUE SPACES.
001920 01 WS-TGT-ENV PIC X(04) VALUE SPACES.
001930 01 WS-CHECK-ENV PIC X(04).
001940 01 WS-ENV-IDX PIC 9(02) COMP.
001950 01 WS-ENV-FOUND-SW PIC X(01) VALUE 'N'.
001960     88 WS-ENV-FOUND VALUE 'Y'.
001970 01 WS-ONLY-SRC-TEXT PIC X(14) VALUE SPACES.
001980 01 WS-ONLY-TGT-TEXT PIC X(14) VALUE SPACES.
001990*
002000 COPY ENVTAB.
002010*
002020***************************************************************
002030*  LANGFILE MATCH KEYS - HIGH-VALUES ONCE A COPY IS EXHAUSTED
002040***************************************************************
002050 01 WS-SRC-LANG-KEY PIC X(02).
002060 01 WS-TGT-LANG-KEY PIC X(02).
002070 01 WS-DECK-ACTION  PIC X(01).
002080*
002090***************************************************************
002100*  BATCHWIN - BOTH COPIES, ONE ENTRY PER ENVIRONMENT CODE
002110***************************************************************
002120 01 WS-BW-WORK.
002130     05 WS-BWW-ENV      PIC X(04).
002140     05 FILLER          PIC X(01).
002150     05 WS-BWW-DATA     PIC X(35).
002160     05 FILLER          PIC X(40).
002170 01 WS-BW-MAX  PIC 9(03) COMP VALUE 40.
002180 01 WS-BW-USED PIC 9(03) COMP VALUE 0.
002190 01 WS-BW-TABLE.
002200     05 WS-BW-ENTRY OCCURS 40 TIMES.
002210         10 WS-BWT-ENV        PIC X(04).
002220         10 WS-BWT-SRC-SW     PIC X(01).
002230         10 WS-BWT-SRC-DATA.
002240             15 WS-BWT-SRC-SCHED  PIC X(04).
002250             15 FILLER            PIC X(01).
002260             15 WS-BWT-SRC-WARN   PIC X(04).
002270             15 FILLER            PIC X(01).
002280             15 WS-BWT-SRC-CUTOFF PIC X(04).
002290             15 FILLER            PIC X(01).
002300             15 WS-BWT-SRC-DESC   PIC X(20).
002310         10 WS-BWT-TGT-SW     PIC X(01).
002320         10 WS-BWT-TGT-DATA.
002330             15 WS-BWT-TGT-SCHED  PIC X(04).
002340             15 FILLER            PIC X(01).
002350             15 WS-BWT-TGT-WARN   PIC X(04).
002360             15 FILLER            PIC X(01).
002370             15 WS-BWT-TGT-CUTOFF PIC X(04).
002380             15 FILLER            PIC X(01).
002390             15 WS-BWT-TGT-DESC   PIC X(20).
002400*
002410***************************************************************
002420*  SLALIMIT - BOTH COPIES, ONE ENTRY PER ENVIRONMENT CODE
002430***************************************************************
002440 01 WS-SL-WORK.
002450     05 WS-SLW-ENV      PIC X(04).
002460     05 FILLER          PIC X(01).
002470     05 WS-SLW-DATA     PIC X(25).
002480     05 FILLER          PIC X(50).
002490 01 WS-SL-MAX  PIC 9(03) COMP VALUE 40.
002500 01 WS-SL-USED PIC 9(03) COMP VALUE 0.
002510 01 WS-SL-TABLE.
002520     05 WS-SL-ENTRY OCCURS 40 TIMES.
002530         10 WS-SLT-ENV        PIC X(04).
002540         10 WS-SLT-SRC-SW     PIC X(01).
002550         10 WS-SLT-SRC-DATA.
002560             15 WS-SLT-SRC-LIMIT  PIC X(04).
002570             15 FILLER            PIC X(01).
002580             15 WS-SLT-SRC-DESC   PIC X(20).
002590         10 WS-SLT-TGT-SW     PIC X(01).
002600         10 WS-SLT-TGT-DATA.
002610             15 WS-SLT-TGT-LIMIT  PIC X(04).
002620             15 FILLER            PIC X(01).
002630             15 WS-SLT-TGT-DESC   PIC X(20).
002640*
002650***************************************************************
002660*  RUNOPTS - BOTH DECKS, ONE ENTRY PER KEYWORD
002670***************************************************************
002680 01 WS-OPT-WORK     PIC X(80).
002690 01 WS-OPT-KEYWORD  PIC X(08).
002700 01 WS-OPT-VALUE    PIC X(40).
002710 01 WS-OP-MAX  PIC 9(03) COMP VALUE 50.
002720 01 WS-OP-USED PIC 9(03) COMP VALUE 0.
002730 01 WS-OP-TABLE.
002740     05 WS-OP-ENTRY OCCURS 50 TIMES.
002750         10 WS-OPT-KEY        PIC X(08).
002760         10 WS-OPT-SRC-SW     PIC X(01).
002770         10 WS-OPT-SRC-VALUE  PIC X(40).
002780         10 WS-OPT-TGT-SW     PIC X(01).
002790         10 WS-OPT-TGT-VALUE  PIC X(40).
002800*
002810 01 WS-TBL-IDX   PIC 9(03) COMP.
002820 01 WS-FOUND-IDX PIC 9(03) COMP.
002830*
002840***************************************************************
002850*  COUNTS
002860***************************************************************
002870 01 WS-ONLY-SRC-COUNT    PIC 9(05) COMP VALUE 0.
002880 01 WS-ONLY-TGT-COUNT    PIC 9(05) COMP VALUE 0.
002890 01 WS-DIFFER-COUNT      PIC 9(05) COMP VALUE 0.
002900 01 WS-SECTION-DRIFT     PIC 9(05) COMP VALUE 0.
002910 01 WS-NOT-COMPARED      PIC 9(05) COMP VALUE 0.
002920 01 WS-DECK-ADDS         PIC 9(05) COMP VALUE 0.
002930 01 WS-DECK-CHANGES      PIC 9(05) COMP VALUE 0.
002940 01 WS-DECK-DELETES      PIC 9(05) COMP VALUE 0.
002950 01 WS-COUNT-EDIT PIC ZZ,ZZ9.
002960*
002970***************************************************************
002980*  SWITCHES
002990***************************************************************
003000 01 WS-SRC-EOF-SW PIC X(01) VALUE 'N'.
003010     88 WS-SRC-EOF VALUE 'Y'.
003020 01 WS-TGT-EOF-SW PIC X(01) VALUE 'N'.
003030     88 WS-TGT-EOF VALUE 'Y'.
003040 01 WS-SIDE-SW PIC X(01) VALUE 'S'.
003050     88 WS-SIDE-SOURCE VALUE 'S'.
003060     88 WS-SIDE-TARGET VALUE 'T'.
003070 01 WS-COMPARE-FAILED-SW PIC X(01) VALUE 'N'.
003080     88 WS-COMPARE-FAILED VALUE 'Y'.
003090 01 WS-ENTRY-DIFFERS-SW PIC X(01) VALUE 'N'.
003100     88 WS-ENTRY-DIFFERS VALUE 'Y'.
003110*
003120***************************************************************
003130*  FILE STATUS FIELDS
003140***************************************************************
003150 01 WS-SRCLANG-STATUS PIC X(02) VALUE '00'.
003160     88 WS-SRCLANG-STATUS-OK VALUE '00'.
003170     88 WS-SRCLANG-NOT-FOUND VALUE '35'.
003180 01 WS-TGTLANG-STATUS PIC X(02) VALUE '00'.
003190     88 WS-TGTLANG-STATUS-OK VALUE '00'.
003200     88 WS-TGTLANG-NOT-FOUND VALUE '35'.
003210 01 WS-SRCBWIN-STATUS PIC X(02) VALUE '00'.
003220     88 WS-SRCBWIN-STATUS-OK VALUE '00'.
003230     88 WS-SRCBWIN-NOT-FOUND VALUE '35'.
003240 01 WS-TGTBWIN-STATUS PIC X(02) VALUE '00'.
003250     88 WS-TGTBWIN-STATUS-OK VALUE '00'.
003260     88 WS-TGTBWIN-NOT-FOUND VALUE '35'.
003270 01 WS-SRCSLA-STATUS PIC X(02) VALUE '00'.
003280     88 WS-SRCSLA-STATUS-OK VALUE '00'.
003290     88 WS-SRCSLA-NOT-FOUND VALUE '35'.
003300 01 WS-TGTSLA-STATUS PIC X(02) VALUE '00'.
003310     88 WS-TGTSLA-STATUS-OK VALUE '00'.
003320     88 WS-TGTSLA-NOT-FOUND VALUE '35'.
003330 01 WS-SRCOPTS-STATUS PIC X(02) VALUE '00'.
003340     88 WS-SRCOPTS-STATUS-OK VALUE '00'.
003350     88 WS-SRCOPTS-NOT-FOUND VALUE '35'.
003360 01 WS-TGTOPTS-STATUS PIC X(02) VALUE '00'.
003370     88 WS-TGTOPTS-STATUS-OK VALUE '00'.
003380     88 WS-TGTOPTS-NOT-FOUND VALUE '35'.
003390 01 WS-DRIFTRPT-STATUS PIC X(02) VALUE '00'.
003400     88 WS-DRIFTRPT-STATUS-OK VALUE '00'.
003410 01 WS-DRIFTDCK-STATUS PIC X(02) VALUE '00'.
003420     88 WS-DRIFTDCK-STATUS-OK VALUE '00'.
003430*
003440***************************************************************
003450*  REPORT LINES
003460***************************************************************
003470 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
003480 01 WS-CUR-FILE PIC X(08) VALUE SPACES.
003490 01 WS-MISSING-COPY PIC X(08) VALUE SPACES.
003500 01 WS-DRIFT-HEADING.
003510     05 FILLER      PIC X(01) VALUE SPACES.
003520     05 FILLER      PIC X(10) VALUE 'FILE'.
003530     05 FILLER      PIC X(10) VALUE 'KEY'.
003540     05 FILLER      PIC X(16) VALUE 'DRIFT'.
003550     05 FILLER      PIC X(12) VALUE 'FIELD'.
003560     05 WS-DH-SRC   PIC X(42) VALUE SPACES.
003570     05 WS-DH-TGT   PIC X(40) VALUE SPACES.
003580 01 WS-DRIFT-LINE.
003590     05 FILLER          PIC X(01) VALUE SPACES.
003600     05 WS-DL-FILE      PIC X(08).
003610     05 FILLER          PIC X(02) VALUE SPACES.
003620     05 WS-DL-KEY       PIC X(08).
003630     05 FILLER          PIC X(02) VALUE SPACES.
003640     05 WS-DL-STATUS    PIC X(14).
003650     05 FILLER          PIC X(02) VALUE SPACES.
003660     05 WS-DL-FIELD     PIC X(10).
003670     05 FILLER          PIC X(02) VALUE SPACES.
003680     05 WS-DL-SRC-VALUE PIC X(40).
003690     05 FILLER          PIC X(02) VALUE SPACES.
003700     05 WS-DL-TGT-VALUE PIC X(40).
003710*
003720 LINKAGE SECTION.
003730 01 WS-PARM-PASSED.
003740     05 WS-PARM-LEN     PIC S9(04) COMP.
003750     05 WS-PARM-SRC-ENV PIC X(04).
003760     05 WS-PARM-TGT-ENV PIC X(04).
003770*
003780 PROCEDURE DIVISION USING WS-PARM-PASSED.
003790*
003800***************************************************************
003810* 0000-MAINLINE.
003820***************************************************************
003830 0000-MAINLINE.
003840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003850     IF RETURN-CODE NOT = ZERO
003860         STOP RUN
003870     END-IF.
003880     OPEN OUTPUT DRIFT-REPORT.
003890     IF NOT WS-DRIFTRPT-STATUS-OK
003900         DISPLAY 'CFGDRIFT - DRIFTRPT OPEN FAILED - STATUS '
003910             WS-DRIFTRPT-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     PERFORM 1200-PRINT-TITLE THRU 1200-EXIT.
003960     PERFORM 2000-COMPARE-LANGFILE THRU 2000-EXIT.
003970     PERFORM 3000-COMPARE-BATCHWIN THRU 3000-EXIT.
003980     PERFORM 4000-COMPARE-SLALIMIT THRU 4000-EXIT.
003990     PERFORM 5000-COMPARE-RUNOPTS THRU 5000-EXIT.
004000     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004010     CLOSE DRIFT-REPORT.
004020     DISPLAY 'CFGDRIFT - ' WS-SRC-ENV ' AGAINST ' WS-TGT-ENV
004030         ' ONLY IN SOURCE ' WS-ONLY-SRC-COUNT
004040         ' ONLY IN TARGET ' WS-ONLY-TGT-COUNT
004050         ' DIFFERING ' WS-DIFFER-COUNT.
004060     IF WS-NOT-COMPARED > ZERO AND RETURN-CODE < 8
004070         MOVE 8 TO RETURN-CODE
004080     END-IF.
004090     IF WS-ONLY-SRC-COUNT + WS-ONLY-TGT-COUNT + WS-DIFFER-COUNT
004100         > ZERO AND RETURN-CODE < 4
004110         MOVE 4 TO RETURN-CODE
004120     END-IF.
004130     STOP RUN.
004140*
004150***************************************************************
004160* 1000-INITIALIZE.
004170*    RUN TIMESTAMP, AND THE TWO ENVIRONMENTS FROM THE PARM.
004180***************************************************************
004190 1000-INITIALIZE.
004200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004210     ACCEPT WS-RUN-TIME FROM TIME.
004220     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
004230     MOVE WS-RUN-MM   TO WS-TS-MM.
004240     MOVE WS-RUN-DD   TO WS-TS-DD.
004250     MOVE WS-RUN-HH   TO WS-TS-HH.
004260     MOVE WS-RUN-MN   TO WS-TS-MN.
004270     MOVE WS-RUN-SS   TO WS-TS-SS.
004280     IF WS-PARM-LEN < 8 OR WS-PARM-SRC-ENV = SPACES
004290         OR WS-PARM-TGT-ENV = SPACES
004300         DISPLAY 'CFGDRIFT - SOURCE AND TARGET ENVIRONMENT PARM '
004310             'REQUIRED'
004320         MOVE 16 TO RETURN-CODE
004330         GO TO 1000-EXIT
004340     END-IF.
004350     MOVE WS-PARM-SRC-ENV TO WS-SRC-ENV.
004360     MOVE WS-PARM-TGT-ENV TO WS-TGT-ENV.
004370     IF WS-SRC-ENV = WS-TGT-ENV
004380         DISPLAY 'CFGDRIFT - SOURCE AND TARGET ARE BOTH '
004390             WS-SRC-ENV
004400         MOVE 16 TO RETURN-CODE
004410         GO TO 1000-EXIT
004420     END-IF.
004430     MOVE WS-SRC-ENV TO WS-CHECK-ENV.
004440     PERFORM 1100-CHECK-ENVIRONMENT THRU 1100-EXIT.
004450     MOVE WS-TGT-ENV TO WS-CHECK-ENV.
004460     PERFORM 1100-CHECK-ENVIRONMENT THRU 1100-EXIT.
004470     IF RETURN-CODE NOT = ZERO
004480         GO TO 1000-EXIT
004490     END-IF.
004500     STRING 'ONLY IN ' WS-SRC-ENV DELIMITED BY SIZE
004510         INTO WS-ONLY-SRC-TEXT.
004520     STRING 'ONLY IN ' WS-TGT-ENV DELIMITED BY SIZE
004530         INTO WS-ONLY-TGT-TEXT.
004540     STRING WS-SRC-ENV DELIMITED BY SPACE
004550         ' (SOURCE) VALUE' DELIMITED BY SIZE INTO WS-DH-SRC.
004560     STRING WS-TGT-ENV DELIMITED BY SPACE
004570         ' (TARGET) VALUE' DELIMITED BY SIZE INTO WS-DH-TGT.
004580 1000-EXIT.
004590     EXIT.
004600*
004610***************************************************************
004620* 1100-CHECK-ENVIRONMENT.
004630*    THE ENVIRONMENT MUST BE ONE ENVTAB KNOWS.
004640***************************************************************
004650 1100-CHECK-ENVIRONMENT.
004660     MOVE 'N' TO WS-ENV-FOUND-SW.
004670     PERFORM 1150-MATCH-ENVIRONMENT THRU 1150-EXIT
004680         VARYING WS-ENV-IDX FROM 1 BY 1
004690         UNTIL WS-ENV-IDX > 3 OR WS-ENV-FOUND.
004700     IF NOT WS-ENV-FOUND
004710         DISPLAY 'CFGDRIFT - ENVIRONMENT ' WS-CHECK-ENV
004720             ' NOT ON ENVTAB'
004730         MOVE 16 TO RETURN-CODE
004740     END-IF.
004750 1100-EXIT.
004760     EXIT.
004770*
004780***************************************************************
004790* 1150-MATCH-ENVIRONMENT.
004800***************************************************************
004810 1150-MATCH-ENVIRONMENT.
004820     IF ENV-CODE (WS-ENV-IDX) = WS-CHECK-ENV
004830         SET WS-ENV-FOUND TO TRUE
004840     END-IF.
004850 1150-EXIT.
004860     EXIT.
004870*
004880***************************************************************
004890* 1200-PRINT-TITLE.
004900***************************************************************
004910 1200-PRINT-TITLE.
004920     MOVE SPACES TO WS-RPT-LINE.
004930     STRING 'CFGDRIFT - CONFIGURATION DRIFT  ' WS-SRC-ENV
004940         ' (SOURCE) AGAINST ' WS-TGT-ENV ' (TARGET)  '
004950         WS-TIMESTAMP-PLAIN DELIMITED BY SIZE INTO WS-RPT-LINE.
004960     MOVE '1' TO RPT-CARRIAGE-CONTROL.
004970     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
004980     WRITE RPT-RECORD.
004990 1200-EXIT.
005000     EXIT.
005010*
005020***************************************************************
005030* 2000-COMPARE-LANGFILE.
005040*    BOTH COPIES ARE READ IN KEY ORDER AND MATCHED ON THE
005050*    LANGUAGE CODE.  THE DECK IS OPENED FIRST SO THAT IT IS
005060*    ALWAYS REPLACED - EMPTY WHEN THE COMPARE CANNOT BE MADE.
005070***************************************************************
005080 2000-COMPARE-LANGFILE.
005090     MOVE 'LANGFILE' TO WS-CUR-FILE.
005100     MOVE SPACES TO WS-RPT-LINE.
005110     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
005120     MOVE SPACES TO WS-RPT-LINE.
005130     STRING 'LANGFILE - GREETINGS.  DRIFTDCK CARDS: A FOR '
005140         'ONLY IN ' WS-SRC-ENV ', C FOR DIFFERS, D FOR ONLY IN '
005150         WS-TGT-ENV
005160         DELIMITED BY SIZE INTO WS-RPT-LINE.
005170     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
005180     OPEN OUTPUT DRIFT-DECK.
005190     IF NOT WS-DRIFTDCK-STATUS-OK
005200         DISPLAY 'CFGDRIFT - DRIFTDCK OPEN FAILED - STATUS '
005210             WS-DRIFTDCK-STATUS
005220         MOVE 16 TO RETURN-CODE
005230         GO TO 2000-EXIT
005240     END-IF.
005250     OPEN INPUT SRC-LANG-FILE.
005260     IF WS-SRCLANG-NOT-FOUND
005270         MOVE 'SRCLANG' TO WS-MISSING-COPY
005280         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
005290         GO TO 2000-CLOSE-DECK
005300     END-IF.
005310     IF NOT WS-SRCLANG-STATUS-OK
005320         DISPLAY 'CFGDRIFT - SRCLANG OPEN FAILED - STATUS '
005330             WS-SRCLANG-STATUS
005340         MOVE 16 TO RETURN-CODE
005350         GO TO 2000-CLOSE-DECK
005360     END-IF.
005370     OPEN INPUT TGT-LANG-FILE.
005380     IF WS-TGTLANG-NOT-FOUND
005390         MOVE 'TGTLANG' TO WS-MISSING-COPY
005400         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
005410         GO TO 2000-CLOSE-SOURCE
005420     END-IF.
005430     IF NOT WS-TGTLANG-STATUS-OK
005440         DISPLAY 'CFGDRIFT - TGTLANG OPEN FAILED - STATUS '
005450             WS-TGTLANG-STATUS
005460         MOVE 16 TO RETURN-CODE
005470         GO TO 2000-CLOSE-SOURCE
005480     END-IF.
005490     PERFORM 6000-START-SECTION THRU 6000-EXIT.
005500     PERFORM 2100-READ-SOURCE-LANG THRU 2100-EXIT.
005510     PERFORM 2150-READ-TARGET-LANG THRU 2150-EXIT.
005520     PERFORM 2200-MATCH-LANG THRU 2200-EXIT
005530         UNTIL (WS-SRC-LANG-KEY = HIGH-VALUES
005540             AND WS-TGT-LANG-KEY = HIGH-VALUES)
005550             OR WS-COMPARE-FAILED.
005560     CLOSE TGT-LANG-FILE.
005570     CLOSE SRC-LANG-FILE.
005580     CLOSE DRIFT-DECK.
005590     IF WS-COMPARE-FAILED
005600         PERFORM 2900-EMPTY-DECK THRU 2900-EXIT
005610     END-IF.
005620     PERFORM 6900-END-SECTION THRU 6900-EXIT.
005630     GO TO 2000-EXIT.
005640 2000-CLOSE-SOURCE.
005650     CLOSE SRC-LANG-FILE.
005660 2000-CLOSE-DECK.
005670     CLOSE DRIFT-DECK.
005680 2000-EXIT.
005690     EXIT.
005700*
005710***************************************************************
005720* 2100-READ-SOURCE-LANG.
005730***************************************************************
005740 2100-READ-SOURCE-LANG.
005750     READ SRC-LANG-FILE NEXT RECORD
005760         AT END MOVE HIGH-VALUES TO WS-SRC-LANG-KEY
005770     END-READ.
005780     IF WS-SRC-LANG-KEY = HIGH-VALUES
005790         GO TO 2100-EXIT
005800     END-IF.
005810     IF NOT WS-SRCLANG-STATUS-OK
005820         DISPLAY 'CFGDRIFT - SRCLANG READ FAILED - STATUS '
005830             WS-SRCLANG-STATUS
005840         MOVE 16 TO RETURN-CODE
005850         SET WS-COMPARE-FAILED TO TRUE
005860         GO TO 2100-EXIT
005870     END-IF.
005880     MOVE SLG-LANG-CODE TO WS-SRC-LANG-KEY.
005890 2100-EXIT.
005900     EXIT.
005910*
005920***************************************************************
005930* 2150-READ-TARGET-LANG.
005940***************************************************************
005950 2150-READ-TARGET-LANG.
005960     READ TGT-LANG-FILE NEXT RECORD
005970         AT END MOVE HIGH-VALUES TO WS-TGT-LANG-KEY
005980     END-READ.
005990     IF WS-TGT-LANG-KEY = HIGH-VALUES
006000         GO TO 2150-EXIT
006010     END-IF.
006020     IF NOT WS-TGTLANG-STATUS-OK
006030         DISPLAY 'CFGDRIFT - TGTLANG READ FAILED - STATUS '
006040             WS-TGTLANG-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         SET WS-COMPARE-FAILED TO TRUE
006070         GO TO 2150-EXIT
006080     END-IF.
006090     MOVE TLG-LANG-CODE TO WS-TGT-LANG-KEY.
006100 2150-EXIT.
006110     EXIT.
006120*
006130***************************************************************
006140* 2200-MATCH-LANG.
006150*    LOWER KEY ONLY IN ITS OWN COPY; EQUAL KEYS COMPARE THE
006160*    GREETING.  EACH DRIFT ALSO GOES ON THE DECK.
006170***************************************************************
006180 2200-MATCH-LANG.
006190     MOVE SPACES TO WS-DRIFT-LINE.
006200     MOVE 'GREETING' TO WS-DL-FIELD.
006210     IF WS-SRC-LANG-KEY < WS-TGT-LANG-KEY
006220         MOVE WS-SRC-LANG-KEY TO WS-DL-KEY
006230         MOVE WS-ONLY-SRC-TEXT TO WS-DL-STATUS
006240         MOVE SLG-GREETING TO WS-DL-SRC-VALUE
006250         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
006260         ADD 1 TO WS-ONLY-SRC-COUNT
006270         MOVE 'A' TO WS-DECK-ACTION
006280         PERFORM 2300-WRITE-DECK-CARD THRU 2300-EXIT
006290         ADD 1 TO WS-DECK-ADDS
006300         PERFORM 2100-READ-SOURCE-LANG THRU 2100-EXIT
006310         GO TO 2200-EXIT
006320     END-IF.
006330     IF WS-SRC-LANG-KEY > WS-TGT-LANG-KEY
006340         MOVE WS-TGT-LANG-KEY TO WS-DL-KEY
006350         MOVE WS-ONLY-TGT-TEXT TO WS-DL-STATUS
006360         MOVE TLG-GREETING TO WS-DL-TGT-VALUE
006370         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
006380         ADD 1 TO WS-ONLY-TGT-COUNT
006390         MOVE 'D' TO WS-DECK-ACTION
006400         PERFORM 2300-WRITE-DECK-CARD THRU 2300-EXIT
006410         ADD 1 TO WS-DECK-DELETES
006420         PERFORM 2150-READ-TARGET-LANG THRU 2150-EXIT
006430         GO TO 2200-EXIT
006440     END-IF.
006450     IF SLG-GREETING NOT = TLG-GREETING
006460         MOVE WS-SRC-LANG-KEY TO WS-DL-KEY
006470         MOVE 'DIFFERS' TO WS-DL-STATUS
006480         MOVE SLG-GREETING TO WS-DL-SRC-VALUE
006490         MOVE TLG-GREETING TO WS-DL-TGT-VALUE
006500         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
006510         ADD 1 TO WS-DIFFER-COUNT
006520         MOVE 'C' TO WS-DECK-ACTION
006530         PERFORM 2300-WRITE-DECK-CARD THRU 2300-EXIT
006540         ADD 1 TO WS-DECK-CHANGES
006550     END-IF.
006560     PERFORM 2100-READ-SOURCE-LANG THRU 2100-EXIT.
006570     PERFORM 2150-READ-TARGET-LANG THRU 2150-EXIT.
006580 2200-EXIT.
006590     EXIT.
006600*
006610***************************************************************
006620* 2300-WRITE-DECK-CARD.
006630*    WS-DECK-ACTION IS SET BY THE CALLER.  AN ADD OR CHANGE
006640*    CARRIES THE SOURCE GREETING; A DELETE CARRIES NONE.  NO
006650*    DATES - LANGMNT APPLIES THE CARD ON THE RUN IT IS READ.
006660***************************************************************
006670 2300-WRITE-DECK-CARD.
006680     MOVE SPACES TO DECK-RECORD.
006690     MOVE WS-DECK-ACTION TO DK-ACTION.
006700     MOVE WS-DL-KEY TO DK-LANG-CODE.
006710     IF DK-ACTION NOT = 'D'
006720         MOVE SLG-GREETING TO DK-GREETING
006730     END-IF.
006740     WRITE DECK-RECORD.
006750     IF NOT WS-DRIFTDCK-STATUS-OK
006760         DISPLAY 'CFGDRIFT - DRIFTDCK WRITE FAILED - STATUS '
006770             WS-DRIFTDCK-STATUS
006780         MOVE 16 TO RETURN-CODE
006790         SET WS-COMPARE-FAILED TO TRUE
006800     END-IF.
006810 2300-EXIT.
006820     EXIT.
006830*
006840***************************************************************
006850* 2900-EMPTY-DECK.
006860*    THE COMPARE STOPPED PART WAY - THE CARDS ALREADY WRITTEN
006870*    ARE DISCARDED SO NO ONE APPLIES HALF A PROMOTION.
006880***************************************************************
006890 2900-EMPTY-DECK.
006900     OPEN OUTPUT DRIFT-DECK.
006910     IF WS-DRIFTDCK-STATUS-OK
006920         CLOSE DRIFT-DECK
006930     END-IF.
006940     MOVE ZERO TO WS-DECK-ADDS WS-DECK-CHANGES WS-DECK-DELETES.
006950     DISPLAY 'CFGDRIFT - LANGFILE COMPARE INCOMPLETE - DRIFTDCK '
006960         'LEFT EMPTY'.
006970 2900-EXIT.
006980     EXIT.
006990*
007000***************************************************************
007010* 3000-COMPARE-BATCHWIN.
007020*    BOTH COPIES ARE LOADED INTO ONE TABLE, ONE ENTRY PER
007030*    ENVIRONMENT CODE, THEN THE TABLE IS REPORTED.
007040***************************************************************
007050 3000-COMPARE-BATCHWIN.
007060     MOVE 'BATCHWIN' TO WS-CUR-FILE.
007070     MOVE SPACES TO WS-RPT-LINE.
007080     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
007090     MOVE SPACES TO WS-RPT-LINE.
007100     STRING 'BATCHWIN - BATCH WINDOWS' DELIMITED BY SIZE
007110         INTO WS-RPT-LINE.
007120     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
007130     OPEN INPUT SRC-BATCH-WINDOW.
007140     IF WS-SRCBWIN-NOT-FOUND
007150         MOVE 'SRCBWIN' TO WS-MISSING-COPY
007160         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
007170         GO TO 3000-EXIT
007180     END-IF.
007190     IF NOT WS-SRCBWIN-STATUS-OK
007200         DISPLAY 'CFGDRIFT - SRCBWIN OPEN FAILED - STATUS '
007210             WS-SRCBWIN-STATUS
007220         MOVE 16 TO RETURN-CODE
007230         GO TO 3000-EXIT
007240     END-IF.
007250     OPEN INPUT TGT-BATCH-WINDOW.
007260     IF WS-TGTBWIN-NOT-FOUND
007270         MOVE 'TGTBWIN' TO WS-MISSING-COPY
007280         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
007290         CLOSE SRC-BATCH-WINDOW
007300         GO TO 3000-EXIT
007310     END-IF.
007320     IF NOT WS-TGTBWIN-STATUS-OK
007330         DISPLAY 'CFGDRIFT - TGTBWIN OPEN FAILED - STATUS '
007340             WS-TGTBWIN-STATUS
007350         MOVE 16 TO RETURN-CODE
007360         CLOSE SRC-BATCH-WINDOW
007370         GO TO 3000-EXIT
007380     END-IF.
007390     PERFORM 6000-START-SECTION THRU 6000-EXIT.
007400     MOVE ZERO TO WS-BW-USED.
007410     SET WS-SIDE-SOURCE TO TRUE.
007420     PERFORM 3100-READ-SOURCE-BW THRU 3100-EXIT.
007430     PERFORM 3200-STORE-BW THRU 3200-EXIT
007440         UNTIL WS-SRC-EOF.
007450     SET WS-SIDE-TARGET TO TRUE.
007460     PERFORM 3150-READ-TARGET-BW THRU 3150-EXIT.
007470     PERFORM 3200-STORE-BW THRU 3200-EXIT
007480         UNTIL WS-TGT-EOF.
007490     CLOSE TGT-BATCH-WINDOW.
007500     CLOSE SRC-BATCH-WINDOW.
007510     IF NOT WS-COMPARE-FAILED
007520         PERFORM 3300-REPORT-BW THRU 3300-EXIT
007530             VARYING WS-TBL-IDX FROM 1 BY 1
007540             UNTIL WS-TBL-IDX > WS-BW-USED
007550     END-IF.
007560     PERFORM 6900-END-SECTION THRU 6900-EXIT.
007570 3000-EXIT.
007580     EXIT.
007590*
007600***************************************************************
007610* 3100-READ-SOURCE-BW.
007620***************************************************************
007630 3100-READ-SOURCE-BW.
007640     MOVE SPACES TO WS-BW-WORK.
007650     READ SRC-BATCH-WINDOW INTO WS-BW-WORK
007660         AT END SET WS-SRC-EOF TO TRUE
007670     END-READ.
007680     IF NOT WS-SRC-EOF AND NOT WS-SRCBWIN-STATUS-OK
007690         DISPLAY 'CFGDRIFT - SRCBWIN READ FAILED - STATUS '
007700             WS-SRCBWIN-STATUS
007710         MOVE 16 TO RETURN-CODE
007720         SET WS-COMPARE-FAILED TO TRUE
007730         SET WS-SRC-EOF TO TRUE
007740     END-IF.
007750 3100-EXIT.
007760     EXIT.
007770*
007780***************************************************************
007790* 3150-READ-TARGET-BW.
007800***************************************************************
007810 3150-READ-TARGET-BW.
007820     MOVE SPACES TO WS-BW-WORK.
007830     READ TGT-BATCH-WINDOW INTO WS-BW-WORK
007840         AT END SET WS-TGT-EOF TO TRUE
007850     END-READ.
007860     IF NOT WS-TGT-EOF AND NOT WS-TGTBWIN-STATUS-OK
007870         DISPLAY 'CFGDRIFT - TGTBWIN READ FAILED - STATUS '
007880             WS-TGTBWIN-STATUS
007890         MOVE 16 TO RETURN-CODE
007900         SET WS-COMPARE-FAILED TO TRUE
007910         SET WS-TGT-EOF TO TRUE
007920     END-IF.
007930 3150-EXIT.
007940     EXIT.
007950*
007960***************************************************************
007970* 3200-STORE-BW.
007980*    THE FIRST ENTRY FOR AN ENVIRONMENT IN A COPY IS THE ONE
007990*    CYCLWTCH USES, SO A LATER DUPLICATE IS IGNORED.
008000***************************************************************
008010 3200-STORE-BW.
008020     IF WS-BW-WORK = SPACES OR WS-BWW-ENV (1:1) = '*'
008030         GO TO 3200-NEXT
008040     END-IF.
008050     MOVE ZERO TO WS-FOUND-IDX.
008060     PERFORM 3250-FIND-BW THRU 3250-EXIT
008070         VARYING WS-TBL-IDX FROM 1 BY 1
008080         UNTIL WS-TBL-IDX > WS-BW-USED OR WS-FOUND-IDX > ZERO.
008090     IF WS-FOUND-IDX = ZERO
008100         IF WS-BW-USED >= WS-BW-MAX
008110             PERFORM 6100-TABLE-FULL THRU 6100-EXIT
008120             GO TO 3200-EXIT
008130         END-IF
008140         ADD 1 TO WS-BW-USED
008150         MOVE WS-BW-USED TO WS-FOUND-IDX
008160         MOVE WS-BWW-ENV TO WS-BWT-ENV (WS-FOUND-IDX)
008170         MOVE 'N' TO WS-BWT-SRC-SW (WS-FOUND-IDX)
008180                     WS-BWT-TGT-SW (WS-FOUND-IDX)
008190         MOVE SPACES TO WS-BWT-SRC-DATA (WS-FOUND-IDX)
008200                        WS-BWT-TGT-DATA (WS-FOUND-IDX)
008210     END-IF.
008220     IF WS-SIDE-SOURCE
008230         IF WS-BWT-SRC-SW (WS-FOUND-IDX) NOT = 'Y'
008240             MOVE 'Y' TO WS-BWT-SRC-SW (WS-FOUND-IDX)
008250             MOVE WS-BWW-DATA TO WS-BWT-SRC-DATA (WS-FOUND-IDX)
008260         END-IF
008270     ELSE
008280         IF WS-BWT-TGT-SW (WS-FOUND-IDX) NOT = 'Y'
008290             MOVE 'Y' TO WS-BWT-TGT-SW (WS-FOUND-IDX)
008300             MOVE WS-BWW-DATA TO WS-BWT-TGT-DATA (WS-FOUND-IDX)
008310         END-IF
008320     END-IF.
008330 3200-NEXT.
008340     IF WS-SIDE-SOURCE
008350         PERFORM 3100-READ-SOURCE-BW THRU 3100-EXIT
008360     ELSE
008370         PERFORM 3150-READ-TARGET-BW THRU 3150-EXIT
008380     END-IF.
008390 3200-EXIT.
008400     EXIT.
008410*
008420***************************************************************
008430* 3250-FIND-BW.
008440***************************************************************
008450 3250-FIND-BW.
008460     IF WS-BWT-ENV (WS-TBL-IDX) = WS-BWW-ENV
008470         MOVE WS-TBL-IDX TO WS-FOUND-IDX
008480     END-IF.
008490 3250-EXIT.
008500     EXIT.
008510*
008520***************************************************************
008530* 3300-REPORT-BW.
008540*    AN ENVIRONMENT IN ONE COPY ONLY SHOWS ITS WHOLE ENTRY; IN
008550*    BOTH, ONE LINE FOR EACH FIELD THAT DIFFERS.
008560***************************************************************
008570 3300-REPORT-BW.
008580     MOVE SPACES TO WS-DRIFT-LINE.
008590     MOVE WS-BWT-ENV (WS-TBL-IDX) TO WS-DL-KEY.
008600     IF WS-BWT-TGT-SW (WS-TBL-IDX) NOT = 'Y'
008610         MOVE WS-ONLY-SRC-TEXT TO WS-DL-STATUS
008620         MOVE 'ENTRY' TO WS-DL-FIELD
008630         MOVE WS-BWT-SRC-DATA (WS-TBL-IDX) TO WS-DL-SRC-VALUE
008640         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
008650         ADD 1 TO WS-ONLY-SRC-COUNT
008660         GO TO 3300-EXIT
008670     END-IF.
008680     IF WS-BWT-SRC-SW (WS-TBL-IDX) NOT = 'Y'
008690         MOVE WS-ONLY-TGT-TEXT TO WS-DL-STATUS
008700         MOVE 'ENTRY' TO WS-DL-FIELD
008710         MOVE WS-BWT-TGT-DATA (WS-TBL-IDX) TO WS-DL-TGT-VALUE
008720         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
008730         ADD 1 TO WS-ONLY-TGT-COUNT
008740         GO TO 3300-EXIT
008750     END-IF.
008760     MOVE 'N' TO WS-ENTRY-DIFFERS-SW.
008770     MOVE 'DIFFERS' TO WS-DL-STATUS.
008780     IF WS-BWT-SRC-SCHED (WS-TBL-IDX)
008790         NOT = WS-BWT-TGT-SCHED (WS-TBL-IDX)
008800         MOVE 'SCHEDULED' TO WS-DL-FIELD
008810         MOVE WS-BWT-SRC-SCHED (WS-TBL-IDX) TO WS-DL-SRC-VALUE
008820         MOVE WS-BWT-TGT-SCHED (WS-TBL-IDX) TO WS-DL-TGT-VALUE
008830         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
008840         SET WS-ENTRY-DIFFERS TO TRUE
008850     END-IF.
008860     IF WS-BWT-SRC-WARN (WS-TBL-IDX)
008870         NOT = WS-BWT-TGT-WARN (WS-TBL-IDX)
008880         MOVE 'WARN' TO WS-DL-FIELD
008890         MOVE WS-BWT-SRC-WARN (WS-TBL-IDX) TO WS-DL-SRC-VALUE
008900         MOVE WS-BWT-TGT-WARN (WS-TBL-IDX) TO WS-DL-TGT-VALUE
008910         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
008920         SET WS-ENTRY-DIFFERS TO TRUE
008930     END-IF.
008940     IF WS-BWT-SRC-CUTOFF (WS-TBL-IDX)
008950         NOT = WS-BWT-TGT-CUTOFF (WS-TBL-IDX)
008960         MOVE 'CUTOFF' TO WS-DL-FIELD
008970         MOVE WS-BWT-SRC-CUTOFF (WS-TBL-IDX) TO WS-DL-SRC-VALUE
008980         MOVE WS-BWT-TGT-CUTOFF (WS-TBL-IDX) TO WS-DL-TGT-VALUE
008990         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
009000         SET WS-ENTRY-DIFFERS TO TRUE
009010     END-IF.
009020     IF WS-BWT-SRC-DESC (WS-TBL-IDX)
009030         NOT = WS-BWT-TGT-DESC (WS-TBL-IDX)
009040         MOVE 'DESC' TO WS-DL-FIELD
009050         MOVE WS-BWT-SRC-DESC (WS-TBL-IDX) TO WS-DL-SRC-VALUE
009060         MOVE WS-BWT-TGT-DESC (WS-TBL-IDX) TO WS-DL-TGT-VALUE
009070         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
009080         SET WS-ENTRY-DIFFERS TO TRUE
009090     END-IF.
009100     IF WS-ENTRY-DIFFERS
009110         ADD 1 TO WS-DIFFER-COUNT
009120     END-IF.
009130 3300-EXIT.
009140     EXIT.
009150*
009160***************************************************************
009170* 4000-COMPARE-SLALIMIT.
009180*    AS 3000, ONE ENTRY PER ENVIRONMENT CODE.
009190***************************************************************
009200 4000-COMPARE-SLALIMIT.
009210     MOVE 'SLALIMIT' TO WS-CUR-FILE.
009220     MOVE SPACES TO WS-RPT-LINE.
009230     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
009240     MOVE SPACES TO WS-RPT-LINE.
009250     STRING 'SLALIMIT - CYCLE DURATION LIMITS' DELIMITED BY SIZE
009260         INTO WS-RPT-LINE.
009270     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
009280     OPEN INPUT SRC-SLA-LIMITS.
009290     IF WS-SRCSLA-NOT-FOUND
009300         MOVE 'SRCSLA' TO WS-MISSING-COPY
009310         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
009320         GO TO 4000-EXIT
009330     END-IF.
009340     IF NOT WS-SRCSLA-STATUS-OK
009350         DISPLAY 'CFGDRIFT - SRCSLA OPEN FAILED - STATUS '
009360             WS-SRCSLA-STATUS
009370         MOVE 16 TO RETURN-CODE
009380         GO TO 4000-EXIT
009390     END-IF.
009400     OPEN INPUT TGT-SLA-LIMITS.
009410     IF WS-TGTSLA-NOT-FOUND
009420         MOVE 'TGTSLA' TO WS-MISSING-COPY
009430         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
009440         CLOSE SRC-SLA-LIMITS
009450         GO TO 4000-EXIT
009460     END-IF.
009470     IF NOT WS-TGTSLA-STATUS-OK
009480         DISPLAY 'CFGDRIFT - TGTSLA OPEN FAILED - STATUS '
009490             WS-TGTSLA-STATUS
009500         MOVE 16 TO RETURN-CODE
009510         CLOSE SRC-SLA-LIMITS
009520         GO TO 4000-EXIT
009530     END-IF.
009540     PERFORM 6000-START-SECTION THRU 6000-EXIT.
009550     MOVE ZERO TO WS-SL-USED.
009560     SET WS-SIDE-SOURCE TO TRUE.
009570     PERFORM 4100-READ-SOURCE-SLA THRU 4100-EXIT.
009580     PERFORM 4200-STORE-SLA THRU 4200-EXIT
009590         UNTIL WS-SRC-EOF.
009600     SET WS-SIDE-TARGET TO TRUE.
009610     PERFORM 4150-READ-TARGET-SLA THRU 4150-EXIT.
009620     PERFORM 4200-STORE-SLA THRU 4200-EXIT
009630         UNTIL WS-TGT-EOF.
009640     CLOSE TGT-SLA-LIMITS.
009650     CLOSE SRC-SLA-LIMITS.
009660     IF NOT WS-COMPARE-FAILED
009670         PERFORM 4300-REPORT-SLA THRU 4300-EXIT
009680             VARYING WS-TBL-IDX FROM 1 BY 1
009690             UNTIL WS-TBL-IDX > WS-SL-USED
009700     END-IF.
009710     PERFORM 6900-END-SECTION THRU 6900-EXIT.
009720 4000-EXIT.
009730     EXIT.
009740*
009750***************************************************************
009760* 4100-READ-SOURCE-SLA.
009770***************************************************************
009780 4100-READ-SOURCE-SLA.
009790     MOVE SPACES TO WS-SL-WORK.
009800     READ SRC-SLA-LIMITS INTO WS-SL-WORK
009810         AT END SET WS-SRC-EOF TO TRUE
009820     END-READ.
009830     IF NOT WS-SRC-EOF AND NOT WS-SRCSLA-STATUS-OK
009840         DISPLAY 'CFGDRIFT - SRCSLA READ FAILED - STATUS '
009850             WS-SRCSLA-STATUS
009860         MOVE 16 TO RETURN-CODE
009870         SET WS-COMPARE-FAILED TO TRUE
009880         SET WS-SRC-EOF TO TRUE
009890     END-IF.
009900 4100-EXIT.
009910     EXIT.
009920*
009930***************************************************************
009940* 4150-READ-TARGET-SLA.
009950***************************************************************
009960 4150-READ-TARGET-SLA.
009970     MOVE SPACES TO WS-SL-WORK.
009980     READ TGT-SLA-LIMITS INTO WS-SL-WORK
009990         AT END SET WS-TGT-EOF TO TRUE
010000     END-READ.
010010     IF NOT WS-TGT-EOF AND NOT WS-TGTSLA-STATUS-OK
010020         DISPLAY 'CFGDRIFT - TGTSLA READ FAILED - STATUS '
010030             WS-TGTSLA-STATUS
010040         MOVE 16 TO RETURN-CODE
010050         SET WS-COMPARE-FAILED TO TRUE
010060         SET WS-TGT-EOF TO TRUE
010070     END-IF.
010080 4150-EXIT.
010090     EXIT.
010100*
010110***************************************************************
010120* 4200-STORE-SLA.
010130*    FIRST ENTRY FOR AN ENVIRONMENT WINS, AS IN CYCLWTCH.
010140***************************************************************
010150 4200-STORE-SLA.
010160     IF WS-SL-WORK = SPACES OR WS-SLW-ENV (1:1) = '*'
010170         GO TO 4200-NEXT
010180     END-IF.
010190     MOVE ZERO TO WS-FOUND-IDX.
010200     PERFORM 4250-FIND-SLA THRU 4250-EXIT
010210         VARYING WS-TBL-IDX FROM 1 BY 1
010220         UNTIL WS-TBL-IDX > WS-SL-USED OR WS-FOUND-IDX > ZERO.
010230     IF WS-FOUND-IDX = ZERO
010240         IF WS-SL-USED >= WS-SL-MAX
010250             PERFORM 6100-TABLE-FULL THRU 6100-EXIT
010260             GO TO 4200-EXIT
010270         END-IF
010280         ADD 1 TO WS-SL-USED
010290         MOVE WS-SL-USED TO WS-FOUND-IDX
010300         MOVE WS-SLW-ENV TO WS-SLT-ENV (WS-FOUND-IDX)
010310         MOVE 'N' TO WS-SLT-SRC-SW (WS-FOUND-IDX)
010320                     WS-SLT-TGT-SW (WS-FOUND-IDX)
010330         MOVE SPACES TO WS-SLT-SRC-DATA (WS-FOUND-IDX)
010340                        WS-SLT-TGT-DATA (WS-FOUND-IDX)
010350     END-IF.
010360     IF WS-SIDE-SOURCE
010370         IF WS-SLT-SRC-SW (WS-FOUND-IDX) NOT = 'Y'
010380             MOVE 'Y' TO WS-SLT-SRC-SW (WS-FOUND-IDX)
010390             MOVE WS-SLW-DATA TO WS-SLT-SRC-DATA (WS-FOUND-IDX)
010400         END-IF
010410     ELSE
010420         IF WS-SLT-TGT-SW (WS-FOUND-IDX) NOT = 'Y'
010430             MOVE 'Y' TO WS-SLT-TGT-SW (WS-FOUND-IDX)
010440             MOVE WS-SLW-DATA TO WS-SLT-TGT-DATA (WS-FOUND-IDX)
010450         END-IF
010460     END-IF.
010470 4200-NEXT.
010480     IF WS-SIDE-SOURCE
010490         PERFORM 4100-READ-SOURCE-SLA THRU 4100-EXIT
010500     ELSE
010510         PERFORM 4150-READ-TARGET-SLA THRU 4150-EXIT
010520     END-IF.
010530 4200-EXIT.
010540     EXIT.
010550*
010560***************************************************************
010570* 4250-FIND-SLA.
010580***************************************************************
010590 4250-FIND-SLA.
010600     IF WS-SLT-ENV (WS-TBL-IDX) = WS-SLW-ENV
010610         MOVE WS-TBL-IDX TO WS-FOUND-IDX
010620     END-IF.
010630 4250-EXIT.
010640     EXIT.
010650*
010660***************************************************************
010670* 4300-REPORT-SLA.
010680***************************************************************
010690 4300-REPORT-SLA.
010700     MOVE SPACES TO WS-DRIFT-LINE.
010710     MOVE WS-SLT-ENV (WS-TBL-IDX) TO WS-DL-KEY.
010720     IF WS-SLT-TGT-SW (WS-TBL-IDX) NOT = 'Y'
010730         MOVE WS-ONLY-SRC-TEXT TO WS-DL-STATUS
010740         MOVE 'ENTRY' TO WS-DL-FIELD
010750         MOVE WS-SLT-SRC-DATA (WS-TBL-IDX) TO WS-DL-SRC-VALUE
010760         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
010770         ADD 1 TO WS-ONLY-SRC-COUNT
010780         GO TO 4300-EXIT
010790     END-IF.
010800     IF WS-SLT-SRC-SW (WS-TBL-IDX) NOT = 'Y'
010810         MOVE WS-ONLY-TGT-TEXT TO WS-DL-STATUS
010820         MOVE 'ENTRY' TO WS-DL-FIELD
010830         MOVE WS-SLT-TGT-DATA (WS-TBL-IDX) TO WS-DL-TGT-VALUE
010840         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
010850         ADD 1 TO WS-ONLY-TGT-COUNT
010860         GO TO 4300-EXIT
010870     END-IF.
010880     MOVE 'N' TO WS-ENTRY-DIFFERS-SW.
010890     MOVE 'DIFFERS' TO WS-DL-STATUS.
010900     IF WS-SLT-SRC-LIMIT (WS-TBL-IDX)
010910         NOT = WS-SLT-TGT-LIMIT (WS-TBL-IDX)
010920         MOVE 'LIMIT MINS' TO WS-DL-FIELD
010930         MOVE WS-SLT-SRC-LIMIT (WS-TBL-IDX) TO WS-DL-SRC-VALUE
010940         MOVE WS-SLT-TGT-LIMIT (WS-TBL-IDX) TO WS-DL-TGT-VALUE
010950         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
010960         SET WS-ENTRY-DIFFERS TO TRUE
010970     END-IF.
010980     IF WS-SLT-SRC-DESC (WS-TBL-IDX)
010990         NOT = WS-SLT-TGT-DESC (WS-TBL-IDX)
011000         MOVE 'DESC' TO WS-DL-FIELD
011010         MOVE WS-SLT-SRC-DESC (WS-TBL-IDX) TO WS-DL-SRC-VALUE
011020         MOVE WS-SLT-TGT-DESC (WS-TBL-IDX) TO WS-DL-TGT-VALUE
011030         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
011040         SET WS-ENTRY-DIFFERS TO TRUE
011050     END-IF.
011060     IF WS-ENTRY-DIFFERS
011070         ADD 1 TO WS-DIFFER-COUNT
011080     END-IF.
011090 4300-EXIT.
011100     EXIT.
011110*
011120***************************************************************
011130* 5000-COMPARE-RUNOPTS.
011140*    BOTH DECKS ARE LOADED INTO ONE TABLE, ONE ENTRY PER
011150*    KEYWORD, THEN THE TABLE IS REPORTED.
011160***************************************************************
011170 5000-COMPARE-RUNOPTS.
011180     MOVE 'RUNOPTS' TO WS-CUR-FILE.
011190     MOVE SPACES TO WS-RPT-LINE.
011200     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
011210     MOVE SPACES TO WS-RPT-LINE.
011220     STRING 'RUNOPTS - DAILY CYCLE RUN OPTIONS' DELIMITED BY SIZE
011230         INTO WS-RPT-LINE.
011240     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
011250     OPEN INPUT SRC-RUN-OPTIONS.
011260     IF WS-SRCOPTS-NOT-FOUND
011270         MOVE 'SRCOPTS' TO WS-MISSING-COPY
011280         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
011290         GO TO 5000-EXIT
011300     END-IF.
011310     IF NOT WS-SRCOPTS-STATUS-OK
011320         DISPLAY 'CFGDRIFT - SRCOPTS OPEN FAILED - STATUS '
011330             WS-SRCOPTS-STATUS
011340         MOVE 16 TO RETURN-CODE
011350         GO TO 5000-EXIT
011360     END-IF.
011370     OPEN INPUT TGT-RUN-OPTIONS.
011380     IF WS-TGTOPTS-NOT-FOUND
011390         MOVE 'TGTOPTS' TO WS-MISSING-COPY
011400         PERFORM 7200-PRINT-NOT-COMPARED THRU 7200-EXIT
011410         CLOSE SRC-RUN-OPTIONS
011420         GO TO 5000-EXIT
011430     END-IF.
011440     IF NOT WS-TGTOPTS-STATUS-OK
011450         DISPLAY 'CFGDRIFT - TGTOPTS OPEN FAILED - STATUS '
011460             WS-TGTOPTS-STATUS
011470         MOVE 16 TO RETURN-CODE
011480         CLOSE SRC-RUN-OPTIONS
011490         GO TO 5000-EXIT
011500     END-IF.
011510     PERFORM 6000-START-SECTION THRU 6000-EXIT.
011520     MOVE ZERO TO WS-OP-USED.
011530     SET WS-SIDE-SOURCE TO TRUE.
011540     PERFORM 5100-READ-SOURCE-OPT THRU 5100-EXIT.
011550     PERFORM 5200-STORE-OPT THRU 5200-EXIT
011560         UNTIL WS-SRC-EOF.
011570     SET WS-SIDE-TARGET TO TRUE.
011580     PERFORM 5150-READ-TARGET-OPT THRU 5150-EXIT.
011590     PERFORM 5200-STORE-OPT THRU 5200-EXIT
011600         UNTIL WS-TGT-EOF.
011610     CLOSE TGT-RUN-OPTIONS.
011620     CLOSE SRC-RUN-OPTIONS.
011630     IF NOT WS-COMPARE-FAILED
011640         PERFORM 5300-REPORT-OPT THRU 5300-EXIT
011650             VARYING WS-TBL-IDX FROM 1 BY 1
011660             UNTIL WS-TBL-IDX > WS-OP-USED
011670     END-IF.
011680     PERFORM 6900-END-SECTION THRU 6900-EXIT.
011690 5000-EXIT.
011700     EXIT.
011710*
011720***************************************************************
011730* 5100-READ-SOURCE-OPT.
011740***************************************************************
011750 5100-READ-SOURCE-OPT.
011760     MOVE SPACES TO WS-OPT-WORK.
011770     READ SRC-RUN-OPTIONS INTO WS-OPT-WORK
011780         AT END SET WS-SRC-EOF TO TRUE
011790     END-READ.
011800     IF NOT WS-SRC-EOF AND NOT WS-SRCOPTS-STATUS-OK
011810         DISPLAY 'CFGDRIFT - SRCOPTS READ FAILED - STATUS '
011820             WS-SRCOPTS-STATUS
011830         MOVE 16 TO RETURN-CODE
011840         SET WS-COMPARE-FAILED TO TRUE
011850         SET WS-SRC-EOF TO TRUE
011860     END-IF.
011870 5100-EXIT.
011880     EXIT.
011890*
011900***************************************************************
011910* 5150-READ-TARGET-OPT.
011920***************************************************************
011930 5150-READ-TARGET-OPT.
011940     MOVE SPACES TO WS-OPT-WORK.
011950     READ TGT-RUN-OPTIONS INTO WS-OPT-WORK
011960         AT END SET WS-TGT-EOF TO TRUE
011970     END-READ.
011980     IF NOT WS-TGT-EOF AND NOT WS-TGTOPTS-STATUS-OK
011990         DISPLAY 'CFGDRIFT - TGTOPTS READ FAILED - STATUS '
012000             WS-TGTOPTS-STATUS
012010         MOVE 16 TO RETURN-CODE
012020         SET WS-COMPARE-FAILED TO TRUE
012030         SET WS-TGT-EOF TO TRUE
012040     END-IF.
012050 5150-EXIT.
012060     EXIT.
012070*
012080***************************************************************
012090* 5200-STORE-OPT.
012100*    CARDS ARE KEYWORD=VALUE, SPLIT AS HELLOCBL SPLITS THEM.
012110*    HELLOCBL ACTS ON EVERY CARD IN TURN, SO THE LAST CARD FOR
012120*    A KEYWORD IN A DECK IS THE ONE THAT COUNTS.
012130***************************************************************
012140 5200-STORE-OPT.
012150     IF WS-OPT-WORK = SPACES OR WS-OPT-WORK (1:1) = '*'
012160         GO TO 5200-NEXT
012170     END-IF.
012180     MOVE SPACES TO WS-OPT-KEYWORD WS-OPT-VALUE.
012190     UNSTRING WS-OPT-WORK DELIMITED BY '='
012200         INTO WS-OPT-KEYWORD WS-OPT-VALUE.
012210     MOVE ZERO TO WS-FOUND-IDX.
012220     PERFORM 5250-FIND-OPT THRU 5250-EXIT
012230         VARYING WS-TBL-IDX FROM 1 BY 1
012240         UNTIL WS-TBL-IDX > WS-OP-USED OR WS-FOUND-IDX > ZERO.
012250     IF WS-FOUND-IDX = ZERO
012260         IF WS-OP-USED >= WS-OP-MAX
012270             PERFORM 6100-TABLE-FULL THRU 6100-EXIT
012280             GO TO 5200-EXIT
012290         END-IF
012300         ADD 1 TO WS-OP-USED
012310         MOVE WS-OP-USED TO WS-FOUND-IDX
012320         MOVE WS-OPT-KEYWORD TO WS-OPT-KEY (WS-FOUND-IDX)
012330         MOVE 'N' TO WS-OPT-SRC-SW (WS-FOUND-IDX)
012340                     WS-OPT-TGT-SW (WS-FOUND-IDX)
012350         MOVE SPACES TO WS-OPT-SRC-VALUE (WS-FOUND-IDX)
012360                        WS-OPT-TGT-VALUE (WS-FOUND-IDX)
012370     END-IF.
012380     IF WS-SIDE-SOURCE
012390         MOVE 'Y' TO WS-OPT-SRC-SW (WS-FOUND-IDX)
012400         MOVE WS-OPT-VALUE TO WS-OPT-SRC-VALUE (WS-FOUND-IDX)
012410     ELSE
012420         MOVE 'Y' TO WS-OPT-TGT-SW (WS-FOUND-IDX)
012430         MOVE WS-OPT-VALUE TO WS-OPT-TGT-VALUE (WS-FOUND-IDX)
012440     END-IF.
012450 5200-NEXT.
012460     IF WS-SIDE-SOURCE
012470         PERFORM 5100-READ-SOURCE-OPT THRU 5100-EXIT
012480     ELSE
012490         PERFORM 5150-READ-TARGET-OPT THRU 5150-EXIT
012500     END-IF.
012510 5200-EXIT.
012520     EXIT.
012530*
012540***************************************************************
012550* 5250-FIND-OPT.
012560***************************************************************
012570 5250-FIND-OPT.
012580     IF WS-OPT-KEY (WS-TBL-IDX) = WS-OPT-KEYWORD
012590         MOVE WS-TBL-IDX TO WS-FOUND-IDX
012600     END-IF.
012610 5250-EXIT.
012620     EXIT.
012630*
012640***************************************************************
012650* 5300-REPORT-OPT.
012660*    EACH DECK'S ENV= CARD SHOULD NAME ITS OWN ENVIRONMENT -
012670*    THAT DIFFERENCE IS NOT DRIFT.  ANY OTHER ENV= VALUE IS.
012680***************************************************************
012690 5300-REPORT-OPT.
012700     MOVE SPACES TO WS-DRIFT-LINE.
012710     MOVE WS-OPT-KEY (WS-TBL-IDX) TO WS-DL-KEY.
012720     MOVE 'VALUE' TO WS-DL-FIELD.
012730     IF WS-OPT-TGT-SW (WS-TBL-IDX) NOT = 'Y'
012740         MOVE WS-ONLY-SRC-TEXT TO WS-DL-STATUS
012750         MOVE WS-OPT-SRC-VALUE (WS-TBL-IDX) TO WS-DL-SRC-VALUE
012760         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
012770         ADD 1 TO WS-ONLY-SRC-COUNT
012780         GO TO 5300-EXIT
012790     END-IF.
012800     IF WS-OPT-SRC-SW (WS-TBL-IDX) NOT = 'Y'
012810         MOVE WS-ONLY-TGT-TEXT TO WS-DL-STATUS
012820         MOVE WS-OPT-TGT-VALUE (WS-TBL-IDX) TO WS-DL-TGT-VALUE
012830         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
012840         ADD 1 TO WS-ONLY-TGT-COUNT
012850         GO TO 5300-EXIT
012860     END-IF.
012870     IF WS-OPT-KEY (WS-TBL-IDX) = 'ENV'
012880         AND WS-OPT-SRC-VALUE (WS-TBL-IDX) = WS-SRC-ENV
012890         AND WS-OPT-TGT-VALUE (WS-TBL-IDX) = WS-TGT-ENV
012900         GO TO 5300-EXIT
012910     END-IF.
012920     IF WS-OPT-SRC-VALUE (WS-TBL-IDX)
012930         NOT = WS-OPT-TGT-VALUE (WS-TBL-IDX)
012940         OR WS-OPT-KEY (WS-TBL-IDX) = 'ENV'
012950         MOVE 'DIFFERS' TO WS-DL-STATUS
012960         MOVE WS-OPT-SRC-VALUE (WS-TBL-IDX) TO WS-DL-SRC-VALUE
012970         MOVE WS-OPT-TGT-VALUE (WS-TBL-IDX) TO WS-DL-TGT-VALUE
012980         PERFORM 7000-PRINT-DRIFT-LINE THRU 7000-EXIT
012990         ADD 1 TO WS-DIFFER-COUNT
013000     END-IF.
013010 5300-EXIT.
013020     EXIT.
013030*
013040***************************************************************
013050* 6000-START-SECTION.
013060*    BOTH COPIES ARE OPEN - RESET FOR THE NEXT FILE AND PRINT
013070*    THE COLUMN HEADINGS.
013080***************************************************************
013090 6000-START-SECTION.
013100     MOVE 'N' TO WS-SRC-EOF-SW WS-TGT-EOF-SW
013110                 WS-COMPARE-FAILED-SW.
013120     MOVE LOW-VALUES TO WS-SRC-LANG-KEY WS-TGT-LANG-KEY.
013130     MOVE ZERO TO WS-SECTION-DRIFT.
013140     MOVE WS-DRIFT-HEADING TO WS-RPT-LINE.
013150     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
013160 6000-EXIT.
013170     EXIT.
013180*
013190***************************************************************
013200* 6100-TABLE-FULL.
013210***************************************************************
013220 6100-TABLE-FULL.
013230     DISPLAY 'CFGDRIFT - ' WS-CUR-FILE ' TABLE FULL - NOT '
013240         'COMPARED'.
013250     MOVE 16 TO RETURN-CODE.
013260     SET WS-COMPARE-FAILED TO TRUE.
013270     SET WS-SRC-EOF TO TRUE.
013280     SET WS-TGT-EOF TO TRUE.
013290 6100-EXIT.
013300     EXIT.
013310*
013320***************************************************************
013330* 6900-END-SECTION.
013340***************************************************************
013350 6900-END-SECTION.
013360     IF WS-COMPARE-FAILED
013370         MOVE SPACES TO WS-RPT-LINE
013380         STRING ' (COMPARE STOPPED - SEE JOB LOG)'
013390             DELIMITED BY SIZE INTO WS-RPT-LINE
013400         PERFORM 8950-PRINT-LINE THRU 8950-EXIT
013410         GO TO 6900-EXIT
013420     END-IF.
013430     IF WS-SECTION-DRIFT = ZERO
013440         MOVE SPACES TO WS-RPT-LINE
013450         STRING ' (NO DRIFT - ' WS-SRC-ENV ' AND ' WS-TGT-ENV
013460             ' COPIES AGREE)' DELIMITED BY SIZE INTO WS-RPT-LINE
013470         PERFORM 8950-PRINT-LINE THRU 8950-EXIT
013480     END-IF.
013490 6900-EXIT.
013500     EXIT.
013510*
013520***************************************************************
013530* 7000-PRINT-DRIFT-LINE.
013540*    KEY, STATUS, FIELD, AND VALUES ARE SET BY THE CALLER.
013550***************************************************************
013560 7000-PRINT-DRIFT-LINE.
013570     MOVE WS-CUR-FILE TO WS-DL-FILE.
013580     MOVE WS-DRIFT-LINE TO WS-RPT-LINE.
013590     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
013600     ADD 1 TO WS-SECTION-DRIFT.
013610 7000-EXIT.
013620     EXIT.
013630*
013640***************************************************************
013650* 7200-PRINT-NOT-COMPARED.
013660*    A MISSING COPY IS NOT THE SAME AS AN EMPTY ONE - THE FILE
013670*    IS SKIPPED RATHER THAN REPORTED AS ALL ONE-SIDED.
013680***************************************************************
013690 7200-PRINT-NOT-COMPARED.
013700     ADD 1 TO WS-NOT-COMPARED.
013710     MOVE SPACES TO WS-RPT-LINE.
013720     STRING ' (NOT COMPARED - ' WS-MISSING-COPY ' NOT FOUND)'
013730         DELIMITED BY SIZE INTO WS-RPT-LINE.
013740     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
013750     DISPLAY 'CFGDRIFT - ' WS-MISSING-COPY ' NOT FOUND - '
013760         WS-CUR-FILE ' NOT COMPARED'.
013770 7200-EXIT.
013780     EXIT.
013790*
013800***************************************************************
013810* 8000-PRINT-TOTALS.
013820***************************************************************
013830 8000-PRINT-TOTALS.
013840     MOVE SPACES TO WS-RPT-LINE.
013850     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
013860     MOVE WS-ONLY-SRC-COUNT TO WS-COUNT-EDIT.
013870     MOVE SPACES TO WS-RPT-LINE.
013880     STRING 'ENTRIES ONLY IN ' WS-SRC-ENV '     : ' WS-COUNT-EDIT
013890         DELIMITED BY SIZE INTO WS-RPT-LINE.
013900     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
013910     MOVE WS-ONLY-TGT-COUNT TO WS-COUNT-EDIT.
013920     MOVE SPACES TO WS-RPT-LINE.
013930     STRING 'ENTRIES ONLY IN ' WS-TGT-ENV '     : ' WS-COUNT-EDIT
013940         DELIMITED BY SIZE INTO WS-RPT-LINE.
013950     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
013960     MOVE WS-DIFFER-COUNT TO WS-COUNT-EDIT.
013970     MOVE SPACES TO WS-RPT-LINE.
013980     STRING 'ENTRIES THAT DIFFER      : ' WS-COUNT-EDIT
013990         DELIMITED BY SIZE INTO WS-RPT-LINE.
014000     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
014010     MOVE WS-NOT-COMPARED TO WS-COUNT-EDIT.
014020     MOVE SPACES TO WS-RPT-LINE.
014030     STRING 'FILES NOT COMPARED       : ' WS-COUNT-EDIT
014040         DELIMITED BY SIZE INTO WS-RPT-LINE.
014050     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
014060     MOVE WS-DECK-ADDS TO WS-COUNT-EDIT.
014070     MOVE SPACES TO WS-RPT-LINE.
014080     STRING 'DRIFTDCK ADD CARDS       : ' WS-COUNT-EDIT
014090         DELIMITED BY SIZE INTO WS-RPT-LINE.
014100     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
014110     MOVE WS-DECK-CHANGES TO WS-COUNT-EDIT.
014120     MOVE SPACES TO WS-RPT-LINE.
014130     STRING 'DRIFTDCK CHANGE CARDS    : ' WS-COUNT-EDIT
014140         DELIMITED BY SIZE INTO WS-RPT-LINE.
014150     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
014160     MOVE WS-DECK-DELETES TO WS-COUNT-EDIT.
014170     MOVE SPACES TO WS-RPT-LINE.
014180     STRING 'DRIFTDCK DELETE CARDS    : ' WS-COUNT-EDIT
014190         DELIMITED BY SIZE INTO WS-RPT-LINE.
014200     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
014210 8000-EXIT.
014220     EXIT.
014230*
014240***************************************************************
014250* 8950-PRINT-LINE.
014260***************************************************************
014270 8950-PRINT-LINE.
014280     MOVE ' ' TO RPT-CARRIAGE-CONTROL.
014290     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
014300     WRITE RPT-RECORD.
014310     IF NOT WS-DRIFTRPT-STATUS-OK
014320         DISPLAY 'CFGDRIFT - DRIFTRPT WRITE FAILED - STATUS '
014330             WS-DRIFTRPT-STATUS
014340         MOVE 16 TO RETURN-CODE
014350     END-IF.
014360 8950-EXIT.
014370     EXIT.
