000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FRZRPT.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - CHANGE-FREEZE OVERRIDE
000140*                   REPORT FOR THE CHANGE BOARD.  LISTS EVERY
000150*                   FREEZE ON FREEZCAL AND, UNDER EACH, EVERY
000160*                   EMERGENCY OVERRIDE TAKEN DURING IT (FROM
000170*                   FRZLOG): WHEN, WHICH JOB AND ACTION, WHO,
000180*                   AND UNDER WHICH EMERGENCY TICKET.
000190***************************************************************
000200*
000210* AN OVERRIDE BELONGS TO THE FREEZE IT WAS LOGGED AGAINST -
000220* FRZCHK COPIES THE FREEZE'S ENVIRONMENT, DATES, AND CHANGE
000230* TICKET ONTO THE FRZLOG ENTRY.  OVERRIDES WHOSE FREEZE IS NO
000240* LONGER ON FREEZCAL (EDITED OR REMOVED SINCE, OR TAKEN WHEN
000250* THE CALENDAR COULD NOT BE READ) ARE LISTED SEPARATELY AT THE
000260* END AND END THE STEP RC 4, SO NONE DROPS OFF THE BOARD'S
000270* VIEW.  THE REPORT GOES TO FRZRPT.  NO PARM.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330*
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FREEZE-CALENDAR ASSIGN TO "FREEZCAL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FREEZCAL-STATUS.
000390     SELECT FREEZE-LOG ASSIGN TO "FRZLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FRZLOG-STATUS.
000420     SELECT FREEZE-REPORT ASSIGN TO "FRZRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FRZRPT-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480*
000490 FD  FREEZE-CALENDAR
000500     LABEL RECORDS ARE STANDARD.
000510 COPY FRZCAL.
000520*
000530 FD  FREEZE-LOG
000540     LABEL RECORDS ARE STANDARD.
000550 COPY FRZOVR.
000560*
000570 FD  FREEZE-REPORT
000580     LABEL RECORDS ARE STANDARD.
000590 01  RPT-RECORD.
000600     05 RPT-CARRIAGE-CONTROL PIC X(01).
000610     05 RPT-LINE-TEXT        PIC X(132).
000620*
000630 WORKING-STORAGE SECTION.
000640*
000650***************************************************************
000660*  JOB IDENTIFICATION AND RUN TIMESTAMP
000670***************************************************************
000680 01 WS-JOB-NAME PIC X(08) VALUE 'FRZRPT'.
000690*
000700 01 WS-RUN-DATE-TIME.
000710     05 WS-RUN-DATE.
000720         10 WS-RUN-YYYY PIC 9(04).
000730         10 WS-RUN-MM   PIC 9(02).
000740         10 WS-RUN-DD   PIC 9(02).
000750     05 WS-RUN-TIME.
000760         10 WS-RUN-HH   PIC 9(02).
000770         10 WS-RUN-MN   PIC 9(02).
000780         10 WS-RUN-SS   PIC 9(02).
000790         10 WS-RUN-HS   PIC 9(02).
000800*
000810 01 WS-TIMESTAMP-PLAIN.
000820     05 WS-TS-YYYY PIC 9(04).
000830     05 FILLER     PIC X(01) VALUE '-'.
000840     05 WS-TS-MM   PIC 9(02).
000850     05 FILLER     PIC X(01) VALUE '-'.
000860     05 WS-TS-DD   PIC 9(02).
000870     05 FILLER     PIC X(01) VALUE SPACE.
000880     05 WS-TS-HH   PIC 9(02).
000890     05 FILLER     PIC X(01) VALUE ':'.
000900     05 WS-TS-MN   PIC 9(02).
000910     05 FILLER     PIC X(01) VALUE ':'.
000920     05 WS-TS-SS   PIC 9(02).
000930*
000940***************************************************************
000950*  OVERRIDE TABLE - FRZLOG IN FILE ORDER, EACH ENTRY FLAGGED
000960*  ONCE IT HAS BEEN PRINTED UNDER ITS FREEZE.
000970***************************************************************
000980 01 WS-OVR-MAX  PIC 9(03) COMP VALUE 500.
000990 01 WS-OVR-USED PIC 9(03) COMP VALUE 0.
001000 01 WS-OVR-TABLE.
001010     05 WS-OVR-ENTRY OCCURS 500 TIMES.
001020         10 WS-OV-TIMESTAMP  PIC X(19).
001030         10 WS-OV-ENV        PIC X(04).
001040         10 WS-OV-JOB        PIC X(08).
001050         10 WS-OV-ACTION     PIC X(08).
001060         10 WS-OV-USER       PIC X(08).
001070         10 WS-OV-TICKET     PIC X(08).
001080         10 WS-OV-FRZ-ENV    PIC X(04).
001090         10 WS-OV-FRZ-FROM   PIC X(08).
001100         10 WS-OV-FRZ-THRU   PIC X(08).
001110         10 WS-OV-FRZ-TICKET PIC X(08).
001120         10 WS-OV-MATCHED    PIC X(01).
001130 01 WS-OVR-IDX PIC 9(03) COMP.
001140*
001150***************************************************************
001160*  COUNTS
001170***************************************************************
001180 01 WS-FREEZE-COUNT    PIC 9(05) COMP VALUE 0.
001190 01 WS-MATCHED-COUNT   PIC 9(05) COMP VALUE 0.
001200 01 WS-UNMATCHED-COUNT PIC 9(05) COMP VALUE 0.
001210 01 WS-FREEZE-OVR-COUNT PIC 9(05) COMP VALUE 0.
001220 01 WS-COUNT-EDIT PIC ZZ,ZZ9.
001230*
001240***************************************************************
001250*  SWITCHES
001260***************************************************************
001270 01 WS-FREEZCAL-SW PIC X(01) VALUE 'N'.
001280     88 WS-FREEZCAL-EOF VALUE 'Y'.
001290 01 WS-FRZLOG-SW PIC X(01) VALUE 'N'.
001300     88 WS-FRZLOG-EOF VALUE 'Y'.
001310*
001320***************************************************************
001330*  FILE STATUS FIELDS
001340***************************************************************
001350 01 WS-FREEZCAL-STATUS PIC X(02) VALUE '00'.
001360     88 WS-FREEZCAL-STATUS-OK VALUE '00'.
001370     88 WS-FREEZCAL-NOT-FOUND VALUE '35'.
001380 01 WS-FRZLOG-STATUS PIC X(02) VALUE '00'.
001390     88 WS-FRZLOG-STATUS-OK VALUE '00'.
001400     88 WS-FRZLOG-NOT-FOUND VALUE '35'.
001410 01 WS-FRZRPT-STATUS PIC X(02) VALUE '00'.
001420     88 WS-FRZRPT-STATUS-OK VALUE '00'.
001430*
001440***************************************************************
001450*  REPORT LINES
001460***************************************************************
001470 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
001480 01 WS-OVR-HEADING.
001490     05 FILLER PIC X(05) VALUE SPACES.
001500     05 FILLER PIC X(21) VALUE 'TAKEN AT'.
001510     05 FILLER PIC X(06) VALUE 'ENV'.
001520     05 FILLER PIC X(10) VALUE 'JOB'.
001530     05 FILLER PIC X(10) VALUE 'ACTION'.
001540     05 FILLER PIC X(10) VALUE 'USER'.
001550     05 FILLER PIC X(10) VALUE 'TICKET'.
001560     05 FILLER PIC X(60) VALUE 'FREEZE LOGGED AGAINST'.
001570 01 WS-OVR-LINE.
001580     05 FILLER         PIC X(05) VALUE SPACES.
001590     05 WS-OL-TIMESTAMP PIC X(19).
001600     05 FILLER         PIC X(02) VALUE SPACES.
001610     05 WS-OL-ENV      PIC X(04).
001620     05 FILLER         PIC X(02) VALUE SPACES.
001630     05 WS-OL-JOB      PIC X(08).
001640     05 FILLER         PIC X(02) VALUE SPACES.
001650     05 WS-OL-ACTION   PIC X(08).
001660     05 FILLER         PIC X(02) VALUE SPACES.
001670     05 WS-OL-USER     PIC X(08).
001680     05 FILLER         PIC X(02) VALUE SPACES.
001690     05 WS-OL-TICKET   PIC X(08).
001700     05 FILLER         PIC X(02) VALUE SPACES.
001710     05 WS-OL-FREEZE   PIC X(60).
001720*
001730 PROCEDURE DIVISION.
001740*
001750***************************************************************
001760* 0000-MAINLINE.
001770***************************************************************
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 2000-LOAD-OVERRIDES THRU 2000-EXIT.
001810     IF RETURN-CODE NOT = ZERO
001820         STOP RUN
001830     END-IF.
001840     OPEN OUTPUT FREEZE-REPORT.
001850     IF NOT WS-FRZRPT-STATUS-OK
001860         DISPLAY 'FRZRPT - FRZRPT OPEN FAILED - STATUS '
001870             WS-FRZRPT-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     PERFORM 3000-PRINT-FREEZES THRU 3000-EXIT.
001920     PERFORM 4000-PRINT-UNMATCHED THRU 4000-EXIT.
001930     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001940     CLOSE FREEZE-REPORT.
001950     DISPLAY 'FRZRPT - FREEZES ' WS-FREEZE-COUNT
001960         ' OVERRIDES ' WS-OVR-USED
001970         ' UNMATCHED ' WS-UNMATCHED-COUNT.
001980     IF WS-UNMATCHED-COUNT > ZERO AND RETURN-CODE = ZERO
001990         MOVE 4 TO RETURN-CODE
002000     END-IF.
002010     STOP RUN.
002020*
002030***************************************************************
002040* 1000-INITIALIZE.
002050***************************************************************
002060 1000-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002080     ACCEPT WS-RUN-TIME FROM TIME.
002090     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
002100     MOVE WS-RUN-MM   TO WS-TS-MM.
002110     MOVE WS-RUN-DD   TO WS-TS-DD.
002120     MOVE WS-RUN-HH   TO WS-TS-HH.
002130     MOVE WS-RUN-MN   TO WS-TS-MN.
002140     MOVE WS-RUN-SS   TO WS-TS-SS.
002150 1000-EXIT.
002160     EXIT.
002170*
002180***************************************************************
002190* 2000-LOAD-OVERRIDES.
002200*    NO FRZLOG MEANS NO OVERRIDE HAS EVER BEEN TAKEN - THE
002210*    FREEZES STILL PRINT.  A LOG TOO BIG FOR THE TABLE STOPS
002220*    THE STEP RC 16 RATHER THAN SHOW THE BOARD A SHORT LIST.
002230***************************************************************
002240 2000-LOAD-OVERRIDES.
002250     OPEN INPUT FREEZE-LOG.
002260     IF WS-FRZLOG-NOT-FOUND
002270         GO TO 2000-EXIT
002280     END-IF.
002290     IF NOT WS-FRZLOG-STATUS-OK
002300         DISPLAY 'FRZRPT - FRZLOG OPEN FAILED - STATUS '
002310             WS-FRZLOG-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         GO TO 2000-EXIT
002340     END-IF.
002350     PERFORM 2100-READ-OVERRIDE THRU 2100-EXIT.
002360     PERFORM 2200-STORE-OVERRIDE THRU 2200-EXIT
002370         UNTIL WS-FRZLOG-EOF.
002380     CLOSE FREEZE-LOG.
002390 2000-EXIT.
002400     EXIT.
002410*
002420***************************************************************
002430* 2100-READ-OVERRIDE.
002440***************************************************************
002450 2100-READ-OVERRIDE.
002460     READ FREEZE-LOG
002470         AT END SET WS-FRZLOG-EOF TO TRUE
002480     END-READ.
002490     IF NOT WS-FRZLOG-EOF AND NOT WS-FRZLOG-STATUS-OK
002500         DISPLAY 'FRZRPT - FRZLOG READ FAILED - STATUS '
002510             WS-FRZLOG-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         SET WS-FRZLOG-EOF TO TRUE
002540     END-IF.
002550 2100-EXIT.
002560     EXIT.
002570*
002580***************************************************************
002590* 2200-STORE-OVERRIDE.
002600***************************************************************
002610 2200-STORE-OVERRIDE.
002620     IF FREEZE-OVERRIDE-RECORD = SPACES
002630         GO TO 2200-NEXT
002640     END-IF.
002650     IF WS-OVR-USED >= WS-OVR-MAX
002660         DISPLAY 'FRZRPT - OVERRIDE TABLE FULL - REPORT NOT '
002670             'PRODUCED'
002680         MOVE 16 TO RETURN-CODE
002690         SET WS-FRZLOG-EOF TO TRUE
002700         GO TO 2200-EXIT
002710     END-IF.
002720     ADD 1 TO WS-OVR-USED.
002730     MOVE FO-TIMESTAMP       TO WS-OV-TIMESTAMP (WS-OVR-USED).
002740     MOVE FO-ENVIRONMENT     TO WS-OV-ENV (WS-OVR-USED).
002750     MOVE FO-JOB-NAME        TO WS-OV-JOB (WS-OVR-USED).
002760     MOVE FO-ACTION          TO WS-OV-ACTION (WS-OVR-USED).
002770     MOVE FO-USER-ID         TO WS-OV-USER (WS-OVR-USED).
002780     MOVE FO-EMERG-TICKET    TO WS-OV-TICKET (WS-OVR-USED).
002790     MOVE FO-FRZ-ENVIRONMENT TO WS-OV-FRZ-ENV (WS-OVR-USED).
002800     MOVE FO-FRZ-FROM-DATE   TO WS-OV-FRZ-FROM (WS-OVR-USED).
002810     MOVE FO-FRZ-THRU-DATE   TO WS-OV-FRZ-THRU (WS-OVR-USED).
002820     MOVE FO-FRZ-TICKET      TO WS-OV-FRZ-TICKET (WS-OVR-USED).
002830     MOVE 'N'                TO WS-OV-MATCHED (WS-OVR-USED).
002840 2200-NEXT.
002850     PERFORM 2100-READ-OVERRIDE THRU 2100-EXIT.
002860 2200-EXIT.
002870     EXIT.
002880*
002890***************************************************************
002900* 3000-PRINT-FREEZES.
002910*    ONE BLOCK PER FREEZE, IN FREEZCAL ORDER.
002920***************************************************************
002930 3000-PRINT-FREEZES.
002940     MOVE SPACES TO WS-RPT-LINE.
002950     STRING 'FRZRPT - CHANGE-FREEZE EMERGENCY OVERRIDE REPORT  '
002960         WS-TIMESTAMP-PLAIN DELIMITED BY SIZE INTO WS-RPT-LINE.
002970     MOVE '1' TO RPT-CARRIAGE-CONTROL.
002980     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
002990     WRITE RPT-RECORD.
003000     OPEN INPUT FREEZE-CALENDAR.
003010     IF WS-FREEZCAL-NOT-FOUND
003020         GO TO 3000-NONE
003030     END-IF.
003040     IF NOT WS-FREEZCAL-STATUS-OK
003050         DISPLAY 'FRZRPT - FREEZCAL OPEN FAILED - STATUS '
003060             WS-FREEZCAL-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         GO TO 3000-EXIT
003090     END-IF.
003100     PERFORM 3100-READ-FREEZE THRU 3100-EXIT.
003110     PERFORM 3200-PRINT-ONE-FREEZE THRU 3200-EXIT
003120         UNTIL WS-FREEZCAL-EOF.
003130     CLOSE FREEZE-CALENDAR.
003140 3000-NONE.
003150     IF WS-FREEZE-COUNT = ZERO
003160         MOVE SPACES TO WS-RPT-LINE
003170         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
003180         MOVE SPACES TO WS-RPT-LINE
003190         STRING '     (NO FREEZES ON FREEZCAL)'
003200             DELIMITED BY SIZE INTO WS-RPT-LINE
003210         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
003220     END-IF.
003230 3000-EXIT.
003240     EXIT.
003250*
003260***************************************************************
003270* 3100-READ-FREEZE.
003280***************************************************************
003290 3100-READ-FREEZE.
003300     READ FREEZE-CALENDAR
003310         AT END SET WS-FREEZCAL-EOF TO TRUE
003320     END-READ.
003330     IF NOT WS-FREEZCAL-EOF AND NOT WS-FREEZCAL-STATUS-OK
003340         DISPLAY 'FRZRPT - FREEZCAL READ FAILED - STATUS '
003350             WS-FREEZCAL-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         SET WS-FREEZCAL-EOF TO TRUE
003380     END-IF.
003390 3100-EXIT.
003400     EXIT.
003410*
003420***************************************************************
003430* 3200-PRINT-ONE-FREEZE.
003440*    THE FREEZE LINE, THEN EVERY OVERRIDE LOGGED AGAINST IT.
003450***************************************************************
003460 3200-PRINT-ONE-FREEZE.
003470     IF FREEZE-RECORD = SPACES OR FZ-ENVIRONMENT (1:1) = '*'
003480         GO TO 3200-NEXT
003490     END-IF.
003500     ADD 1 TO WS-FREEZE-COUNT.
003510     MOVE ZERO TO WS-FREEZE-OVR-COUNT.
003520     MOVE SPACES TO WS-RPT-LINE.
003530     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
003540     MOVE SPACES TO WS-RPT-LINE.
003550     STRING 'FREEZE ' FZ-ENVIRONMENT ' ' FZ-FROM-DATE ' THRU '
003560         FZ-THRU-DATE ' LEVEL ' FZ-LEVEL ' CHANGE '
003570         FZ-CHANGE-TICKET ' - ' FZ-REASON
003580         DELIMITED BY SIZE INTO WS-RPT-LINE.
003590     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
003600     MOVE WS-OVR-HEADING TO WS-RPT-LINE.
003610     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
003620     PERFORM 3300-MATCH-OVERRIDE THRU 3300-EXIT
003630         VARYING WS-OVR-IDX FROM 1 BY 1
003640         UNTIL WS-OVR-IDX > WS-OVR-USED.
003650     IF WS-FREEZE-OVR-COUNT = ZERO
003660         MOVE SPACES TO WS-RPT-LINE
003670         STRING '     (NO EMERGENCY OVERRIDES TAKEN)'
003680             DELIMITED BY SIZE INTO WS-RPT-LINE
003690         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
003700     END-IF.
003710 3200-NEXT.
003720     PERFORM 3100-READ-FREEZE THRU 3100-EXIT.
003730 3200-EXIT.
003740     EXIT.
003750*
003760***************************************************************
003770* 3300-MATCH-OVERRIDE.
003780***************************************************************
003790 3300-MATCH-OVERRIDE.
003800     IF WS-OV-FRZ-ENV (WS-OVR-IDX) NOT = FZ-ENVIRONMENT
003810         OR WS-OV-FRZ-FROM (WS-OVR-IDX) NOT = FZ-FROM-DATE
003820         OR WS-OV-FRZ-THRU (WS-OVR-IDX) NOT = FZ-THRU-DATE
003830         OR WS-OV-FRZ-TICKET (WS-OVR-IDX) NOT = FZ-CHANGE-TICKET
003840         GO TO 3300-EXIT
003850     END-IF.
003860     IF WS-OV-MATCHED (WS-OVR-IDX) NOT = 'Y'
003870         MOVE 'Y' TO WS-OV-MATCHED (WS-OVR-IDX)
003880         ADD 1 TO WS-MATCHED-COUNT
003890     END-IF.
003900     ADD 1 TO WS-FREEZE-OVR-COUNT.
003910     PERFORM 3400-PRINT-OVERRIDE THRU 3400-EXIT.
003920 3300-EXIT.
003930     EXIT.
003940*
003950***************************************************************
003960* 3400-PRINT-OVERRIDE.
003970***************************************************************
003980 3400-PRINT-OVERRIDE.
003990     MOVE SPACES TO WS-OL-FREEZE.
004000     MOVE WS-OV-TIMESTAMP (WS-OVR-IDX) TO WS-OL-TIMESTAMP.
004010     MOVE WS-OV-ENV (WS-OVR-IDX)       TO WS-OL-ENV.
004020     MOVE WS-OV-JOB (WS-OVR-IDX)       TO WS-OL-JOB.
004030     MOVE WS-OV-ACTION (WS-OVR-IDX)    TO WS-OL-ACTION.
004040     MOVE WS-OV-USER (WS-OVR-IDX)      TO WS-OL-USER.
004050     MOVE WS-OV-TICKET (WS-OVR-IDX)    TO WS-OL-TICKET.
004060     STRING WS-OV-FRZ-ENV (WS-OVR-IDX) ' '
004070         WS-OV-FRZ-FROM (WS-OVR-IDX) ' THRU '
004080         WS-OV-FRZ-THRU (WS-OVR-IDX) ' '
004090         WS-OV-FRZ-TICKET (WS-OVR-IDX)
004100         DELIMITED BY SIZE INTO WS-OL-FREEZE.
004110     MOVE WS-OVR-LINE TO WS-RPT-LINE.
004120     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004130 3400-EXIT.
004140     EXIT.
004150*
004160***************************************************************
004170* 4000-PRINT-UNMATCHED.
004180*    OVERRIDES NO FREEZE ON FREEZCAL CLAIMED.
004190***************************************************************
004200 4000-PRINT-UNMATCHED.
004210     COMPUTE WS-UNMATCHED-COUNT = WS-OVR-USED - WS-MATCHED-COUNT.
004220     IF WS-UNMATCHED-COUNT = ZERO
004230         GO TO 4000-EXIT
004240     END-IF.
004250     MOVE SPACES TO WS-RPT-LINE.
004260     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004270     MOVE SPACES TO WS-RPT-LINE.
004280     STRING 'OVERRIDES LOGGED AGAINST A FREEZE NO LONGER ON '
004290         'FREEZCAL' DELIMITED BY SIZE INTO WS-RPT-LINE.
004300     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004310     MOVE WS-OVR-HEADING TO WS-RPT-LINE.
004320     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004330     PERFORM 4100-PRINT-IF-UNMATCHED THRU 4100-EXIT
004340         VARYING WS-OVR-IDX FROM 1 BY 1
004350         UNTIL WS-OVR-IDX > WS-OVR-USED.
004360 4000-EXIT.
004370     EXIT.
004380*
004390***************************************************************
004400* 4100-PRINT-IF-UNMATCHED.
004410***************************************************************
004420 4100-PRINT-IF-UNMATCHED.
004430     IF WS-OV-MATCHED (WS-OVR-IDX) NOT = 'Y'
004440         PERFORM 3400-PRINT-OVERRIDE THRU 3400-EXIT
004450     END-IF.
004460 4100-EXIT.
004470     EXIT.
004480*
004490***************************************************************
004500* 5000-PRINT-TOTALS.
004510***************************************************************
004520 5000-PRINT-TOTALS.
004530     MOVE SPACES TO WS-RPT-LINE.
004540     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004550     MOVE WS-FREEZE-COUNT TO WS-COUNT-EDIT.
004560     MOVE SPACES TO WS-RPT-LINE.
004570     STRING 'FREEZES ON FREEZCAL   : ' WS-COUNT-EDIT
004580         DELIMITED BY SIZE INTO WS-RPT-LINE.
004590     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004600     MOVE WS-OVR-USED TO WS-COUNT-EDIT.
004610     MOVE SPACES TO WS-RPT-LINE.
004620     STRING 'EMERGENCY OVERRIDES   : ' WS-COUNT-EDIT
004630         DELIMITED BY SIZE INTO WS-RPT-LINE.
004640     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004650     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT.
004660     MOVE SPACES TO WS-RPT-LINE.
004670     STRING 'OVERRIDES UNMATCHED   : ' WS-COUNT-EDIT
004680         DELIMITED BY SIZE INTO WS-RPT-LINE.
004690     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
004700 5000-EXIT.
004710     EXIT.
004720*
004730***************************************************************
004740* 5950-PRINT-LINE.
004750***************************************************************
004760 5950-PRINT-LINE.
004770     MOVE ' ' TO RPT-CARRIAGE-CONTROL.
004780     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
004790     WRITE RPT-RECORD.
004800     IF NOT WS-FRZRPT-STATUS-OK
004810         DISPLAY 'FRZRPT - FRZRPT WRITE FAILED - STATUS '
004820             WS-FRZRPT-STATUS
004830         MOVE 16 TO RETURN-CODE
004840     END-IF.
004850 5950-EXIT.
004860     EXIT.
