000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FRZCHK.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - SHARED CHANGE-FREEZE
000140*                   LOOKUP AND EMERGENCY-OVERRIDE LOG.  TAKES
000150*                   AN ENVIRONMENT AND A DATE THROUGH THE
000160*                   FZPARM BLOCK, READS THE FREEZCAL FILE KEPT
000170*                   BY THE CHANGE BOARD, AND HANDS BACK THE
000180*                   FREEZE IN FORCE, SO LANGMNT, CALGEN, AND
000190*                   HELLOCBL ALL HONOR THE SAME FREEZES.  ALSO
000200*                   APPENDS THE FRZLOG ENTRY WHEN A JOB GOES
000210*                   AHEAD UNDER AN EMERGENCY-CHANGE TICKET.
000220***************************************************************
000230*
000240* CALLED WITH THE FZPARM BLOCK.  FREEZCAL IS SMALL AND IS READ
000250* FRESH ON EVERY CALL, THE WAY ONCALLK READS THE ROSTER.
000260*
000270* THE LOOKUP FAILS CLOSED ONCE A CALENDAR EXISTS: A FREEZCAL
000280* THAT CANNOT BE OPENED OR READ, OR A MATCHING LINE WITH A
000290* LEVEL THAT IS NOT 1-3, COUNTS AS A LEVEL 3 FREEZE.  ONLY A
000300* FREEZCAL THAT IS NOT THERE AT ALL MEANS NO FREEZE.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FREEZE-CALENDAR ASSIGN TO "FREEZCAL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FREEZCAL-STATUS.
000420     SELECT FREEZE-LOG ASSIGN TO "FRZLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FRZLOG-STATUS.
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
000570 WORKING-STORAGE SECTION.
000580*
000590***************************************************************
000600*  FILE STATUS FIELDS
000610***************************************************************
000620 01 WS-FREEZCAL-STATUS PIC X(02) VALUE '00'.
000630     88 WS-FREEZCAL-STATUS-OK VALUE '00'.
000640     88 WS-FREEZCAL-NOT-FOUND VALUE '35'.
000650 01 WS-FRZLOG-STATUS PIC X(02) VALUE '00'.
000660     88 WS-FRZLOG-STATUS-OK VALUE '00'.
000670     88 WS-FRZLOG-NOT-FOUND VALUE '35'.
000680*
000690***************************************************************
000700*  SWITCHES
000710***************************************************************
000720 01 WS-FREEZCAL-SW PIC X(01) VALUE 'N'.
000730     88 WS-FREEZCAL-EOF VALUE 'Y'.
000740*
000750***************************************************************
000760*  LOOKUP FIELDS
000770***************************************************************
000780 01 WS-LOOK-DATE PIC X(08).
000790 01 WS-LINE-LEVEL PIC X(01).
000800     88 WS-LINE-LEVEL-VALID VALUE '1' '2' '3'.
000810*
000820 LINKAGE SECTION.
000830 COPY FZPARM.
000840*
000850 PROCEDURE DIVISION USING FREEZE-CHECK-PARM.
000860*
000870***************************************************************
000880* 0000-MAINLINE.
000890***************************************************************
000900 0000-MAINLINE.
000910     IF FP-LOG-OVERRIDE
000920         PERFORM 3000-LOG-OVERRIDE THRU 3000-EXIT
000930         GOBACK
000940     END-IF.
000950     PERFORM 1000-CHECK-FREEZE THRU 1000-EXIT.
000960     GOBACK.
000970*
000980***************************************************************
000990* 1000-CHECK-FREEZE.
001000***************************************************************
001010 1000-CHECK-FREEZE.
001020     MOVE 'N' TO FP-RESULT.
001030     MOVE SPACES TO FP-FRZ-ENVIRONMENT FP-LEVEL FP-FROM-DATE
001040         FP-THRU-DATE FP-CHANGE-TICKET FP-REASON.
001050     MOVE '00' TO FP-STATUS.
001060     MOVE FP-DATE TO WS-LOOK-DATE.
001070     MOVE 'N' TO WS-FREEZCAL-SW.
001080     OPEN INPUT FREEZE-CALENDAR.
001090     IF WS-FREEZCAL-NOT-FOUND
001100         MOVE WS-FREEZCAL-STATUS TO FP-STATUS
001110         GO TO 1000-EXIT
001120     END-IF.
001130     IF NOT WS-FREEZCAL-STATUS-OK
001140         DISPLAY 'FRZCHK - FREEZCAL OPEN FAILED - STATUS '
001150             WS-FREEZCAL-STATUS ' - TREATED AS FROZEN'
001160         MOVE WS-FREEZCAL-STATUS TO FP-STATUS
001170         PERFORM 1900-FAIL-CLOSED THRU 1900-EXIT
001180         GO TO 1000-EXIT
001190     END-IF.
001200     PERFORM 2100-READ-FREEZE THRU 2100-EXIT.
001210     PERFORM 2200-MATCH-FREEZE THRU 2200-EXIT
001220         UNTIL WS-FREEZCAL-EOF.
001230     CLOSE FREEZE-CALENDAR.
001240 1000-EXIT.
001250     EXIT.
001260*
001270***************************************************************
001280* 1900-FAIL-CLOSED.
001290*    AN UNREADABLE CALENDAR FREEZES THE DAY ITSELF AT THE
001300*    HARDEST LEVEL.
001310***************************************************************
001320 1900-FAIL-CLOSED.
001330     MOVE 'Y' TO FP-RESULT.
001340     MOVE FP-ENVIRONMENT TO FP-FRZ-ENVIRONMENT.
001350     MOVE '3' TO FP-LEVEL.
001360     MOVE WS-LOOK-DATE TO FP-FROM-DATE FP-THRU-DATE.
001370     MOVE SPACES TO FP-CHANGE-TICKET.
001380     MOVE 'FREEZE CALENDAR NOT READABLE' TO FP-REASON.
001390 1900-EXIT.
001400     EXIT.
001410*
001420***************************************************************
001430* 2100-READ-FREEZE.
001440***************************************************************
001450 2100-READ-FREEZE.
001460     READ FREEZE-CALENDAR
001470         AT END SET WS-FREEZCAL-EOF TO TRUE
001480     END-READ.
001490     IF NOT WS-FREEZCAL-EOF AND NOT WS-FREEZCAL-STATUS-OK
001500         DISPLAY 'FRZCHK - FREEZCAL READ FAILED - STATUS '
001510             WS-FREEZCAL-STATUS ' - TREATED AS FROZEN'
001520         MOVE WS-FREEZCAL-STATUS TO FP-STATUS
001530         PERFORM 1900-FAIL-CLOSED THRU 1900-EXIT
001540         SET WS-FREEZCAL-EOF TO TRUE
001550     END-IF.
001560 2100-EXIT.
001570     EXIT.
001580*
001590***************************************************************
001600* 2200-MATCH-FREEZE.
001610*    COMMENT LINES, LINES WHOSE DATES DO NOT PARSE, OTHER
001620*    ENVIRONMENTS, AND FREEZES NOT COVERING THE DATE ARE
001630*    PASSED OVER.  OF THE FREEZES THAT DO COVER IT, THE
001640*    HIGHEST LEVEL IS KEPT; ON A TIE THE FIRST ON FILE WINS.
001650***************************************************************
001660 2200-MATCH-FREEZE.
001670     IF FREEZE-RECORD = SPACES OR FZ-ENVIRONMENT (1:1) = '*'
001680         OR FZ-FROM-DATE NOT NUMERIC OR FZ-THRU-DATE NOT NUMERIC
001690         GO TO 2200-NEXT
001700     END-IF.
001710     IF FZ-ENVIRONMENT NOT = FP-ENVIRONMENT
001720         AND FZ-ENVIRONMENT NOT = 'ALL '
001730         AND FP-ENVIRONMENT NOT = SPACES
001740         GO TO 2200-NEXT
001750     END-IF.
001760     IF WS-LOOK-DATE < FZ-FROM-DATE
001770         OR WS-LOOK-DATE > FZ-THRU-DATE
001780         GO TO 2200-NEXT
001790     END-IF.
001800     MOVE FZ-LEVEL TO WS-LINE-LEVEL.
001810     IF NOT WS-LINE-LEVEL-VALID
001820         MOVE '3' TO WS-LINE-LEVEL
001830     END-IF.
001840     IF FP-FROZEN AND WS-LINE-LEVEL NOT > FP-LEVEL
001850         GO TO 2200-NEXT
001860     END-IF.
001870     MOVE 'Y'              TO FP-RESULT.
001880     MOVE FZ-ENVIRONMENT   TO FP-FRZ-ENVIRONMENT.
001890     MOVE WS-LINE-LEVEL    TO FP-LEVEL.
001900     MOVE FZ-FROM-DATE     TO FP-FROM-DATE.
001910     MOVE FZ-THRU-DATE     TO FP-THRU-DATE.
001920     MOVE FZ-CHANGE-TICKET TO FP-CHANGE-TICKET.
001930     MOVE FZ-REASON        TO FP-REASON.
001940 2200-NEXT.
001950     PERFORM 2100-READ-FREEZE THRU 2100-EXIT.
001960 2200-EXIT.
001970     EXIT.
001980*
001990***************************************************************
002000* 3000-LOG-OVERRIDE.
002010*    APPENDS ONE FRZLOG ENTRY, CREATING THE FILE ON FIRST
002020*    USE.  A FAILURE IS HANDED BACK IN FP-STATUS FOR THE
002030*    CALLER TO ACT ON.
002040***************************************************************
002050 3000-LOG-OVERRIDE.
002060     OPEN EXTEND FREEZE-LOG.
002070     IF WS-FRZLOG-NOT-FOUND
002080         OPEN OUTPUT FREEZE-LOG
002090     END-IF.
002100     IF NOT WS-FRZLOG-STATUS-OK
002110         DISPLAY 'FRZCHK - FRZLOG OPEN FAILED - STATUS '
002120             WS-FRZLOG-STATUS
002130         MOVE WS-FRZLOG-STATUS TO FP-STATUS
002140         GO TO 3000-EXIT
002150     END-IF.
002160     MOVE SPACES           TO FREEZE-OVERRIDE-RECORD.
002170     MOVE FP-TIMESTAMP     TO FO-TIMESTAMP.
002180     MOVE FP-ENVIRONMENT   TO FO-ENVIRONMENT.
002190     MOVE FP-JOB-NAME      TO FO-JOB-NAME.
002200     MOVE FP-ACTION        TO FO-ACTION.
002210     MOVE FP-USER-ID       TO FO-USER-ID.
002220     MOVE FP-EMERG-TICKET  TO FO-EMERG-TICKET.
002230     MOVE FP-FRZ-ENVIRONMENT TO FO-FRZ-ENVIRONMENT.
002240     MOVE FP-FROM-DATE     TO FO-FRZ-FROM-DATE.
002250     MOVE FP-THRU-DATE     TO FO-FRZ-THRU-DATE.
002260     MOVE FP-LEVEL         TO FO-FRZ-LEVEL.
002270     MOVE FP-CHANGE-TICKET TO FO-FRZ-TICKET.
002280     WRITE FREEZE-OVERRIDE-RECORD.
002290     MOVE WS-FRZLOG-STATUS TO FP-STATUS.
002300     IF NOT WS-FRZLOG-STATUS-OK
002310         DISPLAY 'FRZCHK - FRZLOG WRITE FAILED - STATUS '
002320             WS-FRZLOG-STATUS
002330     END-IF.
002340     CLOSE FREEZE-LOG.
002350 3000-EXIT.
002360     EXIT.
