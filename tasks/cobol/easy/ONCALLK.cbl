000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ONCALLK.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - SHARED ON-CALL ROSTER
000140*                   LOOKUP.  TAKES AN ENVIRONMENT AND A POINT
000150*                   IN TIME THROUGH THE OLPARM BLOCK, READS THE
000160*                   ONCALL ROSTER, AND HANDS BACK WHO IS ON
000170*                   CALL AT EACH TIER, SO ALRTROUT (WHO TO
000180*                   PAGE NOW) AND PAGERPT (WHO WILL BE THERE
000190*                   TONIGHT) READ THE ROSTER THE SAME WAY.
000200***************************************************************
000210*
000220* CALLED WITH THE OLPARM BLOCK.  THE ROSTER IS SMALL AND IS
000230* READ FRESH ON EVERY CALL, THE WAY AUTHCHK READS OPERAUTH,
000240* SO A ROSTER CORRECTED DURING THE NIGHT IS PICKED UP BY THE
000250* NEXT ROUTING RUN WITHOUT A RESTART.
000260*
000270* A LINE COVERS THE MOMENT WHEN THE SHIFT STARTED ON A DAY
000280* INSIDE ITS DATE RANGE AND HAS NOT YET ENDED - EITHER THE
000290* SHIFT STARTED EARLIER THE SAME DAY, OR IT IS AN OVERNIGHT
000300* SHIFT THAT STARTED THE DAY BEFORE AND RUNS PAST MIDNIGHT.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ON-CALL-ROSTER ASSIGN TO "ONCALL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ONCALL-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460 FD  ON-CALL-ROSTER
000470     LABEL RECORDS ARE STANDARD.
000480 COPY ONCALREC.
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520***************************************************************
000530*  FILE STATUS FIELDS
000540***************************************************************
000550 01 WS-ONCALL-STATUS PIC X(02) VALUE '00'.
000560     88 WS-ONCALL-STATUS-OK VALUE '00'.
000570     88 WS-ONCALL-NOT-FOUND VALUE '35'.
000580*
000590***************************************************************
000600*  SWITCHES
000610***************************************************************
000620 01 WS-ONCALL-SW PIC X(01) VALUE 'N'.
000630     88 WS-ONCALL-EOF VALUE 'Y'.
000640*
000650***************************************************************
000660*  LOOKUP FIELDS - THE REQUESTED DAY AND THE DAY BEFORE (FOR
000670*  OVERNIGHT SHIFTS) AS YYYYMMDD TEXT TO COMPARE WITH THE
000680*  ROSTER DATES.
000690***************************************************************
000700 01 WS-LOOK-DATE     PIC X(08).
000710 01 WS-PRIOR-DATE    PIC X(08).
000720 01 WS-PRIOR-NUM     PIC 9(08).
000730 01 WS-LOOK-TIME     PIC X(04).
000740 01 WS-TIER-IDX      PIC 9(01) COMP.
000750*
000760 LINKAGE SECTION.
000770 COPY OLPARM.
000780*
000790 PROCEDURE DIVISION USING ON-CALL-LOOKUP-PARM.
000800*
000810***************************************************************
000820* 0000-MAINLINE.
000830***************************************************************
000840 0000-MAINLINE.
000850     MOVE 'N' TO OL-RESULT.
000860     MOVE '00' TO OL-STATUS.
000870     PERFORM 1100-CLEAR-TIER THRU 1100-EXIT
000880         VARYING WS-TIER-IDX FROM 1 BY 1
000890         UNTIL WS-TIER-IDX > 3.
000900     MOVE OL-DATE TO WS-LOOK-DATE.
000910     MOVE OL-TIME TO WS-LOOK-TIME.
000920     COMPUTE WS-PRIOR-NUM = FUNCTION DATE-OF-INTEGER
000930         (FUNCTION INTEGER-OF-DATE (OL-DATE) - 1).
000940     MOVE WS-PRIOR-NUM TO WS-PRIOR-DATE.
000950     MOVE 'N' TO WS-ONCALL-SW.
000960     OPEN INPUT ON-CALL-ROSTER.
000970     IF WS-ONCALL-NOT-FOUND
000980         MOVE WS-ONCALL-STATUS TO OL-STATUS
000990         GOBACK
001000     END-IF.
001010     IF NOT WS-ONCALL-STATUS-OK
001020         DISPLAY 'ONCALLK - ONCALL OPEN FAILED - STATUS '
001030             WS-ONCALL-STATUS
001040         MOVE WS-ONCALL-STATUS TO OL-STATUS
001050         GOBACK
001060     END-IF.
001070     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
001080     PERFORM 2200-MATCH-ROSTER THRU 2200-EXIT
001090         UNTIL WS-ONCALL-EOF OR OL-COVERED.
001100     CLOSE ON-CALL-ROSTER.
001110     GOBACK.
001120*
001130***************************************************************
001140* 1100-CLEAR-TIER.
001150***************************************************************
001160 1100-CLEAR-TIER.
001170     MOVE SPACES TO OL-TIER-USER (WS-TIER-IDX)
001180         OL-TIER-HANDLE (WS-TIER-IDX).
001190 1100-EXIT.
001200     EXIT.
001210*
001220***************************************************************
001230* 2100-READ-ROSTER.
001240***************************************************************
001250 2100-READ-ROSTER.
001260     READ ON-CALL-ROSTER
001270         AT END SET WS-ONCALL-EOF TO TRUE
001280     END-READ.
001290     IF NOT WS-ONCALL-EOF AND NOT WS-ONCALL-STATUS-OK
001300         DISPLAY 'ONCALLK - ONCALL READ FAILED - STATUS '
001310             WS-ONCALL-STATUS
001320         MOVE WS-ONCALL-STATUS TO OL-STATUS
001330         SET WS-ONCALL-EOF TO TRUE
001340     END-IF.
001350 2100-EXIT.
001360     EXIT.
001370*
001380***************************************************************
001390* 2200-MATCH-ROSTER.
001400*    COMMENT LINES, OTHER ENVIRONMENTS, LINES WITH TIMES OR
001410*    DATES THAT DO NOT PARSE, AND LINES WITH NO PRIMARY ARE
001420*    PASSED OVER.
001430***************************************************************
001440 2200-MATCH-ROSTER.
001450     IF ON-CALL-RECORD = SPACES OR OC-ENVIRONMENT (1:1) = '*'
001460         OR OC-ENVIRONMENT NOT = OL-ENVIRONMENT
001470         OR OC-FROM-DATE NOT NUMERIC OR OC-THRU-DATE NOT NUMERIC
001480         OR OC-SHIFT-START NOT NUMERIC
001490         OR OC-SHIFT-END NOT NUMERIC
001500         OR OC-TIER-USER (1) = SPACES
001510         GO TO 2200-NEXT
001520     END-IF.
001530     IF OC-SHIFT-START < OC-SHIFT-END
001540         IF WS-LOOK-DATE >= OC-FROM-DATE
001550             AND WS-LOOK-DATE <= OC-THRU-DATE
001560             AND WS-LOOK-TIME >= OC-SHIFT-START
001570             AND WS-LOOK-TIME < OC-SHIFT-END
001580             SET OL-COVERED TO TRUE
001590         END-IF
001600     ELSE
001610         IF WS-LOOK-DATE >= OC-FROM-DATE
001620             AND WS-LOOK-DATE <= OC-THRU-DATE
001630             AND WS-LOOK-TIME >= OC-SHIFT-START
001640             SET OL-COVERED TO TRUE
001650         END-IF
001660         IF WS-PRIOR-DATE >= OC-FROM-DATE
001670             AND WS-PRIOR-DATE <= OC-THRU-DATE
001680             AND WS-LOOK-TIME < OC-SHIFT-END
001690             SET OL-COVERED TO TRUE
001700         END-IF
001710     END-IF.
001720     IF OL-COVERED
001730         PERFORM 2300-RETURN-TIER THRU 2300-EXIT
001740             VARYING WS-TIER-IDX FROM 1 BY 1
001750             UNTIL WS-TIER-IDX > 3
001760         GO TO 2200-EXIT
001770     END-IF.
001780 2200-NEXT.
001790     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
001800 2200-EXIT.
001810     EXIT.
001820*
001830***************************************************************
001840* 2300-RETURN-TIER.
001850***************************************************************
001860 2300-RETURN-TIER.
001870     MOVE OC-TIER-USER (WS-TIER-IDX)
001880         TO OL-TIER-USER (WS-TIER-IDX).
001890     MOVE OC-TIER-HANDLE (WS-TIER-IDX)
001900         TO OL-TIER-HANDLE (WS-TIER-IDX).
001910 2300-EXIT.
001920     EXIT.
