000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDITVFY.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - AUDIT MASTER CONTROL-
000140*                   TOTAL VERIFICATION.  RECOMPUTES THE RECORD
000150*                   COUNT AND CHECK VALUE OF EVERY CYCLE DATE
000160*                   AND ENVIRONMENT ON THE AUDIT MASTER AND
000170*                   PROVES THEM AGAINST THE STAMP-CONTROL AND
000180*                   PURGE-CONTROL ENTRIES AUDITWRT AND AUDITARC
000190*                   KEEP ON AUDITCTL, SO THE AUDITORS GET
000200*                   POSITIVE PROOF THE HISTORY IS COMPLETE AND
000210*                   UNTOUCHED RATHER THAN "IT LOOKS RIGHT".
000220***************************************************************
000230*
000240* FOR EACH CYCLE DATE AND ENVIRONMENT, THE RECORDS STILL ON
000250* THE MASTER PLUS THE RECORDS AUDITARC PURGED MUST EQUAL WHAT
000260* AUDITWRT STAMPED - BOTH IN COUNT AND IN CHECK VALUE.  A
000270* DELETE, INSERT, OR REWRITE THAT DID NOT GO THROUGH THOSE
000280* TWO PROGRAMS BREAKS ONE OR THE OTHER.  THE MASTER AND
000290* AUDITCTL ARE BOTH KEYED BY CYCLE DATE THEN ENVIRONMENT, SO
000300* THE TWO ARE MATCHED IN ONE FORWARD PASS.
000310*
000320* PARM 'ARCHIVE' ALSO READS AN AUDITARC UNLOAD (THE JCL
000330* POINTS AUDITARC AT THE DATED ARCHIVE DATASET) AND PROVES
000340* EACH CYCLE DATE IN IT AGAINST ITS PURGE-CONTROL ENTRY, SO
000350* THE UNLOAD ON THE SHELF IS SHOWN TO BE EXACTLY WHAT LEFT
000360* THE MASTER.
000370*
000380* CYCLE DATES OLDER THAN THE FIRST STAMP-CONTROL ENTRY ON
000390* FILE WERE STAMPED BEFORE CONTROL TOTALS EXISTED; THEY ARE
000400* COUNTED AS PRE-CONTROL HISTORY, NOT FLAGGED, AND THE FIRST
000410* CONTROLLED DATE IS PRINTED SO THE AUDITORS SEE WHERE THE
000420* PROOF BEGINS.  EVERY MISMATCH GOES ON THE VFYRPT EXCEPTION
000430* REPORT AND ENDS THE STEP RC 8.
000440*
000450* A MASTER OR AUDITCTL THAT WILL NOT OPEN OR READ THROUGH, OR
000460* A REQUESTED UNLOAD THAT CANNOT BE LOADED WHOLE, ENDS THE
000470* STEP RC 16 AND THE REPORT SAYS THE VERIFICATION IS
000480* INCOMPLETE - IT NEVER CLAIMS NO MISMATCHES FOR A PASS THAT
000490* DID NOT FINISH.  A BAD UNLOAD IS LEFT OUT OF THE PROOF; THE
000500* MASTER IS STILL VERIFIED.
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560*
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS AM-KEY
000630         FILE STATUS IS WS-AUDITMST-STATUS.
000640     SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AC-KEY
000680         FILE STATUS IS WS-AUDITCTL-STATUS.
000690     SELECT ARCHIVE-FILE ASSIGN TO "AUDITARC"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUDITARC-STATUS.
000720     SELECT VFY-REPORT ASSIGN TO "VFYRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-VFYRPT-STATUS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780*
000790 FD  AUDIT-MASTER
000800     LABEL RECORDS ARE STANDARD.
000810 COPY AUDITMST.
000820*
000830 FD  AUDIT-CONTROL
000840     LABEL RECORDS ARE STANDARD.
000850 COPY AUDITCTL.
000860*
000870 FD  ARCHIVE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  ARCHIVE-RECORD.
000900     05 AR-CYCLE-DATE  PIC X(08).
000910     05 AR-ENVIRONMENT PIC X(04).
000920     05 AR-JOB-NAME    PIC X(08).
000930     05 AR-RUN-SEQ     PIC 9(02).
000940     05 AR-USER-ID     PIC X(08).
000950     05 AR-TIMESTAMP   PIC X(19).
000960     05 AR-RETURN-CODE PIC 9(04).
000970     05 AR-DETAIL      PIC X(08).
000980*
000990 FD  VFY-REPORT
001000     LABEL RECORDS ARE STANDARD.
001010 01  RPT-RECORD.
001020     05 RPT-CARRIAGE-CONTROL PIC X(01).
001030     05 RPT-LINE-TEXT        PIC X(132).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070***************************************************************
001080*  JOB IDENTIFICATION AND RUN DATE/TIME FIELDS
001090***************************************************************
001100 01 WS-JOB-NAME PIC X(08) VALUE 'AUDITVFY'.
001110*
001120 01 WS-RUN-DATE-TIME.
001130     05 WS-RUN-DATE.
001140         10 WS-RUN-YYYY PIC 9(04).
001150         10 WS-RUN-MM   PIC 9(02).
001160         10 WS-RUN-DD   PIC 9(02).
001170     05 WS-RUN-TIME.
001180         10 WS-RUN-HH   PIC 9(02).
001190         10 WS-RUN-MN   PIC 9(02).
001200         10 WS-RUN-SS   PIC 9(02).
001210         10 WS-RUN-HS   PIC 9(02).
001220*
001230 01 WS-TIMESTAMP-PLAIN.
001240     05 WS-TS-YYYY PIC 9(04).
001250     05 FILLER     PIC X(01) VALUE '-'.
001260     05 WS-TS-MM   PIC 9(02).
001270     05 FILLER     PIC X(01) VALUE '-'.
001280     05 WS-TS-DD   PIC 9(02).
001290     05 FILLER     PIC X(01) VALUE SPACE.
001300     05 WS-TS-HH   PIC 9(02).
001310     05 FILLER     PIC X(01) VALUE ':'.
001320     05 WS-TS-MN   PIC 9(02).
001330     05 FILLER     PIC X(01) VALUE ':'.
001340     05 WS-TS-SS   PIC 9(02).
001350*
001360***************************************************************
001370*  CURRENT CONTROL GROUP - THE STAMP AND PURGE ENTRIES FOR
001380*  ONE CYCLE DATE AND ENVIRONMENT.  HIGH-VALUES KEY = NO
001390*  MORE CONTROL ENTRIES.
001400***************************************************************
001410 01 WS-CTL-GROUP-KEY.
001420     05 WS-CTL-GRP-DATE PIC X(08).
001430     05 WS-CTL-GRP-ENV  PIC X(04).
001440 01 WS-CTL-STAMP-SW PIC X(01) VALUE 'N'.
001450     88 WS-CTL-HAS-STAMP VALUE 'Y'.
001460 01 WS-CTL-S-COUNT  PIC 9(07).
001470 01 WS-CTL-S-CHECK  PIC 9(09).
001480 01 WS-CTL-PURGE-SW PIC X(01) VALUE 'N'.
001490     88 WS-CTL-HAS-PURGE VALUE 'Y'.
001500 01 WS-CTL-P-COUNT  PIC 9(07).
001510 01 WS-CTL-P-CHECK  PIC 9(09).
001520*
001530***************************************************************
001540*  CURRENT MASTER GROUP - THE RECOMPUTED TOTALS FOR ONE
001550*  CYCLE DATE AND ENVIRONMENT.  HIGH-VALUES KEY = END OF
001560*  MASTER.
001570***************************************************************
001580 01 WS-MST-GROUP-KEY.
001590     05 WS-MST-GRP-DATE PIC X(08).
001600     05 WS-MST-GRP-ENV  PIC X(04).
001610 01 WS-MST-COUNT    PIC 9(07).
001620 01 WS-MST-CHECK    PIC 9(09).
001630*
001640***************************************************************
001650*  GROUP BEING EVALUATED - WHICHEVER SIDE (OR BOTH) HAD THE
001660*  LOWER KEY.  A SIDE WITH NOTHING FOR THE KEY CONTRIBUTES
001670*  ZEROES.
001680***************************************************************
001690 01 WS-EV-KEY.
001700     05 WS-EV-DATE PIC X(08).
001710     05 WS-EV-ENV  PIC X(04).
001720 01 WS-EV-STAMP-SW PIC X(01) VALUE 'N'.
001730     88 WS-EV-HAS-STAMP VALUE 'Y'.
001740 01 WS-EV-PURGE-SW PIC X(01) VALUE 'N'.
001750     88 WS-EV-HAS-PURGE VALUE 'Y'.
001760 01 WS-EV-S-COUNT  PIC 9(07).
001770 01 WS-EV-S-CHECK  PIC 9(09).
001780 01 WS-EV-P-COUNT  PIC 9(07).
001790 01 WS-EV-P-CHECK  PIC 9(09).
001800 01 WS-EV-M-COUNT  PIC 9(07).
001810 01 WS-EV-M-CHECK  PIC 9(09).
001820*
001830***************************************************************
001840*  ACCOUNTED-FOR TOTALS - MASTER PLUS PURGED, FOLDED MODULO
001850*  THE SAME PRIME AUDITCKV USES.
001860***************************************************************
001870 01 WS-CHECK-MODULUS PIC 9(09) VALUE 999999937.
001880 01 WS-ACCT-COUNT    PIC 9(08).
001890 01 WS-ACCT-CHECK    PIC 9(10).
001900 01 WS-FIRST-CONTROL-DATE PIC X(08) VALUE SPACES.
001910*
001920***************************************************************
001930*  ARCHIVE UNLOAD TOTALS - ONE ENTRY PER CYCLE DATE AND
001940*  ENVIRONMENT IN THE UNLOAD.  THE UNLOAD IS APPENDED RUN
001950*  AFTER RUN, SO IT IS TOTALLED INTO A TABLE RATHER THAN
001960*  MERGED.
001970***************************************************************
001980 01 WS-AT-MAX  PIC 9(04) COMP VALUE 2000.
001990 01 WS-AT-USED PIC 9(04) COMP VALUE 0.
002000 01 WS-AT-TABLE.
002010     05 WS-AT-ENTRY OCCURS 2000 TIMES.
002020         10 WS-AT-DATE    PIC X(08).
002030         10 WS-AT-ENV     PIC X(04).
002040         10 WS-AT-COUNT   PIC 9(07).
002050         10 WS-AT-CHECK   PIC 9(09).
002060         10 WS-AT-MATCHED PIC X(01).
002070 01 WS-AT-IDX PIC 9(04) COMP.
002080 01 WS-AT-HIT PIC 9(04) COMP VALUE 0.
002090*
002100***************************************************************
002110*  COUNTS
002120***************************************************************
002130 01 WS-MASTER-RECORDS    PIC 9(07) COMP VALUE 0.
002140 01 WS-CONTROL-ENTRIES   PIC 9(07) COMP VALUE 0.
002150 01 WS-ARCHIVE-RECORDS   PIC 9(07) COMP VALUE 0.
002160 01 WS-GROUPS-CHECKED    PIC 9(07) COMP VALUE 0.
002170 01 WS-GROUPS-MATCHED    PIC 9(07) COMP VALUE 0.
002180 01 WS-GROUPS-PRECONTROL PIC 9(07) COMP VALUE 0.
002190 01 WS-ARCHIVE-MATCHED   PIC 9(07) COMP VALUE 0.
002200 01 WS-MISMATCHES        PIC 9(07) COMP VALUE 0.
002210 01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
002220*
002230***************************************************************
002240*  SWITCHES
002250***************************************************************
002260 01 WS-MASTER-SW PIC X(01) VALUE 'N'.
002270     88 WS-MASTER-EOF VALUE 'Y'.
002280 01 WS-CONTROL-SW PIC X(01) VALUE 'N'.
002290     88 WS-CONTROL-EOF VALUE 'Y'.
002300 01 WS-ARCHIVE-SW PIC X(01) VALUE 'N'.
002310     88 WS-ARCHIVE-EOF VALUE 'Y'.
002320 01 WS-NO-MASTER-SW PIC X(01) VALUE 'N'.
002330     88 WS-NO-MASTER VALUE 'Y'.
002340 01 WS-NO-CONTROL-SW PIC X(01) VALUE 'N'.
002350     88 WS-NO-CONTROL VALUE 'Y'.
002360 01 WS-ARCHIVE-OPT-SW PIC X(01) VALUE 'N'.
002370     88 WS-VERIFY-ARCHIVE VALUE 'Y'.
002380 01 WS-FOUND-SW PIC X(01) VALUE 'N'.
002390     88 WS-FOUND VALUE 'Y'.
002400 01 WS-HEADING-SW PIC X(01) VALUE 'N'.
002410     88 WS-HEADING-PRINTED VALUE 'Y'.
002420 01 WS-OPEN-FAILED-SW PIC X(01) VALUE 'N'.
002430     88 WS-OPEN-FAILED VALUE 'Y'.
002440 01 WS-READ-ERROR-SW PIC X(01) VALUE 'N'.
002450     88 WS-READ-ERROR VALUE 'Y'.
002460 01 WS-VERIFY-SW PIC X(01) VALUE 'N'.
002470     88 WS-VERIFY-COMPLETE VALUE 'Y'.
002480 01 WS-ARCHIVE-FAILED-SW PIC X(01) VALUE 'N'.
002490     88 WS-ARCHIVE-FAILED VALUE 'Y'.
002500*
002510***************************************************************
002520*  FILE STATUS FIELDS
002530***************************************************************
002540 01 WS-AUDITMST-STATUS PIC X(02) VALUE '00'.
002550     88 WS-AUDITMST-STATUS-OK VALUE '00'.
002560     88 WS-AUDITMST-NOT-FOUND VALUE '35'.
002570 01 WS-AUDITCTL-STATUS PIC X(02) VALUE '00'.
002580     88 WS-AUDITCTL-STATUS-OK VALUE '00'.
002590     88 WS-AUDITCTL-NOT-FOUND VALUE '35'.
002600 01 WS-AUDITARC-STATUS PIC X(02) VALUE '00'.
002610     88 WS-AUDITARC-STATUS-OK VALUE '00'.
002620     88 WS-AUDITARC-NOT-FOUND VALUE '35'.
002630 01 WS-VFYRPT-STATUS PIC X(02) VALUE '00'.
002640     88 WS-VFYRPT-STATUS-OK VALUE '00'.
002650*
002660***************************************************************
002670*  CHECK-VALUE BLOCK FOR THE AUDITCKV SUBPROGRAM
002680***************************************************************
002690 COPY CVPARM.
002700*
002710***************************************************************
002720*  REPORT LINES
002730***************************************************************
002740 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
002750 01 WS-EXCP-LINE.
002760     05 WS-EX-CYCLE     PIC X(08).
002770     05 FILLER          PIC X(02) VALUE SPACES.
002780     05 WS-EX-ENV       PIC X(04).
002790     05 FILLER          PIC X(02) VALUE SPACES.
002800     05 WS-EX-REASON    PIC X(42).
002810     05 FILLER          PIC X(02) VALUE SPACES.
002820     05 WS-EX-EXP-COUNT PIC Z,ZZZ,ZZ9.
002830     05 FILLER          PIC X(01) VALUE SPACE.
002840     05 WS-EX-EXP-CHECK PIC 9(09).
002850     05 FILLER          PIC X(03) VALUE SPACES.
002860     05 WS-EX-ACT-COUNT PIC Z,ZZZ,ZZ9.
002870     05 FILLER          PIC X(01) VALUE SPACE.
002880     05 WS-EX-ACT-CHECK PIC 9(09).
002890     05 FILLER          PIC X(31) VALUE SPACES.
002900*
002910 LINKAGE SECTION.
002920 01 WS-PARM-PASSED.
002930     05 WS-PARM-LEN    PIC S9(04) COMP.
002940     05 WS-PARM-SOURCE PIC X(07).
002950*
002960 PROCEDURE DIVISION USING WS-PARM-PASSED.
002970*
002980***************************************************************
002990* 0000-MAINLINE.
003000***************************************************************
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 5000-OPEN-REPORT THRU 5000-EXIT.
003040     IF WS-VERIFY-ARCHIVE
003050         PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT
003060     END-IF.
003070     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
003080     IF NOT WS-OPEN-FAILED
003090         PERFORM 4000-VERIFY-LOOP THRU 4000-EXIT
003100     END-IF.
003110     IF WS-VERIFY-ARCHIVE AND WS-VERIFY-COMPLETE
003120         PERFORM 4500-CHECK-ARCHIVE-LEFT THRU 4500-EXIT
003130     END-IF.
003140     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
003150     PERFORM 5500-PRINT-SUMMARY THRU 5500-EXIT.
003160     CLOSE VFY-REPORT.
003170     DISPLAY 'AUDITVFY - RECORDS ' WS-MASTER-RECORDS
003180         ' GROUPS ' WS-GROUPS-CHECKED
003190         ' MATCHED ' WS-GROUPS-MATCHED
003200         ' PRE-CONTROL ' WS-GROUPS-PRECONTROL
003210         ' MISMATCHES ' WS-MISMATCHES.
003220     IF WS-MISMATCHES > ZERO AND RETURN-CODE < 8
003230         MOVE 8 TO RETURN-CODE
003240     END-IF.
003250     STOP RUN.
003260*
003270***************************************************************
003280* 1000-INITIALIZE.
003290*    RUN TIMESTAMP FOR THE REPORT TITLE AND THE PARM.
003300***************************************************************
003310 1000-INITIALIZE.
003320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003330     ACCEPT WS-RUN-TIME FROM TIME.
003340     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
003350     MOVE WS-RUN-MM   TO WS-TS-MM.
003360     MOVE WS-RUN-DD   TO WS-TS-DD.
003370     MOVE WS-RUN-HH   TO WS-TS-HH.
003380     MOVE WS-RUN-MN   TO WS-TS-MN.
003390     MOVE WS-RUN-SS   TO WS-TS-SS.
003400     IF WS-PARM-LEN >= 7
003410         IF WS-PARM-SOURCE = 'ARCHIVE'
003420             SET WS-VERIFY-ARCHIVE TO TRUE
003430         ELSE
003440             DISPLAY 'AUDITVFY - PARM ' WS-PARM-SOURCE
003450                 ' NOT RECOGNISED - VERIFYING THE MASTER ONLY'
003460         END-IF
003470     END-IF.
003480 1000-EXIT.
003490     EXIT.
003500*
003510***************************************************************
003520* 2000-LOAD-ARCHIVE.
003530*    TOTALS THE AUDITARC UNLOAD BY CYCLE DATE AND ENVIRONMENT.
003540*    AN UNLOAD ASKED FOR BUT NOT SUPPLIED, OR ONE THAT CANNOT
003550*    BE READ OR TABLED IN FULL, IS AN ERROR AND IS LEFT OUT OF
003560*    THE PROOF - THE RUN STILL VERIFIES THE MASTER.
003570***************************************************************
003580 2000-LOAD-ARCHIVE.
003590     OPEN INPUT ARCHIVE-FILE.
003600     IF NOT WS-AUDITARC-STATUS-OK
003610         DISPLAY 'AUDITVFY - AUDITARC UNLOAD OPEN FAILED - '
003620             'STATUS ' WS-AUDITARC-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         SET WS-ARCHIVE-FAILED TO TRUE
003650         MOVE 'N' TO WS-ARCHIVE-OPT-SW
003660         GO TO 2000-EXIT
003670     END-IF.
003680     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
003690     PERFORM 2200-STORE-ARCHIVE THRU 2200-EXIT
003700         UNTIL WS-ARCHIVE-EOF.
003710     CLOSE ARCHIVE-FILE.
003720     IF WS-ARCHIVE-FAILED
003730         MOVE 'N' TO WS-ARCHIVE-OPT-SW
003740     END-IF.
003750 2000-EXIT.
003760     EXIT.
003770*
003780***************************************************************
003790* 2100-READ-ARCHIVE.
003800***************************************************************
003810 2100-READ-ARCHIVE.
003820     READ ARCHIVE-FILE
003830         AT END SET WS-ARCHIVE-EOF TO TRUE
003840     END-READ.
003850     IF NOT WS-ARCHIVE-EOF AND NOT WS-AUDITARC-STATUS-OK
003860         DISPLAY 'AUDITVFY - AUDITARC READ FAILED - STATUS '
003870             WS-AUDITARC-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         SET WS-ARCHIVE-FAILED TO TRUE
003900         SET WS-ARCHIVE-EOF TO TRUE
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.
003940*
003950***************************************************************
003960* 2200-STORE-ARCHIVE.
003970*    FOLDS ONE ARCHIVED RECORD INTO ITS TABLE ENTRY, ADDING
003980*    THE ENTRY THE FIRST TIME A CYCLE DATE AND ENVIRONMENT
003990*    TURNS UP.
004000***************************************************************
004010 2200-STORE-ARCHIVE.
004020     IF ARCHIVE-RECORD = SPACES
004030         GO TO 2200-NEXT
004040     END-IF.
004050     ADD 1 TO WS-ARCHIVE-RECORDS.
004060     MOVE 'N' TO WS-FOUND-SW.
004070     PERFORM 2250-MATCH-ARCHIVE-ENTRY THRU 2250-EXIT
004080         VARYING WS-AT-IDX FROM 1 BY 1
004090         UNTIL WS-AT-IDX > WS-AT-USED OR WS-FOUND.
004100     IF NOT WS-FOUND
004110         IF WS-AT-USED >= WS-AT-MAX
004120             DISPLAY 'AUDITVFY - ARCHIVE TABLE FULL - UNLOAD '
004130                 'NOT FULLY VERIFIED'
004140             MOVE 16 TO RETURN-CODE
004150             SET WS-ARCHIVE-FAILED TO TRUE
004160             SET WS-ARCHIVE-EOF TO TRUE
004170             GO TO 2200-EXIT
004180         END-IF
004190         ADD 1 TO WS-AT-USED
004200         MOVE WS-AT-USED     TO WS-AT-HIT
004210         MOVE AR-CYCLE-DATE  TO WS-AT-DATE (WS-AT-HIT)
004220         MOVE AR-ENVIRONMENT TO WS-AT-ENV (WS-AT-HIT)
004230         MOVE ZERO           TO WS-AT-COUNT (WS-AT-HIT)
004240                                WS-AT-CHECK (WS-AT-HIT)
004250         MOVE 'N'            TO WS-AT-MATCHED (WS-AT-HIT)
004260     END-IF.
004270     MOVE ARCHIVE-RECORD TO CV-RECORD-IMAGE.
004280     MOVE WS-AT-CHECK (WS-AT-HIT) TO CV-CHECK-VALUE.
004290     CALL 'AUDITCKV' USING CHECK-VALUE-PARM.
004300     MOVE CV-CHECK-VALUE TO WS-AT-CHECK (WS-AT-HIT).
004310     ADD 1 TO WS-AT-COUNT (WS-AT-HIT).
004320 2200-NEXT.
004330     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
004340 2200-EXIT.
004350     EXIT.
004360*
004370***************************************************************
004380* 2250-MATCH-ARCHIVE-ENTRY.
004390***************************************************************
004400 2250-MATCH-ARCHIVE-ENTRY.
004410     IF WS-AT-DATE (WS-AT-IDX) = AR-CYCLE-DATE
004420         AND WS-AT-ENV (WS-AT-IDX) = AR-ENVIRONMENT
004430         MOVE WS-AT-IDX TO WS-AT-HIT
004440         SET WS-FOUND TO TRUE
004450     END-IF.
004460 2250-EXIT.
004470     EXIT.
004480*
004490***************************************************************
004500* 3000-OPEN-FILES.
004510*    OPENS THE MASTER AND THE CONTROL FILE AND BUILDS THE
004520*    FIRST GROUP ON EACH SIDE.  NO MASTER IS AN EMPTY MASTER
004530*    (ANY STAMP-CONTROL ENTRY THEN MISMATCHES, AS IT SHOULD).
004540*    A MASTER WITH NO CONTROL FILE CANNOT BE PROVED AT ALL.
004550*    EITHER FILE FAILING TO OPEN LEAVES NOTHING TO VERIFY.
004560***************************************************************
004570 3000-OPEN-FILES.
004580     OPEN INPUT AUDIT-MASTER.
004590     IF WS-AUDITMST-NOT-FOUND
004600         DISPLAY 'AUDITVFY - NO AUDIT MASTER ON THIS SYSTEM'
004610         SET WS-NO-MASTER TO TRUE
004620         SET WS-MASTER-EOF TO TRUE
004630     ELSE
004640         IF NOT WS-AUDITMST-STATUS-OK
004650             DISPLAY 'AUDITVFY - AUDITMST OPEN FAILED - STATUS '
004660                 WS-AUDITMST-STATUS
004670             MOVE 16 TO RETURN-CODE
004680             SET WS-OPEN-FAILED TO TRUE
004690             GO TO 3000-EXIT
004700         END-IF
004710     END-IF.
004720     OPEN INPUT AUDIT-CONTROL.
004730     IF WS-AUDITCTL-NOT-FOUND
004740         DISPLAY 'AUDITVFY - NO AUDITCTL CONTROL FILE ON THIS '
004750             'SYSTEM'
004760         SET WS-NO-CONTROL TO TRUE
004770         SET WS-CONTROL-EOF TO TRUE
004780     ELSE
004790         IF NOT WS-AUDITCTL-STATUS-OK
004800             DISPLAY 'AUDITVFY - AUDITCTL OPEN FAILED - STATUS '
004810                 WS-AUDITCTL-STATUS
004820             MOVE 16 TO RETURN-CODE
004830             SET WS-OPEN-FAILED TO TRUE
004840             IF NOT WS-NO-MASTER
004850                 CLOSE AUDIT-MASTER
004860             END-IF
004870             GO TO 3000-EXIT
004880         END-IF
004890     END-IF.
004900     IF WS-NO-CONTROL AND NOT WS-NO-MASTER
004910         MOVE SPACES TO WS-EV-KEY
004920         MOVE ZERO TO WS-EX-EXP-COUNT WS-EX-EXP-CHECK
004930                      WS-EX-ACT-COUNT WS-EX-ACT-CHECK
004940         MOVE 'AUDITCTL MISSING - MASTER CANNOT BE PROVED'
004950             TO WS-EX-REASON
004960         PERFORM 4900-FLAG-GROUP THRU 4900-EXIT
004970     END-IF.
004980     IF NOT WS-NO-MASTER
004990         MOVE LOW-VALUES TO AM-KEY
005000         START AUDIT-MASTER KEY >= AM-KEY
005010             INVALID KEY
005020                 SET WS-MASTER-EOF TO TRUE
005030         END-START
005040         PERFORM 3300-READ-MASTER THRU 3300-EXIT
005050     END-IF.
005060     IF NOT WS-NO-CONTROL
005070         MOVE LOW-VALUES TO AC-KEY
005080         START AUDIT-CONTROL KEY >= AC-KEY
005090             INVALID KEY
005100                 SET WS-CONTROL-EOF TO TRUE
005110         END-START
005120         PERFORM 3100-READ-CONTROL THRU 3100-EXIT
005130     END-IF.
005140     PERFORM 3200-BUILD-CONTROL-GROUP THRU 3200-EXIT.
005150     PERFORM 3400-BUILD-MASTER-GROUP THRU 3400-EXIT.
005160 3000-EXIT.
005170     EXIT.
005180*
005190***************************************************************
005200* 3100-READ-CONTROL.
005210***************************************************************
005220 3100-READ-CONTROL.
005230     IF WS-CONTROL-EOF
005240         GO TO 3100-EXIT
005250     END-IF.
005260     READ AUDIT-CONTROL NEXT RECORD
005270         AT END SET WS-CONTROL-EOF TO TRUE
005280     END-READ.
005290     IF NOT WS-CONTROL-EOF AND NOT WS-AUDITCTL-STATUS-OK
005300         DISPLAY 'AUDITVFY - AUDITCTL READ FAILED - STATUS '
005310             WS-AUDITCTL-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         SET WS-READ-ERROR TO TRUE
005340         SET WS-CONTROL-EOF TO TRUE
005350     END-IF.
005360     IF NOT WS-CONTROL-EOF
005370         ADD 1 TO WS-CONTROL-ENTRIES
005380     END-IF.
005390 3100-EXIT.
005400     EXIT.
005410*
005420***************************************************************
005430* 3200-BUILD-CONTROL-GROUP.
005440*    GATHERS THE STAMP AND PURGE ENTRIES FOR THE NEXT CYCLE
005450*    DATE AND ENVIRONMENT ON AUDITCTL.
005460***************************************************************
005470 3200-BUILD-CONTROL-GROUP.
005480     MOVE 'N' TO WS-CTL-STAMP-SW WS-CTL-PURGE-SW.
005490     MOVE ZERO TO WS-CTL-S-COUNT WS-CTL-S-CHECK
005500                  WS-CTL-P-COUNT WS-CTL-P-CHECK.
005510     IF WS-CONTROL-EOF
005520         MOVE HIGH-VALUES TO WS-CTL-GROUP-KEY
005530         GO TO 3200-EXIT
005540     END-IF.
005550     MOVE AC-CYCLE-DATE  TO WS-CTL-GRP-DATE.
005560     MOVE AC-ENVIRONMENT TO WS-CTL-GRP-ENV.
005570     PERFORM 3250-ADD-CONTROL-ENTRY THRU 3250-EXIT
005580         UNTIL WS-CONTROL-EOF
005590             OR AC-CYCLE-DATE NOT = WS-CTL-GRP-DATE
005600             OR AC-ENVIRONMENT NOT = WS-CTL-GRP-ENV.
005610 3200-EXIT.
005620     EXIT.
005630*
005640***************************************************************
005650* 3250-ADD-CONTROL-ENTRY.
005660***************************************************************
005670 3250-ADD-CONTROL-ENTRY.
005680     IF AC-STAMP-CONTROL
005690         SET WS-CTL-HAS-STAMP TO TRUE
005700         MOVE AC-RECORD-COUNT TO WS-CTL-S-COUNT
005710         MOVE AC-CHECK-VALUE  TO WS-CTL-S-CHECK
005720     ELSE
005730         IF AC-PURGE-CONTROL
005740             SET WS-CTL-HAS-PURGE TO TRUE
005750             MOVE AC-RECORD-COUNT TO WS-CTL-P-COUNT
005760             MOVE AC-CHECK-VALUE  TO WS-CTL-P-CHECK
005770         ELSE
005780             DISPLAY 'AUDITVFY - UNKNOWN CONTROL ENTRY TYPE '
005790                 AC-ENTRY-TYPE ' FOR ' AC-CYCLE-DATE ' '
005800                 AC-ENVIRONMENT ' - IGNORED'
005810         END-IF
005820     END-IF.
005830     PERFORM 3100-READ-CONTROL THRU 3100-EXIT.
005840 3250-EXIT.
005850     EXIT.
005860*
005870***************************************************************
005880* 3300-READ-MASTER.
005890***************************************************************
005900 3300-READ-MASTER.
005910     IF WS-MASTER-EOF
005920         GO TO 3300-EXIT
005930     END-IF.
005940     READ AUDIT-MASTER NEXT RECORD
005950         AT END SET WS-MASTER-EOF TO TRUE
005960     END-READ.
005970     IF NOT WS-MASTER-EOF AND NOT WS-AUDITMST-STATUS-OK
005980         DISPLAY 'AUDITVFY - AUDITMST READ FAILED - STATUS '
005990             WS-AUDITMST-STATUS
006000         MOVE 16 TO RETURN-CODE
006010         SET WS-READ-ERROR TO TRUE
006020         SET WS-MASTER-EOF TO TRUE
006030     END-IF.
006040 3300-EXIT.
006050     EXIT.
006060*
006070***************************************************************
006080* 3400-BUILD-MASTER-GROUP.
006090*    RECOMPUTES THE COUNT AND CHECK VALUE OF THE NEXT CYCLE
006100*    DATE AND ENVIRONMENT ON THE MASTER.
006110***************************************************************
006120 3400-BUILD-MASTER-GROUP.
006130     MOVE ZERO TO WS-MST-COUNT WS-MST-CHECK.
006140     IF WS-MASTER-EOF
006150         MOVE HIGH-VALUES TO WS-MST-GROUP-KEY
006160         GO TO 3400-EXIT
006170     END-IF.
006180     MOVE AM-CYCLE-DATE  TO WS-MST-GRP-DATE.
006190     MOVE AM-ENVIRONMENT TO WS-MST-GRP-ENV.
006200     PERFORM 3450-ADD-MASTER-RECORD THRU 3450-EXIT
006210         UNTIL WS-MASTER-EOF
006220             OR AM-CYCLE-DATE NOT = WS-MST-GRP-DATE
006230             OR AM-ENVIRONMENT NOT = WS-MST-GRP-ENV.
006240 3400-EXIT.
006250     EXIT.
006260*
006270***************************************************************
006280* 3450-ADD-MASTER-RECORD.
006290***************************************************************
006300 3450-ADD-MASTER-RECORD.
006310     ADD 1 TO WS-MASTER-RECORDS.
006320     ADD 1 TO WS-MST-COUNT.
006330     MOVE AUDIT-MASTER-RECORD TO CV-RECORD-IMAGE.
006340     MOVE WS-MST-CHECK TO CV-CHECK-VALUE.
006350     CALL 'AUDITCKV' USING CHECK-VALUE-PARM.
006360     MOVE CV-CHECK-VALUE TO WS-MST-CHECK.
006370     PERFORM 3300-READ-MASTER THRU 3300-EXIT.
006380 3450-EXIT.
006390     EXIT.
006400*
006410***************************************************************
006420* 4000-VERIFY-LOOP.
006430*    MATCHES CONTROL GROUPS TO MASTER GROUPS BY CYCLE DATE
006440*    AND ENVIRONMENT UNTIL BOTH SIDES ARE EXHAUSTED.  THE PASS
006450*    IS COMPLETE ONLY IF NEITHER FILE HIT A READ ERROR.
006460***************************************************************
006470 4000-VERIFY-LOOP.
006480     PERFORM 4100-COMPARE-GROUPS THRU 4100-EXIT
006490         UNTIL WS-CTL-GROUP-KEY = HIGH-VALUES
006500             AND WS-MST-GROUP-KEY = HIGH-VALUES.
006510     IF NOT WS-READ-ERROR
006520         SET WS-VERIFY-COMPLETE TO TRUE
006530     END-IF.
006540 4000-EXIT.
006550     EXIT.
006560*
006570***************************************************************
006580* 4100-COMPARE-GROUPS.
006590*    THE LOWER KEY IS EVALUATED; A SIDE WITH A HIGHER KEY HAS
006600*    NOTHING FOR THAT CYCLE DATE AND ENVIRONMENT.
006610***************************************************************
006620 4100-COMPARE-GROUPS.
006630     MOVE 'N' TO WS-EV-STAMP-SW WS-EV-PURGE-SW.
006640     MOVE ZERO TO WS-EV-S-COUNT WS-EV-S-CHECK
006650                  WS-EV-P-COUNT WS-EV-P-CHECK
006660                  WS-EV-M-COUNT WS-EV-M-CHECK.
006670     IF WS-CTL-GROUP-KEY NOT > WS-MST-GROUP-KEY
006680         MOVE WS-CTL-GROUP-KEY TO WS-EV-KEY
006690         MOVE WS-CTL-STAMP-SW  TO WS-EV-STAMP-SW
006700         MOVE WS-CTL-PURGE-SW  TO WS-EV-PURGE-SW
006710         MOVE WS-CTL-S-COUNT   TO WS-EV-S-COUNT
006720         MOVE WS-CTL-S-CHECK   TO WS-EV-S-CHECK
006730         MOVE WS-CTL-P-COUNT   TO WS-EV-P-COUNT
006740         MOVE WS-CTL-P-CHECK   TO WS-EV-P-CHECK
006750     END-IF.
006760     IF WS-MST-GROUP-KEY NOT > WS-CTL-GROUP-KEY
006770         MOVE WS-MST-GROUP-KEY TO WS-EV-KEY
006780         MOVE WS-MST-COUNT     TO WS-EV-M-COUNT
006790         MOVE WS-MST-CHECK     TO WS-EV-M-CHECK
006800     END-IF.
006810     PERFORM 4200-EVALUATE-GROUP THRU 4200-EXIT.
006820     IF WS-CTL-GROUP-KEY = WS-EV-KEY
006830         PERFORM 3200-BUILD-CONTROL-GROUP THRU 3200-EXIT
006840     END-IF.
006850     IF WS-MST-GROUP-KEY = WS-EV-KEY
006860         PERFORM 3400-BUILD-MASTER-GROUP THRU 3400-EXIT
006870     END-IF.
006880 4100-EXIT.
006890     EXIT.
006900*
006910***************************************************************
006920* 4200-EVALUATE-GROUP.
006930*    MASTER PLUS PURGED MUST EQUAL STAMPED, IN COUNT AND IN
006940*    CHECK VALUE.  A GROUP WITH NO STAMP-CONTROL ENTRY BEFORE
006950*    THE FIRST ONE ON FILE IS PRE-CONTROL HISTORY; AFTER IT,
006960*    IT IS A MISMATCH.
006970***************************************************************
006980 4200-EVALUATE-GROUP.
006990     ADD 1 TO WS-GROUPS-CHECKED.
007000     IF WS-VERIFY-ARCHIVE AND WS-EV-HAS-PURGE
007010         PERFORM 4300-CHECK-ARCHIVE-GROUP THRU 4300-EXIT
007020     END-IF.
007030     IF WS-EV-HAS-STAMP AND WS-FIRST-CONTROL-DATE = SPACES
007040         MOVE WS-EV-DATE TO WS-FIRST-CONTROL-DATE
007050     END-IF.
007060     COMPUTE WS-ACCT-COUNT = WS-EV-M-COUNT + WS-EV-P-COUNT.
007070     COMPUTE WS-ACCT-CHECK = WS-EV-M-CHECK + WS-EV-P-CHECK.
007080     IF WS-ACCT-CHECK NOT < WS-CHECK-MODULUS
007090         SUBTRACT WS-CHECK-MODULUS FROM WS-ACCT-CHECK
007100     END-IF.
007110     IF NOT WS-EV-HAS-STAMP
007120         IF WS-FIRST-CONTROL-DATE = SPACES
007130             ADD 1 TO WS-GROUPS-PRECONTROL
007140             GO TO 4200-EXIT
007150         END-IF
007160         IF WS-EV-HAS-PURGE
007170             MOVE 'PURGE ENTRY BUT NO STAMP-CONTROL ENTRY'
007180                 TO WS-EX-REASON
007190         ELSE
007200             MOVE 'RECORDS ON MASTER WITH NO CONTROL ENTRY'
007210                 TO WS-EX-REASON
007220         END-IF
007230         PERFORM 4800-FLAG-TOTALS THRU 4800-EXIT
007240         GO TO 4200-EXIT
007250     END-IF.
007260     IF WS-ACCT-COUNT NOT = WS-EV-S-COUNT
007270         MOVE 'RECORD COUNT DOES NOT MATCH CONTROL'
007280             TO WS-EX-REASON
007290         PERFORM 4800-FLAG-TOTALS THRU 4800-EXIT
007300         GO TO 4200-EXIT
007310     END-IF.
007320     IF WS-ACCT-CHECK NOT = WS-EV-S-CHECK
007330         MOVE 'CHECK VALUE DOES NOT MATCH CONTROL'
007340             TO WS-EX-REASON
007350         PERFORM 4800-FLAG-TOTALS THRU 4800-EXIT
007360         GO TO 4200-EXIT
007370     END-IF.
007380     ADD 1 TO WS-GROUPS-MATCHED.
007390 4200-EXIT.
007400     EXIT.
007410*
007420***************************************************************
007430* 4300-CHECK-ARCHIVE-GROUP.
007440*    A CYCLE DATE THE UNLOAD HOLDS MUST MATCH ITS PURGE-
007450*    CONTROL ENTRY EXACTLY.  PURGED DATES THAT ARE NOT IN
007460*    THIS UNLOAD WENT TO ANOTHER DATED ARCHIVE.
007470***************************************************************
007480 4300-CHECK-ARCHIVE-GROUP.
007490     MOVE 'N' TO WS-FOUND-SW.
007500     PERFORM 4350-MATCH-EV-ARCHIVE THRU 4350-EXIT
007510         VARYING WS-AT-IDX FROM 1 BY 1
007520         UNTIL WS-AT-IDX > WS-AT-USED OR WS-FOUND.
007530     IF NOT WS-FOUND
007540         GO TO 4300-EXIT
007550     END-IF.
007560     MOVE 'Y' TO WS-AT-MATCHED (WS-AT-HIT).
007570     IF WS-AT-COUNT (WS-AT-HIT) = WS-EV-P-COUNT
007580         AND WS-AT-CHECK (WS-AT-HIT) = WS-EV-P-CHECK
007590         ADD 1 TO WS-ARCHIVE-MATCHED
007600         GO TO 4300-EXIT
007610     END-IF.
007620     MOVE 'ARCHIVE UNLOAD DOES NOT MATCH PURGE ENTRY'
007630         TO WS-EX-REASON.
007640     MOVE WS-EV-P-COUNT TO WS-EX-EXP-COUNT.
007650     MOVE WS-EV-P-CHECK TO WS-EX-EXP-CHECK.
007660     MOVE WS-AT-COUNT (WS-AT-HIT) TO WS-EX-ACT-COUNT.
007670     MOVE WS-AT-CHECK (WS-AT-HIT) TO WS-EX-ACT-CHECK.
007680     PERFORM 4900-FLAG-GROUP THRU 4900-EXIT.
007690 4300-EXIT.
007700     EXIT.
007710*
007720***************************************************************
007730* 4350-MATCH-EV-ARCHIVE.
007740***************************************************************
007750 4350-MATCH-EV-ARCHIVE.
007760     IF WS-AT-DATE (WS-AT-IDX) = WS-EV-DATE
007770         AND WS-AT-ENV (WS-AT-IDX) = WS-EV-ENV
007780         MOVE WS-AT-IDX TO WS-AT-HIT
007790         SET WS-FOUND TO TRUE
007800     END-IF.
007810 4350-EXIT.
007820     EXIT.
007830*
007840***************************************************************
007850* 4500-CHECK-ARCHIVE-LEFT.
007860*    ANY CYCLE DATE IN THE UNLOAD THAT NO PURGE-CONTROL ENTRY
007870*    CLAIMED LEFT THE MASTER UNACCOUNTED FOR - UNLESS IT IS
007880*    PRE-CONTROL HISTORY.
007890***************************************************************
007900 4500-CHECK-ARCHIVE-LEFT.
007910     PERFORM 4550-CHECK-ONE-LEFT THRU 4550-EXIT
007920         VARYING WS-AT-IDX FROM 1 BY 1
007930         UNTIL WS-AT-IDX > WS-AT-USED.
007940 4500-EXIT.
007950     EXIT.
007960*
007970***************************************************************
007980* 4550-CHECK-ONE-LEFT.
007990***************************************************************
008000 4550-CHECK-ONE-LEFT.
008010     IF WS-AT-MATCHED (WS-AT-IDX) = 'Y'
008020         GO TO 4550-EXIT
008030     END-IF.
008040     IF WS-FIRST-CONTROL-DATE = SPACES
008050         OR WS-AT-DATE (WS-AT-IDX) < WS-FIRST-CONTROL-DATE
008060         ADD 1 TO WS-GROUPS-PRECONTROL
008070         GO TO 4550-EXIT
008080     END-IF.
008090     MOVE WS-AT-DATE (WS-AT-IDX) TO WS-EV-DATE.
008100     MOVE WS-AT-ENV (WS-AT-IDX)  TO WS-EV-ENV.
008110     MOVE 'ARCHIVED RECORDS WITH NO PURGE ENTRY'
008120         TO WS-EX-REASON.
008130     MOVE ZERO TO WS-EX-EXP-COUNT WS-EX-EXP-CHECK.
008140     MOVE WS-AT-COUNT (WS-AT-IDX) TO WS-EX-ACT-COUNT.
008150     MOVE WS-AT-CHECK (WS-AT-IDX) TO WS-EX-ACT-CHECK.
008160     PERFORM 4900-FLAG-GROUP THRU 4900-EXIT.
008170 4550-EXIT.
008180     EXIT.
008190*
008200***************************************************************
008210* 4800-FLAG-TOTALS.
008220*    EXPECTED = STAMPED; ACTUAL = ON MASTER PLUS PURGED.
008230***************************************************************
008240 4800-FLAG-TOTALS.
008250     MOVE WS-EV-S-COUNT TO WS-EX-EXP-COUNT.
008260     MOVE WS-EV-S-CHECK TO WS-EX-EXP-CHECK.
008270     MOVE WS-ACCT-COUNT TO WS-EX-ACT-COUNT.
008280     MOVE WS-ACCT-CHECK TO WS-EX-ACT-CHECK.
008290     PERFORM 4900-FLAG-GROUP THRU 4900-EXIT.
008300 4800-EXIT.
008310     EXIT.
008320*
008330***************************************************************
008340* 4900-FLAG-GROUP.
008350*    PRINTS ONE MISMATCH (COLUMN HEADINGS BEFORE THE FIRST).
008360***************************************************************
008370 4900-FLAG-GROUP.
008380     ADD 1 TO WS-MISMATCHES.
008390     IF NOT WS-HEADING-PRINTED
008400         SET WS-HEADING-PRINTED TO TRUE
008410         MOVE SPACES TO WS-RPT-LINE
008420         STRING 'CYCLE     ENV   REASON'
008430             '                                      '
008440             'EXPECTED COUNT/CHECK  ACTUAL COUNT/CHECK'
008450             DELIMITED BY SIZE INTO WS-RPT-LINE
008460         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
008470     END-IF.
008480     MOVE WS-EV-DATE TO WS-EX-CYCLE.
008490     MOVE WS-EV-ENV  TO WS-EX-ENV.
008500     MOVE WS-EXCP-LINE TO WS-RPT-LINE.
008510     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008520 4900-EXIT.
008530     EXIT.
008540*
008550***************************************************************
008560* 5000-OPEN-REPORT.
008570***************************************************************
008580 5000-OPEN-REPORT.
008590     OPEN OUTPUT VFY-REPORT.
008600     IF NOT WS-VFYRPT-STATUS-OK
008610         DISPLAY 'AUDITVFY - VFYRPT OPEN FAILED - STATUS '
008620             WS-VFYRPT-STATUS
008630         MOVE 16 TO RETURN-CODE
008640         GO TO 5000-EXIT
008650     END-IF.
008660     MOVE SPACES TO WS-RPT-LINE.
008670     STRING 'AUDITVFY - AUDIT MASTER CONTROL-TOTAL '
008680         'VERIFICATION  ' WS-TIMESTAMP-PLAIN
008690         DELIMITED BY SIZE INTO WS-RPT-LINE.
008700     MOVE '1' TO RPT-CARRIAGE-CONTROL.
008710     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
008720     WRITE RPT-RECORD.
008730     MOVE SPACES TO WS-RPT-LINE.
008740     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008750 5000-EXIT.
008760     EXIT.
008770*
008780***************************************************************
008790* 5500-PRINT-SUMMARY.
008800*    "NO MISMATCHES" ONLY FOR A PASS THAT READ BOTH FILES
008810*    THROUGH (AND ANY UNLOAD ASKED FOR IN FULL).
008820***************************************************************
008830 5500-PRINT-SUMMARY.
008840     MOVE SPACES TO WS-RPT-LINE.
008850     IF NOT WS-VERIFY-COMPLETE OR WS-ARCHIVE-FAILED
008860         STRING '     (VERIFICATION INCOMPLETE - SEE MESSAGES)'
008870             DELIMITED BY SIZE INTO WS-RPT-LINE
008880         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
008890     ELSE
008900         IF WS-MISMATCHES = ZERO
008910             STRING '     (NO MISMATCHES - EVERY CONTROLLED '
008920                 'CYCLE DATE AGREES WITH ITS CONTROL ENTRIES)'
008930                 DELIMITED BY SIZE INTO WS-RPT-LINE
008940             PERFORM 5950-PRINT-LINE THRU 5950-EXIT
008950         END-IF
008960     END-IF.
008970     MOVE SPACES TO WS-RPT-LINE.
008980     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
008990     MOVE WS-MASTER-RECORDS TO WS-COUNT-EDIT.
009000     MOVE SPACES TO WS-RPT-LINE.
009010     STRING 'AUDIT RECORDS READ    : ' WS-COUNT-EDIT
009020         DELIMITED BY SIZE INTO WS-RPT-LINE.
009030     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009040     MOVE WS-CONTROL-ENTRIES TO WS-COUNT-EDIT.
009050     MOVE SPACES TO WS-RPT-LINE.
009060     STRING 'CONTROL ENTRIES READ  : ' WS-COUNT-EDIT
009070         DELIMITED BY SIZE INTO WS-RPT-LINE.
009080     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009090     MOVE WS-GROUPS-CHECKED TO WS-COUNT-EDIT.
009100     MOVE SPACES TO WS-RPT-LINE.
009110     STRING 'DATE/ENV GROUPS       : ' WS-COUNT-EDIT
009120         DELIMITED BY SIZE INTO WS-RPT-LINE.
009130     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009140     MOVE WS-GROUPS-MATCHED TO WS-COUNT-EDIT.
009150     MOVE SPACES TO WS-RPT-LINE.
009160     STRING 'PROVED AGAINST CONTROL: ' WS-COUNT-EDIT
009170         DELIMITED BY SIZE INTO WS-RPT-LINE.
009180     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009190     MOVE WS-GROUPS-PRECONTROL TO WS-COUNT-EDIT.
009200     MOVE SPACES TO WS-RPT-LINE.
009210     STRING 'PRE-CONTROL HISTORY   : ' WS-COUNT-EDIT
009220         DELIMITED BY SIZE INTO WS-RPT-LINE.
009230     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009240     MOVE SPACES TO WS-RPT-LINE.
009250     IF WS-FIRST-CONTROL-DATE = SPACES
009260         STRING 'FIRST CONTROLLED DATE : (NONE ON FILE)'
009270             DELIMITED BY SIZE INTO WS-RPT-LINE
009280     ELSE
009290         STRING 'FIRST CONTROLLED DATE : '
009300             WS-FIRST-CONTROL-DATE
009310             DELIMITED BY SIZE INTO WS-RPT-LINE
009320     END-IF.
009330     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009340     IF WS-VERIFY-ARCHIVE
009350         MOVE WS-ARCHIVE-RECORDS TO WS-COUNT-EDIT
009360         MOVE SPACES TO WS-RPT-LINE
009370         STRING 'ARCHIVE RECORDS READ  : ' WS-COUNT-EDIT
009380             DELIMITED BY SIZE INTO WS-RPT-LINE
009390         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
009400         MOVE WS-ARCHIVE-MATCHED TO WS-COUNT-EDIT
009410         MOVE SPACES TO WS-RPT-LINE
009420         STRING 'ARCHIVE DATES PROVED  : ' WS-COUNT-EDIT
009430             DELIMITED BY SIZE INTO WS-RPT-LINE
009440         PERFORM 5950-PRINT-LINE THRU 5950-EXIT
009450     END-IF.
009460     MOVE WS-MISMATCHES TO WS-COUNT-EDIT.
009470     MOVE SPACES TO WS-RPT-LINE.
009480     STRING 'MISMATCHES            : ' WS-COUNT-EDIT
009490         DELIMITED BY SIZE INTO WS-RPT-LINE.
009500     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
009510 5500-EXIT.
009520     EXIT.
009530*
009540***************************************************************
009550* 5950-PRINT-LINE.
009560***************************************************************
009570 5950-PRINT-LINE.
009580     MOVE ' ' TO RPT-CARRIAGE-CONTROL.
009590     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
009600     WRITE RPT-RECORD.
009610     IF NOT WS-VFYRPT-STATUS-OK
009620         DISPLAY 'AUDITVFY - VFYRPT WRITE FAILED - STATUS '
009630             WS-VFYRPT-STATUS
009640         MOVE 16 TO RETURN-CODE
009650     END-IF.
009660 5950-EXIT.
009670     EXIT.
009680*
009690***************************************************************
009700* 6000-CLOSE-FILES.
009710***************************************************************
009720 6000-CLOSE-FILES.
009730     IF WS-OPEN-FAILED
009740         GO TO 6000-EXIT
009750     END-IF.
009760     IF NOT WS-NO-MASTER
009770         CLOSE AUDIT-MASTER
009780     END-IF.
009790     IF NOT WS-NO-CONTROL
009800         CLOSE AUDIT-CONTROL
009810     END-IF.
009820 6000-EXIT.
009830     EXIT.
