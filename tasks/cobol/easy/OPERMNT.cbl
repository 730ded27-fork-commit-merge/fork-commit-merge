000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPERMNT.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - BATCH MAINTENANCE FOR
000140*                   THE KEYED OPERATOR AUTHORIZATION FILE
000150*                   (OPERAUTH).  APPLIES ADD/CHANGE/REVOKE
000160*                   TRANSACTIONS FROM THE OPERTRAN CONTROL
000170*                   FILE, REJECTS MALFORMED TRANSACTIONS TO
000180*                   THE OPERRPT REPORT, AND RECORDS EACH
000190*                   APPLIED CHANGE ON THE AUDIT MASTER AND
000200*                   THE OPERLOG CHANGE LOG SO COMPLIANCE CAN
000210*                   SEE WHO GRANTED OR PULLED WHICH
000220*                   OPERATOR'S AUTHORITY AND WHEN.  ONE AUDIT
000230*                   STAMP PER TRANSACTION; THE RUN STOPS RC 16
000240*                   RATHER THAN APPLY A CHANGE IT CANNOT AUDIT.
000250***************************************************************
000260*
000270* TRANSACTION LAYOUT (OPERTRAN):
000280*   COL 1     ACTION - A(DD), C(HANGE), R(EVOKE)
000290*   COL 3-10  OPERATOR USER ID
000300*   COL 12-15 ENVIRONMENT 1  \
000310*   COL 17-20 ENVIRONMENT 2   > ENVTAB CODES, AT LEAST ONE
000320*   COL 22-25 ENVIRONMENT 3  /  (FOR A AND C)
000330*   COL 27    MAY USE RERUN=     (Y/N)
000340*   COL 28    MAY USE FORCE=     (Y/N)
000350*   COL 29    MAY USE RESTART=   (Y/N)
000360*   COL 30    MAY MAINTAIN LANGFILE THROUGH LANGMNT (Y/N)
000370*   COL 31    MAY ACKNOWLEDGE CRIT ALERTS (Y/N)
000380*   COL 33-62 USER NAME (REQUIRED FOR A; BLANK ON A C KEEPS
000390*             THE NAME ON FILE)
000400*
000410* A CHANGE REPLACES THE ENVIRONMENT LIST AND THE PRIVILEGE
000420* FLAGS OUTRIGHT.  A REVOKE NEEDS ONLY THE USER ID - THE
000430* RECORD STAYS ON FILE MARKED REVOKED SO THE HISTORY STILL
000440* NAMES THE USER, AND AN ADD FOR A REVOKED USER REINSTATES
000450* THE RECORD WITH THE AUTHORITY ON THE NEW TRANSACTION.
000460*
000470* PARM: ENV(4) USER(8) - THE ENVIRONMENT WHOSE OPERAUTH IS
000480* BEING MAINTAINED AND THE SECURITY ADMINISTRATOR RUNNING THE
000490* BATCH.  WHO MAY RUN THIS JOB IS GOVERNED BY THE SECURITY
000500* PROFILE ON THE OPERAUTH DATASET ITSELF, NOT BY OPERAUTH -
000510* OTHERWISE THE FIRST RECORD COULD NEVER BE LOADED.
000520*
000530* THIS IS NOT A CYCLE STEP, SO IT STAMPS NO START OR END
000540* RECORDS (TRIGRECN WOULD TAKE AN OFF-CYCLE START AS
000550* EVIDENCE A TRIGGER WAS CONSUMED) AND TAKES NO CHECKPOINT.
000560* EACH APPLIED TRANSACTION IS STAMPED ONCE ON AUDITMST, WITH
000570* RC 0000 AND THE USER WHOSE AUTHORITY CHANGED AS THE DETAIL.
000580* WHAT CHANGED GOES ON THE OPERLOG CHANGE LOG (COPYBOOK
000590* OPRCHG) UNDER THAT STAMP'S RUN SEQUENCE - AN ENTRY LINE FOR
000600* THE TRANSACTION, THEN ONE LINE PER ENVIRONMENT AND PER
000610* PRIVILEGE GRANTED OR REMOVED, EACH WITH THE ACTION (ADD,
000620* CHANGE, REVOKE, REINSTATE) AND THE AUTHORITY HELD
000630* AFTERWARDS.  A REVOKE LOGS EVERYTHING THE USER HELD AS
000640* REMOVED, AND A REINSTATE EVERYTHING GIVEN BACK AS GRANTED,
000650* SINCE A REVOKED RECORD AUTHORIZES NOTHING.  THE REPORT
000660* CARRIES THE FULL ENTRY.
000670*
000680* AUDITMST ALLOWS 99 RUN SEQUENCES A DAY FOR THE JOB AND
000690* ENVIRONMENT.  THE LAST ONE ALREADY USED IS FOUND AT OPEN,
000700* AND A TRANSACTION IS APPLIED ONLY WHILE ONE IS STILL FREE.
000710* WHEN THE SEQUENCES RUN OUT, OR A STAMP OR OPERLOG LINE
000720* CANNOT BE WRITTEN, NOTHING FURTHER IS APPLIED AND THE STEP
000730* ENDS RC 16 - THE REPORT SHOWS WHERE IT STOPPED, AND THE
000740* REMAINING TRANSACTIONS GO IN ON A LATER RUN.
000750*
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER. IBM-370.
000790 OBJECT-COMPUTER. IBM-370.
000800*
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT OPER-TRANS ASSIGN TO "OPERTRAN"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-OPERTRAN-STATUS.
000860     SELECT OPER-AUTH ASSIGN TO "OPERAUTH"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS OA-USER-ID
000900         FILE STATUS IS WS-OPERAUTH-STATUS.
000910     SELECT MAINT-REPORT ASSIGN TO "OPERRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-OPERRPT-STATUS.
000940     SELECT OPER-CHANGE-LOG ASSIGN TO "OPERLOG"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-OPERLOG-STATUS.
000970     SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS AM-KEY
001010         FILE STATUS IS WS-AUDITMST-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050*
001060 FD  OPER-TRANS
001070     LABEL RECORDS ARE STANDARD.
001080 01  TRANS-RECORD.
001090     05 OT-ACTION       PIC X(01).
001100     05 FILLER          PIC X(01).
001110     05 OT-USER-ID      PIC X(08).
001120     05 FILLER          PIC X(01).
001130     05 OT-ENV-SLOT OCCURS 3 TIMES.
001140         10 OT-ENV-CODE PIC X(04).
001150         10 FILLER      PIC X(01).
001160     05 OT-PRIV-FLAGS.
001170         10 OT-RERUN-AUTH    PIC X(01).
001180         10 OT-FORCE-AUTH    PIC X(01).
001190         10 OT-RESTART-AUTH  PIC X(01).
001200         10 OT-LANGMNT-AUTH  PIC X(01).
001210         10 OT-CRIT-ACK-AUTH PIC X(01).
001220     05 OT-PRIV-TABLE REDEFINES OT-PRIV-FLAGS.
001230         10 OT-PRIV-FLAG PIC X(01) OCCURS 5 TIMES.
001240     05 FILLER          PIC X(01).
001250     05 OT-USER-NAME    PIC X(30).
001260*
001270 FD  OPER-AUTH
001280     LABEL RECORDS ARE STANDARD.
001290 COPY OPERAUTH.
001300*
001310 FD  MAINT-REPORT
001320     LABEL RECORDS ARE STANDARD.
001330 01  RPT-RECORD.
001340     05 RPT-CARRIAGE-CONTROL PIC X(01).
001350     05 RPT-LINE-TEXT        PIC X(132).
001360*
001370 FD  OPER-CHANGE-LOG
001380     LABEL RECORDS ARE STANDARD.
001390 COPY OPRCHG.
001400*
001410 FD  AUDIT-MASTER
001420     LABEL RECORDS ARE STANDARD.
001430 COPY AUDITMST.
001440*
001450 WORKING-STORAGE SECTION.
001460*
001470***************************************************************
001480*  JOB IDENTIFICATION AND TIMESTAMP FIELDS
001490***************************************************************
001500 01 WS-JOB-NAME PIC X(08) VALUE 'OPERMNT'.
001510 01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
001520 01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'UNKN'.
001530*
001540 01 WS-RUN-DATE-TIME.
001550     05 WS-RUN-DATE.
001560         10 WS-RUN-YYYY PIC 9(04).
001570         10 WS-RUN-MM   PIC 9(02).
001580         10 WS-RUN-DD   PIC 9(02).
001590     05 WS-RUN-TIME.
001600         10 WS-RUN-HH   PIC 9(02).
001610         10 WS-RUN-MN   PIC 9(02).
001620         10 WS-RUN-SS   PIC 9(02).
001630         10 WS-RUN-HS   PIC 9(02).
001640*
001650 01 WS-TIMESTAMP-PLAIN.
001660     05 WS-TS-YYYY PIC 9(04).
001670     05 FILLER     PIC X(01) VALUE '-'.
001680     05 WS-TS-MM   PIC 9(02).
001690     05 FILLER     PIC X(01) VALUE '-'.
001700     05 WS-TS-DD   PIC 9(02).
001710     05 FILLER     PIC X(01) VALUE SPACE.
001720     05 WS-TS-HH   PIC 9(02).
001730     05 FILLER     PIC X(01) VALUE ':'.
001740     05 WS-TS-MN   PIC 9(02).
001750     05 FILLER     PIC X(01) VALUE ':'.
001760     05 WS-TS-SS   PIC 9(02).
001770*
001780***************************************************************
001790*  TRANSACTION COUNTS
001800***************************************************************
001810 01 WS-TRANS-READ     PIC 9(05) COMP VALUE 0.
001820 01 WS-TRANS-APPLIED  PIC 9(05) COMP VALUE 0.
001830 01 WS-TRANS-REJECTED PIC 9(05) COMP VALUE 0.
001840*
001850***************************************************************
001860*  VALIDATION WORKING FIELDS
001870***************************************************************
001880 01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
001890 01 WS-SLOT-IDX      PIC 9(02) COMP.
001900 01 WS-FLAG-IDX      PIC 9(02) COMP.
001910 01 WS-ENV-IDX       PIC 9(02) COMP.
001920 01 WS-ENV-GIVEN     PIC 9(02) COMP VALUE 0.
001930 01 WS-ENV-FOUND-SW PIC X(01) VALUE 'N'.
001940     88 WS-ENV-FOUND VALUE 'Y'.
001950 01 WS-REINSTATE-SW PIC X(01) VALUE 'N'.
001960     88 WS-REINSTATED VALUE 'Y'.
001970 01 WS-OLD-HELD-SW PIC X(01) VALUE 'N'.
001980*
001990***************************************************************
002000*  AUTHORITY BEFORE AND AFTER THE CHANGE, AND WHAT CHANGED AS
002010*  WRITTEN TO OPERLOG
002020***************************************************************
002030 01 WS-OLD-AUTH.
002040     05 WS-OLD-ENV-LIST.
002050         10 WS-OLD-ENV-CODE PIC X(04) OCCURS 3 TIMES.
002060     05 WS-OLD-PRIVS.
002070         10 WS-OLD-PRIV-FLAG PIC X(01) OCCURS 5 TIMES.
002080 01 WS-NEW-AUTH.
002090     05 WS-NEW-ENV-LIST.
002100         10 WS-NEW-ENV-CODE PIC X(04) OCCURS 3 TIMES.
002110     05 WS-NEW-PRIVS.
002120         10 WS-NEW-PRIV-FLAG PIC X(01) OCCURS 5 TIMES.
002130 01 WS-PRIV-NAMES.
002140     05 FILLER PIC X(08) VALUE 'RERUN'.
002150     05 FILLER PIC X(08) VALUE 'FORCE'.
002160     05 FILLER PIC X(08) VALUE 'RESTART'.
002170     05 FILLER PIC X(08) VALUE 'LANGMNT'.
002180     05 FILLER PIC X(08) VALUE 'CRIT-ACK'.
002190 01 WS-PRIV-NAME-TABLE REDEFINES WS-PRIV-NAMES.
002200     05 WS-PRIV-NAME PIC X(08) OCCURS 5 TIMES.
002210 01 WS-CHG-ACTION PIC X(09) VALUE SPACES.
002220 01 WS-CHG-CHANGE PIC X(07) VALUE SPACES.
002230 01 WS-CHG-ITEM   PIC X(08) VALUE SPACES.
002240*
002250***************************************************************
002260*  SWITCHES
002270***************************************************************
002280 01 WS-OPERTRAN-SW PIC X(01) VALUE 'N'.
002290     88 WS-OPERTRAN-EOF VALUE 'Y'.
002300 01 WS-TRANS-OK-SW PIC X(01) VALUE 'Y'.
002310     88 WS-TRANS-OK VALUE 'Y'.
002320 01 WS-RUN-STOP-SW PIC X(01) VALUE 'N'.
002330     88 WS-RUN-STOPPED VALUE 'Y'.
002340 01 WS-AUDIT-SW PIC X(01) VALUE 'N'.
002350     88 WS-AUDIT-EOF VALUE 'Y'.
002360*
002370***************************************************************
002380*  FILE STATUS FIELDS
002390***************************************************************
002400 01 WS-OPERTRAN-STATUS PIC X(02) VALUE '00'.
002410     88 WS-OPERTRAN-STATUS-OK VALUE '00'.
002420 01 WS-OPERAUTH-STATUS PIC X(02) VALUE '00'.
002430     88 WS-OPERAUTH-STATUS-OK VALUE '00'.
002440     88 WS-OPERAUTH-NOT-FOUND VALUE '35'.
002450     88 WS-OPERAUTH-DUP-KEY VALUE '22'.
002460     88 WS-OPERAUTH-NO-RECORD VALUE '23'.
002470 01 WS-OPERRPT-STATUS  PIC X(02) VALUE '00'.
002480     88 WS-OPERRPT-STATUS-OK VALUE '00'.
002490 01 WS-OPERLOG-STATUS  PIC X(02) VALUE '00'.
002500     88 WS-OPERLOG-STATUS-OK VALUE '00'.
002510     88 WS-OPERLOG-NOT-FOUND VALUE '35'.
002520 01 WS-AUDITMST-STATUS PIC X(02) VALUE '00'.
002530     88 WS-AUDITMST-STATUS-OK VALUE '00'.
002540     88 WS-AUDITMST-NOT-FOUND VALUE '35'.
002550 01 WS-AUDIT-SEQ PIC 9(02) VALUE 0.
002560*
002570 COPY ENVTAB.
002580*
002590***************************************************************
002600*  AUDIT-STAMP PARAMETER BLOCK FOR THE AUDITWRT SUBPROGRAM
002610***************************************************************
002620 COPY AWPARM.
002630*
002640***************************************************************
002650*  REPORT LINES
002660***************************************************************
002670 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
002680 01 WS-DETAIL-LINE.
002690     05 WS-DTL-DISPOSITION PIC X(08).
002700     05 FILLER             PIC X(02) VALUE SPACES.
002710     05 WS-DTL-ACTION      PIC X(01).
002720     05 FILLER             PIC X(02) VALUE SPACES.
002730     05 WS-DTL-USER-ID     PIC X(08).
002740     05 FILLER             PIC X(02) VALUE SPACES.
002750     05 WS-DTL-ENV-SLOT OCCURS 3 TIMES.
002760         10 WS-DTL-ENV-CODE PIC X(04).
002770         10 FILLER          PIC X(01).
002780     05 FILLER             PIC X(01) VALUE SPACES.
002790     05 WS-DTL-PRIVS       PIC X(05).
002800     05 FILLER             PIC X(02) VALUE SPACES.
002810     05 WS-DTL-TEXT        PIC X(40).
002820     05 FILLER             PIC X(46) VALUE SPACES.
002830 01 WS-COUNT-EDIT PIC ZZ,ZZ9.
002840*
002850 LINKAGE SECTION.
002860 01 WS-PARM-PASSED.
002870     05 WS-PARM-LEN   PIC S9(04) COMP.
002880     05 WS-PARM-ENV   PIC X(04).
002890     05 WS-PARM-USER  PIC X(08).
002900*
002910 PROCEDURE DIVISION USING WS-PARM-PASSED.
002920*
002930***************************************************************
002940* 0000-MAINLINE.
002950***************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     IF WS-OPERATOR-ID = SPACES
002990         DISPLAY 'OPERMNT - NO ADMINISTRATOR USER IN THE PARM - '
003000             'NOTHING APPLIED'
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
003050     IF RETURN-CODE NOT = ZERO
003060         STOP RUN
003070     END-IF.
003080     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
003090     PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT
003100         UNTIL WS-OPERTRAN-EOF OR WS-RUN-STOPPED.
003110     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
003120     STOP RUN.
003130*
003140***************************************************************
003150* 1000-INITIALIZE.
003160***************************************************************
003170 1000-INITIALIZE.
003180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003190     ACCEPT WS-RUN-TIME FROM TIME.
003200     IF WS-PARM-LEN >= 4
003210         MOVE WS-PARM-ENV TO WS-ENVIRONMENT-CODE
003220     END-IF.
003230     IF WS-PARM-LEN >= 12
003240         MOVE WS-PARM-USER TO WS-OPERATOR-ID
003250     END-IF.
003260     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
003270     MOVE WS-RUN-MM   TO WS-TS-MM.
003280     MOVE WS-RUN-DD   TO WS-TS-DD.
003290     MOVE WS-RUN-HH   TO WS-TS-HH.
003300     MOVE WS-RUN-MN   TO WS-TS-MN.
003310     MOVE WS-RUN-SS   TO WS-TS-SS.
003320 1000-EXIT.
003330     EXIT.
003340*
003350***************************************************************
003360* 2000-OPEN-FILES.
003370*    OPENS THE AUTHORIZATION FILE FOR UPDATE (CREATING IT ON
003380*    THE VERY FIRST MAINTENANCE RUN), THE TRANSACTION FILE
003390*    FOR INPUT, THE MAINTENANCE REPORT FOR OUTPUT, AND THE
003400*    OPERLOG CHANGE LOG FOR APPEND (CREATING IT ON FIRST USE),
003410*    THEN FINDS THE LAST AUDIT RUN SEQUENCE ALREADY USED TODAY.
003420***************************************************************
003430 2000-OPEN-FILES.
003440     OPEN I-O OPER-AUTH.
003450     IF WS-OPERAUTH-NOT-FOUND
003460         OPEN OUTPUT OPER-AUTH
003470         CLOSE OPER-AUTH
003480         OPEN I-O OPER-AUTH
003490     END-IF.
003500     IF NOT WS-OPERAUTH-STATUS-OK
003510         DISPLAY 'OPERMNT - OPERAUTH OPEN FAILED - STATUS '
003520             WS-OPERAUTH-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         GO TO 2000-EXIT
003550     END-IF.
003560     OPEN INPUT OPER-TRANS.
003570     IF NOT WS-OPERTRAN-STATUS-OK
003580         DISPLAY 'OPERMNT - OPERTRAN OPEN FAILED - STATUS '
003590             WS-OPERTRAN-STATUS
003600         MOVE 16 TO RETURN-CODE
003610         CLOSE OPER-AUTH
003620         GO TO 2000-EXIT
003630     END-IF.
003640     OPEN OUTPUT MAINT-REPORT.
003650     IF NOT WS-OPERRPT-STATUS-OK
003660         DISPLAY 'OPERMNT - OPERRPT OPEN FAILED - STATUS '
003670             WS-OPERRPT-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         CLOSE OPER-AUTH OPER-TRANS
003700         GO TO 2000-EXIT
003710     END-IF.
003720     OPEN EXTEND OPER-CHANGE-LOG.
003730     IF WS-OPERLOG-NOT-FOUND
003740         OPEN OUTPUT OPER-CHANGE-LOG
003750     END-IF.
003760     IF NOT WS-OPERLOG-STATUS-OK
003770         DISPLAY 'OPERMNT - OPERLOG OPEN FAILED - STATUS '
003780             WS-OPERLOG-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         CLOSE OPER-AUTH OPER-TRANS MAINT-REPORT
003810         GO TO 2000-EXIT
003820     END-IF.
003830     PERFORM 2100-FIND-LAST-SEQ THRU 2100-EXIT.
003840     IF RETURN-CODE NOT = ZERO
003850         CLOSE OPER-AUTH OPER-TRANS MAINT-REPORT OPER-CHANGE-LOG
003860         GO TO 2000-EXIT
003870     END-IF.
003880     MOVE SPACES TO WS-RPT-LINE.
003890     STRING 'OPERMNT - OPERATOR AUTHORIZATION MAINTENANCE '
003900            'REPORT  ' WS-ENVIRONMENT-CODE '  ' WS-TIMESTAMP-PLAIN
003910            DELIMITED BY SIZE INTO WS-RPT-LINE.
003920     MOVE '1' TO RPT-CARRIAGE-CONTROL.
003930     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
003940     WRITE RPT-RECORD.
003950     MOVE SPACES TO WS-RPT-LINE.
003960     STRING 'ADMINISTRATOR : ' WS-OPERATOR-ID
003970            '    PRIVS = RERUN FORCE RESTART LANGMNT CRIT-ACK'
003980            DELIMITED BY SIZE INTO WS-RPT-LINE.
003990     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004000     MOVE SPACES TO WS-RPT-LINE.
004010     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004020     MOVE SPACES TO WS-RPT-LINE.
004030     STRING 'DISP      A  USER      ENVIRONMENTS    PRIVS  '
004040            'USER NAME / REASON' DELIMITED BY SIZE
004050            INTO WS-RPT-LINE.
004060     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004070 2000-EXIT.
004080     EXIT.
004090*
004100***************************************************************
004110* 2100-FIND-LAST-SEQ.
004120*    READS THIS JOB'S STAMPS FOR TODAY AND THE ENVIRONMENT OFF
004130*    THE AUDIT MASTER SO WS-AUDIT-SEQ STARTS AT THE LAST RUN
004140*    SEQUENCE ALREADY TAKEN.  NO MASTER YET MEANS NONE TAKEN.
004150***************************************************************
004160 2100-FIND-LAST-SEQ.
004170     MOVE ZERO TO WS-AUDIT-SEQ.
004180     MOVE 'N' TO WS-AUDIT-SW.
004190     OPEN INPUT AUDIT-MASTER.
004200     IF WS-AUDITMST-NOT-FOUND
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF NOT WS-AUDITMST-STATUS-OK
004240         DISPLAY 'OPERMNT - AUDITMST OPEN FAILED - STATUS '
004250             WS-AUDITMST-STATUS ' - NOTHING APPLIED'
004260         MOVE 16 TO RETURN-CODE
004270         GO TO 2100-EXIT
004280     END-IF.
004290     MOVE WS-RUN-DATE         TO AM-CYCLE-DATE.
004300     MOVE WS-ENVIRONMENT-CODE TO AM-ENVIRONMENT.
004310     MOVE WS-JOB-NAME         TO AM-JOB-NAME.
004320     MOVE ZEROES              TO AM-RUN-SEQ.
004330     START AUDIT-MASTER KEY IS NOT LESS THAN AM-KEY
004340         INVALID KEY
004350             SET WS-AUDIT-EOF TO TRUE
004360     END-START.
004370     PERFORM 2110-READ-STAMP THRU 2110-EXIT
004380         UNTIL WS-AUDIT-EOF.
004390     CLOSE AUDIT-MASTER.
004400 2100-EXIT.
004410     EXIT.
004420*
004430***************************************************************
004440* 2110-READ-STAMP.
004450*    STOPS AT THE FIRST KEY PAST TODAY'S OPERMNT STAMPS FOR THE
004460*    ENVIRONMENT; THE LAST ONE READ BEFORE THAT IS THE HIGHEST.
004470***************************************************************
004480 2110-READ-STAMP.
004490     READ AUDIT-MASTER NEXT RECORD
004500         AT END SET WS-AUDIT-EOF TO TRUE
004510     END-READ.
004520     IF WS-AUDIT-EOF
004530         GO TO 2110-EXIT
004540     END-IF.
004550     IF NOT WS-AUDITMST-STATUS-OK
004560         DISPLAY 'OPERMNT - AUDITMST READ FAILED - STATUS '
004570             WS-AUDITMST-STATUS ' - NOTHING APPLIED'
004580         MOVE 16 TO RETURN-CODE
004590         SET WS-AUDIT-EOF TO TRUE
004600         GO TO 2110-EXIT
004610     END-IF.
004620     IF AM-CYCLE-DATE NOT = WS-RUN-DATE
004630         OR AM-ENVIRONMENT NOT = WS-ENVIRONMENT-CODE
004640         OR AM-JOB-NAME NOT = WS-JOB-NAME
004650         SET WS-AUDIT-EOF TO TRUE
004660         GO TO 2110-EXIT
004670     END-IF.
004680     MOVE AM-RUN-SEQ TO WS-AUDIT-SEQ.
004690 2110-EXIT.
004700     EXIT.
004710*
004720***************************************************************
004730* 3000-PROCESS-TRANSACTION.
004740*    VALIDATES AND APPLIES ONE TRANSACTION.  EVERY TRANSACTION
004750*    COMES OUT ON THE REPORT, EITHER AS APPLIED OR AS REJECTED
004760*    WITH THE REASON.  A VALID TRANSACTION IS APPLIED ONLY
004770*    WHILE AN AUDIT RUN SEQUENCE IS FREE FOR ITS STAMP; ONCE
004780*    NONE IS, OR THE AUDIT TRAIL FAILS, THE RUN STOPS.
004790***************************************************************
004800 3000-PROCESS-TRANSACTION.
004810     MOVE 'Y' TO WS-TRANS-OK-SW.
004820     MOVE 'N' TO WS-REINSTATE-SW.
004830     MOVE SPACES TO WS-REJECT-REASON.
004840     PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT.
004850     IF WS-TRANS-OK AND WS-AUDIT-SEQ NOT < 99
004860         DISPLAY 'OPERMNT - NO AUDIT RUN SEQUENCE LEFT FOR '
004870             WS-RUN-DATE ' ' WS-ENVIRONMENT-CODE ' - USER '
004880             OT-USER-ID ' AND LATER TRANSACTIONS NOT APPLIED'
004890         MOVE 16 TO RETURN-CODE
004900         SET WS-RUN-STOPPED TO TRUE
004910         MOVE 'NO AUDIT SEQUENCE LEFT TODAY'
004920             TO WS-REJECT-REASON
004930         MOVE 'N' TO WS-TRANS-OK-SW
004940     END-IF.
004950     IF WS-TRANS-OK
004960         PERFORM 3300-APPLY-TRANSACTION THRU 3300-EXIT
004970     END-IF.
004980     MOVE SPACES TO WS-DETAIL-LINE.
004990     MOVE OT-ACTION TO WS-DTL-ACTION.
005000     MOVE OT-USER-ID TO WS-DTL-USER-ID.
005010     IF WS-TRANS-OK
005020         ADD 1 TO WS-TRANS-APPLIED
005030         PERFORM 5000-WRITE-AUDIT-TRAIL THRU 5000-EXIT
005040         MOVE 'APPLIED ' TO WS-DTL-DISPOSITION
005050         MOVE OA-ENV-CODE (1) TO WS-DTL-ENV-CODE (1)
005060         MOVE OA-ENV-CODE (2) TO WS-DTL-ENV-CODE (2)
005070         MOVE OA-ENV-CODE (3) TO WS-DTL-ENV-CODE (3)
005080         STRING OA-RERUN-AUTH OA-FORCE-AUTH OA-RESTART-AUTH
005090                OA-LANGMNT-AUTH OA-CRIT-ACK-AUTH
005100                DELIMITED BY SIZE INTO WS-DTL-PRIVS
005110         EVALUATE TRUE
005120             WHEN OT-ACTION = 'R'
005130                 MOVE 'AUTHORIZATION REVOKED' TO WS-DTL-TEXT
005140             WHEN WS-REINSTATED
005150                 MOVE 'REVOKED USER REINSTATED' TO WS-DTL-TEXT
005160             WHEN OTHER
005170                 MOVE OA-USER-NAME TO WS-DTL-TEXT
005180         END-EVALUATE
005190         IF WS-RUN-STOPPED
005200             MOVE 'APPLIED BUT NOT AUDITED - RUN STOPPED'
005210                 TO WS-DTL-TEXT
005220         END-IF
005230     ELSE
005240         ADD 1 TO WS-TRANS-REJECTED
005250         MOVE 'REJECTED' TO WS-DTL-DISPOSITION
005260         MOVE WS-REJECT-REASON TO WS-DTL-TEXT
005270     END-IF.
005280     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
005290     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005300     IF WS-RUN-STOPPED
005310         GO TO 3000-EXIT
005320     END-IF.
005330     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
005340 3000-EXIT.
005350     EXIT.
005360*
005370***************************************************************
005380* 3100-READ-TRANSACTION.
005390*    BLANK CARDS AND CARDS STARRED IN COLUMN 1 ARE COMMENTS
005400*    AND ARE PASSED OVER WITHOUT BEING COUNTED.
005410***************************************************************
005420 3100-READ-TRANSACTION.
005430     READ OPER-TRANS
005440         AT END SET WS-OPERTRAN-EOF TO TRUE
005450     END-READ.
005460     IF WS-OPERTRAN-EOF
005470         GO TO 3100-EXIT
005480     END-IF.
005490     IF NOT WS-OPERTRAN-STATUS-OK
005500         DISPLAY 'OPERMNT - OPERTRAN READ FAILED - '
005510             'STATUS ' WS-OPERTRAN-STATUS
005520         MOVE 16 TO RETURN-CODE
005530         SET WS-OPERTRAN-EOF TO TRUE
005540         GO TO 3100-EXIT
005550     END-IF.
005560     IF TRANS-RECORD = SPACES OR OT-ACTION = '*'
005570         GO TO 3100-READ-TRANSACTION
005580     END-IF.
005590     ADD 1 TO WS-TRANS-READ.
005600 3100-EXIT.
005610     EXIT.
005620*
005630***************************************************************
005640* 3200-VALIDATE-TRANSACTION.
005650*    A TRANSACTION MUST CARRY A KNOWN ACTION CODE AND A USER
005660*    ID.  AN ADD OR CHANGE MUST ALSO NAME AT LEAST ONE
005670*    ENVIRONMENT, EVERY ENVIRONMENT NAMED MUST BE ON ENVTAB,
005680*    AND EVERY PRIVILEGE FLAG MUST BE Y OR N - A TYPO MUST
005690*    NEVER FALL THROUGH TO A GRANT.  AN ADD MUST NAME THE
005700*    USER.
005710***************************************************************
005720 3200-VALIDATE-TRANSACTION.
005730     IF OT-ACTION NOT = 'A' AND OT-ACTION NOT = 'C'
005740         AND OT-ACTION NOT = 'R'
005750         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
005760         MOVE 'N' TO WS-TRANS-OK-SW
005770         GO TO 3200-EXIT
005780     END-IF.
005790     IF OT-USER-ID = SPACES
005800         MOVE 'USER ID MISSING' TO WS-REJECT-REASON
005810         MOVE 'N' TO WS-TRANS-OK-SW
005820         GO TO 3200-EXIT
005830     END-IF.
005840     IF OT-ACTION = 'R'
005850         GO TO 3200-EXIT
005860     END-IF.
005870     MOVE ZERO TO WS-ENV-GIVEN.
005880     PERFORM 3210-VALIDATE-ENV-SLOT THRU 3210-EXIT
005890         VARYING WS-SLOT-IDX FROM 1 BY 1
005900         UNTIL WS-SLOT-IDX > 3 OR NOT WS-TRANS-OK.
005910     IF NOT WS-TRANS-OK
005920         GO TO 3200-EXIT
005930     END-IF.
005940     IF WS-ENV-GIVEN = ZERO
005950         MOVE 'NO ENVIRONMENT GIVEN' TO WS-REJECT-REASON
005960         MOVE 'N' TO WS-TRANS-OK-SW
005970         GO TO 3200-EXIT
005980     END-IF.
005990     PERFORM 3230-VALIDATE-FLAG THRU 3230-EXIT
006000         VARYING WS-FLAG-IDX FROM 1 BY 1
006010         UNTIL WS-FLAG-IDX > 5 OR NOT WS-TRANS-OK.
006020     IF NOT WS-TRANS-OK
006030         GO TO 3200-EXIT
006040     END-IF.
006050     IF OT-ACTION = 'A' AND OT-USER-NAME = SPACES
006060         MOVE 'USER NAME MISSING' TO WS-REJECT-REASON
006070         MOVE 'N' TO WS-TRANS-OK-SW
006080     END-IF.
006090 3200-EXIT.
006100     EXIT.
006110*
006120***************************************************************
006130* 3210-VALIDATE-ENV-SLOT.
006140*    A BLANK SLOT IS UNUSED; ANY OTHER VALUE MUST BE ON
006150*    ENVTAB.
006160***************************************************************
006170 3210-VALIDATE-ENV-SLOT.
006180     IF OT-ENV-CODE (WS-SLOT-IDX) = SPACES
006190         GO TO 3210-EXIT
006200     END-IF.
006210     ADD 1 TO WS-ENV-GIVEN.
006220     MOVE 'N' TO WS-ENV-FOUND-SW.
006230     PERFORM 3220-SEARCH-ENV-TABLE THRU 3220-EXIT
006240         VARYING WS-ENV-IDX FROM 1 BY 1
006250         UNTIL WS-ENV-IDX > 3 OR WS-ENV-FOUND.
006260     IF NOT WS-ENV-FOUND
006270         MOVE 'ENVIRONMENT NOT ON ENVTAB' TO WS-REJECT-REASON
006280         MOVE 'N' TO WS-TRANS-OK-SW
006290     END-IF.
006300 3210-EXIT.
006310     EXIT.
006320*
006330***************************************************************
006340* 3220-SEARCH-ENV-TABLE.
006350***************************************************************
006360 3220-SEARCH-ENV-TABLE.
006370     IF ENV-CODE (WS-ENV-IDX) = OT-ENV-CODE (WS-SLOT-IDX)
006380         SET WS-ENV-FOUND TO TRUE
006390     END-IF.
006400 3220-EXIT.
006410     EXIT.
006420*
006430***************************************************************
006440* 3230-VALIDATE-FLAG.
006450***************************************************************
006460 3230-VALIDATE-FLAG.
006470     IF OT-PRIV-FLAG (WS-FLAG-IDX) NOT = 'Y'
006480         AND OT-PRIV-FLAG (WS-FLAG-IDX) NOT = 'N'
006490         MOVE 'PRIVILEGE FLAG MUST BE Y OR N' TO WS-REJECT-REASON
006500         MOVE 'N' TO WS-TRANS-OK-SW
006510     END-IF.
006520 3230-EXIT.
006530     EXIT.
006540*
006550***************************************************************
006560* 3300-APPLY-TRANSACTION.
006570*    APPLIES ONE VALIDATED TRANSACTION TO THE KEYED FILE.  AN
006580*    ADD THAT HITS A REVOKED RECORD REINSTATES IT; AN ADD
006590*    THAT HITS AN ACTIVE RECORD, AND A CHANGE OR REVOKE FOR A
006600*    USER NOT ON FILE (OR A CHANGE FOR A REVOKED ONE), COMES
006610*    BACK AS A REJECT.
006620***************************************************************
006630 3300-APPLY-TRANSACTION.
006640     MOVE SPACES TO WS-OLD-ENV-LIST.
006650     MOVE 'NNNNN' TO WS-OLD-PRIVS.
006660     EVALUATE OT-ACTION
006670         WHEN 'A'
006680             PERFORM 3310-APPLY-ADD THRU 3310-EXIT
006690         WHEN 'C'
006700             PERFORM 3320-APPLY-CHANGE THRU 3320-EXIT
006710         WHEN 'R'
006720             PERFORM 3330-APPLY-REVOKE THRU 3330-EXIT
006730     END-EVALUATE.
006740     IF WS-TRANS-OK AND NOT WS-OPERAUTH-STATUS-OK
006750         DISPLAY 'OPERMNT - OPERAUTH I-O FAILED - STATUS '
006760             WS-OPERAUTH-STATUS ' - ACTION ' OT-ACTION
006770             ' USER ' OT-USER-ID
006780         MOVE 16 TO RETURN-CODE
006790         MOVE 'FILE I-O ERROR' TO WS-REJECT-REASON
006800         MOVE 'N' TO WS-TRANS-OK-SW
006810     END-IF.
006820 3300-EXIT.
006830     EXIT.
006840*
006850***************************************************************
006860* 3310-APPLY-ADD.
006870***************************************************************
006880 3310-APPLY-ADD.
006890     MOVE OT-USER-ID TO OA-USER-ID.
006900     READ OPER-AUTH
006910         INVALID KEY
006920             CONTINUE
006930     END-READ.
006940     IF NOT WS-OPERAUTH-STATUS-OK AND NOT WS-OPERAUTH-NO-RECORD
006950         GO TO 3310-EXIT
006960     END-IF.
006970     IF WS-OPERAUTH-STATUS-OK AND NOT OA-REVOKED
006980         MOVE 'USER ALREADY ON FILE' TO WS-REJECT-REASON
006990         MOVE 'N' TO WS-TRANS-OK-SW
007000         GO TO 3310-EXIT
007010     END-IF.
007020     IF WS-OPERAUTH-STATUS-OK
007030         SET WS-REINSTATED TO TRUE
007040         PERFORM 3400-BUILD-AUTH-RECORD THRU 3400-EXIT
007050         MOVE OT-USER-NAME TO OA-USER-NAME
007060         REWRITE OPER-AUTH-RECORD
007070             INVALID KEY
007080                 MOVE 'USER NOT ON FILE' TO WS-REJECT-REASON
007090                 MOVE 'N' TO WS-TRANS-OK-SW
007100         END-REWRITE
007110         GO TO 3310-EXIT
007120     END-IF.
007130     MOVE SPACES TO OPER-AUTH-RECORD.
007140     MOVE OT-USER-ID TO OA-USER-ID.
007150     PERFORM 3400-BUILD-AUTH-RECORD THRU 3400-EXIT.
007160     MOVE OT-USER-NAME TO OA-USER-NAME.
007170     WRITE OPER-AUTH-RECORD
007180         INVALID KEY
007190             MOVE 'USER ALREADY ON FILE' TO WS-REJECT-REASON
007200             MOVE 'N' TO WS-TRANS-OK-SW
007210     END-WRITE.
007220 3310-EXIT.
007230     EXIT.
007240*
007250***************************************************************
007260* 3320-APPLY-CHANGE.
007270***************************************************************
007280 3320-APPLY-CHANGE.
007290     MOVE OT-USER-ID TO OA-USER-ID.
007300     READ OPER-AUTH
007310         INVALID KEY
007320             MOVE 'USER NOT ON FILE' TO WS-REJECT-REASON
007330             MOVE 'N' TO WS-TRANS-OK-SW
007340     END-READ.
007350     IF NOT WS-TRANS-OK OR NOT WS-OPERAUTH-STATUS-OK
007360         GO TO 3320-EXIT
007370     END-IF.
007380     IF OA-REVOKED
007390         MOVE 'USER REVOKED - ADD TO REINSTATE'
007400             TO WS-REJECT-REASON
007410         MOVE 'N' TO WS-TRANS-OK-SW
007420         GO TO 3320-EXIT
007430     END-IF.
007440     PERFORM 3410-SAVE-OLD-AUTH THRU 3410-EXIT.
007450     PERFORM 3400-BUILD-AUTH-RECORD THRU 3400-EXIT.
007460     IF OT-USER-NAME NOT = SPACES
007470         MOVE OT-USER-NAME TO OA-USER-NAME
007480     END-IF.
007490     REWRITE OPER-AUTH-RECORD
007500         INVALID KEY
007510             MOVE 'USER NOT ON FILE' TO WS-REJECT-REASON
007520             MOVE 'N' TO WS-TRANS-OK-SW
007530     END-REWRITE.
007540 3320-EXIT.
007550     EXIT.
007560*
007570***************************************************************
007580* 3330-APPLY-REVOKE.
007590*    THE ENVIRONMENT LIST AND FLAGS ARE LEFT AS THEY STOOD SO
007600*    THE RECORD STILL SHOWS WHAT WAS TAKEN AWAY - AUTHCHK
007610*    HONORS NOTHING ON A REVOKED RECORD.
007620***************************************************************
007630 3330-APPLY-REVOKE.
007640     MOVE OT-USER-ID TO OA-USER-ID.
007650     READ OPER-AUTH
007660         INVALID KEY
007670             MOVE 'USER NOT ON FILE' TO WS-REJECT-REASON
007680             MOVE 'N' TO WS-TRANS-OK-SW
007690     END-READ.
007700     IF NOT WS-TRANS-OK OR NOT WS-OPERAUTH-STATUS-OK
007710         GO TO 3330-EXIT
007720     END-IF.
007730     IF OA-REVOKED
007740         MOVE 'USER ALREADY REVOKED' TO WS-REJECT-REASON
007750         MOVE 'N' TO WS-TRANS-OK-SW
007760         GO TO 3330-EXIT
007770     END-IF.
007780     PERFORM 3410-SAVE-OLD-AUTH THRU 3410-EXIT.
007790     SET OA-REVOKED TO TRUE.
007800     MOVE WS-OPERATOR-ID TO OA-CHANGED-BY.
007810     MOVE WS-TIMESTAMP-PLAIN TO OA-CHANGED-TS.
007820     REWRITE OPER-AUTH-RECORD
007830         INVALID KEY
007840             MOVE 'USER NOT ON FILE' TO WS-REJECT-REASON
007850             MOVE 'N' TO WS-TRANS-OK-SW
007860     END-REWRITE.
007870 3330-EXIT.
007880     EXIT.
007890*
007900***************************************************************
007910* 3400-BUILD-AUTH-RECORD.
007920*    MOVES THE ENVIRONMENT LIST, THE PRIVILEGE FLAGS, AND WHO
007930*    CHANGED IT WHEN FROM THE TRANSACTION ONTO THE RECORD.
007940***************************************************************
007950 3400-BUILD-AUTH-RECORD.
007960     SET OA-ACTIVE TO TRUE.
007970     MOVE OT-ENV-CODE (1)    TO OA-ENV-CODE (1).
007980     MOVE OT-ENV-CODE (2)    TO OA-ENV-CODE (2).
007990     MOVE OT-ENV-CODE (3)    TO OA-ENV-CODE (3).
008000     MOVE OT-RERUN-AUTH      TO OA-RERUN-AUTH.
008010     MOVE OT-FORCE-AUTH      TO OA-FORCE-AUTH.
008020     MOVE OT-RESTART-AUTH    TO OA-RESTART-AUTH.
008030     MOVE OT-LANGMNT-AUTH    TO OA-LANGMNT-AUTH.
008040     MOVE OT-CRIT-ACK-AUTH   TO OA-CRIT-ACK-AUTH.
008050     MOVE WS-OPERATOR-ID     TO OA-CHANGED-BY.
008060     MOVE WS-TIMESTAMP-PLAIN TO OA-CHANGED-TS.
008070 3400-EXIT.
008080     EXIT.
008090*
008100***************************************************************
008110* 3410-SAVE-OLD-AUTH.
008120*    THE AUTHORITY THE USER HELD BEFORE A CHANGE OR REVOKE.
008130***************************************************************
008140 3410-SAVE-OLD-AUTH.
008150     MOVE OA-ENV-LIST TO WS-OLD-ENV-LIST.
008160     STRING OA-RERUN-AUTH OA-FORCE-AUTH OA-RESTART-AUTH
008170            OA-LANGMNT-AUTH OA-CRIT-ACK-AUTH
008180            DELIMITED BY SIZE INTO WS-OLD-PRIVS.
008190 3410-EXIT.
008200     EXIT.
008210*
008220***************************************************************
008230* 5000-WRITE-AUDIT-TRAIL.
008240*    AUDIT RECORDS FOR ONE APPLIED TRANSACTION - ONE AUDIT
008250*    MASTER STAMP CARRYING WHO MADE THE CHANGE, WHEN, AND IN
008260*    WHICH ENVIRONMENT, WITH THE USER WHOSE AUTHORITY CHANGED
008270*    AS THE DETAIL; THEN, UNDER THE STAMP'S RUN SEQUENCE, THE
008280*    OPERLOG ENTRY LINE AND ONE LINE PER ENVIRONMENT AND PER
008290*    PRIVILEGE GAINED OR LOST.  A FAILURE STOPS THE RUN.
008300***************************************************************
008310 5000-WRITE-AUDIT-TRAIL.
008320     IF OT-ACTION = 'R'
008330         MOVE SPACES TO WS-NEW-ENV-LIST
008340         MOVE 'NNNNN' TO WS-NEW-PRIVS
008350     ELSE
008360         MOVE OA-ENV-LIST TO WS-NEW-ENV-LIST
008370         STRING OA-RERUN-AUTH OA-FORCE-AUTH OA-RESTART-AUTH
008380                OA-LANGMNT-AUTH OA-CRIT-ACK-AUTH
008390                DELIMITED BY SIZE INTO WS-NEW-PRIVS
008400     END-IF.
008410     EVALUATE TRUE
008420         WHEN OT-ACTION = 'R'
008430             MOVE 'REVOKE' TO WS-CHG-ACTION
008440         WHEN WS-REINSTATED
008450             MOVE 'REINSTATE' TO WS-CHG-ACTION
008460         WHEN OT-ACTION = 'A'
008470             MOVE 'ADD' TO WS-CHG-ACTION
008480         WHEN OTHER
008490             MOVE 'CHANGE' TO WS-CHG-ACTION
008500     END-EVALUATE.
008510     PERFORM 5100-WRITE-STAMP THRU 5100-EXIT.
008520     IF WS-RUN-STOPPED
008530         GO TO 5000-EXIT
008540     END-IF.
008550     MOVE 'ENTRY' TO WS-CHG-CHANGE.
008560     MOVE SPACES TO WS-CHG-ITEM.
008570     PERFORM 5150-WRITE-LOG-LINE THRU 5150-EXIT.
008580     PERFORM 5200-LOG-ENV-CHANGE THRU 5200-EXIT
008590         VARYING WS-ENV-IDX FROM 1 BY 1
008600         UNTIL WS-ENV-IDX > 3 OR WS-RUN-STOPPED.
008610     PERFORM 5300-LOG-PRIV-CHANGE THRU 5300-EXIT
008620         VARYING WS-FLAG-IDX FROM 1 BY 1
008630         UNTIL WS-FLAG-IDX > 5 OR WS-RUN-STOPPED.
008640 5000-EXIT.
008650     EXIT.
008660*
008670***************************************************************
008680* 5100-WRITE-STAMP.
008690*    THE TRANSACTION'S AUDIT MASTER STAMP (RC 0000 - THE
008700*    CHANGE WAS APPLIED), UNDER THE NEXT FREE RUN SEQUENCE.
008710***************************************************************
008720 5100-WRITE-STAMP.
008730     MOVE SPACES              TO AUDIT-WRITE-PARM.
008740     MOVE WS-JOB-NAME         TO AW-JOB-NAME.
008750     MOVE WS-RUN-DATE         TO AW-CYCLE-DATE.
008760     MOVE WS-ENVIRONMENT-CODE TO AW-ENVIRONMENT.
008770     MOVE WS-OPERATOR-ID      TO AW-USER-ID.
008780     MOVE WS-TIMESTAMP-PLAIN  TO AW-TIMESTAMP.
008790     MOVE ZERO                TO AW-RETURN-CODE.
008800     COMPUTE AW-RUN-SEQ = WS-AUDIT-SEQ + 1.
008810     MOVE OT-USER-ID          TO AW-DETAIL.
008820     CALL 'AUDITWRT' USING AUDIT-WRITE-PARM.
008830     IF NOT AW-STATUS-OK
008840         DISPLAY 'OPERMNT - AUDITMST STAMP FAILED - STATUS '
008850             AW-STATUS ' - USER ' OT-USER-ID ' ' WS-CHG-ACTION
008860             ' APPLIED BUT NOT AUDITED'
008870         MOVE 16 TO RETURN-CODE
008880         SET WS-RUN-STOPPED TO TRUE
008890         GO TO 5100-EXIT
008900     END-IF.
008910     MOVE AW-RUN-SEQ TO WS-AUDIT-SEQ.
008920 5100-EXIT.
008930     EXIT.
008940*
008950***************************************************************
008960* 5150-WRITE-LOG-LINE.
008970*    ONE OPERLOG LINE, CARRYING THE RUN SEQUENCE OF THE
008980*    TRANSACTION'S STAMP.
008990***************************************************************
009000 5150-WRITE-LOG-LINE.
009010     MOVE SPACES              TO OPER-CHANGE-RECORD.
009020     MOVE WS-TIMESTAMP-PLAIN  TO OG-TIMESTAMP.
009030     MOVE WS-ENVIRONMENT-CODE TO OG-ENVIRONMENT.
009040     MOVE WS-AUDIT-SEQ        TO OG-AUDIT-SEQ.
009050     MOVE WS-OPERATOR-ID      TO OG-ADMIN-USER.
009060     MOVE OT-USER-ID          TO OG-USER-ID.
009070     MOVE WS-CHG-ACTION       TO OG-ACTION.
009080     MOVE WS-CHG-CHANGE       TO OG-CHANGE.
009090     MOVE WS-CHG-ITEM         TO OG-ITEM.
009100     MOVE WS-NEW-ENV-CODE (1) TO OG-ENV-CODE (1).
009110     MOVE WS-NEW-ENV-CODE (2) TO OG-ENV-CODE (2).
009120     MOVE WS-NEW-ENV-CODE (3) TO OG-ENV-CODE (3).
009130     MOVE WS-NEW-PRIVS        TO OG-PRIVS.
009140     WRITE OPER-CHANGE-RECORD.
009150     IF NOT WS-OPERLOG-STATUS-OK
009160         DISPLAY 'OPERMNT - OPERLOG WRITE FAILED - STATUS '
009170             WS-OPERLOG-STATUS ' - USER ' OT-USER-ID ' '
009180             WS-CHG-ACTION ' ' WS-CHG-CHANGE ' ' WS-CHG-ITEM
009190         MOVE 16 TO RETURN-CODE
009200         SET WS-RUN-STOPPED TO TRUE
009210     END-IF.
009220 5150-EXIT.
009230     EXIT.
009240*
009250***************************************************************
009260* 5200-LOG-ENV-CHANGE.
009270*    COMPARES THE ENVTAB ENVIRONMENT AT WS-ENV-IDX AGAINST THE
009280*    LIST BEFORE AND AFTER THE CHANGE.
009290***************************************************************
009300 5200-LOG-ENV-CHANGE.
009310     MOVE 'N' TO WS-ENV-FOUND-SW.
009320     PERFORM 5210-SEARCH-OLD-ENV THRU 5210-EXIT
009330         VARYING WS-SLOT-IDX FROM 1 BY 1
009340         UNTIL WS-SLOT-IDX > 3 OR WS-ENV-FOUND.
009350     MOVE WS-ENV-FOUND-SW TO WS-OLD-HELD-SW.
009360     MOVE 'N' TO WS-ENV-FOUND-SW.
009370     PERFORM 5220-SEARCH-NEW-ENV THRU 5220-EXIT
009380         VARYING WS-SLOT-IDX FROM 1 BY 1
009390         UNTIL WS-SLOT-IDX > 3 OR WS-ENV-FOUND.
009400     IF WS-ENV-FOUND-SW = WS-OLD-HELD-SW
009410         GO TO 5200-EXIT
009420     END-IF.
009430     IF WS-ENV-FOUND
009440         MOVE 'GRANTED' TO WS-CHG-CHANGE
009450     ELSE
009460         MOVE 'REMOVED' TO WS-CHG-CHANGE
009470     END-IF.
009480     MOVE ENV-CODE (WS-ENV-IDX) TO WS-CHG-ITEM.
009490     PERFORM 5150-WRITE-LOG-LINE THRU 5150-EXIT.
009500 5200-EXIT.
009510     EXIT.
009520*
009530***************************************************************
009540* 5210-SEARCH-OLD-ENV.
009550***************************************************************
009560 5210-SEARCH-OLD-ENV.
009570     IF WS-OLD-ENV-CODE (WS-SLOT-IDX) = ENV-CODE (WS-ENV-IDX)
009580         SET WS-ENV-FOUND TO TRUE
009590     END-IF.
009600 5210-EXIT.
009610     EXIT.
009620*
009630***************************************************************
009640* 5220-SEARCH-NEW-ENV.
009650***************************************************************
009660 5220-SEARCH-NEW-ENV.
009670     IF WS-NEW-ENV-CODE (WS-SLOT-IDX) = ENV-CODE (WS-ENV-IDX)
009680         SET WS-ENV-FOUND TO TRUE
009690     END-IF.
009700 5220-EXIT.
009710     EXIT.
009720*
009730***************************************************************
009740* 5300-LOG-PRIV-CHANGE.
009750***************************************************************
009760 5300-LOG-PRIV-CHANGE.
009770     IF WS-NEW-PRIV-FLAG (WS-FLAG-IDX)
009780         = WS-OLD-PRIV-FLAG (WS-FLAG-IDX)
009790         GO TO 5300-EXIT
009800     END-IF.
009810     IF WS-NEW-PRIV-FLAG (WS-FLAG-IDX) = 'Y'
009820         MOVE 'GRANTED' TO WS-CHG-CHANGE
009830     ELSE
009840         MOVE 'REMOVED' TO WS-CHG-CHANGE
009850     END-IF.
009860     MOVE WS-PRIV-NAME (WS-FLAG-IDX) TO WS-CHG-ITEM.
009870     PERFORM 5150-WRITE-LOG-LINE THRU 5150-EXIT.
009880 5300-EXIT.
009890     EXIT.
009900*
009910***************************************************************
009920* 8000-PRINT-LINE.
009930***************************************************************
009940 8000-PRINT-LINE.
009950     MOVE ' ' TO RPT-CARRIAGE-CONTROL.
009960     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
009970     WRITE RPT-RECORD.
009980     IF NOT WS-OPERRPT-STATUS-OK
009990         DISPLAY 'OPERMNT - OPERRPT WRITE FAILED - STATUS '
010000             WS-OPERRPT-STATUS
010010         MOVE 16 TO RETURN-CODE
010020     END-IF.
010030 8000-EXIT.
010040     EXIT.
010050*
010060***************************************************************
010070* 9000-WRAP-UP.
010080*    PRINTS THE TRANSACTION COUNTS, CLOSES THE FILES, AND
010090*    FLAGS THE STEP WITH A WARNING WHEN ANY TRANSACTION WAS
010100*    REJECTED SO THE REPORT IS ROUTED FOR REVIEW.  A STOPPED
010110*    RUN SAYS SO ON THE REPORT AND KEEPS ITS RC 16.
010120***************************************************************
010130 9000-WRAP-UP.
010140     MOVE SPACES TO WS-RPT-LINE.
010150     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
010160     MOVE WS-TRANS-READ TO WS-COUNT-EDIT.
010170     MOVE SPACES TO WS-RPT-LINE.
010180     STRING 'TRANSACTIONS READ     : ' WS-COUNT-EDIT
010190         DELIMITED BY SIZE INTO WS-RPT-LINE.
010200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
010210     MOVE WS-TRANS-APPLIED TO WS-COUNT-EDIT.
010220     MOVE SPACES TO WS-RPT-LINE.
010230     STRING 'TRANSACTIONS APPLIED  : ' WS-COUNT-EDIT
010240         DELIMITED BY SIZE INTO WS-RPT-LINE.
010250     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
010260     MOVE WS-TRANS-REJECTED TO WS-COUNT-EDIT.
010270     MOVE SPACES TO WS-RPT-LINE.
010280     STRING 'TRANSACTIONS REJECTED : ' WS-COUNT-EDIT
010290         DELIMITED BY SIZE INTO WS-RPT-LINE.
010300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
010310     IF WS-RUN-STOPPED
010320         MOVE SPACES TO WS-RPT-LINE
010330         STRING 'RUN STOPPED - NO TRANSACTION AFTER THE LAST ONE '
010340             'LISTED WAS READ OR APPLIED' DELIMITED BY SIZE
010350             INTO WS-RPT-LINE
010360         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
010370     END-IF.
010380     CLOSE OPER-TRANS OPER-AUTH MAINT-REPORT OPER-CHANGE-LOG.
010390     DISPLAY 'OPERMNT - READ ' WS-TRANS-READ
010400         ' APPLIED ' WS-TRANS-APPLIED
010410         ' REJECTED ' WS-TRANS-REJECTED.
010420     IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE = ZERO
010430         MOVE 4 TO RETURN-CODE
010440     END-IF.
010450 9000-EXIT.
010460     EXIT.
