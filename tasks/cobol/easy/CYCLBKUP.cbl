000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCLBKUP.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - PRE-CYCLE BACKUP AND
000140*                   POINT-IN-TIME RESTORE OF THE CYCLE CONTROL
000150*                   FILES.  RUN AHEAD OF HELLOCBL, IT COPIES
000160*                   JOBCTL, CHKPOINT, ALERTFIL, TRIGGER,
000170*                   HLTHCHK, LANGFILE, AND LANGPEND TO A BACKUP
000180*                   SET FOR THE CYCLE DATE WITH A MANIFEST OF
000190*                   RECORD COUNTS AND CONTROL TOTALS.  RESTORE
000200*                   MODE PUTS ONE FILE OR THE WHOLE SET BACK AS
000210*                   OF A NAMED CYCLE DATE, VERIFIES IT AGAINST
000220*                   THE MANIFEST, AND STAMPS EACH RESTORE ON THE
000230*                   AUDIT MASTER - SO A BAD OVERNIGHT WRITE NO
000240*                   LONGER MEANS REBUILDING A FILE FROM THE JOB
000250*                   LOGS.
000260***************************************************************
000270*
000280* PARM: ENV(4) USER(8) MODE(7) SETDATE(8) FILE(8) OVERRIDE(1).
000290*   BACKUP  (OR BLANK MODE) - SNAPSHOTS EVERY FILE TO THE SET
000300*           FOR SETDATE (DEFAULT THE RUN DATE).  A FILE ALREADY
000310*           IN THAT SET IS LEFT AS IT IS (RC 4) - A RERUN AFTER
000320*           THE CYCLE HAS STARTED MUST NOT REPLACE THE PRE-CYCLE
000330*           COPY.  A FILE THAT DOES NOT EXIST IS RECORDED AS
000340*           ABSENT.  USER IS NOT NEEDED.
000350*   RESTORE - PUTS FILE (OR EVERY FILE WHEN FILE IS BLANK OR
000360*           ALL) BACK FROM THE SET FOR SETDATE.  USER MUST BE
000370*           AUTHORIZED FOR THE ENVIRONMENT WITH THE RESTART
000380*           PRIVILEGE.
000390*   E.G. PARM='PROD' OR
000400*        PARM='PRODOPERATORRESTORE20261014JOBCTL'.
000410*
000420* THE BACKUP SET IS THE KEYED BKUPSET FILE (COPYBOOK BKUPREC)
000430* AND ITS MANIFEST THE KEYED BKUPMFST FILE (COPYBOOK BKUPMAN).
000440* THE CONTROL TOTAL IS THE AUDITCKV CHECK VALUE FOLDED OVER
000450* EVERY RECORD IMAGE, TWO 61-BYTE SEGMENTS PER RECORD.
000460*
000470* A RESTORE IS ALL OR NOTHING.  EVERY FILE ASKED FOR IS
000480* CHECKED BEFORE ANY IS TOUCHED, AND THE WHOLE RESTORE IS
000490* REFUSED (RC 8) IF ANY FILE'S BACKUP NO LONGER MATCHES ITS
000500* MANIFEST, IF A NAMED FILE IS NOT IN THE SET, OR IF A FILE
000510* IS NEWER THAN THE BACKUP AND OVERRIDE IS NOT 'Y'.  A FILE IS
000520* NEWER THAN THE BACKUP WHEN A LATER SET HOLDS IT, OR WHEN ANY
000530* RECORD ON IT WAS WRITTEN AFTER THE BACKUP WAS TAKEN - A JOB
000540* START, CHECKPOINT, ALERT OR ACK, TRIGGER, OR SCHEDULING
000550* TIMESTAMP LATER THAN THE MANIFEST'S BM-BACKUP-TS.
000560* HLTHCHK CARRIES ONLY A CYCLE DATE, SO IT IS NEWER WHEN THAT
000570* DATE IS ON OR AFTER THE DAY OF THE BACKUP.  LANGFILE CARRIES
000580* NO DATES, AND LANGMNT DELETES THE LANGPEND RECORDS IT
000590* CANCELS, PROMOTES, OR EXPIRES, SO EITHER FILE IS NEWER WHEN
000600* THE AUDIT MASTER HOLDS A LANGMNT STAMP FOR THE ENVIRONMENT
000610* TIMESTAMPED AFTER THE BACKUP.  ALERTMGR'S ESCALATIONS AND
000620* PURGES LEAVE NO NEWER TIMESTAMP ON ALERTFIL, SO IT IS NEWER
000630* WHEN THE AUDIT MASTER HOLDS AN ALERTMGR REWRITE STAMP
000640* TIMESTAMPED AFTER THE BACKUP.
000650* RESTORING A NEWER FILE WOULD THROW AWAY WORK DONE SINCE.
000660* OVERRIDE ALSO NEEDS THE FORCE PRIVILEGE.  A SET TAKEN UNDER
000670* ANOTHER ENVIRONMENT IS REFUSED.  A FILE THAT ALREADY MATCHES
000680* ITS BACKUP IS LEFT ALONE.  AFTER EACH FILE IS WRITTEN IT IS
000690* READ BACK AND ITS COUNT AND CONTROL TOTAL CHECKED AGAINST
000700* THE MANIFEST.
000710*
000720* EACH RESTORED FILE IS STAMPED ON THE AUDIT MASTER UNDER JOB
000730* CYCLBKUP WITH THE SET'S CYCLE DATE, THE USER, AND THE FILE
000740* NAME AS DETAIL; THE RETURN CODE FIELD IS 0000 FOR A CLEAN
000750* RESTORE, 0004 FOR ONE TAKEN UNDER OVERRIDE, AND 0016 FOR ONE
000760* THAT FAILED VERIFICATION.  BACKUPS ARE NOT STAMPED (NO START
000770* OR END - TRIGRECN WOULD TAKE A START FOR TRIGGER EVIDENCE),
000780* AND NEITHER MODE TAKES A CHECKPOINT.  THE REPORT GOES TO
000790* BKUPRPT.  RC 16 ON A BAD PARM OR AN I/O ERROR.
000800*
000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER. IBM-370.
000840 OBJECT-COMPUTER. IBM-370.
000850*
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CTLFILE-STATUS.
000910     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CTLFILE-STATUS.
000940     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-CTLFILE-STATUS.
000970     SELECT TRIGGER-FILE ASSIGN TO "TRIGGER"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-CTLFILE-STATUS.
001000     SELECT HEALTHCHECK ASSIGN TO "HLTHCHK"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-CTLFILE-STATUS.
001030     SELECT LANG-FILE ASSIGN TO "LANGFILE"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS SEQUENTIAL
001060         RECORD KEY IS LG-LANG-CODE
001070         FILE STATUS IS WS-CTLFILE-STATUS.
001080     SELECT LANG-PEND ASSIGN TO "LANGPEND"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS SEQUENTIAL
001110         RECORD KEY IS LP-KEY
001120         FILE STATUS IS WS-CTLFILE-STATUS.
001130     SELECT BACKUP-SET ASSIGN TO "BKUPSET"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS BK-KEY
001170         FILE STATUS IS WS-BKUPSET-STATUS.
001180     SELECT BACKUP-MANIFEST ASSIGN TO "BKUPMFST"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS BM-KEY
001220         FILE STATUS IS WS-BKUPMFST-STATUS.
001230     SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS AM-KEY
001270         FILE STATUS IS WS-AUDITMST-STATUS.
001280     SELECT BACKUP-REPORT ASSIGN TO "BKUPRPT"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-BKUPRPT-STATUS.
001310*
001320 DATA DIVISION.
001330 FILE SECTION.
001340*
001350 FD  JOBCTL-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  JOBCTL-RECORD.
001380     05 JC-JOB-NAME        PIC X(08).
001390     05 FILLER             PIC X(01).
001400     05 JC-START-TIMESTAMP PIC X(19).
001410     05 FILLER             PIC X(01).
001420     05 JC-RETURN-CODE     PIC 9(04).
001430     05 FILLER             PIC X(01).
001440     05 JC-CYCLE-DATE      PIC X(08).
001450     05 FILLER             PIC X(01).
001460     05 JC-RUN-SEQ         PIC 9(02).
001470*
001480 FD  CHECKPOINT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  CHKPT-RECORD.
001510     05 CK-CYCLE-DATE PIC X(08).
001520     05 FILLER        PIC X(01).
001530     05 CK-RUN-SEQ    PIC 9(02).
001540     05 FILLER        PIC X(01).
001550     05 CK-JOB-NAME   PIC X(08).
001560     05 FILLER        PIC X(01).
001570     05 CK-REC-TYPE   PIC X(08).
001580     05 FILLER        PIC X(01).
001590     05 CK-TIMESTAMP  PIC X(19).
001600*
001610 FD  ALERT-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 COPY ALERTREC.
001640*
001650 FD  TRIGGER-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 01  TRIGGER-RECORD.
001680     05 TR-JOB-NAME  PIC X(08).
001690     05 FILLER       PIC X(10).
001700     05 TR-TIMESTAMP PIC X(19).
001710     05 FILLER       PIC X(03).
001720*
001730 FD  HEALTHCHECK
001740     LABEL RECORDS ARE STANDARD.
001750 01  HLTH-RECORD.
001760     05 HLTH-CYCLE-DATE PIC X(08).
001770     05 FILLER          PIC X(01).
001780     05 HLTH-FILE-NAME  PIC X(08).
001790     05 FILLER          PIC X(01).
001800     05 HLTH-STATUS     PIC X(02).
001810     05 FILLER          PIC X(01).
001820     05 HLTH-RESULT     PIC X(04).
001830*
001840 FD  LANG-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  LANG-RECORD.
001870     05 LG-LANG-CODE PIC X(02).
001880     05 LG-GREETING  PIC X(40).
001890*
001900 FD  LANG-PEND
001910     LABEL RECORDS ARE STANDARD.
001920 COPY LPENDREC.
001930*
001940 FD  BACKUP-SET
001950     LABEL RECORDS ARE STANDARD.
001960 COPY BKUPREC.
001970*
001980 FD  BACKUP-MANIFEST
001990     LABEL RECORDS ARE STANDARD.
002000 COPY BKUPMAN.
002010*
002020 FD  AUDIT-MASTER
002030     LABEL RECORDS ARE STANDARD.
002040 COPY AUDITMST.
002050*
002060 FD  BACKUP-REPORT
002070     LABEL RECORDS ARE STANDARD.
002080 01  RPT-RECORD.
002090     05 RPT-CARRIAGE-CONTROL PIC X(01).
002100     05 RPT-LINE-TEXT        PIC X(132).
002110*
002120 WORKING-STORAGE SECTION.
002130*
002140***************************************************************
002150*  JOB IDENTIFICATION AND RUN TIMESTAMP
002160***************************************************************
002170 01 WS-JOB-NAME PIC X(08) VALUE 'CYCLBKUP'.
002180*
002190 01 WS-RUN-DATE-TIME.
002200     05 WS-RUN-DATE.
002210         10 WS-RUN-YYYY PIC 9(04).
002220         10 WS-RUN-MM   PIC 9(02).
002230         10 WS-RUN-DD   PIC 9(02).
002240     05 WS-RUN-TIME.
002250         10 WS-RUN-HH   PIC 9(02).
002260         10 WS-RUN-MN   PIC 9(02).
002270         10 WS-RUN-SS   PIC 9(02).
002280         10 WS-RUN-HS   PIC 9(02).
002290*
002300 01 WS-TIMESTAMP-PLAIN.
002310     05 WS-TS-YYYY PIC 9(04).
002320     05 FILLER     PIC X(01) VALUE '-'.
002330     05 WS-TS-MM   PIC 9(02).
002340     05 FILLER     PIC X(01) VALUE '-'.
002350     05 WS-TS-DD   PIC 9(02).
002360     05 FILLER     PIC X(01) VALUE SPACE.
002370     05 WS-TS-HH   PIC 9(02).
002380     05 FILLER     PIC X(01) VALUE ':'.
002390     05 WS-TS-MN   PIC 9(02).
002400     05 FILLER     PIC X(01) VALUE ':'.
002410     05 WS-TS-SS   PIC 9(02).
002420*
002430***************************************************************
002440*  RUN OPTIONS FROM THE PARM
002450***************************************************************
002460 01 WS-ENVIRONMENT-CODE PIC X(04) VALUE SPACES.
002470 01 WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
002480 01 WS-SET-DATE         PIC X(08) VALUE SPACES.
002490 01 WS-RESTORE-FILE     PIC X(08) VALUE SPACES.
002500 01 WS-MODE-SW PIC X(01) VALUE 'B'.
002510     88 WS-MODE-BACKUP  VALUE 'B'.
002520     88 WS-MODE-RESTORE VALUE 'R'.
002530 01 WS-OVERRIDE-SW PIC X(01) VALUE 'N'.
002540     88 WS-OVERRIDE VALUE 'Y'.
002550*
002560***************************************************************
002570*  THE CONTROL FILES, IN THE ORDER THEY ARE BACKED UP.  THE
002580*  POSITION IN THIS LIST SELECTS THE FILE IN THE 6000-SERIES
002590*  I/O PARAGRAPHS.
002600***************************************************************
002610 01 WS-FILE-NAME-DATA.
002620     05 FILLER PIC X(08) VALUE 'JOBCTL'.
002630     05 FILLER PIC X(08) VALUE 'CHKPOINT'.
002640     05 FILLER PIC X(08) VALUE 'ALERTFIL'.
002650     05 FILLER PIC X(08) VALUE 'TRIGGER'.
002660     05 FILLER PIC X(08) VALUE 'HLTHCHK'.
002670     05 FILLER PIC X(08) VALUE 'LANGFILE'.
002680     05 FILLER PIC X(08) VALUE 'LANGPEND'.
002690 01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.
002700     05 WS-FILE-NAME PIC X(08) OCCURS 7 TIMES.
002710 01 WS-FILE-MAX PIC 9(02) COMP VALUE 7.
002720 01 WS-FILE-IDX PIC 9(02) COMP.
002730*
002740***************************************************************
002750*  PER-FILE RESULTS.  WS-FS-ACTION FOR A RESTORE:
002760*    'R' RESTORE  'M' ALREADY MATCHES  'S' SKIPPED (NOT IN SET)
002770*    'X' REFUSED.  A BACKUP USES 'B' BACKED UP, 'K' KEPT (SET
002780*    ALREADY TAKEN), 'E' FAILED.
002790***************************************************************
002800 01 WS-FILE-STATE-TABLE.
002810     05 WS-FS-ENTRY OCCURS 7 TIMES.
002820         10 WS-FS-SELECTED PIC X(01).
002830         10 WS-FS-ACTION   PIC X(01).
002840         10 WS-FS-OVERRIDE PIC X(01).
002850         10 WS-FS-STATE    PIC X(01).
002860         10 WS-FS-COUNT    PIC 9(07).
002870         10 WS-FS-TOTAL    PIC 9(09).
002880         10 WS-FS-NEWEST   PIC X(19).
002890         10 WS-FS-RESULT   PIC X(40).
002900*
002910***************************************************************
002920*  CURRENT FILE SCAN - COUNT, CONTROL TOTAL, AND NEWEST RECORD
002930*  TIMESTAMP.  A RECORD THAT CARRIES ONLY A CYCLE DATE COUNTS
002940*  AS THE LAST SECOND OF THAT DAY.
002950***************************************************************
002960 01 WS-REC-IMAGE    PIC X(122).
002970 01 WS-CONTENT-TS   PIC X(19).
002980 01 WS-CONTENT-DATE PIC X(08).
002990 01 WS-SCAN-COUNT   PIC 9(07) COMP.
003000 01 WS-SCAN-NEWEST  PIC X(19).
003010 01 WS-BACKUP-TS    PIC X(19).
003020 01 WS-SCAN-STATE-SW PIC X(01).
003030     88 WS-SCAN-PRESENT    VALUE 'P'.
003040     88 WS-SCAN-ABSENT     VALUE 'A'.
003050     88 WS-SCAN-UNREADABLE VALUE 'U'.
003060 01 WS-SET-COUNT    PIC 9(07) COMP.
003070 01 WS-SET-TOTAL    PIC 9(09).
003080*
003090***************************************************************
003100*  COUNTS
003110***************************************************************
003120 01 WS-REFUSED-COUNT  PIC 9(03) COMP VALUE 0.
003130 01 WS-RESTORED-COUNT PIC 9(03) COMP VALUE 0.
003140 01 WS-BACKED-UP-COUNT PIC 9(03) COMP VALUE 0.
003150 01 WS-KEPT-COUNT     PIC 9(03) COMP VALUE 0.
003160 01 WS-COUNT-EDIT PIC Z,ZZZ,ZZ9.
003170 01 WS-TOTAL-EDIT PIC 9(09).
003180*
003190***************************************************************
003200*  SWITCHES
003210***************************************************************
003220 01 WS-CURRENT-SW PIC X(01) VALUE 'N'.
003230     88 WS-CURRENT-EOF VALUE 'Y'.
003240 01 WS-SET-SW PIC X(01) VALUE 'N'.
003250     88 WS-SET-EOF VALUE 'Y'.
003260 01 WS-MANIFEST-SW PIC X(01) VALUE 'N'.
003270     88 WS-MANIFEST-EOF VALUE 'Y'.
003280 01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.
003290     88 WS-IO-ERROR VALUE 'Y'.
003300 01 WS-LATER-SET-SW PIC X(01) VALUE 'N'.
003310     88 WS-LATER-SET VALUE 'Y'.
003320 01 WS-AUDIT-SW PIC X(01) VALUE 'N'.
003330     88 WS-AUDIT-EOF VALUE 'Y'.
003340 01 WS-STAMPED-SW PIC X(01) VALUE 'N'.
003350     88 WS-STAMPED-SINCE VALUE 'Y'.
003360 01 WS-STAMP-JOB PIC X(08) VALUE SPACES.
003370 01 WS-STAMP-ENV PIC X(04) VALUE SPACES.
003380 01 WS-SINGLE-FILE-SW PIC X(01) VALUE 'N'.
003390     88 WS-SINGLE-FILE VALUE 'Y'.
003400 01 WS-SELECTED-COUNT PIC 9(02) COMP VALUE 0.
003410 01 WS-AUDIT-RC       PIC 9(04) VALUE 0.
003420*
003430***************************************************************
003440*  FILE STATUS FIELDS - ONE STATUS SERVES ALL SEVEN CONTROL
003450*  FILES, SINCE ONLY ONE OF THEM IS EVER OPEN AT A TIME.
003460***************************************************************
003470 01 WS-CTLFILE-STATUS PIC X(02) VALUE '00'.
003480     88 WS-CTLFILE-STATUS-OK VALUE '00'.
003490     88 WS-CTLFILE-NOT-FOUND VALUE '35'.
003500 01 WS-BKUPSET-STATUS PIC X(02) VALUE '00'.
003510     88 WS-BKUPSET-STATUS-OK VALUE '00'.
003520     88 WS-BKUPSET-NOT-FOUND VALUE '35'.
003530     88 WS-BKUPSET-DUP-KEY   VALUE '22'.
003540     88 WS-BKUPSET-NO-RECORD VALUE '23'.
003550 01 WS-BKUPMFST-STATUS PIC X(02) VALUE '00'.
003560     88 WS-BKUPMFST-STATUS-OK VALUE '00'.
003570     88 WS-BKUPMFST-NOT-FOUND VALUE '35'.
003580     88 WS-BKUPMFST-NO-RECORD VALUE '23'.
003590 01 WS-BKUPRPT-STATUS PIC X(02) VALUE '00'.
003600     88 WS-BKUPRPT-STATUS-OK VALUE '00'.
003610 01 WS-AUDITMST-STATUS PIC X(02) VALUE '00'.
003620     88 WS-AUDITMST-STATUS-OK VALUE '00'.
003630     88 WS-AUDITMST-NOT-FOUND VALUE '35'.
003640*
003650***************************************************************
003660*  PARAMETER BLOCKS FOR THE AUDITCKV, AUTHCHK, AND AUDITWRT
003670*  SUBPROGRAMS
003680***************************************************************
003690 COPY CVPARM.
003700 COPY AUPARM.
003710 COPY AWPARM.
003720*
003730***************************************************************
003740*  REPORT LINES
003750***************************************************************
003760 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
003770 01 WS-FILE-HEADING.
003780     05 FILLER PIC X(05) VALUE SPACES.
003790     05 FILLER PIC X(10) VALUE 'FILE'.
003800     05 FILLER PIC X(10) VALUE 'SET DATE'.
003810     05 FILLER PIC X(11) VALUE '  RECORDS'.
003820     05 FILLER PIC X(11) VALUE 'CONTROL'.
003830     05 FILLER PIC X(21) VALUE 'NEWEST RECORD'.
003840     05 FILLER PIC X(40) VALUE 'RESULT'.
003850 01 WS-FILE-LINE.
003860     05 FILLER         PIC X(05) VALUE SPACES.
003870     05 WS-FL-FILE     PIC X(08).
003880     05 FILLER         PIC X(02) VALUE SPACES.
003890     05 WS-FL-SET-DATE PIC X(08).
003900     05 FILLER         PIC X(02) VALUE SPACES.
003910     05 WS-FL-COUNT    PIC Z,ZZZ,ZZ9.
003920     05 FILLER         PIC X(02) VALUE SPACES.
003930     05 WS-FL-TOTAL    PIC 9(09).
003940     05 FILLER         PIC X(02) VALUE SPACES.
003950     05 WS-FL-NEWEST   PIC X(19).
003960     05 FILLER         PIC X(02) VALUE SPACES.
003970     05 WS-FL-RESULT   PIC X(40).
003980*
003990 LINKAGE SECTION.
004000 01 WS-PARM-PASSED.
004010     05 WS-PARM-LEN      PIC S9(04) COMP.
004020     05 WS-PARM-ENV      PIC X(04).
004030     05 WS-PARM-USER     PIC X(08).
004040     05 WS-PARM-MODE     PIC X(07).
004050     05 WS-PARM-SET-DATE PIC X(08).
004060     05 WS-PARM-FILE     PIC X(08).
004070     05 WS-PARM-OVERRIDE PIC X(01).
004080*
004090 PROCEDURE DIVISION USING WS-PARM-PASSED.
004100*
004110***************************************************************
004120* 0000-MAINLINE.
004130***************************************************************
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160     IF RETURN-CODE NOT = ZERO
004170         STOP RUN
004180     END-IF.
004190     OPEN OUTPUT BACKUP-REPORT.
004200     IF NOT WS-BKUPRPT-STATUS-OK
004210         DISPLAY 'CYCLBKUP - BKUPRPT OPEN FAILED - STATUS '
004220             WS-BKUPRPT-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     PERFORM 1900-PRINT-TITLE THRU 1900-EXIT.
004270     IF WS-MODE-RESTORE
004280         PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT
004290         IF RETURN-CODE = ZERO
004300             PERFORM 3000-RESTORE THRU 3000-EXIT
004310         END-IF
004320     ELSE
004330         PERFORM 2000-BACKUP THRU 2000-EXIT
004340     END-IF.
004350     PERFORM 8000-PRINT-RESULTS THRU 8000-EXIT.
004360     CLOSE BACKUP-REPORT.
004370     STOP RUN.
004380*
004390***************************************************************
004400* 1000-INITIALIZE.
004410***************************************************************
004420 1000-INITIALIZE.
004430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004440     ACCEPT WS-RUN-TIME FROM TIME.
004450     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
004460     MOVE WS-RUN-MM   TO WS-TS-MM.
004470     MOVE WS-RUN-DD   TO WS-TS-DD.
004480     MOVE WS-RUN-HH   TO WS-TS-HH.
004490     MOVE WS-RUN-MN   TO WS-TS-MN.
004500     MOVE WS-RUN-SS   TO WS-TS-SS.
004510     PERFORM 1050-CLEAR-FILE-STATE THRU 1050-EXIT
004520         VARYING WS-FILE-IDX FROM 1 BY 1
004530         UNTIL WS-FILE-IDX > WS-FILE-MAX.
004540     PERFORM 1100-READ-PARM THRU 1100-EXIT.
004550 1000-EXIT.
004560     EXIT.
004570*
004580***************************************************************
004590* 1050-CLEAR-FILE-STATE.
004600***************************************************************
004610 1050-CLEAR-FILE-STATE.
004620     MOVE 'Y'    TO WS-FS-SELECTED (WS-FILE-IDX).
004630     MOVE SPACES TO WS-FS-ACTION (WS-FILE-IDX)
004640                    WS-FS-STATE (WS-FILE-IDX)
004650                    WS-FS-NEWEST (WS-FILE-IDX)
004660                    WS-FS-RESULT (WS-FILE-IDX).
004670     MOVE 'N'    TO WS-FS-OVERRIDE (WS-FILE-IDX).
004680     MOVE ZERO   TO WS-FS-COUNT (WS-FILE-IDX)
004690                    WS-FS-TOTAL (WS-FILE-IDX).
004700 1050-EXIT.
004710     EXIT.
004720*
004730***************************************************************
004740* 1100-READ-PARM.
004750*    MODE, SET DATE, AND FILE ARE CHECKED HERE; A BAD PARM
004760*    ENDS THE STEP RC 16 BEFORE ANY FILE IS OPENED.
004770***************************************************************
004780 1100-READ-PARM.
004790     IF WS-PARM-LEN < 4 OR WS-PARM-ENV = SPACES
004800         DISPLAY 'CYCLBKUP - ENVIRONMENT PARM REQUIRED'
004810         MOVE 16 TO RETURN-CODE
004820         GO TO 1100-EXIT
004830     END-IF.
004840     MOVE WS-PARM-ENV TO WS-ENVIRONMENT-CODE.
004850     IF WS-PARM-LEN >= 12
004860         MOVE WS-PARM-USER TO WS-OPERATOR-ID
004870     END-IF.
004880     IF WS-PARM-LEN >= 19 AND WS-PARM-MODE NOT = SPACES
004890         IF WS-PARM-MODE = 'RESTORE'
004900             SET WS-MODE-RESTORE TO TRUE
004910         ELSE
004920             IF WS-PARM-MODE NOT = 'BACKUP'
004930                 DISPLAY 'CYCLBKUP - MODE ' WS-PARM-MODE
004940                     ' NOT BACKUP OR RESTORE'
004950                 MOVE 16 TO RETURN-CODE
004960                 GO TO 1100-EXIT
004970             END-IF
004980         END-IF
004990     END-IF.
005000     IF WS-PARM-LEN >= 27 AND WS-PARM-SET-DATE NOT = SPACES
005010         IF WS-PARM-SET-DATE NOT NUMERIC
005020             DISPLAY 'CYCLBKUP - SET DATE ' WS-PARM-SET-DATE
005030                 ' NOT YYYYMMDD'
005040             MOVE 16 TO RETURN-CODE
005050             GO TO 1100-EXIT
005060         END-IF
005070         MOVE WS-PARM-SET-DATE TO WS-SET-DATE
005080     END-IF.
005090     IF WS-PARM-LEN >= 35
005100         MOVE WS-PARM-FILE TO WS-RESTORE-FILE
005110     END-IF.
005120     IF WS-PARM-LEN >= 36 AND WS-PARM-OVERRIDE = 'Y'
005130         SET WS-OVERRIDE TO TRUE
005140     END-IF.
005150     IF WS-MODE-BACKUP
005160         IF WS-SET-DATE = SPACES
005170             MOVE WS-RUN-DATE TO WS-SET-DATE
005180         END-IF
005190         GO TO 1100-EXIT
005200     END-IF.
005210     IF WS-SET-DATE = SPACES OR WS-OPERATOR-ID = SPACES
005220         DISPLAY 'CYCLBKUP - RESTORE NEEDS USER AND SET DATE'
005230         MOVE 16 TO RETURN-CODE
005240         GO TO 1100-EXIT
005250     END-IF.
005260     IF WS-RESTORE-FILE = SPACES OR WS-RESTORE-FILE = 'ALL'
005270         GO TO 1100-EXIT
005280     END-IF.
005290     SET WS-SINGLE-FILE TO TRUE.
005300     PERFORM 1150-SELECT-FILE THRU 1150-EXIT
005310         VARYING WS-FILE-IDX FROM 1 BY 1
005320         UNTIL WS-FILE-IDX > WS-FILE-MAX.
005330     IF WS-SELECTED-COUNT = ZERO
005340         DISPLAY 'CYCLBKUP - ' WS-RESTORE-FILE
005350             ' IS NOT A FILE IN THE BACKUP SET'
005360         MOVE 16 TO RETURN-CODE
005370     END-IF.
005380 1100-EXIT.
005390     EXIT.
005400*
005410***************************************************************
005420* 1150-SELECT-FILE.
005430***************************************************************
005440 1150-SELECT-FILE.
005450     IF WS-FILE-NAME (WS-FILE-IDX) = WS-RESTORE-FILE
005460         MOVE 'Y' TO WS-FS-SELECTED (WS-FILE-IDX)
005470         ADD 1 TO WS-SELECTED-COUNT
005480     ELSE
005490         MOVE 'N' TO WS-FS-SELECTED (WS-FILE-IDX)
005500     END-IF.
005510 1150-EXIT.
005520     EXIT.
005530*
005540***************************************************************
005550* 1300-CHECK-AUTHORITY.
005560*    A RESTORE REWRITES THE CYCLE'S STATE, SO THE USER NEEDS
005570*    THE RESTART PRIVILEGE FOR THE ENVIRONMENT; AN OVERRIDE
005580*    OF THE NEWER-FILE CHECK ALSO NEEDS THE FORCE PRIVILEGE.
005590***************************************************************
005600 1300-CHECK-AUTHORITY.
005610     MOVE WS-OPERATOR-ID TO AU-USER-ID.
005620     MOVE WS-ENVIRONMENT-CODE TO AU-ENVIRONMENT.
005630     CALL 'AUTHCHK' USING AUTH-CHECK-PARM.
005640     IF AU-AUTHORIZED AND NOT AU-RESTART-OK
005650         MOVE 'NOT AUTHORIZED TO RESTORE' TO AU-REASON
005660         MOVE 'N' TO AU-RESULT
005670     END-IF.
005680     IF AU-AUTHORIZED AND WS-OVERRIDE AND NOT AU-FORCE-OK
005690         MOVE 'NOT AUTHORIZED TO OVERRIDE' TO AU-REASON
005700         MOVE 'N' TO AU-RESULT
005710     END-IF.
005720     IF AU-AUTHORIZED
005730         GO TO 1300-EXIT
005740     END-IF.
005750     DISPLAY 'CYCLBKUP - USER ' WS-OPERATOR-ID ' ENV '
005760         WS-ENVIRONMENT-CODE ' - ' AU-REASON.
005770     MOVE SPACES TO WS-RPT-LINE.
005780     STRING 'RESTORE REFUSED - USER ' WS-OPERATOR-ID ' - '
005790         AU-REASON DELIMITED BY SIZE INTO WS-RPT-LINE.
005800     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
005810     MOVE 8 TO RETURN-CODE.
005820 1300-EXIT.
005830     EXIT.
005840*
005850***************************************************************
005860* 1900-PRINT-TITLE.
005870***************************************************************
005880 1900-PRINT-TITLE.
005890     MOVE SPACES TO WS-RPT-LINE.
005900     IF WS-MODE-RESTORE
005910         STRING 'CYCLBKUP - RESTORE FROM BACKUP SET ' WS-SET-DATE
005920             '  ENV ' WS-ENVIRONMENT-CODE '  USER ' WS-OPERATOR-ID
005930             '  ' WS-TIMESTAMP-PLAIN
005940             DELIMITED BY SIZE INTO WS-RPT-LINE
005950     ELSE
005960         STRING 'CYCLBKUP - PRE-CYCLE BACKUP SET ' WS-SET-DATE
005970             '  ENV ' WS-ENVIRONMENT-CODE '  ' WS-TIMESTAMP-PLAIN
005980             DELIMITED BY SIZE INTO WS-RPT-LINE
005990     END-IF.
006000     MOVE '1' TO RPT-CARRIAGE-CONTROL.
006010     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
006020     WRITE RPT-RECORD.
006030 1900-EXIT.
006040     EXIT.
006050*
006060***************************************************************
006070* 2000-BACKUP.
006080*    BOTH BACKUP FILES ARE CREATED ON FIRST USE.
006090***************************************************************
006100 2000-BACKUP.
006110     OPEN I-O BACKUP-SET.
006120     IF WS-BKUPSET-NOT-FOUND
006130         OPEN OUTPUT BACKUP-SET
006140         CLOSE BACKUP-SET
006150         OPEN I-O BACKUP-SET
006160     END-IF.
006170     IF NOT WS-BKUPSET-STATUS-OK
006180         DISPLAY 'CYCLBKUP - BKUPSET OPEN FAILED - STATUS '
006190             WS-BKUPSET-STATUS
006200         MOVE 16 TO RETURN-CODE
006210         GO TO 2000-EXIT
006220     END-IF.
006230     OPEN I-O BACKUP-MANIFEST.
006240     IF WS-BKUPMFST-NOT-FOUND
006250         OPEN OUTPUT BACKUP-MANIFEST
006260         CLOSE BACKUP-MANIFEST
006270         OPEN I-O BACKUP-MANIFEST
006280     END-IF.
006290     IF NOT WS-BKUPMFST-STATUS-OK
006300         DISPLAY 'CYCLBKUP - BKUPMFST OPEN FAILED - STATUS '
006310             WS-BKUPMFST-STATUS
006320         MOVE 16 TO RETURN-CODE
006330         CLOSE BACKUP-SET
006340         GO TO 2000-EXIT
006350     END-IF.
006360     PERFORM 2100-BACKUP-ONE-FILE THRU 2100-EXIT
006370         VARYING WS-FILE-IDX FROM 1 BY 1
006380         UNTIL WS-FILE-IDX > WS-FILE-MAX.
006390     CLOSE BACKUP-MANIFEST.
006400     CLOSE BACKUP-SET.
006410     DISPLAY 'CYCLBKUP - SET ' WS-SET-DATE ' BACKED UP '
006420         WS-BACKED-UP-COUNT ' KEPT ' WS-KEPT-COUNT.
006430     IF WS-KEPT-COUNT > ZERO AND RETURN-CODE < 4
006440         MOVE 4 TO RETURN-CODE
006450     END-IF.
006460 2000-EXIT.
006470     EXIT.
006480*
006490***************************************************************
006500* 2100-BACKUP-ONE-FILE.
006510*    THE RECORDS GO ON BKUPSET FIRST AND THE MANIFEST LAST, SO
006520*    A SET WITH A MANIFEST ENTRY IS ALWAYS COMPLETE.  RECORDS
006530*    LEFT BY AN EARLIER ATTEMPT THAT DIED BEFORE ITS MANIFEST
006540*    ARE DELETED FIRST, SO NONE OUTLIVES A SHORTER OR ABSENT
006550*    FILE.
006560***************************************************************
006570 2100-BACKUP-ONE-FILE.
006580     MOVE WS-SET-DATE TO BM-CYCLE-DATE.
006590     MOVE WS-FILE-NAME (WS-FILE-IDX) TO BM-FILE-NAME.
006600     READ BACKUP-MANIFEST
006610         INVALID KEY
006620             CONTINUE
006630     END-READ.
006640     IF WS-BKUPMFST-STATUS-OK
006650         MOVE 'K' TO WS-FS-ACTION (WS-FILE-IDX)
006660         MOVE BM-FILE-STATE TO WS-FS-STATE (WS-FILE-IDX)
006670         MOVE BM-RECORD-COUNT TO WS-FS-COUNT (WS-FILE-IDX)
006680         MOVE BM-CONTROL-TOTAL TO WS-FS-TOTAL (WS-FILE-IDX)
006690         MOVE BM-NEWEST-TS TO WS-FS-NEWEST (WS-FILE-IDX)
006700         MOVE 'SET ALREADY TAKEN - KEPT' TO WS-FS-RESULT
006710             (WS-FILE-IDX)
006720         ADD 1 TO WS-KEPT-COUNT
006730         GO TO 2100-EXIT
006740     END-IF.
006750     IF NOT WS-BKUPMFST-NO-RECORD
006760         DISPLAY 'CYCLBKUP - BKUPMFST READ FAILED - STATUS '
006770             WS-BKUPMFST-STATUS
006780         MOVE 16 TO RETURN-CODE
006790         MOVE 'E' TO WS-FS-ACTION (WS-FILE-IDX)
006800         MOVE 'MANIFEST READ FAILED' TO WS-FS-RESULT (WS-FILE-IDX)
006810         GO TO 2100-EXIT
006820     END-IF.
006830     MOVE 'N' TO WS-IO-ERROR-SW WS-SET-SW.
006840     PERFORM 3200-START-SET THRU 3200-EXIT.
006850     PERFORM 2250-DELETE-STALE-RECORD THRU 2250-EXIT
006860         UNTIL WS-SET-EOF.
006870     IF WS-IO-ERROR
006880         MOVE 16 TO RETURN-CODE
006890         MOVE 'E' TO WS-FS-ACTION (WS-FILE-IDX)
006900         MOVE 'NOT BACKED UP - SEE JOB LOG' TO WS-FS-RESULT
006910             (WS-FILE-IDX)
006920         GO TO 2100-EXIT
006930     END-IF.
006940     PERFORM 6000-OPEN-CURRENT-INPUT THRU 6000-EXIT.
006950     IF WS-SCAN-PRESENT
006960         PERFORM 6100-READ-CURRENT THRU 6100-EXIT
006970         PERFORM 2200-BACKUP-RECORD THRU 2200-EXIT
006980             UNTIL WS-CURRENT-EOF
006990         PERFORM 6200-CLOSE-CURRENT THRU 6200-EXIT
007000     END-IF.
007010     IF WS-SCAN-UNREADABLE OR WS-IO-ERROR
007020         MOVE 16 TO RETURN-CODE
007030         MOVE 'E' TO WS-FS-ACTION (WS-FILE-IDX)
007040         MOVE 'NOT BACKED UP - SEE JOB LOG' TO WS-FS-RESULT
007050             (WS-FILE-IDX)
007060         GO TO 2100-EXIT
007070     END-IF.
007080     PERFORM 2300-WRITE-MANIFEST THRU 2300-EXIT.
007090 2100-EXIT.
007100     EXIT.
007110*
007120***************************************************************
007130* 2200-BACKUP-RECORD.
007140***************************************************************
007150 2200-BACKUP-RECORD.
007160     MOVE WS-SET-DATE TO BK-CYCLE-DATE.
007170     MOVE WS-FILE-NAME (WS-FILE-IDX) TO BK-FILE-NAME.
007180     MOVE WS-SCAN-COUNT TO BK-REC-SEQ.
007190     MOVE WS-REC-IMAGE TO BK-REC-IMAGE.
007200     WRITE BACKUP-SET-RECORD
007210         INVALID KEY
007220             CONTINUE
007230     END-WRITE.
007240     IF NOT WS-BKUPSET-STATUS-OK
007250         DISPLAY 'CYCLBKUP - BKUPSET WRITE FAILED - STATUS '
007260             WS-BKUPSET-STATUS ' - ' WS-FILE-NAME (WS-FILE-IDX)
007270         SET WS-IO-ERROR TO TRUE
007280         SET WS-CURRENT-EOF TO TRUE
007290         GO TO 2200-EXIT
007300     END-IF.
007310     PERFORM 6100-READ-CURRENT THRU 6100-EXIT.
007320 2200-EXIT.
007330     EXIT.
007340*
007350***************************************************************
007360* 2250-DELETE-STALE-RECORD.
007370*    REMOVES ONE RECORD OF THE FILE'S SET LEFT ON BKUPSET BY AN
007380*    EARLIER ATTEMPT, THEN READS THE NEXT.
007390***************************************************************
007400 2250-DELETE-STALE-RECORD.
007410     DELETE BACKUP-SET RECORD
007420         INVALID KEY
007430             CONTINUE
007440     END-DELETE.
007450     IF NOT WS-BKUPSET-STATUS-OK
007460         DISPLAY 'CYCLBKUP - BKUPSET DELETE FAILED - STATUS '
007470             WS-BKUPSET-STATUS ' - ' WS-FILE-NAME (WS-FILE-IDX)
007480         SET WS-IO-ERROR TO TRUE
007490         SET WS-SET-EOF TO TRUE
007500         GO TO 2250-EXIT
007510     END-IF.
007520     PERFORM 3250-READ-SET THRU 3250-EXIT.
007530 2250-EXIT.
007540     EXIT.
007550*
007560***************************************************************
007570* 2300-WRITE-MANIFEST.
007580***************************************************************
007590 2300-WRITE-MANIFEST.
007600     MOVE WS-SET-DATE TO BM-CYCLE-DATE.
007610     MOVE WS-FILE-NAME (WS-FILE-IDX) TO BM-FILE-NAME.
007620     MOVE WS-ENVIRONMENT-CODE TO BM-ENVIRONMENT.
007630     MOVE WS-SCAN-STATE-SW TO BM-FILE-STATE.
007640     MOVE WS-SCAN-COUNT TO BM-RECORD-COUNT.
007650     MOVE CV-CHECK-VALUE TO BM-CONTROL-TOTAL.
007660     MOVE WS-SCAN-NEWEST TO BM-NEWEST-TS.
007670     MOVE WS-TIMESTAMP-PLAIN TO BM-BACKUP-TS.
007680     WRITE BACKUP-MANIFEST-RECORD
007690         INVALID KEY
007700             CONTINUE
007710     END-WRITE.
007720     IF NOT WS-BKUPMFST-STATUS-OK
007730         DISPLAY 'CYCLBKUP - BKUPMFST WRITE FAILED - STATUS '
007740             WS-BKUPMFST-STATUS ' - ' WS-FILE-NAME (WS-FILE-IDX)
007750         MOVE 16 TO RETURN-CODE
007760         MOVE 'E' TO WS-FS-ACTION (WS-FILE-IDX)
007770         MOVE 'MANIFEST WRITE FAILED' TO WS-FS-RESULT
007780             (WS-FILE-IDX)
007790         GO TO 2300-EXIT
007800     END-IF.
007810     ADD 1 TO WS-BACKED-UP-COUNT.
007820     MOVE 'B' TO WS-FS-ACTION (WS-FILE-IDX).
007830     MOVE BM-FILE-STATE TO WS-FS-STATE (WS-FILE-IDX).
007840     MOVE BM-RECORD-COUNT TO WS-FS-COUNT (WS-FILE-IDX).
007850     MOVE BM-CONTROL-TOTAL TO WS-FS-TOTAL (WS-FILE-IDX).
007860     MOVE BM-NEWEST-TS TO WS-FS-NEWEST (WS-FILE-IDX).
007870     IF BM-FILE-ABSENT
007880         MOVE 'FILE NOT PRESENT - RECORDED AS ABSENT'
007890             TO WS-FS-RESULT (WS-FILE-IDX)
007900     ELSE
007910         MOVE 'BACKED UP' TO WS-FS-RESULT (WS-FILE-IDX)
007920     END-IF.
007930 2300-EXIT.
007940     EXIT.
007950*
007960***************************************************************
007970* 3000-RESTORE.
007980*    CHECK EVERY FILE ASKED FOR, THEN RESTORE THEM ALL OR NONE.
007990***************************************************************
008000 3000-RESTORE.
008010     OPEN INPUT BACKUP-SET.
008020     IF NOT WS-BKUPSET-STATUS-OK
008030         DISPLAY 'CYCLBKUP - BKUPSET OPEN FAILED - STATUS '
008040             WS-BKUPSET-STATUS ' - NOTHING RESTORED'
008050         MOVE 8 TO RETURN-CODE
008060         GO TO 3000-EXIT
008070     END-IF.
008080     OPEN INPUT BACKUP-MANIFEST.
008090     IF NOT WS-BKUPMFST-STATUS-OK
008100         DISPLAY 'CYCLBKUP - BKUPMFST OPEN FAILED - STATUS '
008110             WS-BKUPMFST-STATUS ' - NOTHING RESTORED'
008120         MOVE 8 TO RETURN-CODE
008130         CLOSE BACKUP-SET
008140         GO TO 3000-EXIT
008150     END-IF.
008160     PERFORM 3100-CHECK-ONE-FILE THRU 3100-EXIT
008170         VARYING WS-FILE-IDX FROM 1 BY 1
008180         UNTIL WS-FILE-IDX > WS-FILE-MAX.
008190     IF WS-REFUSED-COUNT > ZERO
008200         DISPLAY 'CYCLBKUP - RESTORE FROM SET ' WS-SET-DATE
008210             ' REFUSED - NOTHING RESTORED - SEE BKUPRPT'
008220         IF RETURN-CODE < 8
008230             MOVE 8 TO RETURN-CODE
008240         END-IF
008250         GO TO 3000-CLOSE
008260     END-IF.
008270     PERFORM 3300-RESTORE-ONE-FILE THRU 3300-EXIT
008280         VARYING WS-FILE-IDX FROM 1 BY 1
008290         UNTIL WS-FILE-IDX > WS-FILE-MAX.
008300     DISPLAY 'CYCLBKUP - RESTORED ' WS-RESTORED-COUNT
008310         ' FILE(S) FROM SET ' WS-SET-DATE.
008320 3000-CLOSE.
008330     CLOSE BACKUP-MANIFEST.
008340     CLOSE BACKUP-SET.
008350 3000-EXIT.
008360     EXIT.
008370*
008380***************************************************************
008390* 3100-CHECK-ONE-FILE.
008400*    SETS WS-FS-ACTION FOR ONE FILE.  THE MANIFEST VALUES ARE
008410*    KEPT IN THE TABLE FOR THE RESTORE AND ITS VERIFICATION.
008420***************************************************************
008430 3100-CHECK-ONE-FILE.
008440     IF WS-FS-SELECTED (WS-FILE-IDX) NOT = 'Y'
008450         GO TO 3100-EXIT
008460     END-IF.
008470     MOVE WS-SET-DATE TO BM-CYCLE-DATE.
008480     MOVE WS-FILE-NAME (WS-FILE-IDX) TO BM-FILE-NAME.
008490     READ BACKUP-MANIFEST
008500         INVALID KEY
008510             CONTINUE
008520     END-READ.
008530     IF WS-BKUPMFST-NO-RECORD
008540         IF WS-SINGLE-FILE
008550             MOVE 'NOT IN BACKUP SET'
008560                 TO WS-FS-RESULT (WS-FILE-IDX)
008570             GO TO 3100-REFUSE
008580         END-IF
008590         MOVE 'S' TO WS-FS-ACTION (WS-FILE-IDX)
008600         MOVE 'NOT IN BACKUP SET - SKIPPED' TO WS-FS-RESULT
008610             (WS-FILE-IDX)
008620         GO TO 3100-EXIT
008630     END-IF.
008640     IF NOT WS-BKUPMFST-STATUS-OK
008650         DISPLAY 'CYCLBKUP - BKUPMFST READ FAILED - STATUS '
008660             WS-BKUPMFST-STATUS
008670         MOVE 16 TO RETURN-CODE
008680         MOVE 'MANIFEST READ FAILED' TO WS-FS-RESULT (WS-FILE-IDX)
008690         GO TO 3100-REFUSE
008700     END-IF.
008710     IF BM-ENVIRONMENT NOT = WS-ENVIRONMENT-CODE
008720         MOVE SPACES TO WS-FS-RESULT (WS-FILE-IDX)
008730         STRING 'SET TAKEN UNDER ENV ' BM-ENVIRONMENT
008740             DELIMITED BY SIZE INTO WS-FS-RESULT (WS-FILE-IDX)
008750         GO TO 3100-REFUSE
008760     END-IF.
008770     MOVE BM-FILE-STATE    TO WS-FS-STATE (WS-FILE-IDX).
008780     MOVE BM-RECORD-COUNT  TO WS-FS-COUNT (WS-FILE-IDX).
008790     MOVE BM-CONTROL-TOTAL TO WS-FS-TOTAL (WS-FILE-IDX).
008800     MOVE BM-NEWEST-TS     TO WS-FS-NEWEST (WS-FILE-IDX).
008810     PERFORM 3150-VERIFY-SET THRU 3150-EXIT.
008820     IF WS-IO-ERROR
008830         OR WS-SET-COUNT NOT = WS-FS-COUNT (WS-FILE-IDX)
008840         OR WS-SET-TOTAL NOT = WS-FS-TOTAL (WS-FILE-IDX)
008850         MOVE 'BACKUP DOES NOT MATCH ITS MANIFEST'
008860             TO WS-FS-RESULT (WS-FILE-IDX)
008870         GO TO 3100-REFUSE
008880     END-IF.
008890     PERFORM 6050-SCAN-CURRENT THRU 6050-EXIT.
008900     IF WS-SCAN-ABSENT AND WS-FS-STATE (WS-FILE-IDX) = 'A'
008910         MOVE 'M' TO WS-FS-ACTION (WS-FILE-IDX)
008920         MOVE 'ALREADY MATCHES BACKUP (ABSENT)' TO WS-FS-RESULT
008930             (WS-FILE-IDX)
008940         GO TO 3100-EXIT
008950     END-IF.
008960     IF WS-SCAN-PRESENT AND WS-FS-STATE (WS-FILE-IDX) = 'P'
008970         AND WS-SCAN-COUNT = WS-FS-COUNT (WS-FILE-IDX)
008980         AND CV-CHECK-VALUE = WS-FS-TOTAL (WS-FILE-IDX)
008990         MOVE 'M' TO WS-FS-ACTION (WS-FILE-IDX)
009000         MOVE 'ALREADY MATCHES BACKUP' TO WS-FS-RESULT
009010             (WS-FILE-IDX)
009020         GO TO 3100-EXIT
009030     END-IF.
009040     MOVE BM-BACKUP-TS TO WS-BACKUP-TS.
009050     PERFORM 3170-CHECK-LATER-SET THRU 3170-EXIT.
009060     MOVE 'N' TO WS-STAMPED-SW.
009070     MOVE SPACES TO WS-STAMP-JOB.
009080     IF WS-FILE-NAME (WS-FILE-IDX) = 'LANGFILE' OR 'LANGPEND'
009090         MOVE 'LANGMNT'           TO WS-STAMP-JOB
009100         MOVE WS-ENVIRONMENT-CODE TO WS-STAMP-ENV
009110     END-IF.
009120     IF WS-FILE-NAME (WS-FILE-IDX) = 'ALERTFIL'
009130         MOVE 'ALERTMGR' TO WS-STAMP-JOB
009140         MOVE 'ALL '     TO WS-STAMP-ENV
009150     END-IF.
009160     IF WS-STAMP-JOB NOT = SPACES
009170         PERFORM 3190-CHECK-STAMPS THRU 3190-EXIT
009180     END-IF.
009190     IF NOT WS-LATER-SET AND NOT WS-STAMPED-SINCE
009200         AND (WS-SCAN-NEWEST = SPACES
009210             OR WS-SCAN-NEWEST NOT > WS-BACKUP-TS)
009220         MOVE 'R' TO WS-FS-ACTION (WS-FILE-IDX)
009230         GO TO 3100-EXIT
009240     END-IF.
009250     IF WS-OVERRIDE
009260         MOVE 'R' TO WS-FS-ACTION (WS-FILE-IDX)
009270         MOVE 'Y' TO WS-FS-OVERRIDE (WS-FILE-IDX)
009280         GO TO 3100-EXIT
009290     END-IF.
009300     MOVE SPACES TO WS-FS-RESULT (WS-FILE-IDX).
009310     EVALUATE TRUE
009320         WHEN WS-LATER-SET
009330             MOVE 'NEWER THAN BACKUP - LATER SET EXISTS'
009340                 TO WS-FS-RESULT (WS-FILE-IDX)
009350         WHEN WS-STAMPED-SINCE
009360             STRING 'NEWER THAN BACKUP - ' DELIMITED BY SIZE
009370                 WS-STAMP-JOB DELIMITED BY SPACE
009380                 ' RAN SINCE' DELIMITED BY SIZE
009390                 INTO WS-FS-RESULT (WS-FILE-IDX)
009400         WHEN OTHER
009410             STRING 'NEWER THAN BACKUP - ' WS-SCAN-NEWEST
009420                 DELIMITED BY SIZE INTO WS-FS-RESULT (WS-FILE-IDX)
009430     END-EVALUATE.
009440 3100-REFUSE.
009450     MOVE 'X' TO WS-FS-ACTION (WS-FILE-IDX).
009460     ADD 1 TO WS-REFUSED-COUNT.
009470 3100-EXIT.
009480     EXIT.
009490*
009500***************************************************************
009510* 3150-VERIFY-SET.
009520*    COUNTS AND TOTALS THE FILE'S RECORDS ON BKUPSET.
009530***************************************************************
009540 3150-VERIFY-SET.
009550     MOVE 'N' TO WS-IO-ERROR-SW WS-SET-SW.
009560     MOVE ZERO TO WS-SET-COUNT CV-CHECK-VALUE.
009570     PERFORM 3200-START-SET THRU 3200-EXIT.
009580     PERFORM 3160-TOTAL-SET-RECORD THRU 3160-EXIT
009590         UNTIL WS-SET-EOF.
009600     MOVE CV-CHECK-VALUE TO WS-SET-TOTAL.
009610 3150-EXIT.
009620     EXIT.
009630*
009640***************************************************************
009650* 3160-TOTAL-SET-RECORD.
009660***************************************************************
009670 3160-TOTAL-SET-RECORD.
009680     ADD 1 TO WS-SET-COUNT.
009690     MOVE BK-REC-IMAGE TO WS-REC-IMAGE.
009700     PERFORM 6500-ADD-TO-TOTAL THRU 6500-EXIT.
009710     PERFORM 3250-READ-SET THRU 3250-EXIT.
009720 3160-EXIT.
009730     EXIT.
009740*
009750***************************************************************
009760* 3170-CHECK-LATER-SET.
009770*    ANY MANIFEST ENTRY FOR THE SAME FILE UNDER A LATER CYCLE
009780*    DATE.
009790***************************************************************
009800 3170-CHECK-LATER-SET.
009810     MOVE 'N' TO WS-LATER-SET-SW WS-MANIFEST-SW.
009820     MOVE WS-SET-DATE TO BM-CYCLE-DATE.
009830     MOVE HIGH-VALUES TO BM-FILE-NAME.
009840     START BACKUP-MANIFEST KEY IS GREATER THAN BM-KEY
009850         INVALID KEY
009860             SET WS-MANIFEST-EOF TO TRUE
009870     END-START.
009880     PERFORM 3180-READ-LATER-SET THRU 3180-EXIT
009890         UNTIL WS-MANIFEST-EOF OR WS-LATER-SET.
009900 3170-EXIT.
009910     EXIT.
009920*
009930***************************************************************
009940* 3180-READ-LATER-SET.
009950***************************************************************
009960 3180-READ-LATER-SET.
009970     READ BACKUP-MANIFEST NEXT RECORD
009980         AT END SET WS-MANIFEST-EOF TO TRUE
009990     END-READ.
010000     IF WS-MANIFEST-EOF
010010         GO TO 3180-EXIT
010020     END-IF.
010030     IF NOT WS-BKUPMFST-STATUS-OK
010040         DISPLAY 'CYCLBKUP - BKUPMFST READ FAILED - STATUS '
010050             WS-BKUPMFST-STATUS ' - TREATED AS A LATER SET'
010060         SET WS-LATER-SET TO TRUE
010070         GO TO 3180-EXIT
010080     END-IF.
010090     IF BM-FILE-NAME = WS-FILE-NAME (WS-FILE-IDX)
010100         SET WS-LATER-SET TO TRUE
010110     END-IF.
010120 3180-EXIT.
010130     EXIT.
010140*
010150***************************************************************
010160* 3190-CHECK-STAMPS.
010170*    LANGFILE CARRIES NO DATES, AND A LANGPEND RECORD CANCELLED,
010180*    PROMOTED, OR EXPIRED BY LANGMNT IS DELETED AND LEAVES NONE.
010190*    ALERTMGR REWRITES ALERTFIL IN PLACE - AN ESCALATION CHANGES
010200*    ONLY THE SEVERITY AND A PURGE DROPS THE RECORD - SO ITS
010210*    CHANGES LEAVE NO LATER TIMESTAMP EITHER.  SUCH CHANGES ARE
010220*    FOUND ON THE AUDIT MASTER INSTEAD: ANY STAMP BY WS-STAMP-JOB
010230*    UNDER WS-STAMP-ENV (LANGMNT FOR THE ENVIRONMENT, ALERTMGR
010240*    FOR ALL, SINCE ALERTFIL IS SHARED) TIMESTAMPED AFTER THE
010250*    BACKUP.  A MASTER THAT WILL NOT OPEN OR READ IS TAKEN AS A
010260*    CHANGE.
010270***************************************************************
010280 3190-CHECK-STAMPS.
010290     MOVE 'N' TO WS-AUDIT-SW.
010300     OPEN INPUT AUDIT-MASTER.
010310     IF WS-AUDITMST-NOT-FOUND
010320         GO TO 3190-EXIT
010330     END-IF.
010340     IF NOT WS-AUDITMST-STATUS-OK
010350         DISPLAY 'CYCLBKUP - AUDITMST OPEN FAILED - STATUS '
010360             WS-AUDITMST-STATUS ' - ' WS-FILE-NAME (WS-FILE-IDX)
010370             ' TAKEN AS CHANGED'
010380         SET WS-STAMPED-SINCE TO TRUE
010390         GO TO 3190-EXIT
010400     END-IF.
010410     MOVE LOW-VALUES TO AM-KEY.
010420     STRING WS-BACKUP-TS (1:4) WS-BACKUP-TS (6:2)
010430         WS-BACKUP-TS (9:2) DELIMITED BY SIZE
010440         INTO AM-CYCLE-DATE.
010450     START AUDIT-MASTER KEY IS NOT LESS THAN AM-KEY
010460         INVALID KEY
010470             SET WS-AUDIT-EOF TO TRUE
010480     END-START.
010490     PERFORM 3195-READ-STAMP THRU 3195-EXIT
010500         UNTIL WS-AUDIT-EOF OR WS-STAMPED-SINCE.
010510     CLOSE AUDIT-MASTER.
010520 3190-EXIT.
010530     EXIT.
010540*
010550***************************************************************
010560* 3195-READ-STAMP.
010570***************************************************************
010580 3195-READ-STAMP.
010590     READ AUDIT-MASTER NEXT RECORD
010600         AT END SET WS-AUDIT-EOF TO TRUE
010610     END-READ.
010620     IF WS-AUDIT-EOF
010630         GO TO 3195-EXIT
010640     END-IF.
010650     IF NOT WS-AUDITMST-STATUS-OK
010660         DISPLAY 'CYCLBKUP - AUDITMST READ FAILED - STATUS '
010670             WS-AUDITMST-STATUS ' - ' WS-FILE-NAME (WS-FILE-IDX)
010680             ' TAKEN AS CHANGED'
010690         SET WS-STAMPED-SINCE TO TRUE
010700         GO TO 3195-EXIT
010710     END-IF.
010720     IF AM-JOB-NAME = WS-STAMP-JOB
010730         AND AM-ENVIRONMENT = WS-STAMP-ENV
010740         AND AM-TIMESTAMP > WS-BACKUP-TS
010750         SET WS-STAMPED-SINCE TO TRUE
010760     END-IF.
010770 3195-EXIT.
010780     EXIT.
010790*
010800***************************************************************
010810* 3200-START-SET.
010820*    POSITIONS BKUPSET AT THE FILE'S FIRST RECORD IN THE SET
010830*    AND READS IT.
010840***************************************************************
010850 3200-START-SET.
010860     MOVE WS-SET-DATE TO BK-CYCLE-DATE.
010870     MOVE WS-FILE-NAME (WS-FILE-IDX) TO BK-FILE-NAME.
010880     MOVE ZERO TO BK-REC-SEQ.
010890     START BACKUP-SET KEY IS NOT LESS THAN BK-KEY
010900         INVALID KEY
010910             SET WS-SET-EOF TO TRUE
010920     END-START.
010930     IF NOT WS-SET-EOF
010940         PERFORM 3250-READ-SET THRU 3250-EXIT
010950     END-IF.
010960 3200-EXIT.
010970     EXIT.
010980*
010990***************************************************************
011000* 3250-READ-SET.
011010*    ENDS AT THE FIRST RECORD OF ANOTHER FILE OR SET.
011020***************************************************************
011030 3250-READ-SET.
011040     READ BACKUP-SET NEXT RECORD
011050         AT END SET WS-SET-EOF TO TRUE
011060     END-READ.
011070     IF WS-SET-EOF
011080         GO TO 3250-EXIT
011090     END-IF.
011100     IF NOT WS-BKUPSET-STATUS-OK
011110         DISPLAY 'CYCLBKUP - BKUPSET READ FAILED - STATUS '
011120             WS-BKUPSET-STATUS
011130         SET WS-IO-ERROR TO TRUE
011140         SET WS-SET-EOF TO TRUE
011150         GO TO 3250-EXIT
011160     END-IF.
011170     IF BK-CYCLE-DATE NOT = WS-SET-DATE
011180         OR BK-FILE-NAME NOT = WS-FILE-NAME (WS-FILE-IDX)
011190         SET WS-SET-EOF TO TRUE
011200     END-IF.
011210 3250-EXIT.
011220     EXIT.
011230*
011240***************************************************************
011250* 3300-RESTORE-ONE-FILE.
011260*    REPLACES THE FILE WITH THE SET'S RECORDS (EMPTY WHEN IT
011270*    WAS ABSENT AT BACKUP), READS IT BACK, AND AUDITS IT.
011280***************************************************************
011290 3300-RESTORE-ONE-FILE.
011300     IF WS-FS-ACTION (WS-FILE-IDX) NOT = 'R'
011310         GO TO 3300-EXIT
011320     END-IF.
011330     MOVE 'N' TO WS-IO-ERROR-SW WS-SET-SW.
011340     MOVE 16 TO WS-AUDIT-RC.
011350     PERFORM 6300-OPEN-CURRENT-OUTPUT THRU 6300-EXIT.
011360     IF NOT WS-CTLFILE-STATUS-OK
011370         DISPLAY 'CYCLBKUP - ' WS-FILE-NAME (WS-FILE-IDX)
011380             ' OPEN FOR RESTORE FAILED - STATUS '
011390             WS-CTLFILE-STATUS
011400         MOVE 'RESTORE FAILED - FILE NOT OPENED'
011410             TO WS-FS-RESULT (WS-FILE-IDX)
011420         MOVE 16 TO RETURN-CODE
011430         GO TO 3300-AUDIT
011440     END-IF.
011450     IF WS-FS-STATE (WS-FILE-IDX) = 'P'
011460         PERFORM 3200-START-SET THRU 3200-EXIT
011470         PERFORM 3350-RESTORE-RECORD THRU 3350-EXIT
011480             UNTIL WS-SET-EOF
011490     END-IF.
011500     PERFORM 6200-CLOSE-CURRENT THRU 6200-EXIT.
011510     ADD 1 TO WS-RESTORED-COUNT.
011520     PERFORM 6050-SCAN-CURRENT THRU 6050-EXIT.
011530     IF WS-IO-ERROR OR WS-SCAN-UNREADABLE
011540         OR WS-SCAN-COUNT NOT = WS-FS-COUNT (WS-FILE-IDX)
011550         OR CV-CHECK-VALUE NOT = WS-FS-TOTAL (WS-FILE-IDX)
011560         DISPLAY 'CYCLBKUP - ' WS-FILE-NAME (WS-FILE-IDX)
011570             ' RESTORED BUT DOES NOT MATCH THE MANIFEST'
011580         MOVE 'RESTORED - VERIFY FAILED' TO WS-FS-RESULT
011590             (WS-FILE-IDX)
011600         MOVE 16 TO RETURN-CODE
011610         GO TO 3300-AUDIT
011620     END-IF.
011630     IF WS-FS-OVERRIDE (WS-FILE-IDX) = 'Y'
011640         MOVE 4 TO WS-AUDIT-RC
011650         MOVE 'RESTORED OVER NEWER FILE - OVERRIDE'
011660             TO WS-FS-RESULT (WS-FILE-IDX)
011670         IF RETURN-CODE < 4
011680             MOVE 4 TO RETURN-CODE
011690         END-IF
011700     ELSE
011710         MOVE ZERO TO WS-AUDIT-RC
011720         MOVE 'RESTORED AND VERIFIED' TO WS-FS-RESULT
011730             (WS-FILE-IDX)
011740     END-IF.
011750 3300-AUDIT.
011760     PERFORM 3400-AUDIT-RESTORE THRU 3400-EXIT.
011770 3300-EXIT.
011780     EXIT.
011790*
011800***************************************************************
011810* 3350-RESTORE-RECORD.
011820***************************************************************
011830 3350-RESTORE-RECORD.
011840     MOVE BK-REC-IMAGE TO WS-REC-IMAGE.
011850     PERFORM 6400-WRITE-CURRENT THRU 6400-EXIT.
011860     IF WS-IO-ERROR
011870         SET WS-SET-EOF TO TRUE
011880         GO TO 3350-EXIT
011890     END-IF.
011900     PERFORM 3250-READ-SET THRU 3250-EXIT.
011910 3350-EXIT.
011920     EXIT.
011930*
011940***************************************************************
011950* 3400-AUDIT-RESTORE.
011960*    ONE AUDIT MASTER STAMP PER FILE RESTORED, UNDER THE SET'S
011970*    CYCLE DATE.
011980***************************************************************
011990 3400-AUDIT-RESTORE.
012000     MOVE WS-JOB-NAME         TO AW-JOB-NAME.
012010     MOVE WS-SET-DATE         TO AW-CYCLE-DATE.
012020     MOVE WS-ENVIRONMENT-CODE TO AW-ENVIRONMENT.
012030     MOVE 1                   TO AW-RUN-SEQ.
012040     MOVE WS-OPERATOR-ID      TO AW-USER-ID.
012050     MOVE WS-TIMESTAMP-PLAIN  TO AW-TIMESTAMP.
012060     MOVE WS-AUDIT-RC         TO AW-RETURN-CODE.
012070     MOVE WS-FILE-NAME (WS-FILE-IDX) TO AW-DETAIL.
012080     CALL 'AUDITWRT' USING AUDIT-WRITE-PARM.
012090     IF NOT AW-STATUS-OK
012100         DISPLAY 'CYCLBKUP - AUDIT WRITE FAILED - STATUS '
012110             AW-STATUS ' - RESTORE OF ' WS-FILE-NAME (WS-FILE-IDX)
012120             ' NOT STAMPED'
012130         MOVE 16 TO RETURN-CODE
012140     END-IF.
012150 3400-EXIT.
012160     EXIT.
012170*
012180***************************************************************
012190* 6000-OPEN-CURRENT-INPUT.
012200*    OPENS THE CONTROL FILE AT WS-FILE-IDX AND RESETS THE SCAN
012210*    FIELDS.  A FILE THAT DOES NOT EXIST IS ABSENT; ONE THAT
012220*    WILL NOT OPEN IS UNREADABLE.
012230***************************************************************
012240 6000-OPEN-CURRENT-INPUT.
012250     MOVE ZERO TO WS-SCAN-COUNT CV-CHECK-VALUE.
012260     MOVE SPACES TO WS-SCAN-NEWEST.
012270     MOVE 'N' TO WS-CURRENT-SW WS-IO-ERROR-SW.
012280     EVALUATE WS-FILE-IDX
012290         WHEN 1 OPEN INPUT JOBCTL-FILE
012300         WHEN 2 OPEN INPUT CHECKPOINT-FILE
012310         WHEN 3 OPEN INPUT ALERT-FILE
012320         WHEN 4 OPEN INPUT TRIGGER-FILE
012330         WHEN 5 OPEN INPUT HEALTHCHECK
012340         WHEN 6 OPEN INPUT LANG-FILE
012350         WHEN 7 OPEN INPUT LANG-PEND
012360     END-EVALUATE.
012370     IF WS-CTLFILE-STATUS-OK
012380         SET WS-SCAN-PRESENT TO TRUE
012390         GO TO 6000-EXIT
012400     END-IF.
012410     IF WS-CTLFILE-NOT-FOUND
012420         SET WS-SCAN-ABSENT TO TRUE
012430         GO TO 6000-EXIT
012440     END-IF.
012450     DISPLAY 'CYCLBKUP - ' WS-FILE-NAME (WS-FILE-IDX)
012460         ' OPEN FAILED - STATUS ' WS-CTLFILE-STATUS.
012470     SET WS-SCAN-UNREADABLE TO TRUE.
012480 6000-EXIT.
012490     EXIT.
012500*
012510***************************************************************
012520* 6050-SCAN-CURRENT.
012530*    COUNT, CONTROL TOTAL (LEFT IN CV-CHECK-VALUE), AND NEWEST
012540*    TIMESTAMP OF THE CONTROL FILE AT WS-FILE-IDX.  A FILE THAT
012550*    FAILS PART WAY THROUGH IS UNREADABLE.
012560***************************************************************
012570 6050-SCAN-CURRENT.
012580     PERFORM 6000-OPEN-CURRENT-INPUT THRU 6000-EXIT.
012590     IF NOT WS-SCAN-PRESENT
012600         GO TO 6050-EXIT
012610     END-IF.
012620     PERFORM 6100-READ-CURRENT THRU 6100-EXIT.
012630     PERFORM 6060-SCAN-NEXT THRU 6060-EXIT
012640         UNTIL WS-CURRENT-EOF.
012650     PERFORM 6200-CLOSE-CURRENT THRU 6200-EXIT.
012660     IF WS-IO-ERROR
012670         SET WS-SCAN-UNREADABLE TO TRUE
012680     END-IF.
012690 6050-EXIT.
012700     EXIT.
012710*
012720***************************************************************
012730* 6060-SCAN-NEXT.
012740***************************************************************
012750 6060-SCAN-NEXT.
012760     PERFORM 6100-READ-CURRENT THRU 6100-EXIT.
012770 6060-EXIT.
012780     EXIT.
012790*
012800***************************************************************
012810* 6100-READ-CURRENT.
012820*    READS THE NEXT RECORD INTO WS-REC-IMAGE AND ADDS IT TO
012830*    THE COUNT, THE CONTROL TOTAL, AND THE NEWEST TIMESTAMP.
012840***************************************************************
012850 6100-READ-CURRENT.
012860     EVALUATE WS-FILE-IDX
012870         WHEN 1
012880             READ JOBCTL-FILE
012890                 AT END SET WS-CURRENT-EOF TO TRUE
012900             END-READ
012910         WHEN 2
012920             READ CHECKPOINT-FILE
012930                 AT END SET WS-CURRENT-EOF TO TRUE
012940             END-READ
012950         WHEN 3
012960             READ ALERT-FILE
012970                 AT END SET WS-CURRENT-EOF TO TRUE
012980             END-READ
012990         WHEN 4
013000             READ TRIGGER-FILE
013010                 AT END SET WS-CURRENT-EOF TO TRUE
013020             END-READ
013030         WHEN 5
013040             READ HEALTHCHECK
013050                 AT END SET WS-CURRENT-EOF TO TRUE
013060             END-READ
013070         WHEN 6
013080             READ LANG-FILE NEXT RECORD
013090                 AT END SET WS-CURRENT-EOF TO TRUE
013100             END-READ
013110         WHEN 7
013120             READ LANG-PEND NEXT RECORD
013130                 AT END SET WS-CURRENT-EOF TO TRUE
013140             END-READ
013150     END-EVALUATE.
013160     IF WS-CURRENT-EOF
013170         GO TO 6100-EXIT
013180     END-IF.
013190     IF NOT WS-CTLFILE-STATUS-OK
013200         DISPLAY 'CYCLBKUP - ' WS-FILE-NAME (WS-FILE-IDX)
013210             ' READ FAILED - STATUS ' WS-CTLFILE-STATUS
013220         SET WS-IO-ERROR TO TRUE
013230         SET WS-CURRENT-EOF TO TRUE
013240         GO TO 6100-EXIT
013250     END-IF.
013260     MOVE SPACES TO WS-REC-IMAGE.
013270     MOVE SPACES TO WS-CONTENT-TS.
013280     EVALUATE WS-FILE-IDX
013290         WHEN 1
013300             MOVE JOBCTL-RECORD TO WS-REC-IMAGE
013310             MOVE JC-START-TIMESTAMP TO WS-CONTENT-TS
013320         WHEN 2
013330             MOVE CHKPT-RECORD TO WS-REC-IMAGE
013340             MOVE CK-TIMESTAMP TO WS-CONTENT-TS
013350         WHEN 3
013360             MOVE ALERT-RECORD TO WS-REC-IMAGE
013370             MOVE ALR-ACK-TIMESTAMP TO WS-CONTENT-TS
013380             PERFORM 6150-NOTE-TIMESTAMP THRU 6150-EXIT
013390             MOVE ALR-TIMESTAMP TO WS-CONTENT-TS
013400         WHEN 4
013410             MOVE TRIGGER-RECORD TO WS-REC-IMAGE
013420             MOVE TR-TIMESTAMP TO WS-CONTENT-TS
013430         WHEN 5
013440             MOVE HLTH-RECORD TO WS-REC-IMAGE
013450             MOVE HLTH-CYCLE-DATE TO WS-CONTENT-DATE
013460             PERFORM 6160-DATE-TIMESTAMP THRU 6160-EXIT
013470         WHEN 6
013480             MOVE LANG-RECORD TO WS-REC-IMAGE
013490         WHEN 7
013500             MOVE LANG-PEND-RECORD TO WS-REC-IMAGE
013510             MOVE LP-TIMESTAMP TO WS-CONTENT-TS
013520     END-EVALUATE.
013530     PERFORM 6150-NOTE-TIMESTAMP THRU 6150-EXIT.
013540     ADD 1 TO WS-SCAN-COUNT.
013550     PERFORM 6500-ADD-TO-TOTAL THRU 6500-EXIT.
013560 6100-EXIT.
013570     EXIT.
013580*
013590***************************************************************
013600* 6150-NOTE-TIMESTAMP.
013610***************************************************************
013620 6150-NOTE-TIMESTAMP.
013630     IF WS-CONTENT-TS (1:4) NUMERIC
013640         AND (WS-SCAN-NEWEST = SPACES
013650             OR WS-CONTENT-TS > WS-SCAN-NEWEST)
013660         MOVE WS-CONTENT-TS TO WS-SCAN-NEWEST
013670     END-IF.
013680 6150-EXIT.
013690     EXIT.
013700*
013710***************************************************************
013720* 6160-DATE-TIMESTAMP.
013730*    YYYYMMDD TO YYYY-MM-DD 23:59:59.  THE RECORD MAY HAVE BEEN
013740*    WRITTEN AT ANY TIME THAT DAY, SO ONE DATED THE DAY OF THE
013750*    BACKUP COUNTS AS WRITTEN AFTER IT.
013760***************************************************************
013770 6160-DATE-TIMESTAMP.
013780     MOVE SPACES TO WS-CONTENT-TS.
013790     IF WS-CONTENT-DATE NOT NUMERIC
013800         GO TO 6160-EXIT
013810     END-IF.
013820     STRING WS-CONTENT-DATE (1:4) '-' WS-CONTENT-DATE (5:2) '-'
013830         WS-CONTENT-DATE (7:2) ' 23:59:59' DELIMITED BY SIZE
013840         INTO WS-CONTENT-TS.
013850 6160-EXIT.
013860     EXIT.
013870*
013880***************************************************************
013890* 6200-CLOSE-CURRENT.
013900***************************************************************
013910 6200-CLOSE-CURRENT.
013920     EVALUATE WS-FILE-IDX
013930         WHEN 1 CLOSE JOBCTL-FILE
013940         WHEN 2 CLOSE CHECKPOINT-FILE
013950         WHEN 3 CLOSE ALERT-FILE
013960         WHEN 4 CLOSE TRIGGER-FILE
013970         WHEN 5 CLOSE HEALTHCHECK
013980         WHEN 6 CLOSE LANG-FILE
013990         WHEN 7 CLOSE LANG-PEND
014000     END-EVALUATE.
014010 6200-EXIT.
014020     EXIT.
014030*
014040***************************************************************
014050* 6300-OPEN-CURRENT-OUTPUT.
014060*    REPLACES THE CONTROL FILE AT WS-FILE-IDX WITH AN EMPTY
014070*    ONE.  THE KEYED FILES ARE LOADED IN KEY ORDER, THE ORDER
014080*    THEY WERE BACKED UP IN.
014090***************************************************************
014100 6300-OPEN-CURRENT-OUTPUT.
014110     EVALUATE WS-FILE-IDX
014120         WHEN 1 OPEN OUTPUT JOBCTL-FILE
014130         WHEN 2 OPEN OUTPUT CHECKPOINT-FILE
014140         WHEN 3 OPEN OUTPUT ALERT-FILE
014150         WHEN 4 OPEN OUTPUT TRIGGER-FILE
014160         WHEN 5 OPEN OUTPUT HEALTHCHECK
014170         WHEN 6 OPEN OUTPUT LANG-FILE
014180         WHEN 7 OPEN OUTPUT LANG-PEND
014190     END-EVALUATE.
014200 6300-EXIT.
014210     EXIT.
014220*
014230***************************************************************
014240* 6400-WRITE-CURRENT.
014250*    WRITES WS-REC-IMAGE TO THE CONTROL FILE AT WS-FILE-IDX.
014260***************************************************************
014270 6400-WRITE-CURRENT.
014280     EVALUATE WS-FILE-IDX
014290         WHEN 1
014300             MOVE WS-REC-IMAGE TO JOBCTL-RECORD
014310             WRITE JOBCTL-RECORD
014320         WHEN 2
014330             MOVE WS-REC-IMAGE TO CHKPT-RECORD
014340             WRITE CHKPT-RECORD
014350         WHEN 3
014360             MOVE WS-REC-IMAGE TO ALERT-RECORD
014370             WRITE ALERT-RECORD
014380         WHEN 4
014390             MOVE WS-REC-IMAGE TO TRIGGER-RECORD
014400             WRITE TRIGGER-RECORD
014410         WHEN 5
014420             MOVE WS-REC-IMAGE TO HLTH-RECORD
014430             WRITE HLTH-RECORD
014440         WHEN 6
014450             MOVE WS-REC-IMAGE TO LANG-RECORD
014460             WRITE LANG-RECORD
014470                 INVALID KEY
014480                     CONTINUE
014490             END-WRITE
014500         WHEN 7
014510             MOVE WS-REC-IMAGE TO LANG-PEND-RECORD
014520             WRITE LANG-PEND-RECORD
014530                 INVALID KEY
014540                     CONTINUE
014550             END-WRITE
014560     END-EVALUATE.
014570     IF NOT WS-CTLFILE-STATUS-OK
014580         DISPLAY 'CYCLBKUP - ' WS-FILE-NAME (WS-FILE-IDX)
014590             ' WRITE FAILED - STATUS ' WS-CTLFILE-STATUS
014600         SET WS-IO-ERROR TO TRUE
014610     END-IF.
014620 6400-EXIT.
014630     EXIT.
014640*
014650***************************************************************
014660* 6500-ADD-TO-TOTAL.
014670*    FOLDS BOTH 61-BYTE SEGMENTS OF WS-REC-IMAGE INTO THE
014680*    RUNNING CHECK VALUE.
014690***************************************************************
014700 6500-ADD-TO-TOTAL.
014710     MOVE WS-REC-IMAGE (1:61) TO CV-RECORD-IMAGE.
014720     CALL 'AUDITCKV' USING CHECK-VALUE-PARM.
014730     MOVE WS-REC-IMAGE (62:61) TO CV-RECORD-IMAGE.
014740     CALL 'AUDITCKV' USING CHECK-VALUE-PARM.
014750 6500-EXIT.
014760     EXIT.
014770*
014780***************************************************************
014790* 8000-PRINT-RESULTS.
014800*    ONE LINE PER FILE.  FOR A RESTORE THE COUNT, TOTAL, AND
014810*    NEWEST TIMESTAMP ARE THE BACKUP'S, FROM THE MANIFEST.
014820***************************************************************
014830 8000-PRINT-RESULTS.
014840     MOVE SPACES TO WS-RPT-LINE.
014850     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
014860     MOVE WS-FILE-HEADING TO WS-RPT-LINE.
014870     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
014880     PERFORM 8100-PRINT-FILE-LINE THRU 8100-EXIT
014890         VARYING WS-FILE-IDX FROM 1 BY 1
014900         UNTIL WS-FILE-IDX > WS-FILE-MAX.
014910     IF WS-MODE-RESTORE AND WS-REFUSED-COUNT > ZERO
014920         MOVE SPACES TO WS-RPT-LINE
014930         PERFORM 8950-PRINT-LINE THRU 8950-EXIT
014940         MOVE SPACES TO WS-RPT-LINE
014950         STRING 'RESTORE REFUSED - NO FILE WAS CHANGED'
014960             DELIMITED BY SIZE INTO WS-RPT-LINE
014970         PERFORM 8950-PRINT-LINE THRU 8950-EXIT
014980     END-IF.
014990 8000-EXIT.
015000     EXIT.
015010*
015020***************************************************************
015030* 8100-PRINT-FILE-LINE.
015040***************************************************************
015050 8100-PRINT-FILE-LINE.
015060     IF WS-FS-SELECTED (WS-FILE-IDX) NOT = 'Y'
015070         GO TO 8100-EXIT
015080     END-IF.
015090     IF WS-FS-ACTION (WS-FILE-IDX) = SPACE
015100         GO TO 8100-EXIT
015110     END-IF.
015120     MOVE WS-FILE-NAME (WS-FILE-IDX) TO WS-FL-FILE.
015130     MOVE WS-SET-DATE TO WS-FL-SET-DATE.
015140     MOVE WS-FS-COUNT (WS-FILE-IDX) TO WS-FL-COUNT.
015150     MOVE WS-FS-TOTAL (WS-FILE-IDX) TO WS-FL-TOTAL.
015160     MOVE WS-FS-NEWEST (WS-FILE-IDX) TO WS-FL-NEWEST.
015170     MOVE WS-FS-RESULT (WS-FILE-IDX) TO WS-FL-RESULT.
015180     IF WS-FS-ACTION (WS-FILE-IDX) = 'R'
015190         AND WS-FS-RESULT (WS-FILE-IDX) = SPACES
015200         MOVE 'NOT RESTORED - RESTORE REFUSED' TO WS-FL-RESULT
015210     END-IF.
015220     MOVE WS-FILE-LINE TO WS-RPT-LINE.
015230     PERFORM 8950-PRINT-LINE THRU 8950-EXIT.
015240 8100-EXIT.
015250     EXIT.
015260*
015270***************************************************************
015280* 8950-PRINT-LINE.
015290***************************************************************
015300 8950-PRINT-LINE.
015310     MOVE ' ' TO RPT-CARRIAGE-CONTROL.
015320     MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
015330     WRITE RPT-RECORD.
015340     IF NOT WS-BKUPRPT-STATUS-OK
015350         DISPLAY 'CYCLBKUP - BKUPRPT WRITE FAILED - STATUS '
015360             WS-BKUPRPT-STATUS
015370         MOVE 16 TO RETURN-CODE
015380     END-IF.
015390 8950-EXIT.
015400     EXIT.
