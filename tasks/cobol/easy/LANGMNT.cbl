000530*                   REVERSALS - SO A BAD BATCH NO LONGER
000540*                   MEANS HAND-REBUILDING GREETINGS FROM
000550*                   MEMORY ACROSS FOUR LANGUAGE DESKS.
      *  10/15/2026 FCM   THE PARM USER IS NOW CHECKED AGAINST THE
      *                   OPERATOR AUTHORIZATION FILE THROUGH AUTHCHK
      *                   BEFORE ANYTHING IS APPLIED OR BACKED OUT.
      *                   A USER NOT AUTHORIZED FOR THE ENVIRONMENT
      *                   OR FOR LANGFILE MAINTENANCE GETS THE WHOLE
      *                   BATCH REJECTED WITH RC 8 ON LANGERR.
      *  10/15/2026 FCM   APPLY AND BACKOUT ARE REFUSED IN A FROZEN
      *                   ENVIRONMENT (FREEZCAL) UNLESS PARM ETICKET IS
      *                   GIVEN; THE OVERRIDE IS AUDITED AND LOGGED.
      *  10/15/2026 FCM   EFFECTIVE-DATED GREETINGS.  LANGTRAN TAKES
      *                   OPTIONAL EFFECTIVE AND EXPIRY DATES; A FUTURE
      *                   OR TEMPORARY GREETING WAITS ON LANGPEND UNTIL
      *                   DUE, AND EACH RUN APPLIES DUE PERMANENT ONES
      *                   AND DROPS EXPIRED ONES - JOURNALED AND AUDITED
      *                   LIKE AN IMMEDIATE CHANGE.  THE LANGSCHD REPORT
      *                   LISTS UPCOMING AND EXPIRING GREETINGS BY
      *                   LANGUAGE.
000560***************************************************************
000570*
000580* TRANSACTION LAYOUT (LANGTRAN):
000590*   COL 1     ACTION - A(DD), C(HANGE), D(ELETE), X (CANCEL)
000600*   COL 3-4   LANGUAGE CODE - TWO LETTERS A-Z
000610*   COL 6-45  GREETING TEXT (REQUIRED FOR A AND C)
000612*   COL 47-54 EFFECTIVE DATE YYYYMMDD (OPTIONAL - A, C, AND X)
000614*   COL 56-63 EXPIRY DATE YYYYMMDD (OPTIONAL - A AND C)
000620*
000630* AN A OR C DATED AFTER TODAY, OR CARRYING AN EXPIRY DATE, IS
000640* HELD ON THE KEYED LANGPEND FILE RATHER THAN APPLIED.  HELLOCBL
000650* USES IT FOR CYCLES FROM ITS EFFECTIVE DATE THROUGH ITS EXPIRY;
      * THIS PROGRAM APPLIES A PERMANENT ONE TO LANGFILE ONCE DUE AND
      * DROPS A TEMPORARY ONE ONCE EXPIRED.  X CANCELS THE ENTRY
      * SCHEDULED FOR THAT LANGUAGE AND EFFECTIVE DATE.
      *
      * PARM: ENV(4) USER(8) MODE(1) BATCH(8) ETICKET(8).  MODE
      * 'B' REVERSES THE JOURNALED BATCH WHOSE CYCLE DATE IS IN
      * BATCH; ANY OTHER MODE (OR A SHORT PARM) APPLIES LANGTRAN.
      * ETICKET IS THE EMERGENCY-CHANGE TICKET THAT LETS AN APPLY
      * OR BACKOUT GO AHEAD WHILE THE ENVIRONMENT IS UNDER A CHANGE
      * FREEZE ON FREEZCAL; OUTSIDE A FREEZE IT IS NOT NEEDED.
000660*
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000850     SELECT JOURNAL-FILE ASSIGN TO "LANGJRNL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-LANGJRNL-STATUS.
000871     SELECT LANG-PEND ASSIGN TO "LANGPEND"
000872         ORGANIZATION IS INDEXED
000873         ACCESS MODE IS DYNAMIC
000874         RECORD KEY IS LP-KEY
000875         FILE STATUS IS WS-LANGPEND-STATUS.
000876     SELECT SCHEDULE-REPORT ASSIGN TO "LANGSCHD"
000877         ORGANIZATION IS LINE SEQUENTIAL
000878         FILE STATUS IS WS-LANGSCHD-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000970     05 LT-LANG-CODE PIC X(02).
000980     05 FILLER       PIC X(01).
000990     05 LT-GREETING  PIC X(40).
000992     05 FILLER       PIC X(01).
000994     05 LT-EFF-DATE  PIC X(08).
000996     05 FILLER       PIC X(01).
000998     05 LT-EXP-DATE  PIC X(08).
001000*
001010 FD  LANG-FILE
001020     LABEL RECORDS ARE STANDARD.
001040     05 LG-LANG-CODE PIC X(02).
001050     05 LG-GREETING  PIC X(40).
001060*
001062 FD  LANG-PEND
001064     LABEL RECORDS ARE STANDARD.
001066 COPY LPENDREC.
001068*
001070 FD  ERROR-REPORT
001080     LABEL RECORDS ARE STANDARD.
001090 01  ERR-RECORD.
001100     05 ERR-CARRIAGE-CONTROL PIC X(01).
001110     05 ERR-LINE-TEXT        PIC X(132).
001120*
001121 FD  SCHEDULE-REPORT
001122     LABEL RECORDS ARE STANDARD.
001123 01  SCH-RECORD.
001124     05 SCH-CARRIAGE-CONTROL PIC X(01).
001125     05 SCH-LINE-TEXT        PIC X(132).
001126*
001130 FD  JOURNAL-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  JRNL-RECORD.
001240     05 JR-BEFORE-GREETING PIC X(40).
001250     05 FILLER             PIC X(01).
001260     05 JR-TIMESTAMP       PIC X(19).
001262     05 FILLER             PIC X(01).
001264     05 JR-EFF-DATE        PIC X(08).
001266     05 FILLER             PIC X(01).
001268     05 JR-EXP-DATE        PIC X(08).
001270*
001280 WORKING-STORAGE SECTION.
001290*
001640 01 WS-TRANS-READ    PIC 9(05) COMP VALUE 0.
001650 01 WS-TRANS-APPLIED PIC 9(05) COMP VALUE 0.
001660 01 WS-TRANS-REJECTED PIC 9(05) COMP VALUE 0.
001661 01 WS-PEND-SCHEDULED PIC 9(05) COMP VALUE 0.
001662 01 WS-PEND-CANCELLED PIC 9(05) COMP VALUE 0.
001663 01 WS-PEND-PROMOTED  PIC 9(05) COMP VALUE 0.
001664 01 WS-PEND-EXPIRED   PIC 9(05) COMP VALUE 0.
001665 01 WS-SCHED-LISTED   PIC 9(05) COMP VALUE 0.
001670*
001680***************************************************************
001690*  VALIDATION WORKING FIELDS
001700***************************************************************
001710 01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
001711 01 WS-PEND-TRANS-SW PIC X(01) VALUE 'N'.
001712     88 WS-PEND-TRANS VALUE 'Y'.
001713 01 WS-EFF-DATE PIC X(08) VALUE SPACES.
001714 01 WS-EXP-DATE PIC X(08) VALUE SPACES.
001715 01 WS-DATE-CHECK.
001716     05 WS-DC-YYYY PIC 9(04).
001717     05 WS-DC-MM   PIC 9(02).
001718     05 WS-DC-DD   PIC 9(02).
001719 01 WS-STR-PTR PIC 9(03) COMP.
001720*
001730***************************************************************
001740*  BEFORE-IMAGE JOURNAL WORKING FIELDS.  THE GREETING AS IT
001790 01 WS-BEFORE-GREETING PIC X(40) VALUE SPACES.
001800 01 WS-JRNL-ACTION PIC X(01) VALUE SPACE.
001810 01 WS-JRNL-CODE   PIC X(02) VALUE SPACES.
001812 01 WS-JRNL-EFF  PIC X(08) VALUE SPACES.
001814 01 WS-JRNL-EXP  PIC X(08) VALUE SPACES.
001816 01 WS-AUDIT-ACTION PIC X(01) VALUE SPACE.
001820 01 WS-BACKOUT-SW PIC X(01) VALUE 'N'.
001830     88 WS-BACKOUT-MODE VALUE 'B'.
001840 01 WS-BACKOUT-BATCH PIC X(08) VALUE SPACES.
001910         10 WS-JR-ACTION PIC X(01).
001920         10 WS-JR-CODE   PIC X(02).
001930         10 WS-JR-BEFORE PIC X(40).
001932         10 WS-JR-EFF    PIC X(08).
001934         10 WS-JR-EXP    PIC X(08).
001940 01 WS-JRNL-IDX PIC 9(03) COMP.
001950 01 WS-BACK-READ     PIC 9(03) COMP VALUE 0.
001960 01 WS-BACK-REVERSED PIC 9(03) COMP VALUE 0.
002050     88 WS-TRANS-OK VALUE 'Y'.
002060 01 WS-STEP-DONE-SW PIC X(01) VALUE 'N'.
002070     88 WS-STEP-ALREADY-DONE VALUE 'Y'.
002071 01 WS-FREEZE-OVERRIDE-SW PIC X(01) VALUE 'N'.
002072     88 WS-FREEZE-OVERRIDE VALUE 'Y'.
002073 01 WS-EMERG-TICKET PIC X(08) VALUE SPACES.
002074 01 WS-PARM-PART PIC 9(04) COMP VALUE 0.
002075 01 WS-LANGPEND-SW PIC X(01) VALUE 'N'.
002076     88 WS-LANGPEND-EOF VALUE 'Y'.
002077 01 WS-DATE-OK-SW PIC X(01) VALUE 'N'.
002078     88 WS-DATE-OK VALUE 'Y'.
002079 01 WS-SCHED-LAST-CODE PIC X(02) VALUE SPACES.
002080*
002090***************************************************************
002100*  FILE STATUS FIELDS
002210 01 WS-LANGJRNL-STATUS PIC X(02) VALUE '00'.
002220     88 WS-LANGJRNL-STATUS-OK VALUE '00'.
002230     88 WS-LANGJRNL-NOT-FOUND VALUE '35'.
002231 01 WS-LANGPEND-STATUS PIC X(02) VALUE '00'.
002232     88 WS-LANGPEND-STATUS-OK VALUE '00'.
002233     88 WS-LANGPEND-NOT-FOUND VALUE '35'.
002234     88 WS-LANGPEND-DUP-KEY VALUE '22'.
002235     88 WS-LANGPEND-NO-RECORD VALUE '23'.
002236 01 WS-LANGSCHD-STATUS PIC X(02) VALUE '00'.
002237     88 WS-LANGSCHD-STATUS-OK VALUE '00'.
002240 01 WS-LANGJRNL-SW PIC X(01) VALUE 'N'.
002250     88 WS-LANGJRNL-EOF VALUE 'Y'.
002260 01 WS-AUDIT-SEQ PIC 9(02) VALUE 0.
002310 COPY AWPARM.
002320*
002330***************************************************************
002331*  CHANGE-FREEZE PARAMETER BLOCK FOR THE FRZCHK SUBPROGRAM
002332***************************************************************
002333 COPY FZPARM.
002334*
002335***************************************************************
002340*  CHECKPOINT PARAMETER BLOCK FOR THE CHKPTWRT SUBPROGRAM
002350***************************************************************
002360 COPY CPPARM.
002370*
002380***************************************************************
002381*  AUTHORIZATION PARAMETER BLOCK FOR THE AUTHCHK SUBPROGRAM
002382***************************************************************
002383 COPY AUPARM.
002384*
002385***************************************************************
002390*  REPORT LINES
002400***************************************************************
002410 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
002570     05 WS-PARM-USER  PIC X(08).
002580     05 WS-PARM-MODE  PIC X(01).
002590     05 WS-PARM-BATCH PIC X(08).
002595     05 WS-PARM-ETICKET PIC X(08).
002600*
002610 PROCEDURE DIVISION USING WS-PARM-PASSED.
002620*
002650***************************************************************
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002671     PERFORM 1200-CHECK-AUTHORIZATION THRU 1200-EXIT.
002672     IF RETURN-CODE NOT = ZERO
002673         STOP RUN
002674     END-IF.
002675     PERFORM 1300-CHECK-FREEZE THRU 1300-EXIT.
002676     IF RETURN-CODE NOT = ZERO
002677         STOP RUN
002678     END-IF.
002680     IF WS-BACKOUT-MODE
002690         PERFORM 6000-BACKOUT-BATCH THRU 6000-EXIT
002700         STOP RUN
002800     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
002810     PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT
002820         UNTIL WS-LANGTRAN-EOF.
002825     PERFORM 4000-PROCESS-PENDING THRU 4000-EXIT.
002830     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
002840     STOP RUN.
002850*
003010     IF WS-BACKOUT-MODE AND WS-PARM-LEN >= 21
003020         MOVE WS-PARM-BATCH TO WS-BACKOUT-BATCH
003030     END-IF.
003031     IF WS-PARM-LEN >= 22
003032         COMPUTE WS-PARM-PART = WS-PARM-LEN - 21
003033         IF WS-PARM-PART > 8
003034             MOVE 8 TO WS-PARM-PART
003035         END-IF
003036         MOVE WS-PARM-ETICKET (1:WS-PARM-PART) TO WS-EMERG-TICKET
003037     END-IF.
003040     MOVE WS-RUN-YYYY TO WS-TS-YYYY.
003050     MOVE WS-RUN-MM   TO WS-TS-MM.
003060     MOVE WS-RUN-DD   TO WS-TS-DD.
003560         CLOSE LANG-FILE LANG-TRANS ERROR-REPORT
003570         GO TO 2000-EXIT
003580     END-IF.
           PERFORM 2050-OPEN-PENDING THRU 2050-EXIT.
           IF RETURN-CODE NOT = ZERO
               CLOSE LANG-FILE LANG-TRANS ERROR-REPORT JOURNAL-FILE
               GO TO 2000-EXIT
           END-IF.
           IF WS-FREEZE-OVERRIDE
               PERFORM 1360-LOG-OVERRIDE THRU 1360-EXIT
               IF RETURN-CODE NOT = ZERO
                   CLOSE LANG-FILE LANG-TRANS ERROR-REPORT JOURNAL-FILE
                   CLOSE LANG-PEND
                   GO TO 2000-EXIT
               END-IF
           END-IF.
003590     PERFORM 2500-STAMP-START THRU 2500-EXIT.
003600     MOVE SPACES TO WS-RPT-LINE.
003610     STRING 'LANGMNT - LANGUAGE FILE MAINTENANCE REPORT  '
003660     WRITE ERR-RECORD.
003670     MOVE SPACES TO WS-RPT-LINE.
003680     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
003682     IF WS-FREEZE-OVERRIDE
003684         PERFORM 1350-RECORD-OVERRIDE THRU 1350-EXIT
003686     END-IF.
003690 2000-EXIT.
003700     EXIT.
003710*
003880*    VALIDATES AND APPLIES ONE TRANSACTION.  EVERY TRANSACTION
003890*    COMES OUT ON THE REPORT, EITHER AS APPLIED OR AS REJECTED
003900*    WITH THE REASON.
003902*    A DATED ONE (OR AN X) GOES TO 3400 TO BE SCHEDULED OR
003904*    CANCELLED ON LANGPEND INSTEAD.
003910***************************************************************
003920 3000-PROCESS-TRANSACTION.
003930     MOVE 'Y' TO WS-TRANS-OK-SW.
003940     MOVE SPACES TO WS-REJECT-REASON.
003950     PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT.
003952     IF WS-TRANS-OK AND WS-PEND-TRANS
003954         PERFORM 3400-PROCESS-PENDING-TRANS THRU 3400-EXIT
003956         GO TO 3000-NEXT
003958     END-IF.
003960     IF WS-TRANS-OK
003970         PERFORM 3250-CAPTURE-BEFORE THRU 3250-EXIT
003980         PERFORM 3300-APPLY-TRANSACTION THRU 3300-EXIT
004200         MOVE WS-DETAIL-LINE TO WS-RPT-LINE
004210         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
004220     END-IF.
004225 3000-NEXT.
004230     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
004240 3000-EXIT.
004250     EXIT.
004530 3200-VALIDATE-TRANSACTION.
004540     IF LT-ACTION NOT = 'A' AND LT-ACTION NOT = 'C'
004550         AND LT-ACTION NOT = 'D'
004555         AND LT-ACTION NOT = 'X'
004560         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
004570         MOVE 'N' TO WS-TRANS-OK-SW
004580         GO TO 3200-EXIT
004690         MOVE 'GREETING TEXT MISSING' TO WS-REJECT-REASON
004700         MOVE 'N' TO WS-TRANS-OK-SW
004710     END-IF.
004712     IF WS-TRANS-OK
004714         PERFORM 3210-VALIDATE-DATES THRU 3210-EXIT
004716     END-IF.
004720 3200-EXIT.
004730     EXIT.
004740*
006020*    THE ACTION, THE CODE, AND THE GREETING AS IT STOOD
006030*    BEFORE, KEYED BY THE CYCLE DATE AND THE RUN SEQUENCE
006040*    JUST STAMPED ON THE AUDIT RECORD.
006042*    A SCHEDULED GREETING'S EFFECTIVE AND EXPIRY DATES RIDE
006044*    ALONG; ON AN S (SCHEDULED), X (CANCELLED), OR E (EXPIRED)
006046*    RECORD THE GREETING FIELD HOLDS THE SCHEDULED GREETING.
006050***************************************************************
006060 5500-WRITE-JOURNAL.
006070     MOVE SPACES             TO JRNL-RECORD.
006110     MOVE WS-JRNL-CODE       TO JR-LANG-CODE.
006120     MOVE WS-BEFORE-GREETING TO JR-BEFORE-GREETING.
006130     MOVE WS-TIMESTAMP-PLAIN TO JR-TIMESTAMP.
006132     MOVE WS-JRNL-EFF        TO JR-EFF-DATE.
006134     MOVE WS-JRNL-EXP        TO JR-EXP-DATE.
006140     WRITE JRNL-RECORD.
006150     IF NOT WS-LANGJRNL-STATUS-OK
006160         DISPLAY 'LANGMNT - LANGJRNL WRITE FAILED - STATUS '
006170             WS-LANGJRNL-STATUS
006180         MOVE 16 TO RETURN-CODE
006190     END-IF.
006195     MOVE SPACES TO WS-JRNL-EFF WS-JRNL-EXP.
006200 5500-EXIT.
006210     EXIT.
006220*
006600     STRING 'TRANSACTIONS REJECTED : ' WS-COUNT-EDIT
006610         DELIMITED BY SIZE INTO WS-RPT-LINE.
006620     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
006622     PERFORM 4900-PRINT-PENDING-COUNTS THRU 4900-EXIT.
006624     PERFORM 7000-PRINT-SCHEDULE THRU 7000-EXIT.
006630     CLOSE LANG-TRANS LANG-FILE ERROR-REPORT JOURNAL-FILE.
006635     CLOSE LANG-PEND.
006640     DISPLAY 'LANGMNT - READ ' WS-TRANS-READ
006650         ' APPLIED ' WS-TRANS-APPLIED
006660         ' REJECTED ' WS-TRANS-REJECTED.
007760         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
007770         MOVE 8 TO RETURN-CODE
007780     ELSE
               IF WS-FREEZE-OVERRIDE
                   PERFORM 1360-LOG-OVERRIDE THRU 1360-EXIT
                   IF RETURN-CODE NOT = ZERO
                       MOVE SPACES TO WS-RPT-LINE
                       STRING 'BACKOUT REFUSED - EMERGENCY OVERRIDE '
                           'COULD NOT BE LOGGED TO FRZLOG - NO '
                           'REVERSALS APPLIED' DELIMITED BY SIZE
                           INTO WS-RPT-LINE
                       PERFORM 8000-PRINT-LINE THRU 8000-EXIT
                       GO TO 6000-WRAP
                   END-IF
                   PERFORM 1350-RECORD-OVERRIDE THRU 1350-EXIT
               END-IF
007790         PERFORM 6300-REVERSE-ONE THRU 6300-EXIT
007800             VARYING WS-JRNL-IDX FROM WS-JRNL-USED BY -1
007810             UNTIL WS-JRNL-IDX = 0
008240         CLOSE LANG-FILE JOURNAL-FILE
008250         GO TO 6100-EXIT
008260     END-IF.
008261     PERFORM 2050-OPEN-PENDING THRU 2050-EXIT.
008262     IF RETURN-CODE NOT = ZERO
008263         CLOSE LANG-FILE JOURNAL-FILE ERROR-REPORT
008264         GO TO 6100-EXIT
008265     END-IF.
008270     MOVE SPACES TO WS-RPT-LINE.
008280     STRING 'LANGMNT - BATCH BACKOUT REPORT - BATCH '
008290            WS-BACKOUT-BATCH '  ' WS-TIMESTAMP-PLAIN
008980     MOVE JR-ACTION TO WS-JR-ACTION (WS-JRNL-USED).
008990     MOVE JR-LANG-CODE TO WS-JR-CODE (WS-JRNL-USED).
009000     MOVE JR-BEFORE-GREETING TO WS-JR-BEFORE (WS-JRNL-USED).
009002     MOVE JR-EFF-DATE TO WS-JR-EFF (WS-JRNL-USED).
009004     MOVE JR-EXP-DATE TO WS-JR-EXP (WS-JRNL-USED).
009010 6260-NEXT.
009020     PERFORM 6250-READ-JOURNAL THRU 6250-EXIT.
009030 6260-EXIT.
009090*    CHANGE IS REWRITTEN BACK TO ITS BEFORE-IMAGE, A DELETE
009100*    IS WRITTEN BACK.  THE CURRENT RECORD IS READ FIRST SO
009110*    THE REVERSAL'S OWN BEFORE-IMAGE GOES TO THE JOURNAL.
009112*    A SCHEDULING IS UNDONE ON LANGPEND: AN S IS TAKEN OFF
009114*    THE SCHEDULE, AN X OR E IS PUT BACK ON IT.
009120***************************************************************
009130 6300-REVERSE-ONE.
009140     MOVE 'Y' TO WS-TRANS-OK-SW.
009450                     MOVE 'N' TO WS-TRANS-OK-SW
009460             END-WRITE
009470             MOVE 'A' TO WS-JRNL-ACTION
009471         WHEN 'S'
009472             PERFORM 6500-UNSCHEDULE THRU 6500-EXIT
009473             MOVE 'X' TO WS-JRNL-ACTION
009474         WHEN 'X'
009475         WHEN 'E'
009476             PERFORM 6550-RESCHEDULE THRU 6550-EXIT
009477             MOVE 'S' TO WS-JRNL-ACTION
009480         WHEN OTHER
009490             MOVE 'UNKNOWN JOURNAL ACTION'
009500                 TO WS-REJECT-REASON
010340     STRING 'REVERSALS FAILED      : ' WS-COUNT-EDIT
010350         DELIMITED BY SIZE INTO WS-RPT-LINE.
010360     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
010365     PERFORM 7000-PRINT-SCHEDULE THRU 7000-EXIT.
010370     CLOSE LANG-FILE JOURNAL-FILE ERROR-REPORT.
010375     CLOSE LANG-PEND.
010380     DISPLAY 'LANGMNT - BACKOUT OF BATCH ' WS-BACKOUT-BATCH
010390         ' - FOUND ' WS-BACK-READ
010400         ' REVERSED ' WS-BACK-REVERSED
010450     PERFORM 5100-CALL-AUDITWRT THRU 5100-EXIT.
010460 6900-EXIT.
010470     EXIT.
010480*
010490***************************************************************
010500* 1200-CHECK-AUTHORIZATION.
010510*    THE PARM USER MUST BE AUTHORIZED FOR THE ENVIRONMENT AND
010520*    HOLD THE LANGFILE MAINTENANCE PRIVILEGE ON THE OPERATOR
010530*    AUTHORIZATION FILE.  OTHERWISE THE WHOLE RUN IS REFUSED
010540*    BEFORE ANY FILE IS TOUCHED - NO TRANSACTION APPLIED, NO
010550*    BATCH BACKED OUT - AND THE REFUSAL GOES OUT ON THE
010560*    LANGERR REPORT SO THE ROUTED REPORT SAYS WHY.  LANGTRAN
010570*    IS LEFT AS IT STANDS FOR AN AUTHORIZED USER TO RERUN.
010580***************************************************************
010590 1200-CHECK-AUTHORIZATION.
010600     MOVE SPACES TO AUTH-CHECK-PARM.
010610     MOVE WS-OPERATOR-ID TO AU-USER-ID.
010620     MOVE WS-ENVIRONMENT-CODE TO AU-ENVIRONMENT.
010630     CALL 'AUTHCHK' USING AUTH-CHECK-PARM.
010640     IF AU-AUTHORIZED AND AU-LANGMNT-OK
010650         GO TO 1200-EXIT
010660     END-IF.
010670     IF AU-AUTHORIZED
010680         MOVE 'NOT AUTHORIZED FOR LANGMNT' TO AU-REASON
010690     END-IF.
010700     DISPLAY 'LANGMNT - BATCH REJECTED - USER ' WS-OPERATOR-ID
010710         ' - ' AU-REASON.
010720     MOVE 8 TO RETURN-CODE.
010730     OPEN OUTPUT ERROR-REPORT.
010740     IF NOT WS-LANGERR-STATUS-OK
010750         DISPLAY 'LANGMNT - LANGERR OPEN FAILED - STATUS '
010760             WS-LANGERR-STATUS
010770         GO TO 1200-EXIT
010780     END-IF.
010790     MOVE SPACES TO WS-RPT-LINE.
010800     STRING 'LANGMNT - LANGUAGE FILE MAINTENANCE REPORT  '
010810            WS-TIMESTAMP-PLAIN DELIMITED BY SIZE
010820            INTO WS-RPT-LINE.
010830     MOVE '1' TO ERR-CARRIAGE-CONTROL.
010840     MOVE WS-RPT-LINE TO ERR-LINE-TEXT.
010850     WRITE ERR-RECORD.
010860     MOVE SPACES TO WS-RPT-LINE.
010870     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
010880     MOVE SPACES TO WS-RPT-LINE.
010890     STRING 'BATCH REJECTED - USER ' WS-OPERATOR-ID ' IN '
010900         WS-ENVIRONMENT-CODE ' - ' AU-REASON
010910         ' - NOTHING APPLIED' DELIMITED BY SIZE
010920         INTO WS-RPT-LINE.
010930     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
010940     CLOSE ERROR-REPORT.
010950 1200-EXIT.
010960     EXIT.
010970*
010980***************************************************************
010990* 1300-CHECK-FREEZE.
011000*    NO APPLY AND NO BACKOUT WHILE THE ENVIRONMENT IS UNDER A
011010*    CHANGE FREEZE ON FREEZCAL, UNLESS THE PARM CARRIES AN
011020*    EMERGENCY-CHANGE TICKET.  WITHOUT ONE THE RUN IS REFUSED
011030*    BEFORE ANY FILE IS TOUCHED, THE SAME WAY AN UNAUTHORIZED
011040*    USER IS.  WITH ONE THE OVERRIDE IS TAKEN, BUT IT IS NOT
011050*    LOGGED TO FRZLOG (1360) UNTIL THE FILES ARE OPEN AND THE
011060*    CHANGES ARE ABOUT TO BE MADE - AN OVERRIDE THAT CANNOT BE
011070*    LOGGED IS NOT TAKEN - AND 1350 STAMPS IT ON THE AUDIT
011080*    MASTER ONCE THE RUN'S START RECORD IS DOWN.
011090***************************************************************
011100 1300-CHECK-FREEZE.
011110     MOVE SPACES TO FREEZE-CHECK-PARM.
011120     MOVE 'Q' TO FP-FUNCTION.
011130     MOVE WS-ENVIRONMENT-CODE TO FP-ENVIRONMENT.
011140     MOVE WS-RUN-DATE TO FP-DATE.
011150     CALL 'FRZCHK' USING FREEZE-CHECK-PARM.
011160     IF NOT FP-FROZEN
011170         GO TO 1300-EXIT
011180     END-IF.
011190     IF WS-EMERG-TICKET NOT = SPACES
011200         GO TO 1300-OVERRIDE
011210     END-IF.
011220     DISPLAY 'LANGMNT - BATCH REJECTED - ' WS-ENVIRONMENT-CODE
011230         ' UNDER CHANGE FREEZE ' FP-FROM-DATE ' THRU '
011240         FP-THRU-DATE ' - NO EMERGENCY TICKET'.
011250     MOVE 8 TO RETURN-CODE.
011260     OPEN OUTPUT ERROR-REPORT.
011270     IF NOT WS-LANGERR-STATUS-OK
011280         DISPLAY 'LANGMNT - LANGERR OPEN FAILED - STATUS '
011290             WS-LANGERR-STATUS
011300         GO TO 1300-EXIT
011310     END-IF.
011320     MOVE SPACES TO WS-RPT-LINE.
011330     STRING 'LANGMNT - LANGUAGE FILE MAINTENANCE REPORT  '
011340            WS-TIMESTAMP-PLAIN DELIMITED BY SIZE
011350            INTO WS-RPT-LINE.
011360     MOVE '1' TO ERR-CARRIAGE-CONTROL.
011370     MOVE WS-RPT-LINE TO ERR-LINE-TEXT.
011380     WRITE ERR-RECORD.
011390     MOVE SPACES TO WS-RPT-LINE.
011400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011410     MOVE SPACES TO WS-RPT-LINE.
011420     STRING 'BATCH REJECTED - ' WS-ENVIRONMENT-CODE
011430         ' IS UNDER CHANGE FREEZE ' FP-FROM-DATE ' THRU '
011440         FP-THRU-DATE ' LEVEL ' FP-LEVEL ' (' FP-CHANGE-TICKET
011450         ') - NO EMERGENCY TICKET - NOTHING APPLIED'
011460         DELIMITED BY SIZE INTO WS-RPT-LINE.
011470     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011480     MOVE SPACES TO WS-RPT-LINE.
011490     STRING 'FREEZE REASON  : ' FP-REASON
011500         DELIMITED BY SIZE INTO WS-RPT-LINE.
011510     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011520     CLOSE ERROR-REPORT.
011530     GO TO 1300-EXIT.
011540 1300-OVERRIDE.
011550     SET WS-FREEZE-OVERRIDE TO TRUE.
011560     DISPLAY 'LANGMNT - ' WS-ENVIRONMENT-CODE ' UNDER CHANGE '
011570         'FREEZE - PROCEEDING ON EMERGENCY TICKET '
011580         WS-EMERG-TICKET.
011590 1300-EXIT.
011600     EXIT.
011610*
011620***************************************************************
011630* 1350-RECORD-OVERRIDE.
011640*    ONCE FRZLOG HAS THE OVERRIDE, STAMPS THE EMERGENCY TICKET
011650*    ON THE AUDIT MASTER AFTER THE RUN'S START RECORD (AM-DETAIL
011660*    CARRIES THE TICKET NUMBER) AND PUTS THE FREEZE BEING
011670*    OVERRIDDEN ON THE REPORT AHEAD OF THE CHANGES.
011680***************************************************************
011690 1350-RECORD-OVERRIDE.
011700     PERFORM 5050-BUILD-STAMP-PARM THRU 5050-EXIT.
011710     MOVE WS-EMERG-TICKET TO AW-DETAIL.
011720     PERFORM 5100-CALL-AUDITWRT THRU 5100-EXIT.
011730     MOVE SPACES TO WS-RPT-LINE.
011740     STRING 'EMERGENCY CHANGE ' WS-EMERG-TICKET
011750         ' - ' WS-ENVIRONMENT-CODE ' CHANGE FREEZE '
011760         FP-FROM-DATE ' THRU ' FP-THRU-DATE ' LEVEL ' FP-LEVEL
011770         ' (' FP-CHANGE-TICKET ') OVERRIDDEN BY '
011780         WS-OPERATOR-ID DELIMITED BY SIZE INTO WS-RPT-LINE.
011790     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011800     MOVE SPACES TO WS-RPT-LINE.
011810     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011820 1350-EXIT.
011830     EXIT.
011840*
011850***************************************************************
011860* 1360-LOG-OVERRIDE.
011870*    LOGS THE OVERRIDE TO FRZLOG FOR THE CHANGE BOARD.  CALLED
011880*    ONCE EVERY FILE THE APPLY OR BACKOUT NEEDS IS OPEN AND
011890*    NOTHING STANDS BETWEEN THE RUN AND ITS CHANGES, SO FRZLOG
011900*    NEVER SHOWS AN OVERRIDE FOR A RUN THAT NEVER GOT GOING.
011910*    AN OVERRIDE THAT CANNOT BE LOGGED IS NOT TAKEN - RC 16
011920*    AND THE CALLER STOPS BEFORE ANYTHING IS CHANGED.
011930***************************************************************
011940 1360-LOG-OVERRIDE.
011950     MOVE 'L' TO FP-FUNCTION.
011960     MOVE WS-JOB-NAME TO FP-JOB-NAME.
011970     MOVE WS-OPERATOR-ID TO FP-USER-ID.
011980     MOVE WS-EMERG-TICKET TO FP-EMERG-TICKET.
011990     IF WS-BACKOUT-MODE
012000         MOVE 'BACKOUT' TO FP-ACTION
012010     ELSE
012020         MOVE 'APPLY' TO FP-ACTION
012030     END-IF.
012040     MOVE WS-TIMESTAMP-PLAIN TO FP-TIMESTAMP.
012050     CALL 'FRZCHK' USING FREEZE-CHECK-PARM.
012060     IF NOT FP-STATUS-OK
012070         DISPLAY 'LANGMNT - FRZLOG WRITE FAILED - STATUS '
012080             FP-STATUS ' - EMERGENCY OVERRIDE NOT TAKEN - '
012090             'NOTHING APPLIED'
012100         MOVE 16 TO RETURN-CODE
012110     END-IF.
012120 1360-EXIT.
012130     EXIT.
012140*
012150***************************************************************
012160* 2050-OPEN-PENDING.
012170*    OPENS THE KEYED SCHEDULED-GREETING FILE FOR UPDATE,
012180*    CREATING IT ON THE FIRST RUN THAT FINDS IT MISSING.
012190***************************************************************
012200 2050-OPEN-PENDING.
012210     OPEN I-O LANG-PEND.
012220     IF WS-LANGPEND-NOT-FOUND
012230         OPEN OUTPUT LANG-PEND
012240         CLOSE LANG-PEND
012250         OPEN I-O LANG-PEND
012260     END-IF.
012270     IF NOT WS-LANGPEND-STATUS-OK
012280         DISPLAY 'LANGMNT - LANGPEND OPEN FAILED - STATUS '
012290             WS-LANGPEND-STATUS
012300         MOVE 16 TO RETURN-CODE
012310     END-IF.
012320 2050-EXIT.
012330     EXIT.
012340*
012350***************************************************************
012360* 3210-VALIDATE-DATES.
012370*    DATES ARE OPTIONAL.  AN A OR C WITH NEITHER (OR DATED
012380*    TODAY OR EARLIER WITH NO EXPIRY) APPLIES AT ONCE AS IT
012390*    ALWAYS HAS.  ONE DATED AFTER TODAY, OR CARRYING AN EXPIRY,
012400*    IS SCHEDULED ON LANGPEND INSTEAD - AN EXPIRY WITH NO
012410*    EFFECTIVE DATE TAKES EFFECT TODAY.  AN X MUST NAME THE
012420*    EFFECTIVE DATE IT CANCELS.  A D TAKES NO DATES.
012430***************************************************************
012440 3210-VALIDATE-DATES.
012450     MOVE 'N' TO WS-PEND-TRANS-SW.
012460     MOVE LT-EFF-DATE TO WS-EFF-DATE.
012470     MOVE LT-EXP-DATE TO WS-EXP-DATE.
012480     IF LT-ACTION = 'D'
012490         IF WS-EFF-DATE NOT = SPACES OR WS-EXP-DATE NOT = SPACES
012500             MOVE 'DATES NOT VALID ON DELETE' TO WS-REJECT-REASON
012510             MOVE 'N' TO WS-TRANS-OK-SW
012520         END-IF
012530         GO TO 3210-EXIT
012540     END-IF.
012550     IF WS-EFF-DATE NOT = SPACES
012560         MOVE WS-EFF-DATE TO WS-DATE-CHECK
012570         PERFORM 3220-CHECK-DATE THRU 3220-EXIT
012580         IF NOT WS-DATE-OK
012590             MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
012600             MOVE 'N' TO WS-TRANS-OK-SW
012610             GO TO 3210-EXIT
012620         END-IF
012630     END-IF.
012640     IF LT-ACTION = 'X'
012650         IF WS-EFF-DATE = SPACES
012660             MOVE 'CANCEL NEEDS EFFECTIVE DATE'
012670                 TO WS-REJECT-REASON
012680             MOVE 'N' TO WS-TRANS-OK-SW
012690         ELSE
012700             SET WS-PEND-TRANS TO TRUE
012710         END-IF
012720         GO TO 3210-EXIT
012730     END-IF.
012740     IF WS-EXP-DATE NOT = SPACES
012750         MOVE WS-EXP-DATE TO WS-DATE-CHECK
012760         PERFORM 3220-CHECK-DATE THRU 3220-EXIT
012770         IF NOT WS-DATE-OK
012780             MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
012790             MOVE 'N' TO WS-TRANS-OK-SW
012800             GO TO 3210-EXIT
012810         END-IF
012820     END-IF.
012830     IF WS-EFF-DATE = SPACES AND WS-EXP-DATE = SPACES
012840         GO TO 3210-EXIT
012850     END-IF.
012860     IF WS-EFF-DATE = SPACES
012870         MOVE WS-RUN-DATE TO WS-EFF-DATE
012880     END-IF.
012890     IF WS-EXP-DATE NOT = SPACES AND WS-EXP-DATE < WS-EFF-DATE
012900         MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO WS-REJECT-REASON
012910         MOVE 'N' TO WS-TRANS-OK-SW
012920         GO TO 3210-EXIT
012930     END-IF.
012940     IF WS-EXP-DATE NOT = SPACES AND WS-EXP-DATE < WS-RUN-DATE
012950         MOVE 'EXPIRY DATE ALREADY PAST' TO WS-REJECT-REASON
012960         MOVE 'N' TO WS-TRANS-OK-SW
012970         GO TO 3210-EXIT
012980     END-IF.
012990     IF WS-EXP-DATE = SPACES AND WS-EFF-DATE NOT > WS-RUN-DATE
013000         GO TO 3210-EXIT
013010     END-IF.
013020     SET WS-PEND-TRANS TO TRUE.
013030 3210-EXIT.
013040     EXIT.
013050*
013060***************************************************************
013070* 3220-CHECK-DATE.
013080*    A YYYYMMDD DATE IN WS-DATE-CHECK MUST BE NUMERIC WITH A
013090*    MONTH OF 01-12 AND A DAY OF 01-31.
013100***************************************************************
013110 3220-CHECK-DATE.
013120     MOVE 'N' TO WS-DATE-OK-SW.
013130     IF WS-DATE-CHECK NOT NUMERIC
013140         GO TO 3220-EXIT
013150     END-IF.
013160     IF WS-DC-MM < 1 OR WS-DC-MM > 12
013170         OR WS-DC-DD < 1 OR WS-DC-DD > 31
013180         GO TO 3220-EXIT
013190     END-IF.
013200     SET WS-DATE-OK TO TRUE.
013210 3220-EXIT.
013220     EXIT.
013230*
013240***************************************************************
013250* 3400-PROCESS-PENDING-TRANS.
013260*    A DATED ADD OR CHANGE GOES ONTO LANGPEND; AN X TAKES ONE
013270*    OFF.  THE ADD/CHANGE CHECKS ARE MADE AGAINST LANGFILE AS
013280*    IT STANDS TODAY, THE SAME AS FOR AN IMMEDIATE ONE, AND A
013290*    LANGUAGE TAKES ONE SCHEDULED GREETING PER EFFECTIVE DATE.
013300*    EITHER WAY THE CHANGE IS AUDITED AND JOURNALED LIKE AN
013310*    IMMEDIATE ONE, WITH S OR X AS ITS ACTION.
013320***************************************************************
013330 3400-PROCESS-PENDING-TRANS.
013340     MOVE SPACES TO WS-BEFORE-GREETING.
013350     IF LT-ACTION = 'X'
013360         PERFORM 3450-CANCEL-PENDING THRU 3450-EXIT
013370         GO TO 3400-REPORT
013380     END-IF.
013390     MOVE LT-LANG-CODE TO LG-LANG-CODE.
013400     READ LANG-FILE
013410         INVALID KEY
013420             CONTINUE
013430     END-READ.
013440     IF NOT WS-LANGFILE-STATUS-OK AND NOT WS-LANGFILE-NO-RECORD
013450         DISPLAY 'LANGMNT - LANGFILE READ FAILED - STATUS '
013460             WS-LANGFILE-STATUS ' - CODE ' LT-LANG-CODE
013470         MOVE 16 TO RETURN-CODE
013480         MOVE 'FILE I-O ERROR' TO WS-REJECT-REASON
013490         MOVE 'N' TO WS-TRANS-OK-SW
013500         GO TO 3400-REPORT
013510     END-IF.
013520     IF LT-ACTION = 'A' AND WS-LANGFILE-STATUS-OK
013530         MOVE 'LANGUAGE ALREADY ON FILE' TO WS-REJECT-REASON
013540         MOVE 'N' TO WS-TRANS-OK-SW
013550         GO TO 3400-REPORT
013560     END-IF.
013570     IF LT-ACTION = 'C' AND WS-LANGFILE-NO-RECORD
013580         MOVE 'LANGUAGE NOT ON FILE' TO WS-REJECT-REASON
013590         MOVE 'N' TO WS-TRANS-OK-SW
013600         GO TO 3400-REPORT
013610     END-IF.
013620     MOVE SPACES             TO LANG-PEND-RECORD.
013630     MOVE LT-LANG-CODE       TO LP-LANG-CODE.
013640     MOVE WS-EFF-DATE        TO LP-EFF-DATE.
013650     MOVE WS-EXP-DATE        TO LP-EXP-DATE.
013660     MOVE LT-GREETING        TO LP-GREETING.
013670     MOVE WS-OPERATOR-ID     TO LP-USER-ID.
013680     MOVE WS-TIMESTAMP-PLAIN TO LP-TIMESTAMP.
013690     WRITE LANG-PEND-RECORD
013700         INVALID KEY
013710             MOVE 'ALREADY SCHEDULED ON THAT DATE'
013720                 TO WS-REJECT-REASON
013730             MOVE 'N' TO WS-TRANS-OK-SW
013740     END-WRITE.
013750     IF WS-TRANS-OK AND NOT WS-LANGPEND-STATUS-OK
013760         DISPLAY 'LANGMNT - LANGPEND WRITE FAILED - STATUS '
013770             WS-LANGPEND-STATUS ' - CODE ' LT-LANG-CODE
013780         MOVE 16 TO RETURN-CODE
013790         MOVE 'FILE I-O ERROR' TO WS-REJECT-REASON
013800         MOVE 'N' TO WS-TRANS-OK-SW
013810     END-IF.
013820     IF WS-TRANS-OK
013830         ADD 1 TO WS-PEND-SCHEDULED
013840         MOVE 'S' TO WS-JRNL-ACTION
013850         MOVE LT-GREETING TO WS-BEFORE-GREETING
013860     END-IF.
013870 3400-REPORT.
013880     MOVE SPACES TO WS-DETAIL-LINE.
013890     MOVE LT-ACTION TO WS-DTL-ACTION.
013900     IF WS-TRANS-OK
013910         IF WS-JRNL-ACTION = 'X'
013920             MOVE 'CANCELED' TO WS-DTL-DISPOSITION
013930         ELSE
013940             MOVE 'PENDING ' TO WS-DTL-DISPOSITION
013950         END-IF
013960         MOVE WS-BEFORE-GREETING TO WS-DTL-TEXT
013970         MOVE WS-JRNL-ACTION TO WS-AUDIT-ACTION
013980         MOVE LT-LANG-CODE TO WS-JRNL-CODE
013990         PERFORM 4700-RECORD-PENDING-CHANGE THRU 4700-EXIT
014000     ELSE
014010         ADD 1 TO WS-TRANS-REJECTED
014020         MOVE 'REJECTED' TO WS-DTL-DISPOSITION
014030         MOVE LT-LANG-CODE TO WS-DTL-LANG-CODE
014040         MOVE WS-REJECT-REASON TO WS-DTL-TEXT
014050         MOVE WS-DETAIL-LINE TO WS-RPT-LINE
014060         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
014070     END-IF.
014080 3400-EXIT.
014090     EXIT.
014100*
014110***************************************************************
014120* 3450-CANCEL-PENDING.
014130*    TAKES THE GREETING SCHEDULED FOR THE LANGUAGE AND
014140*    EFFECTIVE DATE OFF LANGPEND, KEEPING ITS GREETING AND
014150*    EXPIRY FOR THE JOURNAL SO A BACKOUT CAN PUT IT BACK.
014160***************************************************************
014170 3450-CANCEL-PENDING.
014180     MOVE LT-LANG-CODE TO LP-LANG-CODE.
014190     MOVE WS-EFF-DATE  TO LP-EFF-DATE.
014200     READ LANG-PEND
014210         INVALID KEY
014220             MOVE 'NOT SCHEDULED FOR THAT DATE'
014230                 TO WS-REJECT-REASON
014240             MOVE 'N' TO WS-TRANS-OK-SW
014250     END-READ.
014260     IF WS-TRANS-OK AND WS-LANGPEND-STATUS-OK
014270         MOVE LP-EXP-DATE TO WS-EXP-DATE
014280         MOVE LP-GREETING TO WS-BEFORE-GREETING
014290         DELETE LANG-PEND
014300             INVALID KEY
014310                 MOVE 'NOT SCHEDULED FOR THAT DATE'
014320                     TO WS-REJECT-REASON
014330                 MOVE 'N' TO WS-TRANS-OK-SW
014340         END-DELETE
014350     END-IF.
014360     IF WS-TRANS-OK AND NOT WS-LANGPEND-STATUS-OK
014370         DISPLAY 'LANGMNT - LANGPEND I-O FAILED - STATUS '
014380             WS-LANGPEND-STATUS ' - CANCELLING CODE ' LT-LANG-CODE
014390         MOVE 16 TO RETURN-CODE
014400         MOVE 'FILE I-O ERROR' TO WS-REJECT-REASON
014410         MOVE 'N' TO WS-TRANS-OK-SW
014420     END-IF.
014430     IF WS-TRANS-OK
014440         ADD 1 TO WS-PEND-CANCELLED
014450         MOVE 'X' TO WS-JRNL-ACTION
014460     END-IF.
014470 3450-EXIT.
014480     EXIT.
014490*
014500***************************************************************
014510* 4000-PROCESS-PENDING.
014520*    AFTER THE TRANSACTIONS, WALKS LANGPEND ONCE: A TEMPORARY
014530*    GREETING PAST ITS EXPIRY IS DROPPED, AND A PERMANENT ONE
014540*    WHOSE EFFECTIVE DATE HAS COME IS APPLIED TO LANGFILE AND
014550*    TAKEN OFF THE SCHEDULE.  HELLOCBL HONOURS LANGPEND BY THE
014560*    CYCLE DATE ON ITS OWN, SO A CYCLE THAT RUNS BEFORE THIS
014570*    STEP (OR A NIGHT THIS STEP DOES NOT RUN) STILL GETS THE
014580*    RIGHT GREETING - THIS IS HOUSEKEEPING, NOT THE SWITCH.
014590***************************************************************
014600 4000-PROCESS-PENDING.
014610     MOVE 'N' TO WS-LANGPEND-SW.
014620     MOVE LOW-VALUES TO LP-KEY.
014630     START LANG-PEND KEY IS NOT LESS THAN LP-KEY
014640         INVALID KEY
014650             SET WS-LANGPEND-EOF TO TRUE
014660     END-START.
014670     IF WS-LANGPEND-EOF
014680         GO TO 4000-EXIT
014690     END-IF.
014700     PERFORM 4100-READ-PENDING THRU 4100-EXIT.
014710     PERFORM 4200-HOUSEKEEP-ONE THRU 4200-EXIT
014720         UNTIL WS-LANGPEND-EOF.
014730 4000-EXIT.
014740     EXIT.
014750*
014760***************************************************************
014770* 4100-READ-PENDING.
014780***************************************************************
014790 4100-READ-PENDING.
014800     READ LANG-PEND NEXT RECORD
014810         AT END SET WS-LANGPEND-EOF TO TRUE
014820     END-READ.
014830     IF NOT WS-LANGPEND-EOF AND NOT WS-LANGPEND-STATUS-OK
014840         DISPLAY 'LANGMNT - LANGPEND READ FAILED - STATUS '
014850             WS-LANGPEND-STATUS
014860         MOVE 16 TO RETURN-CODE
014870         SET WS-LANGPEND-EOF TO TRUE
014880     END-IF.
014890 4100-EXIT.
014900     EXIT.
014910*
014920***************************************************************
014930* 4200-HOUSEKEEP-ONE.
014940***************************************************************
014950 4200-HOUSEKEEP-ONE.
014960     IF LP-EXP-DATE NOT = SPACES AND LP-EXP-DATE < WS-RUN-DATE
014970         PERFORM 4300-EXPIRE-PENDING THRU 4300-EXIT
014980         GO TO 4200-NEXT
014990     END-IF.
015000     IF LP-EXP-DATE = SPACES AND LP-EFF-DATE NOT > WS-RUN-DATE
015010         PERFORM 4400-PROMOTE-PENDING THRU 4400-EXIT
015020     END-IF.
015030 4200-NEXT.
015040     IF NOT WS-LANGPEND-EOF
015050         PERFORM 4100-READ-PENDING THRU 4100-EXIT
015060     END-IF.
015070 4200-EXIT.
015080     EXIT.
015090*
015100***************************************************************
015110* 4300-EXPIRE-PENDING.
015120*    DROPS A TEMPORARY GREETING WHOSE EXPIRY HAS PASSED.  THE
015130*    LANGFILE GREETING UNDERNEATH WAS NEVER TOUCHED, SO IT IS
015140*    BACK IN USE WITHOUT ANY FURTHER CHANGE.
015150***************************************************************
015160 4300-EXPIRE-PENDING.
015170     MOVE LP-LANG-CODE TO WS-JRNL-CODE.
015180     MOVE LP-EFF-DATE  TO WS-EFF-DATE.
015190     MOVE LP-EXP-DATE  TO WS-EXP-DATE.
015200     MOVE LP-GREETING  TO WS-BEFORE-GREETING.
015210     DELETE LANG-PEND
015220         INVALID KEY
015230             CONTINUE
015240     END-DELETE.
015250     IF NOT WS-LANGPEND-STATUS-OK
015260         DISPLAY 'LANGMNT - LANGPEND DELETE FAILED - STATUS '
015270             WS-LANGPEND-STATUS ' - EXPIRING CODE ' LP-LANG-CODE
015280         MOVE 16 TO RETURN-CODE
015290         SET WS-LANGPEND-EOF TO TRUE
015300         GO TO 4300-EXIT
015310     END-IF.
015320     ADD 1 TO WS-PEND-EXPIRED.
015330     MOVE 'E' TO WS-JRNL-ACTION WS-AUDIT-ACTION.
015340     MOVE SPACES TO WS-DETAIL-LINE.
015350     MOVE 'EXPIRED ' TO WS-DTL-DISPOSITION.
015360     MOVE 'E' TO WS-DTL-ACTION.
015370     MOVE WS-BEFORE-GREETING TO WS-DTL-TEXT.
015380     PERFORM 4700-RECORD-PENDING-CHANGE THRU 4700-EXIT.
015390 4300-EXIT.
015400     EXIT.
015410*
015420***************************************************************
015430* 4400-PROMOTE-PENDING.
015440*    APPLIES A DUE PERMANENT GREETING TO LANGFILE - A REWRITE
015450*    IF THE LANGUAGE IS ON FILE BY NOW, AN ADD IF NOT - AND
015460*    JOURNALS IT AS THAT CHANGE WITH ITS BEFORE-IMAGE, SO A
015470*    BACKOUT REVERSES IT LIKE ANY OTHER.  THE AUDIT DETAIL IS
015480*    'P' AND THE CODE.  THE SCHEDULE ENTRY IS TAKEN OFF ONLY
015490*    ONCE THE CHANGE IS RECORDED; IF THAT DELETE FAILS THE
015500*    NEXT RUN SIMPLY APPLIES THE SAME GREETING AGAIN.
015510***************************************************************
015520 4400-PROMOTE-PENDING.
015530     MOVE SPACES TO WS-BEFORE-GREETING.
015540     MOVE LP-LANG-CODE TO LG-LANG-CODE.
015550     READ LANG-FILE
015560         INVALID KEY
015570             CONTINUE
015580     END-READ.
015590     IF WS-LANGFILE-NO-RECORD
015600         GO TO 4400-ADD
015610     END-IF.
015620     IF NOT WS-LANGFILE-STATUS-OK
015630         GO TO 4400-FAILED
015640     END-IF.
015650     MOVE LG-GREETING TO WS-BEFORE-GREETING.
015660     MOVE LP-GREETING TO LG-GREETING.
015670     REWRITE LANG-RECORD
015680         INVALID KEY
015690             CONTINUE
015700     END-REWRITE.
015710     MOVE 'C' TO WS-JRNL-ACTION.
015720     GO TO 4400-CHECK.
015730 4400-ADD.
015740     MOVE LP-LANG-CODE TO LG-LANG-CODE.
015750     MOVE LP-GREETING  TO LG-GREETING.
015760     WRITE LANG-RECORD
015770         INVALID KEY
015780             CONTINUE
015790     END-WRITE.
015800     MOVE 'A' TO WS-JRNL-ACTION.
015810 4400-CHECK.
015820     IF NOT WS-LANGFILE-STATUS-OK
015830         GO TO 4400-FAILED
015840     END-IF.
015850     ADD 1 TO WS-PEND-PROMOTED.
015860     MOVE LP-LANG-CODE TO WS-JRNL-CODE.
015870     MOVE LP-EFF-DATE  TO WS-EFF-DATE.
015880     MOVE LP-EXP-DATE  TO WS-EXP-DATE.
015890     MOVE 'P' TO WS-AUDIT-ACTION.
015900     MOVE SPACES TO WS-DETAIL-LINE.
015910     MOVE 'PROMOTED' TO WS-DTL-DISPOSITION.
015920     MOVE WS-JRNL-ACTION TO WS-DTL-ACTION.
015930     MOVE LP-GREETING TO WS-DTL-TEXT.
015940     PERFORM 4700-RECORD-PENDING-CHANGE THRU 4700-EXIT.
015950     DELETE LANG-PEND
015960         INVALID KEY
015970             CONTINUE
015980     END-DELETE.
015990     IF NOT WS-LANGPEND-STATUS-OK
016000         DISPLAY 'LANGMNT - LANGPEND DELETE FAILED - STATUS '
016010             WS-LANGPEND-STATUS ' - APPLIED CODE ' LP-LANG-CODE
016020             ' LEFT SCHEDULED'
016030         MOVE 16 TO RETURN-CODE
016040         SET WS-LANGPEND-EOF TO TRUE
016050     END-IF.
016060     GO TO 4400-EXIT.
016070 4400-FAILED.
016080     DISPLAY 'LANGMNT - LANGFILE I-O FAILED - STATUS '
016090         WS-LANGFILE-STATUS ' - APPLYING SCHEDULED CODE '
016100         LP-LANG-CODE ' ' LP-EFF-DATE.
016110     MOVE 16 TO RETURN-CODE.
016120     SET WS-LANGPEND-EOF TO TRUE.
016130 4400-EXIT.
016140     EXIT.
016150*
016160***************************************************************
016170* 4700-RECORD-PENDING-CHANGE.
016180*    AUDITS, JOURNALS, AND REPORTS ONE SCHEDULE CHANGE.  THE
016190*    CALLER HAS BUILT THE DETAIL LINE AND SET THE ACTIONS, CODE,
016200*    GREETING, AND DATES.
016210***************************************************************
016220 4700-RECORD-PENDING-CHANGE.
016230     PERFORM 5050-BUILD-STAMP-PARM THRU 5050-EXIT.
016240     STRING WS-AUDIT-ACTION DELIMITED BY SIZE
016250            ' ' DELIMITED BY SIZE
016260            WS-JRNL-CODE DELIMITED BY SIZE
016270            INTO AW-DETAIL.
016280     PERFORM 5100-CALL-AUDITWRT THRU 5100-EXIT.
016290     MOVE WS-EFF-DATE TO WS-JRNL-EFF.
016300     MOVE WS-EXP-DATE TO WS-JRNL-EXP.
016310     PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT.
016320     MOVE WS-JRNL-CODE TO WS-DTL-LANG-CODE.
016330     PERFORM 4800-PRINT-PENDING-DETAIL THRU 4800-EXIT.
016340 4700-EXIT.
016350     EXIT.
016360*
016370***************************************************************
016380* 4800-PRINT-PENDING-DETAIL.
016390*    THE USUAL DETAIL LINE WITH THE SCHEDULE DATES AFTER IT.
016400***************************************************************
016410 4800-PRINT-PENDING-DETAIL.
016420     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
016430     MOVE 60 TO WS-STR-PTR.
016440     STRING 'EFFECTIVE ' WS-EFF-DATE DELIMITED BY SIZE
016450         INTO WS-RPT-LINE WITH POINTER WS-STR-PTR.
016460     IF WS-EXP-DATE NOT = SPACES
016470         STRING ' THRU ' WS-EXP-DATE DELIMITED BY SIZE
016480             INTO WS-RPT-LINE WITH POINTER WS-STR-PTR
016490     END-IF.
016500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
016510 4800-EXIT.
016520     EXIT.
016530*
016540***************************************************************
016550* 4900-PRINT-PENDING-COUNTS.
016560***************************************************************
016570 4900-PRINT-PENDING-COUNTS.
016580     MOVE WS-PEND-SCHEDULED TO WS-COUNT-EDIT.
016590     MOVE SPACES TO WS-RPT-LINE.
016600     STRING 'GREETINGS SCHEDULED   : ' WS-COUNT-EDIT
016610         DELIMITED BY SIZE INTO WS-RPT-LINE.
016620     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
016630     MOVE WS-PEND-CANCELLED TO WS-COUNT-EDIT.
016640     MOVE SPACES TO WS-RPT-LINE.
016650     STRING 'SCHEDULES CANCELLED   : ' WS-COUNT-EDIT
016660         DELIMITED BY SIZE INTO WS-RPT-LINE.
016670     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
016680     MOVE WS-PEND-PROMOTED TO WS-COUNT-EDIT.
016690     MOVE SPACES TO WS-RPT-LINE.
016700     STRING 'DUE GREETINGS APPLIED : ' WS-COUNT-EDIT
016710         DELIMITED BY SIZE INTO WS-RPT-LINE.
016720     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
016730     MOVE WS-PEND-EXPIRED TO WS-COUNT-EDIT.
016740     MOVE SPACES TO WS-RPT-LINE.
016750     STRING 'GREETINGS EXPIRED     : ' WS-COUNT-EDIT
016760         DELIMITED BY SIZE INTO WS-RPT-LINE.
016770     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
016780     DISPLAY 'LANGMNT - SCHEDULED ' WS-PEND-SCHEDULED
016790         ' CANCELLED ' WS-PEND-CANCELLED
016800         ' APPLIED DUE ' WS-PEND-PROMOTED
016810         ' EXPIRED ' WS-PEND-EXPIRED.
016820 4900-EXIT.
016830     EXIT.
016840*
016850***************************************************************
016860* 6500-UNSCHEDULE.
016870*    REVERSES AN S: TAKES THE SCHEDULED GREETING BACK OFF
016880*    LANGPEND.  LANGFILE IS NOT TOUCHED, SO ITS STATUS IS
016890*    CLEARED FOR THE I-O CHECK IN 6300.
016900***************************************************************
016910 6500-UNSCHEDULE.
016920     MOVE '00' TO WS-LANGFILE-STATUS.
016930     MOVE WS-JR-CODE (WS-JRNL-IDX) TO LP-LANG-CODE.
016940     MOVE WS-JR-EFF (WS-JRNL-IDX)  TO LP-EFF-DATE.
016950     DELETE LANG-PEND
016960         INVALID KEY
016970             MOVE 'NO LONGER SCHEDULED' TO WS-REJECT-REASON
016980             MOVE 'N' TO WS-TRANS-OK-SW
016990     END-DELETE.
017000     PERFORM 6600-CHECK-PENDING-IO THRU 6600-EXIT.
017010 6500-EXIT.
017020     EXIT.
017030*
017040***************************************************************
017050* 6550-RESCHEDULE.
017060*    REVERSES AN X OR E: PUTS THE GREETING BACK ON LANGPEND
017070*    WITH ITS ORIGINAL DATES.  AN EXPIRED ONE PUT BACK IS
017080*    SIMPLY DROPPED AGAIN BY THE NEXT APPLY RUN.
017090***************************************************************
017100 6550-RESCHEDULE.
017110     MOVE '00' TO WS-LANGFILE-STATUS.
017120     MOVE SPACES                     TO LANG-PEND-RECORD.
017130     MOVE WS-JR-CODE (WS-JRNL-IDX)   TO LP-LANG-CODE.
017140     MOVE WS-JR-EFF (WS-JRNL-IDX)    TO LP-EFF-DATE.
017150     MOVE WS-JR-EXP (WS-JRNL-IDX)    TO LP-EXP-DATE.
017160     MOVE WS-JR-BEFORE (WS-JRNL-IDX) TO LP-GREETING.
017170     MOVE WS-OPERATOR-ID             TO LP-USER-ID.
017180     MOVE WS-TIMESTAMP-PLAIN         TO LP-TIMESTAMP.
017190     WRITE LANG-PEND-RECORD
017200         INVALID KEY
017210             MOVE 'ALREADY SCHEDULED ON THAT DATE'
017220                 TO WS-REJECT-REASON
017230             MOVE 'N' TO WS-TRANS-OK-SW
017240     END-WRITE.
017250     PERFORM 6600-CHECK-PENDING-IO THRU 6600-EXIT.
017260 6550-EXIT.
017270     EXIT.
017280*
017290***************************************************************
017300* 6600-CHECK-PENDING-IO.
017310*    A LANGPEND FAILURE OTHER THAN A KEY CHECK IS A HARD
017320*    ERROR.  ON SUCCESS THE SCHEDULED GREETING AND ITS DATES
017330*    ARE SET UP FOR THE REVERSAL'S OWN JOURNAL RECORD.
017340***************************************************************
017350 6600-CHECK-PENDING-IO.
017360     IF WS-TRANS-OK AND NOT WS-LANGPEND-STATUS-OK
017370         DISPLAY 'LANGMNT - LANGPEND I-O FAILED - STATUS '
017380             WS-LANGPEND-STATUS ' - REVERSING ACTION '
017390             WS-JR-ACTION (WS-JRNL-IDX)
017400             ' CODE ' WS-JR-CODE (WS-JRNL-IDX)
017410         MOVE 16 TO RETURN-CODE
017420         MOVE 'FILE I-O ERROR' TO WS-REJECT-REASON
017430         MOVE 'N' TO WS-TRANS-OK-SW
017440     END-IF.
017450     IF WS-TRANS-OK
017460         MOVE WS-JR-BEFORE (WS-JRNL-IDX) TO WS-BEFORE-GREETING
017470         MOVE WS-JR-EFF (WS-JRNL-IDX)    TO WS-JRNL-EFF
017480         MOVE WS-JR-EXP (WS-JRNL-IDX)    TO WS-JRNL-EXP
017490     END-IF.
017500 6600-EXIT.
017510     EXIT.
017520*
017530***************************************************************
017540* 7000-PRINT-SCHEDULE.
017550*    THE LANGSCHD SCHEDULE REPORT FOR THE LANGUAGE DESKS -
017560*    EVERY GREETING STILL ON LANGPEND, BY LANGUAGE AND THEN
017570*    EFFECTIVE DATE, UNDER THE LANGUAGE'S CURRENT LANGFILE
017580*    GREETING.  UPCOMING = NOT YET IN EFFECT; EXPIRING = IN
017590*    EFFECT NOW AND DUE TO END ON ITS THRU DATE; IN EFFECT =
017600*    DUE AND PERMANENT BUT NOT YET APPLIED TO LANGFILE.
017610***************************************************************
017620 7000-PRINT-SCHEDULE.
017630     OPEN OUTPUT SCHEDULE-REPORT.
017640     IF NOT WS-LANGSCHD-STATUS-OK
017650         DISPLAY 'LANGMNT - LANGSCHD OPEN FAILED - STATUS '
017660             WS-LANGSCHD-STATUS
017670         MOVE 16 TO RETURN-CODE
017680         GO TO 7000-EXIT
017690     END-IF.
017700     MOVE SPACES TO WS-RPT-LINE.
017710     STRING 'LANGMNT - GREETING SCHEDULE BY LANGUAGE  '
017720            WS-TIMESTAMP-PLAIN DELIMITED BY SIZE
017730            INTO WS-RPT-LINE.
017740     MOVE '1' TO SCH-CARRIAGE-CONTROL.
017750     MOVE WS-RPT-LINE TO SCH-LINE-TEXT.
017760     WRITE SCH-RECORD.
017770     MOVE SPACES TO WS-RPT-LINE.
017780     PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT.
017790     MOVE SPACES TO WS-RPT-LINE.
017800     STRING '     STATUS     FROM      THRU      '
017810            'GREETING                                  '
017820            'BY        ON' DELIMITED BY SIZE INTO WS-RPT-LINE.
017830     PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT.
017840     MOVE ZERO TO WS-SCHED-LISTED.
017850     MOVE SPACES TO WS-SCHED-LAST-CODE.
017860     MOVE 'N' TO WS-LANGPEND-SW.
017870     MOVE LOW-VALUES TO LP-KEY.
017880     START LANG-PEND KEY IS NOT LESS THAN LP-KEY
017890         INVALID KEY
017900             SET WS-LANGPEND-EOF TO TRUE
017910     END-START.
017920     IF NOT WS-LANGPEND-EOF
017930         PERFORM 4100-READ-PENDING THRU 4100-EXIT
017940     END-IF.
017950     PERFORM 7100-PRINT-SCHEDULE-ENTRY THRU 7100-EXIT
017960         UNTIL WS-LANGPEND-EOF.
017970     IF WS-SCHED-LISTED = ZERO
017980         MOVE SPACES TO WS-RPT-LINE
017990         PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT
018000         MOVE SPACES TO WS-RPT-LINE
018010         STRING '     (NO GREETINGS SCHEDULED)'
018020             DELIMITED BY SIZE INTO WS-RPT-LINE
018030         PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT
018040     END-IF.
018050     MOVE SPACES TO WS-RPT-LINE.
018060     PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT.
018070     MOVE WS-SCHED-LISTED TO WS-COUNT-EDIT.
018080     MOVE SPACES TO WS-RPT-LINE.
018090     STRING 'GREETINGS ON SCHEDULE : ' WS-COUNT-EDIT
018100         DELIMITED BY SIZE INTO WS-RPT-LINE.
018110     PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT.
018120     CLOSE SCHEDULE-REPORT.
018130 7000-EXIT.
018140     EXIT.
018150*
018160***************************************************************
018170* 7050-PRINT-SCHEDULE-LINE.
018180***************************************************************
018190 7050-PRINT-SCHEDULE-LINE.
018200     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
018210     MOVE WS-RPT-LINE TO SCH-LINE-TEXT.
018220     WRITE SCH-RECORD.
018230     IF NOT WS-LANGSCHD-STATUS-OK
018240         DISPLAY 'LANGMNT - LANGSCHD WRITE FAILED - STATUS '
018250             WS-LANGSCHD-STATUS
018260         MOVE 16 TO RETURN-CODE
018270     END-IF.
018280 7050-EXIT.
018290     EXIT.
018300*
018310***************************************************************
018320* 7100-PRINT-SCHEDULE-ENTRY.
018330*    A LANGUAGE HEADING WHEN THE CODE CHANGES, THEN THE ENTRY.
018340***************************************************************
018350 7100-PRINT-SCHEDULE-ENTRY.
018360     IF LP-LANG-CODE NOT = WS-SCHED-LAST-CODE
018370         PERFORM 7150-PRINT-LANGUAGE-HEADING THRU 7150-EXIT
018380     END-IF.
018390     ADD 1 TO WS-SCHED-LISTED.
018400     MOVE SPACES TO WS-RPT-LINE.
018410     MOVE 1 TO WS-STR-PTR.
018420     IF LP-EFF-DATE > WS-RUN-DATE
018430         STRING '     UPCOMING   ' DELIMITED BY SIZE
018440             INTO WS-RPT-LINE WITH POINTER WS-STR-PTR
018450     ELSE
018460         IF LP-EXP-DATE NOT = SPACES
018470             STRING '     EXPIRING   ' DELIMITED BY SIZE
018480                 INTO WS-RPT-LINE WITH POINTER WS-STR-PTR
018490         ELSE
018500             STRING '     IN EFFECT  ' DELIMITED BY SIZE
018510                 INTO WS-RPT-LINE WITH POINTER WS-STR-PTR
018520         END-IF
018530     END-IF.
018540     IF LP-EXP-DATE = SPACES
018550         STRING LP-EFF-DATE '  (NONE)    ' DELIMITED BY SIZE
018560             INTO WS-RPT-LINE WITH POINTER WS-STR-PTR
018570     ELSE
018580         STRING LP-EFF-DATE '  ' LP-EXP-DATE '  '
018590             DELIMITED BY SIZE
018600             INTO WS-RPT-LINE WITH POINTER WS-STR-PTR
018610     END-IF.
018620     STRING LP-GREETING '  ' LP-USER-ID '  ' LP-TIMESTAMP
018630         DELIMITED BY SIZE
018640         INTO WS-RPT-LINE WITH POINTER WS-STR-PTR.
018650     PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT.
018660     PERFORM 4100-READ-PENDING THRU 4100-EXIT.
018670 7100-EXIT.
018680     EXIT.
018690*
018700***************************************************************
018710* 7150-PRINT-LANGUAGE-HEADING.
018720***************************************************************
018730 7150-PRINT-LANGUAGE-HEADING.
018740     MOVE LP-LANG-CODE TO WS-SCHED-LAST-CODE.
018750     MOVE SPACES TO WS-RPT-LINE.
018760     PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT.
018770     MOVE LP-LANG-CODE TO LG-LANG-CODE.
018780     READ LANG-FILE
018790         INVALID KEY
018800             CONTINUE
018810     END-READ.
018820     MOVE SPACES TO WS-RPT-LINE.
018830     IF WS-LANGFILE-STATUS-OK
018840         STRING 'LANGUAGE ' LP-LANG-CODE '  CURRENT GREETING: '
018850             LG-GREETING DELIMITED BY SIZE INTO WS-RPT-LINE
018860     ELSE
018870         STRING 'LANGUAGE ' LP-LANG-CODE
018880             '  (NOT ON LANGFILE YET)' DELIMITED BY SIZE
018890             INTO WS-RPT-LINE
018900     END-IF.
018910     PERFORM 7050-PRINT-SCHEDULE-LINE THRU 7050-EXIT.
018920 7150-EXIT.
018930     EXIT.
