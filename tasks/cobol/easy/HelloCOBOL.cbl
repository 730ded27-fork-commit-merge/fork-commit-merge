001400*                   GET - A RERUN/FORCE DECK CAN BE TESTED
001410*                   IN THE AFTERNOON WITHOUT DIRTYING THE
001420*                   AUDIT HISTORY OR FIRING THE SCHEDULER.
      *  10/15/2026 FCM   USER= IS NOW CHECKED AGAINST THE KEYED
      *                   OPERATOR AUTHORIZATION FILE THROUGH AUTHCHK.
      *                   A USER NOT AUTHORIZED FOR THE ENVIRONMENT,
      *                   OR ASKING FOR RERUN=, FORCE=, OR RESTART=
      *                   WITHOUT THAT PRIVILEGE, IS REFUSED WITH
      *                   RC 8 THROUGH THE REFUSAL REPORT.
      *  10/15/2026 FCM   AN ACTIVE CHANGE FREEZE (FREEZCAL) IS SHOWN ON
      *                   THE REPORT; RERUN=Y OR FORCE=Y UNDER A FREEZE
      *                   NEEDS AN EMERG= TICKET (LOGGED TO FRZLOG).
      *  10/15/2026 FCM   THE BANNER GREETING IS NOW THE ONE IN EFFECT
      *                   FOR THE CYCLE'S BUSINESS DATE: A GREETING
      *                   SCHEDULED BY LANGMNT ON LANGPEND OVERRIDES
      *                   LANGFILE FROM ITS EFFECTIVE DATE THROUGH ITS
      *                   EXPIRY, EVEN WHEN LANGFILE CANNOT BE OPENED.
      *                   LANG= ALSO ACCEPTS A LANGUAGE THAT SO FAR IS
      *                   ONLY ON THE SCHEDULE.
001430***************************************************************
001440*
001450* THIS PROGRAM RUNS AS THE FIRST STEP OF THE DAILY BATCH
001770         ACCESS MODE IS RANDOM
001780         RECORD KEY IS LG-LANG-CODE
001790         FILE STATUS IS WS-LANGFILE-STATUS.
001791     SELECT LANG-PEND ASSIGN TO "LANGPEND"
001792         ORGANIZATION IS INDEXED
001793         ACCESS MODE IS DYNAMIC
001794         RECORD KEY IS LP-KEY
001795         FILE STATUS IS WS-LANGPEND-STATUS.
001800     SELECT HEALTHCHECK ASSIGN TO "HLTHCHK"
001810         ORGANIZATION IS LINE SEQUENTIAL
001820         FILE STATUS IS WS-HLTHCHK-STATUS.
002540     05 LG-LANG-CODE PIC X(02).
002550     05 LG-GREETING  PIC X(40).
002560*
002562 FD  LANG-PEND
002564     LABEL RECORDS ARE STANDARD.
002566 COPY LPENDREC.
002568*
002570 FD  BATCH-WINDOW
002580     LABEL RECORDS ARE STANDARD.
002590 01  BW-RECORD.
003540 01 WS-LANGFILE-STATUS PIC X(02) VALUE '00'.
003550     88 WS-LANGFILE-STATUS-OK VALUE '00'.
003560     88 WS-LANGFILE-NO-RECORD VALUE '23'.
003562 01 WS-LANGPEND-STATUS PIC X(02) VALUE '00'.
003564     88 WS-LANGPEND-STATUS-OK VALUE '00'.
003566     88 WS-LANGPEND-NOT-FOUND VALUE '35'.
003570 01 WS-LANG-FOUND-SW PIC X(01) VALUE 'N'.
003580     88 WS-LANG-FOUND VALUE 'Y'.
003582 01 WS-LANGPEND-SW PIC X(01) VALUE 'N'.
003584     88 WS-LANGPEND-EOF VALUE 'Y'.
003586 01 WS-SCHED-EFF-DATE PIC X(08) VALUE SPACES.
003590*
003600***************************************************************
003610*  HEALTH CHECK FIELDS
004970***************************************************************
004980*  RUN-OPTION CONTROL-CARD WORKING FIELDS.  RUNOPTS IS A
004990*  SYSIN-STYLE FILE OF KEYWORD=VALUE CARDS (ENV=, LANG=, USER=,
005000*  RERUN=, RESTART=, DRYRUN=, FORCE=, EMERG=).  EVERY CARD IS
005010*  ECHOED, ACCEPTED
005020*  OR REJECTED WITH ITS REASON, AND ANY REJECT OR MISSING
005030*  REQUIRED KEYWORD
005240     05 WS-ECHO-LINE OCCURS 20 TIMES PIC X(60).
005250 01 WS-ECHO-IDX    PIC 9(02) COMP.
005260 01 WS-REFUSAL-TEXT PIC X(60) VALUE SPACES.
005261 01 WS-AUTH-REFUSE-SW PIC X(01) VALUE 'N'.
005262     88 WS-AUTH-REFUSED VALUE 'Y'.
005263 01 WS-EMERG-TICKET PIC X(08) VALUE SPACES.
005264 01 WS-FREEZE-REFUSE-SW PIC X(01) VALUE 'N'.
005265     88 WS-FREEZE-REFUSED VALUE 'Y'.
005266 01 WS-FREEZE-OVERRIDE-SW PIC X(01) VALUE 'N'.
005267     88 WS-FREEZE-OVERRIDE VALUE 'Y'.
005270*
005280***************************************************************
005290*  PRINT REPORT LINE
005500 COPY ENVTAB.
005510*
005520***************************************************************
005521*  CHANGE-FREEZE PARAMETER BLOCK FOR THE FRZCHK SUBPROGRAM
005522***************************************************************
005523 COPY FZPARM.
005524*
005525***************************************************************
005530*  AUDIT-STAMP PARAMETER BLOCK FOR THE AUDITWRT SUBPROGRAM
005540***************************************************************
005550 COPY AWPARM.
005560*
005561***************************************************************
005562*  AUTHORIZATION PARAMETER BLOCK FOR THE AUTHCHK SUBPROGRAM
005563***************************************************************
005564 COPY AUPARM.
005565*
005570 PROCEDURE DIVISION.
005580*
005590***************************************************************
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005721     IF WS-AUTH-REFUSED OR WS-FREEZE-REFUSED
005722         DISPLAY 'HELLOCBL - START REFUSED - ' WS-REFUSAL-TEXT
005723         PERFORM 5400-WRITE-REFUSAL-REPORT THRU 5400-EXIT
005724         MOVE 8 TO RETURN-CODE
005725         STOP RUN
005726     END-IF.
005730     IF WS-CAL-REFUSED
005740         DISPLAY 'HELLOCBL - START REFUSED - '
005750             WS-EFFECTIVE-DATE-NUM ' IS NOT A PROCESSING '
006190             'UPDATED - RUN WOULD END RC ' RETURN-CODE
006200         STOP RUN
006210     END-IF.
006211     IF WS-FREEZE-OVERRIDE
006212         PERFORM 1660-RECORD-OVERRIDE THRU 1660-EXIT
006213         IF WS-FREEZE-REFUSED
006214             PERFORM 5400-WRITE-REFUSAL-REPORT THRU 5400-EXIT
006215             MOVE 16 TO RETURN-CODE
006216             STOP RUN
006217         END-IF
006218     END-IF.
006220     IF NOT WS-STEP-ALREADY-DONE
006230         PERFORM 5200-WRITE-AUDIT-TRAIL THRU 5200-EXIT
006240     END-IF.
006420     IF WS-OPT-ERRORS
006430         GO TO 1000-EXIT
006440     END-IF.
006441     PERFORM 1600-CHECK-AUTHORIZATION THRU 1600-EXIT.
006442     IF WS-AUTH-REFUSED
006443         GO TO 1000-EXIT
006444     END-IF.
006445     PERFORM 1650-CHECK-FREEZE THRU 1650-EXIT.
006446     IF WS-FREEZE-REFUSED
006447         GO TO 1000-EXIT
006448     END-IF.
006450     PERFORM 1500-PROCESS-CALENDAR THRU 1500-EXIT.
006460     IF NOT WS-CAL-REFUSED
006470         PERFORM 1700-CHECK-DUPLICATE THRU 1700-EXIT
006640*    VARIABLES.  ENV AND USER ARE REQUIRED; LANG DEFAULTS TO
006650*    EN; RERUN, RESTART, DRYRUN, AND FORCE DEFAULT TO N.  A
006660*    MISSING CONTROL FILE OR ANY BAD CARD STOPS THE RUN.
006665*    EMERG= (AN EMERGENCY-CHANGE TICKET) IS OPTIONAL.
006670***************************************************************
006680 1050-READ-RUN-OPTIONS.
006690     OPEN INPUT RUN-OPTIONS.
007530             IF WS-OPT-VALUE (1:1) = 'Y'
007540                 SET WS-CAL-FORCED TO TRUE
007550             END-IF
007552         WHEN 'EMERG'
007554             PERFORM 1087-VALIDATE-EMERG THRU 1087-EXIT
007560         WHEN OTHER
007570             MOVE SPACES TO WS-ECHO-TEXT
007580             STRING 'REJECTED ' DELIMITED BY SIZE
008020*    LANGMNT.  IF THE FILE ITSELF IS NOT AVAILABLE THE VALUE IS
008030*    TAKEN ON FAITH AND THE STEP FLAGGED, MATCHING HOW OTHER
008040*    MISSING CONTROL FILES ARE HANDLED.
008042*    A CODE NOT YET ON LANGFILE BUT SCHEDULED ON LANGPEND IS
008044*    ACCEPTED TOO - ITS GREETING TAKES OVER ON ITS EFFECTIVE
008046*    DATE, AND UNTIL THEN THE DEFAULT GREETING IS KEPT.
008050***************************************************************
008060 1075-VALIDATE-LANG.
008070     OPEN INPUT LANG-FILE.
008200     MOVE WS-OPT-VALUE (1:2) TO LG-LANG-CODE.
008210     READ LANG-FILE
008220         INVALID KEY
008230             PERFORM 1076-CHECK-SCHEDULED-LANG THRU 1076-EXIT
008290     END-READ.
008300     IF WS-LANGFILE-STATUS-OK
008310         MOVE WS-OPT-VALUE (1:2) TO WS-LANG-CODE
008390     EXIT.
008400*
008410***************************************************************
008411* 1076-CHECK-SCHEDULED-LANG.
008412*    A LANG= CODE NOT ON LANGFILE IS STILL ACCEPTED WHEN LANGMNT
008413*    HAS A GREETING SCHEDULED FOR IT ON LANGPEND (A NEW
008414*    LANGUAGE DESK GOING LIVE ON A DATE) THAT HAS NOT EXPIRED BY
008415*    THE RUN DATE, WHICH BECOMES THE CYCLE DATE.  OTHERWISE IT IS
008416*    REJECTED AS A RUN-OPTION ERROR, AS BEFORE.
008417***************************************************************
008418 1076-CHECK-SCHEDULED-LANG.
           MOVE SPACES TO WS-SCHED-EFF-DATE.
           MOVE 'N' TO WS-LANGPEND-SW.
           OPEN INPUT LANG-PEND.
           IF NOT WS-LANGPEND-STATUS-OK
               GO TO 1076-REJECT
           END-IF.
           MOVE WS-OPT-VALUE (1:2) TO LP-LANG-CODE.
           MOVE LOW-VALUES TO LP-EFF-DATE.
           START LANG-PEND KEY IS NOT LESS THAN LP-KEY
               INVALID KEY
                   SET WS-LANGPEND-EOF TO TRUE
           END-START.
           PERFORM 1077-READ-SCHEDULED-LANG THRU 1077-EXIT
               UNTIL WS-LANGPEND-EOF OR WS-SCHED-EFF-DATE NOT = SPACES.
           CLOSE LANG-PEND.
           IF WS-SCHED-EFF-DATE = SPACES
               GO TO 1076-REJECT
           END-IF.
           MOVE WS-OPT-VALUE (1:2) TO WS-LANG-CODE.
           MOVE SPACES TO WS-ECHO-TEXT.
           STRING 'ACCEPTED LANG=' WS-LANG-CODE
               ' - SCHEDULED ON LANGPEND FROM ' WS-SCHED-EFF-DATE
               DELIMITED BY SIZE INTO WS-ECHO-TEXT.
           PERFORM 1090-ECHO-OPTION THRU 1090-EXIT.
           GO TO 1076-EXIT.
       1076-REJECT.
           MOVE SPACES TO WS-ECHO-TEXT.
           STRING 'REJECTED LANG=' WS-OPT-VALUE (1:2)
               ' - NOT ON LANGFILE' DELIMITED BY SIZE
               INTO WS-ECHO-TEXT.
           PERFORM 1090-ECHO-OPTION THRU 1090-EXIT.
           SET WS-OPT-ERRORS TO TRUE.
       1076-EXIT.
           EXIT.
      *
      ***************************************************************
      * 1077-READ-SCHEDULED-LANG.
      *    STOPS AT THE FIRST LANGPEND RECORD FOR THE CODE STILL IN
      *    FORCE ON THE RUN DATE, OR AT THE END OF THE CODE'S RECORDS.
      ***************************************************************
       1077-READ-SCHEDULED-LANG.
           READ LANG-PEND NEXT RECORD
               AT END SET WS-LANGPEND-EOF TO TRUE
           END-READ.
           IF WS-LANGPEND-EOF OR NOT WS-LANGPEND-STATUS-OK
               OR LP-LANG-CODE NOT = WS-OPT-VALUE (1:2)
               SET WS-LANGPEND-EOF TO TRUE
               GO TO 1077-EXIT
           END-IF.
           IF LP-EXP-DATE = SPACES
               OR LP-EXP-DATE NOT < WS-RUN-DATE
               MOVE LP-EFF-DATE TO WS-SCHED-EFF-DATE
           END-IF.
       1077-EXIT.
           EXIT.
      *
      ***************************************************************
008420* 1080-VALIDATE-USER.
008430***************************************************************
008440 1080-VALIDATE-USER.
008830     EXIT.
008840*
008850***************************************************************
      * 1087-VALIDATE-EMERG.
      *    EMERG= CARRIES THE EMERGENCY-CHANGE TICKET, ONE TO EIGHT
      *    CHARACTERS.  IT IS ONLY LOOKED AT WHEN RERUN=Y OR FORCE=Y
      *    IS ASKED FOR UNDER A CHANGE FREEZE.
      ***************************************************************
       1087-VALIDATE-EMERG.
           IF WS-OPT-VALUE = SPACES OR WS-OPT-VALUE (9:32) NOT = SPACES
               MOVE 'REJECTED EMERG= - TICKET MUST BE 1-8 CHARACTERS'
                   TO WS-ECHO-TEXT
               PERFORM 1090-ECHO-OPTION THRU 1090-EXIT
               SET WS-OPT-ERRORS TO TRUE
               GO TO 1087-EXIT
           END-IF.
           MOVE WS-OPT-VALUE (1:8) TO WS-EMERG-TICKET.
           MOVE SPACES TO WS-ECHO-TEXT.
           STRING 'ACCEPTED EMERG=' WS-EMERG-TICKET
               DELIMITED BY SIZE INTO WS-ECHO-TEXT.
           PERFORM 1090-ECHO-OPTION THRU 1090-EXIT.
       1087-EXIT.
           EXIT.
      *
      ***************************************************************
008860* 1090-ECHO-OPTION.
008870*    EVERY ACCEPTED AND REJECTED OPTION GOES TO THE CONSOLE AT
008880*    ONCE AND TO THE OPERATOR REPORT AT 5300-WRITE-REPORT.
009540*    THAT GREETING.  IF THE LANGUAGE CODE IS NOT ON FILE OR
009550*    THE FILE IS NOT AVAILABLE THE ORIGINAL DEFAULT GREETING
009560*    IS KEPT.
009562*    A GREETING SCHEDULED ON LANGPEND FOR THE LANGUAGE AND IN
009564*    EFFECT ON THE CYCLE'S BUSINESS DATE (NOT THE RUN DATE)
009566*    TAKES PRECEDENCE OVER THE LANGFILE ONE - SEE 2150 - AND IS
009568*    STILL USED WHEN LANGFILE ITSELF CANNOT BE OPENED.
009570***************************************************************
009580 2100-LOOKUP-LANGUAGE.
009590     MOVE 'N' TO WS-LANG-FOUND-SW.
009620         DISPLAY 'HELLOCBL - LANGFILE NOT AVAILABLE - STATUS '
009630             WS-LANGFILE-STATUS ' - DEFAULT GREETING KEPT'
009640         MOVE 16 TO RETURN-CODE
009645         PERFORM 2150-LOOKUP-SCHEDULED THRU 2150-EXIT
009650         GO TO 2100-EXIT
009660     END-IF.
009670     MOVE WS-LANG-CODE TO LG-LANG-CODE.
009740         MOVE LG-GREETING TO WS-MESSAGE
009750         SET WS-LANG-FOUND TO TRUE
009760     END-IF.
009765     PERFORM 2150-LOOKUP-SCHEDULED THRU 2150-EXIT.
009770     CLOSE LANG-FILE.
009780 2100-EXIT.
009790     EXIT.
009800*
009810***************************************************************
      * 2150-LOOKUP-SCHEDULED.
      *    A LANGUAGE'S LANGPEND ENTRIES READ IN EFFECTIVE-DATE
      *    ORDER.  OF THOSE EFFECTIVE ON OR BEFORE THE CYCLE DATE
      *    AND NOT EXPIRED BY IT, THE LATEST WINS AND REPLACES THE
      *    LANGFILE GREETING.  NO LANGPEND MEANS NOTHING SCHEDULED.
      ***************************************************************
       2150-LOOKUP-SCHEDULED.
           MOVE SPACES TO WS-SCHED-EFF-DATE.
           MOVE 'N' TO WS-LANGPEND-SW.
           OPEN INPUT LANG-PEND.
           IF WS-LANGPEND-NOT-FOUND
               GO TO 2150-EXIT
           END-IF.
           IF NOT WS-LANGPEND-STATUS-OK
               DISPLAY 'HELLOCBL - LANGPEND NOT AVAILABLE - STATUS '
                   WS-LANGPEND-STATUS ' - SCHEDULED GREETINGS NOT '
                   'CHECKED'
               MOVE 16 TO RETURN-CODE
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-LANG-CODE TO LP-LANG-CODE.
           MOVE LOW-VALUES TO LP-EFF-DATE.
           START LANG-PEND KEY IS NOT LESS THAN LP-KEY
               INVALID KEY
                   SET WS-LANGPEND-EOF TO TRUE
           END-START.
           IF NOT WS-LANGPEND-EOF
               PERFORM 2160-READ-SCHEDULED THRU 2160-EXIT
           END-IF.
           PERFORM 2170-CHECK-SCHEDULED THRU 2170-EXIT
               UNTIL WS-LANGPEND-EOF.
           CLOSE LANG-PEND.
           IF WS-SCHED-EFF-DATE NOT = SPACES
               DISPLAY 'HELLOCBL - SCHEDULED ' WS-LANG-CODE
                   ' GREETING EFFECTIVE ' WS-SCHED-EFF-DATE
                   ' IN EFFECT FOR CYCLE ' WS-BATCH-CYCLE-ID
           END-IF.
       2150-EXIT.
           EXIT.
      *
      ***************************************************************
      * 2160-READ-SCHEDULED.
      *    STOPS AT THE FIRST ENTRY FOR ANOTHER LANGUAGE OR NOT YET
      *    EFFECTIVE FOR THE CYCLE.
      ***************************************************************
       2160-READ-SCHEDULED.
           READ LANG-PEND NEXT RECORD
               AT END SET WS-LANGPEND-EOF TO TRUE
           END-READ.
           IF WS-LANGPEND-EOF
               GO TO 2160-EXIT
           END-IF.
           IF NOT WS-LANGPEND-STATUS-OK
               DISPLAY 'HELLOCBL - LANGPEND READ FAILED - STATUS '
                   WS-LANGPEND-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-LANGPEND-EOF TO TRUE
               GO TO 2160-EXIT
           END-IF.
           IF LP-LANG-CODE NOT = WS-LANG-CODE
               OR LP-EFF-DATE > WS-BATCH-CYCLE-ID
               SET WS-LANGPEND-EOF TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.
      *
      ***************************************************************
      * 2170-CHECK-SCHEDULED.
      ***************************************************************
       2170-CHECK-SCHEDULED.
           IF LP-EXP-DATE = SPACES
               OR LP-EXP-DATE NOT < WS-BATCH-CYCLE-ID
               MOVE LP-GREETING TO WS-MESSAGE
               MOVE LP-EFF-DATE TO WS-SCHED-EFF-DATE
               SET WS-LANG-FOUND TO TRUE
           END-IF.
           PERFORM 2160-READ-SCHEDULED THRU 2160-EXIT.
       2170-EXIT.
           EXIT.
      *
      ***************************************************************
009820* 4100-LOOKUP-ENVIRONMENT.
009830*    LOOKS UP THE RUNNING ENVIRONMENT CODE IN ENVTAB TO GET
009840*    THE BANNER LABEL.  DEFAULTS TO THE CODE ITSELF IF THE
013090         WRITE RPT-RECORD
013100     END-IF.
013110*
013112     IF FP-FROZEN
013114         PERFORM 5360-WRITE-FREEZE-LINES THRU 5360-EXIT
013116     END-IF.
013118*
013120     IF WS-DRYRUN-MODE
013130         MOVE RETURN-CODE TO WS-VERDICT-RC
013140         MOVE SPACES TO WS-RPT-LINE
013550     EXIT.
013560*
013570***************************************************************
      * 5360-WRITE-FREEZE-LINES.
      *    THE FREEZE IN FORCE, AND THE EMERGENCY TICKET WHEN THIS
      *    RUN OVERRODE IT.
      ***************************************************************
       5360-WRITE-FREEZE-LINES.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FREEZE   : ' FP-FRZ-ENVIRONMENT ' CHANGE FREEZE '
               FP-FROM-DATE ' THRU ' FP-THRU-DATE ' LEVEL ' FP-LEVEL
               ' (' FP-CHANGE-TICKET ') - ' FP-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE ' ' TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-LINE TO RPT-LINE-TEXT.
           WRITE RPT-RECORD.
           IF WS-FREEZE-OVERRIDE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'FREEZE   : RERUN/FORCE TAKEN ON EMERGENCY '
                   'TICKET ' WS-EMERG-TICKET DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               MOVE ' ' TO RPT-CARRIAGE-CONTROL
               MOVE WS-RPT-LINE TO RPT-LINE-TEXT
               WRITE RPT-RECORD
           END-IF.
       5360-EXIT.
           EXIT.
      *
      ***************************************************************
013580* 5400-WRITE-REFUSAL-REPORT.
013590*    A REFUSED START STILL OWES THE SHIFT LOG AN OPERATOR
013600*    REPORT - THE HEADER, THE ACCEPTED/REJECTED RUN OPTION
017770     EXIT.
017780*
017790***************************************************************
      * 1600-CHECK-AUTHORIZATION.
      *    CHECKS THE USER= OPERATOR AGAINST THE KEYED OPERATOR
      *    AUTHORIZATION FILE THROUGH THE SHARED AUTHCHK
      *    SUBPROGRAM.  THE USER MUST BE AUTHORIZED FOR THE
      *    RUNNING ENVIRONMENT, AND EACH OVERRIDE ASKED FOR ON THE
      *    RUNOPTS CARDS (RERUN=Y, FORCE=Y, RESTART=Y) NEEDS ITS OWN
      *    PRIVILEGE - AN OVERRIDE CARD FROM A USER WITHOUT IT IS
      *    REFUSED OUTRIGHT RATHER THAN QUIETLY IGNORED, SO THE
      *    OPERATOR KNOWS WHY THE CYCLE DID NOT START.  RUN BEFORE
      *    THE CALENDAR AND DUPLICATE CHECKS SO AN UNAUTHORIZED
      *    START NEVER DROPS A RESTART MARKER.
      ***************************************************************
       1600-CHECK-AUTHORIZATION.
           MOVE SPACES TO AUTH-CHECK-PARM.
           MOVE WS-OPERATOR-ID TO AU-USER-ID.
           MOVE WS-ENVIRONMENT-CODE TO AU-ENVIRONMENT.
           CALL 'AUTHCHK' USING AUTH-CHECK-PARM.
           MOVE SPACES TO WS-REFUSAL-TEXT.
           IF NOT AU-AUTHORIZED
               SET WS-AUTH-REFUSED TO TRUE
               STRING 'USER ' WS-OPERATOR-ID ' - ' AU-REASON
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               GO TO 1600-EXIT
           END-IF.
           IF WS-RERUN-AUTHORIZED AND NOT AU-RERUN-OK
               SET WS-AUTH-REFUSED TO TRUE
               STRING 'USER ' WS-OPERATOR-ID ' NOT AUTHORIZED FOR '
                   'RERUN=Y' DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               GO TO 1600-EXIT
           END-IF.
           IF WS-CAL-FORCED AND NOT AU-FORCE-OK
               SET WS-AUTH-REFUSED TO TRUE
               STRING 'USER ' WS-OPERATOR-ID ' NOT AUTHORIZED FOR '
                   'FORCE=Y' DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               GO TO 1600-EXIT
           END-IF.
           IF WS-RESTART-AUTHORIZED AND NOT AU-RESTART-OK
               SET WS-AUTH-REFUSED TO TRUE
               STRING 'USER ' WS-OPERATOR-ID ' NOT AUTHORIZED FOR '
                   'RESTART=Y' DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               GO TO 1600-EXIT
           END-IF.
           MOVE SPACES TO WS-ECHO-TEXT.
           STRING 'AUTHORIZED USER=' WS-OPERATOR-ID ' FOR '
               WS-ENVIRONMENT-CODE ' PER OPERAUTH'
               DELIMITED BY SIZE INTO WS-ECHO-TEXT.
           PERFORM 1090-ECHO-OPTION THRU 1090-EXIT.
       1600-EXIT.
           EXIT.
      *
      ***************************************************************
      * 1650-CHECK-FREEZE.
      *    LOOKS UP THE CHANGE FREEZE IN FORCE FOR THE ENVIRONMENT
      *    ON THE RUN DATE.  AN ORDINARY START GOES AHEAD UNDER A
      *    FREEZE (THE FREEZE IS SHOWN ON THE REPORT), BUT RERUN=Y
      *    AND FORCE=Y ARE CHANGES TO THE NORMAL CYCLE AND NEED AN
      *    EMERG= TICKET - WITHOUT ONE THE START IS REFUSED, THE SAME
      *    WAY AN OVERRIDE WITHOUT ITS PRIVILEGE IS.  RUN BEFORE THE
      *    CALENDAR AND DUPLICATE CHECKS FOR THE SAME REASON AS
      *    1600.
      ***************************************************************
       1650-CHECK-FREEZE.
           MOVE SPACES TO FREEZE-CHECK-PARM.
           MOVE 'Q' TO FP-FUNCTION.
           MOVE WS-ENVIRONMENT-CODE TO FP-ENVIRONMENT.
           MOVE WS-RUN-DATE TO FP-DATE.
           CALL 'FRZCHK' USING FREEZE-CHECK-PARM.
           IF NOT FP-FROZEN
               GO TO 1650-EXIT
           END-IF.
           DISPLAY 'HELLOCBL - ' WS-ENVIRONMENT-CODE ' UNDER CHANGE '
               'FREEZE ' FP-FROM-DATE ' THRU ' FP-THRU-DATE
               ' LEVEL ' FP-LEVEL.
           IF NOT WS-RERUN-AUTHORIZED AND NOT WS-CAL-FORCED
               GO TO 1650-EXIT
           END-IF.
           MOVE SPACES TO WS-REFUSAL-TEXT.
           IF WS-EMERG-TICKET = SPACES
               SET WS-FREEZE-REFUSED TO TRUE
               STRING 'RERUN/FORCE UNDER CHANGE FREEZE - NO EMERG= '
                   'TICKET' DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               GO TO 1650-EXIT
           END-IF.
           SET WS-FREEZE-OVERRIDE TO TRUE.
           MOVE SPACES TO WS-ECHO-TEXT.
           STRING 'EMERGENCY TICKET ' WS-EMERG-TICKET
               ' OVERRIDES THE CHANGE FREEZE' DELIMITED BY SIZE
               INTO WS-ECHO-TEXT.
           PERFORM 1090-ECHO-OPTION THRU 1090-EXIT.
       1650-EXIT.
           EXIT.
      *
      ***************************************************************
      * 1660-RECORD-OVERRIDE.
      *    LOGS THE OVERRIDE TAKEN UNDER THE FREEZE TO FRZLOG FOR THE
      *    CHANGE BOARD AS ONE ENTRY - RERUN, FORCE, OR RERUN+FC WHEN
      *    BOTH WERE TAKEN - SO THE LOG NEVER SHOWS HALF AN OVERRIDE
      *    FOR A RUN THAT WAS THEN REFUSED.  NOT REACHED ON A DRYRUN.
      *    THE TICKET IS NOT STAMPED ON THE AUDIT MASTER HERE - EVERY
      *    HELLOCBL RECORD THERE COUNTS AS A RUN OF THE CYCLE - SO
      *    FRZLOG IS THE RECORD, AND AN OVERRIDE THAT CANNOT BE LOGGED
      *    IS REFUSED.
      ***************************************************************
       1660-RECORD-OVERRIDE.
           MOVE 'L' TO FP-FUNCTION.
           MOVE WS-JOB-NAME TO FP-JOB-NAME.
           MOVE WS-OPERATOR-ID TO FP-USER-ID.
           MOVE WS-EMERG-TICKET TO FP-EMERG-TICKET.
           MOVE WS-TIMESTAMP-PLAIN TO FP-TIMESTAMP.
           EVALUATE TRUE
               WHEN WS-RERUN-AUTHORIZED AND WS-CAL-FORCED
                   MOVE 'RERUN+FC' TO FP-ACTION
               WHEN WS-RERUN-AUTHORIZED
                   MOVE 'RERUN' TO FP-ACTION
               WHEN OTHER
                   MOVE 'FORCE' TO FP-ACTION
           END-EVALUATE.
           PERFORM 1670-CALL-FRZLOG THRU 1670-EXIT.
       1660-EXIT.
           EXIT.
      *
      ***************************************************************
      * 1670-CALL-FRZLOG.
      ***************************************************************
       1670-CALL-FRZLOG.
           CALL 'FRZCHK' USING FREEZE-CHECK-PARM.
           IF NOT FP-STATUS-OK
               DISPLAY 'HELLOCBL - START REFUSED - FRZLOG WRITE FAILED '
                   '- STATUS ' FP-STATUS
               SET WS-FREEZE-REFUSED TO TRUE
               MOVE 'EMERGENCY OVERRIDE COULD NOT BE LOGGED TO FRZLOG'
                   TO WS-REFUSAL-TEXT
           END-IF.
       1670-EXIT.
           EXIT.
      *
      ***************************************************************
017800* 1700-CHECK-DUPLICATE.
017810*    POSITIONS THE KEYED AUDIT MASTER AT THIS CYCLE DATE,
017820*    ENVIRONMENT, AND JOB AND READS THE RUN RECORDS ALREADY
