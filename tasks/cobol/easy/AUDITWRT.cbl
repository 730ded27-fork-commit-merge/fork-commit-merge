000210*                   RECORDS AND TRIGRECN'S CONSUMPTION TEST
000220*                   AND AUDITINQ'S LOOKUPS COVER THE WHOLE
000230*                   CYCLE.
000231*  10/15/2026 FCM   EVERY STAMP NOW ALSO UPDATES THE CYCLE
000232*                   DATE / ENVIRONMENT STAMP-CONTROL ENTRY ON
000233*                   THE KEYED AUDITCTL FILE - RECORD COUNT PLUS
000234*                   A CHECK VALUE CHAINED FROM THE PRIOR VALUE
000235*                   THROUGH AUDITCKV - SO AUDITVFY CAN PROVE
000236*                   NOTHING WAS DELETED OR REWRITTEN BEHIND
000237*                   THIS PROGRAM'S BACK.
000240***************************************************************
000250*
000260* CALLED WITH THE AWPARM BLOCK.  A DUPLICATE KEY BUMPS THE
000280* ESTABLISHED FOR SAME-DAY CHANGE RECORDS, AND THE SEQUENCE
000290* ACTUALLY WRITTEN IS PASSED BACK IN AW-RUN-SEQ.  THE SAME
000300* CREATE-ON-FIRST-USE FALLBACK AS THE CYCLE PROGRAMS APPLIES.
000302* A CONTROL-TOTAL FAILURE IS REPORTED ON THE CONSOLE BUT DOES
000304* NOT FAIL THE STAMP - THE AUDIT RECORD IS ALREADY WRITTEN,
000306* AND THE MISSING CONTROL UPDATE SHOWS UP AS A MISMATCH ON
000308* THE NEXT AUDITVFY RUN, WHICH IS WHERE IT BELONGS.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS AM-KEY
000430         FILE STATUS IS WS-AUDITMST-STATUS.
000431     SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS RANDOM
000434         RECORD KEY IS AC-KEY
000435         FILE STATUS IS WS-AUDITCTL-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000490     LABEL RECORDS ARE STANDARD.
000500 COPY AUDITMST.
000510*
000512 FD  AUDIT-CONTROL
000514     LABEL RECORDS ARE STANDARD.
000516 COPY AUDITCTL.
000518*
000520 WORKING-STORAGE SECTION.
000530*
000540***************************************************************
000580     88 WS-AUDITMST-STATUS-OK VALUE '00'.
000590     88 WS-AUDITMST-NOT-FOUND VALUE '35'.
000600     88 WS-AUDITMST-DUP-KEY VALUE '22'.
       01 WS-AUDITCTL-STATUS PIC X(02) VALUE '00'.
           88 WS-AUDITCTL-STATUS-OK VALUE '00'.
           88 WS-AUDITCTL-NOT-FOUND VALUE '35'.
           88 WS-AUDITCTL-NO-RECORD VALUE '23'.
      *
      ***************************************************************
      *  CONTROL-TOTAL FIELDS
      ***************************************************************
       01 WS-NEW-CONTROL-SW PIC X(01) VALUE 'N'.
           88 WS-NEW-CONTROL VALUE 'Y'.
       COPY CVPARM.
000610*
000620 LINKAGE SECTION.
000630 COPY AWPARM.
001210     END-IF.
001220 2000-WRITE-NEXT-SEQ.
001230     MOVE AW-RUN-SEQ TO AM-RUN-SEQ.
001235     MOVE AUDIT-MASTER-RECORD TO CV-RECORD-IMAGE.
001240     WRITE AUDIT-MASTER-RECORD
001250         INVALID KEY
001260             CONTINUE
001400         DISPLAY 'AUDITWRT - AUDITMST WRITE FAILED - STATUS '
001410             WS-AUDITMST-STATUS
001420     END-IF.
001422     IF WS-AUDITMST-STATUS-OK
001424         PERFORM 3000-UPDATE-CONTROL THRU 3000-EXIT
001426     END-IF.
001430     MOVE WS-AUDITMST-STATUS TO AW-STATUS.
001440 2000-EXIT.
001450     EXIT.
001460
001470***************************************************************
001480* 3000-UPDATE-CONTROL.
001490*    FOLDS THE RECORD JUST WRITTEN INTO THE STAMP-CONTROL
001500*    ENTRY FOR ITS CYCLE DATE AND ENVIRONMENT, CREATING THE
001510*    ENTRY (AND ON THE VERY FIRST STAMP, THE FILE) WHEN IT
001520*    DOES NOT EXIST YET.  THE IMAGE WAS CAPTURED JUST BEFORE
001530*    THE WRITE, AT THE RUN SEQUENCE ACTUALLY USED.
001540***************************************************************
001550 3000-UPDATE-CONTROL.
001560     OPEN I-O AUDIT-CONTROL.
001570     IF WS-AUDITCTL-NOT-FOUND
001580         OPEN OUTPUT AUDIT-CONTROL
001590         CLOSE AUDIT-CONTROL
001600         OPEN I-O AUDIT-CONTROL
001610     END-IF.
001620     IF NOT WS-AUDITCTL-STATUS-OK
001630         DISPLAY 'AUDITWRT - AUDITCTL OPEN FAILED - STATUS '
001640             WS-AUDITCTL-STATUS ' - CONTROL TOTAL NOT UPDATED'
001650         GO TO 3000-EXIT
001660     END-IF.
001670     MOVE 'N' TO WS-NEW-CONTROL-SW.
001680     MOVE AW-CYCLE-DATE  TO AC-CYCLE-DATE.
001690     MOVE AW-ENVIRONMENT TO AC-ENVIRONMENT.
001700     MOVE 'S'            TO AC-ENTRY-TYPE.
001710     READ AUDIT-CONTROL
001720         INVALID KEY
001730             CONTINUE
001740     END-READ.
001750     IF WS-AUDITCTL-NO-RECORD
001760         SET WS-NEW-CONTROL TO TRUE
001770         MOVE SPACES         TO AUDIT-CONTROL-RECORD
001780         MOVE AW-CYCLE-DATE  TO AC-CYCLE-DATE
001790         MOVE AW-ENVIRONMENT TO AC-ENVIRONMENT
001800         MOVE 'S'            TO AC-ENTRY-TYPE
001810         MOVE ZERO TO AC-RECORD-COUNT AC-CHECK-VALUE
001820             AC-PURGE-RUNS
001830     ELSE
001840         IF NOT WS-AUDITCTL-STATUS-OK
001850             DISPLAY 'AUDITWRT - AUDITCTL READ FAILED - STATUS '
001860                 WS-AUDITCTL-STATUS ' - CONTROL TOTAL NOT UPDATED'
001870             CLOSE AUDIT-CONTROL
001880             GO TO 3000-EXIT
001890         END-IF
001900     END-IF.
001910     MOVE AC-CHECK-VALUE TO CV-CHECK-VALUE.
001920     CALL 'AUDITCKV' USING CHECK-VALUE-PARM.
001930     MOVE CV-CHECK-VALUE TO AC-CHECK-VALUE.
001940     ADD 1 TO AC-RECORD-COUNT.
001950     MOVE AW-JOB-NAME  TO AC-LAST-JOB.
001960     MOVE AW-TIMESTAMP TO AC-LAST-TIMESTAMP.
001970     IF WS-NEW-CONTROL
001980         WRITE AUDIT-CONTROL-RECORD
001990             INVALID KEY
002000                 CONTINUE
002010         END-WRITE
002020     ELSE
002030         REWRITE AUDIT-CONTROL-RECORD
002040             INVALID KEY
002050                 CONTINUE
002060         END-REWRITE
002070     END-IF.
002080     IF NOT WS-AUDITCTL-STATUS-OK
002090         DISPLAY 'AUDITWRT - AUDITCTL UPDATE FAILED - STATUS '
002100             WS-AUDITCTL-STATUS ' FOR ' AW-CYCLE-DATE ' '
002110             AW-ENVIRONMENT
002120     END-IF.
002130     CLOSE AUDIT-CONTROL.
002140 3000-EXIT.
002150     EXIT.
