000200*                   KEY STARTS WITH THE CYCLE DATE, SO THE
000210*                   CUT IS ONE CHEAP FORWARD READ FROM THE
000220*                   FRONT OF THE FILE, NOT A FULL SCAN.
000221*  10/15/2026 FCM   EVERY CYCLE DATE / ENVIRONMENT PURGED NOW
000222*                   GETS A PURGE-CONTROL ENTRY ON AUDITCTL -
000223*                   THE COUNT AND CHECK VALUE OF THE RECORDS
000224*                   REMOVED, COMPUTED THROUGH AUDITCKV AND
000225*                   REWRITTEN BEFORE EACH DELETE - SO AUDITVFY
000226*                   CAN TELL A SANCTIONED PURGE FROM A DELETE
000227*                   NOBODY ACCOUNTED FOR.
000230***************************************************************
000240*
000250* THE RETENTION IN DAYS COMES FROM THE PARM (DEFAULT 365).
000300* AND AUDITINQ CAN RUN ITS INQUIRY AGAINST THEM WITH
000310* FILE=ARCHIVE.  NOTHING IS DELETED UNLESS ITS ARCHIVE WRITE
000320* CAME BACK CLEAN.
000322* NO PURGE STARTS UNLESS AUDITCTL OPENS.  EACH RECORD IS
000324* COUNTED ON ITS PURGE-CONTROL ENTRY BEFORE IT IS DELETED, AND
000326* A PURGE-CONTROL FAILURE STOPS THE PURGE WHERE IT IS.
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000490     SELECT ARC-REPORT ASSIGN TO "ARCRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ARCRPT-STATUS.
000511     SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS AC-KEY
000515         FILE STATUS IS WS-AUDITCTL-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000750     05 RPT-CARRIAGE-CONTROL PIC X(01).
000760     05 RPT-LINE-TEXT        PIC X(132).
000770*
000772 FD  AUDIT-CONTROL
000774     LABEL RECORDS ARE STANDARD.
000776 COPY AUDITCTL.
000778*
000780 WORKING-STORAGE SECTION.
000790*
000800***************************************************************
001250 01 WS-RECORDS-ARCHIVED PIC 9(07) COMP VALUE 0.
001260 01 WS-RECORDS-DELETED  PIC 9(07) COMP VALUE 0.
001270 01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
001272 01 WS-PURGE-ENTRIES    PIC 9(07) COMP VALUE 0.
001274 01 WS-PRIOR-COUNT      PIC 9(07) VALUE 0.
001276 01 WS-PRIOR-CHECK      PIC 9(09) VALUE 0.
001280*
001290***************************************************************
001300*  SWITCHES
001330     88 WS-MASTER-EOF VALUE 'Y'.
001340 01 WS-NO-MASTER-SW PIC X(01) VALUE 'N'.
001350     88 WS-NO-MASTER VALUE 'Y'.
001351 01 WS-GROUP-OPEN-SW PIC X(01) VALUE 'N'.
001352     88 WS-GROUP-OPEN VALUE 'Y'.
001353 01 WS-NEW-CONTROL-SW PIC X(01) VALUE 'N'.
001354     88 WS-NEW-CONTROL VALUE 'Y'.
001355*
001356***************************************************************
001357*  PURGE-CONTROL CHECK-VALUE BLOCK
001358***************************************************************
001359 COPY CVPARM.
001360*
001370***************************************************************
001380*  FILE STATUS FIELDS
001450     88 WS-AUDITARC-NOT-FOUND VALUE '35'.
001460 01 WS-ARCRPT-STATUS PIC X(02) VALUE '00'.
001470     88 WS-ARCRPT-STATUS-OK VALUE '00'.
001472 01 WS-AUDITCTL-STATUS PIC X(02) VALUE '00'.
001474     88 WS-AUDITCTL-STATUS-OK VALUE '00'.
001476     88 WS-AUDITCTL-NOT-FOUND VALUE '35'.
001478     88 WS-AUDITCTL-NO-RECORD VALUE '23'.
001480*
001490***************************************************************
001500*  REPORT LINES
002360         MOVE 16 TO RETURN-CODE
002370         CLOSE AUDIT-MASTER
002380     END-IF.
002382     IF RETURN-CODE = ZERO
002384         PERFORM 2100-OPEN-CONTROL THRU 2100-EXIT
002386     END-IF.
002390 2000-EXIT.
002400     EXIT.
002410*
002420***************************************************************
      * 2100-OPEN-CONTROL.
      *    OPENS THE AUDIT CONTROL FILE FOR UPDATE (CREATED ON FIRST
      *    USE, AS AUDITWRT DOES).  IF IT WILL NOT OPEN, NOTHING IS
      *    PURGED - A PURGE WITH NO PURGE-CONTROL ENTRY WOULD LOOK
      *    EXACTLY LIKE TAMPERING TO AUDITVFY.
      ***************************************************************
       2100-OPEN-CONTROL.
           OPEN I-O AUDIT-CONTROL.
           IF WS-AUDITCTL-NOT-FOUND
               OPEN OUTPUT AUDIT-CONTROL
               CLOSE AUDIT-CONTROL
               OPEN I-O AUDIT-CONTROL
           END-IF.
           IF NOT WS-AUDITCTL-STATUS-OK
               DISPLAY 'AUDITARC - AUDITCTL OPEN FAILED - STATUS '
                   WS-AUDITCTL-STATUS ' - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-MASTER
               CLOSE ARCHIVE-FILE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ***************************************************************
002430* 3000-ARCHIVE-LOOP.
002440*    POSITIONS AT THE FRONT OF THE MASTER AND WALKS FORWARD
002450*    UNTIL THE CYCLE DATE REACHES THE CUTOFF - THE KEY
002880* 3200-ARCHIVE-ONE.
002890*    WRITES ONE RECORD TO THE ARCHIVE AND, ONLY ON A CLEAN
002900*    WRITE, DELETES IT FROM THE MASTER - A RECORD MUST NEVER
002910*    EXIST NOWHERE.  THE PURGE-CONTROL ENTRY IS UPDATED FOR THE
002912*    RECORD BEFORE IT IS DELETED, AND PUT BACK IF THE DELETE
002914*    FAILS, SO A PURGE THAT STOPS PART WAY STILL ACCOUNTS FOR
002916*    EVERY RECORD ALREADY GONE.
002920***************************************************************
002930 3200-ARCHIVE-ONE.
002940     MOVE AM-CYCLE-DATE  TO AR-CYCLE-DATE.
002990     MOVE AM-TIMESTAMP   TO AR-TIMESTAMP.
003000     MOVE AM-RETURN-CODE TO AR-RETURN-CODE.
003010     MOVE AM-DETAIL      TO AR-DETAIL.
003015     MOVE AUDIT-MASTER-RECORD TO CV-RECORD-IMAGE.
003020     WRITE ARCHIVE-RECORD.
003030     IF NOT WS-AUDITARC-STATUS-OK
003040         DISPLAY 'AUDITARC - ARCHIVE WRITE FAILED - STATUS '
003080         GO TO 3200-EXIT
003090     END-IF.
003100     ADD 1 TO WS-RECORDS-ARCHIVED.
003102     PERFORM 3250-ACCUMULATE-PURGE THRU 3250-EXIT.
003104     IF WS-MASTER-EOF
003106         GO TO 3200-EXIT
003108     END-IF.
003110     DELETE AUDIT-MASTER
003120         INVALID KEY
003130             DISPLAY 'AUDITARC - DELETE FAILED FOR CYCLE '
003160     END-DELETE.
003170     IF WS-AUDITMST-STATUS-OK
003180         ADD 1 TO WS-RECORDS-DELETED
003182     ELSE
003184         PERFORM 3270-BACK-OUT-PURGE THRU 3270-EXIT
003190     END-IF.
003200     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003210 3200-EXIT.
003220     EXIT.
003230*
003240***************************************************************
      * 3250-ACCUMULATE-PURGE.
      *    FOLDS THE RECORD ABOUT TO BE PURGED INTO THE PURGE-CONTROL
      *    ENTRY FOR ITS CYCLE DATE AND ENVIRONMENT AND WRITES THE
      *    ENTRY BACK AT ONCE, AS AUDITWRT DOES FOR EACH STAMP.  THE
      *    MASTER IS READ IN KEY ORDER, SO ALL RECORDS FOR ONE DATE
      *    AND ENVIRONMENT ARRIVE TOGETHER AND THE ENTRY IS HELD IN
      *    THE RECORD AREA UNTIL THE DATE OR ENVIRONMENT CHANGES.
      *    ANY FAILURE STOPS THE PURGE BEFORE THE RECORD IS DELETED.
      ***************************************************************
       3250-ACCUMULATE-PURGE.
           IF WS-GROUP-OPEN
               IF CV-RECORD-IMAGE (1:8) NOT = AC-CYCLE-DATE
                   OR CV-RECORD-IMAGE (9:4) NOT = AC-ENVIRONMENT
                   MOVE 'N' TO WS-GROUP-OPEN-SW
               END-IF
           END-IF.
           IF NOT WS-GROUP-OPEN
               PERFORM 3260-OPEN-PURGE-GROUP THRU 3260-EXIT
           END-IF.
           IF NOT WS-GROUP-OPEN
               SET WS-MASTER-EOF TO TRUE
               GO TO 3250-EXIT
           END-IF.
           MOVE AC-RECORD-COUNT TO WS-PRIOR-COUNT.
           MOVE AC-CHECK-VALUE  TO WS-PRIOR-CHECK.
           MOVE AC-CHECK-VALUE TO CV-CHECK-VALUE.
           CALL 'AUDITCKV' USING CHECK-VALUE-PARM.
           MOVE CV-CHECK-VALUE TO AC-CHECK-VALUE.
           ADD 1 TO AC-RECORD-COUNT.
           PERFORM 3300-WRITE-PURGE-CONTROL THRU 3300-EXIT.
       3250-EXIT.
           EXIT.
      *
      ***************************************************************
      * 3260-OPEN-PURGE-GROUP.
      *    READS THE PURGE-CONTROL ENTRY FOR THE RECORD'S CYCLE DATE
      *    AND ENVIRONMENT, OR STARTS A NEW ONE.  AN EXISTING ENTRY
      *    (A DATE PURGED ACROSS TWO RUNS) IS ADDED TO, NOT
      *    REPLACED.  A READ FAILURE STOPS THE PURGE.
      ***************************************************************
       3260-OPEN-PURGE-GROUP.
           MOVE 'N' TO WS-NEW-CONTROL-SW.
           MOVE CV-RECORD-IMAGE (1:8) TO AC-CYCLE-DATE.
           MOVE CV-RECORD-IMAGE (9:4) TO AC-ENVIRONMENT.
           MOVE 'P'                   TO AC-ENTRY-TYPE.
           READ AUDIT-CONTROL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-AUDITCTL-NO-RECORD
               SET WS-NEW-CONTROL TO TRUE
               MOVE SPACES                TO AUDIT-CONTROL-RECORD
               MOVE CV-RECORD-IMAGE (1:8) TO AC-CYCLE-DATE
               MOVE CV-RECORD-IMAGE (9:4) TO AC-ENVIRONMENT
               MOVE 'P'                   TO AC-ENTRY-TYPE
               MOVE ZERO TO AC-RECORD-COUNT AC-CHECK-VALUE
                   AC-PURGE-RUNS
           ELSE
               IF NOT WS-AUDITCTL-STATUS-OK
                   DISPLAY 'AUDITARC - AUDITCTL READ FAILED - STATUS '
                       WS-AUDITCTL-STATUS ' - PURGE STOPPED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3260-EXIT
               END-IF
           END-IF.
           ADD 1 TO AC-PURGE-RUNS.
           MOVE WS-CUTOFF-DATE-X   TO AC-PURGE-CUTOFF.
           MOVE WS-JOB-NAME        TO AC-LAST-JOB.
           MOVE WS-TIMESTAMP-PLAIN TO AC-LAST-TIMESTAMP.
           ADD 1 TO WS-PURGE-ENTRIES.
           SET WS-GROUP-OPEN TO TRUE.
       3260-EXIT.
           EXIT.
      *
      ***************************************************************
      * 3270-BACK-OUT-PURGE.
      *    THE DELETE FAILED, SO THE RECORD IS STILL ON THE MASTER -
      *    ITS PURGE-CONTROL ENTRY GOES BACK TO WHAT IT WAS.
      ***************************************************************
       3270-BACK-OUT-PURGE.
           MOVE WS-PRIOR-COUNT TO AC-RECORD-COUNT.
           MOVE WS-PRIOR-CHECK TO AC-CHECK-VALUE.
           PERFORM 3300-WRITE-PURGE-CONTROL THRU 3300-EXIT.
       3270-EXIT.
           EXIT.
      *
      ***************************************************************
      * 3300-WRITE-PURGE-CONTROL.
      *    WRITES (THE FIRST TIME) OR REWRITES THE PURGE-CONTROL
      *    ENTRY HELD IN THE RECORD AREA.  A FAILURE STOPS THE PURGE.
      ***************************************************************
       3300-WRITE-PURGE-CONTROL.
           IF WS-NEW-CONTROL
               WRITE AUDIT-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE AUDIT-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT WS-AUDITCTL-STATUS-OK
               DISPLAY 'AUDITARC - PURGE-CONTROL WRITE FAILED - STATUS '
                   WS-AUDITCTL-STATUS ' FOR ' AC-CYCLE-DATE ' '
                   AC-ENVIRONMENT ' - PURGE STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-GROUP-OPEN-SW
               SET WS-MASTER-EOF TO TRUE
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WS-NEW-CONTROL-SW.
       3300-EXIT.
           EXIT.
      *
      ***************************************************************
003250* 4000-CLOSE-FILES.
003260***************************************************************
003270 4000-CLOSE-FILES.
003280     CLOSE AUDIT-MASTER.
003290     CLOSE ARCHIVE-FILE.
003295     CLOSE AUDIT-CONTROL.
003300 4000-EXIT.
003310     EXIT.
003320*
003750     STRING 'RECORDS PURGED        : ' WS-COUNT-EDIT
003760         DELIMITED BY SIZE INTO WS-RPT-LINE.
003770     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
003771     MOVE WS-PURGE-ENTRIES TO WS-COUNT-EDIT.
003772     MOVE SPACES TO WS-RPT-LINE.
003773     STRING 'PURGE-CONTROL ENTRIES : ' WS-COUNT-EDIT
003774         DELIMITED BY SIZE INTO WS-RPT-LINE.
003775     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
003780     IF WS-RECORDS-ARCHIVED NOT = WS-RECORDS-DELETED
003790         MOVE SPACES TO WS-RPT-LINE
003800         STRING 'WARNING - ARCHIVED AND PURGED COUNTS '
