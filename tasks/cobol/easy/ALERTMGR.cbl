000210*                   ACKNOWLEDGED RECORDS OLDER THAN THE
000220*                   RETENTION - RETIRING THE NIGHT SHIFT'S
000230*                   PAPER LIST OF PAGES ALREADY KNOWN.
000231*  10/15/2026 FCM   EVERY ACK IS NOW CHECKED AGAINST THE
000232*                   OPERATOR AUTHORIZATION FILE THROUGH AUTHCHK.
000233*                   AN ACK FROM A USER NOT AUTHORIZED FOR THE
000234*                   ALERT'S ENVIRONMENT, OR AN ACK OF A CRIT
000235*                   ALERT FROM A USER WITHOUT THE CRIT-ACK
000236*                   PRIVILEGE, IS REJECTED AND THE ALERT STAYS
000237*                   OPEN.
      *  10/15/2026 FCM   A PASS THAT ACKS, ESCALATES, OR PURGES NOW
      *                   STAMPS THE AUDIT MASTER (DETAIL REWRITE)
      *                   BEFORE REWRITING ALERTFIL, SO CYCLBKUP CAN
      *                   TELL THE FILE CHANGED SINCE A BACKUP.  A
      *                   PASS THAT CHANGES NOTHING LEAVES THE FILE
      *                   ALONE.
000240***************************************************************
000250*
000260* INPUTS:
000350* OPEN-ALERTS REPORT GOES TO ALERTRPT.  OPEN CRIT ALERTS
000360* LEFT ON FILE END THE STEP RC 4 SO THE SHIFT CANNOT MISS
000370* THEM.
000375* A REJECTED (UNAUTHORIZED) ACK ALSO ENDS THE STEP RC 4.
      * ALERTFIL IS REWRITTEN ONLY WHEN THE PASS CHANGED IT, AND
      * EACH REWRITE IS FIRST STAMPED ON THE AUDIT MASTER (JOB
      * ALERTMGR, ENVIRONMENT ALL - THE FILE IS SHARED - DETAIL
      * REWRITE).  IF THE STAMP FAILS THE FILE IS LEFT UNTOUCHED
      * AND THE STEP ENDS RC 16.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001800 01 WS-ACKS-READ      PIC 9(05) COMP VALUE 0.
001810 01 WS-ACKS-APPLIED   PIC 9(05) COMP VALUE 0.
001820 01 WS-ACKS-UNMATCHED PIC 9(05) COMP VALUE 0.
001825 01 WS-ACKS-REJECTED  PIC 9(05) COMP VALUE 0.
001830 01 WS-ESCALATED      PIC 9(05) COMP VALUE 0.
001840 01 WS-PURGED         PIC 9(05) COMP VALUE 0.
001850 01 WS-OPEN-REMAINING PIC 9(05) COMP VALUE 0.
002420     05 WS-DTL-NOTE      PIC X(20).
002430     05 FILLER           PIC X(55) VALUE SPACES.
002440*
002441***************************************************************
002442*  PARAMETER BLOCKS FOR THE AUTHCHK AND AUDITWRT SUBPROGRAMS
002443***************************************************************
002444 COPY AUPARM.
       COPY AWPARM.
002445*
002450 PROCEDURE DIVISION.
002460*
002470***************************************************************
002690     IF WS-OPEN-CRIT > ZERO AND RETURN-CODE = ZERO
002700         MOVE 4 TO RETURN-CODE
002710     END-IF.
002712     IF WS-ACKS-REJECTED > ZERO AND RETURN-CODE = ZERO
002714         MOVE 4 TO RETURN-CODE
002716     END-IF.
002720     STOP RUN.
002730*
002740***************************************************************
005700         GO TO 3200-NEXT
005710     END-IF.
005720     ADD 1 TO WS-ACKS-READ.
005722     MOVE SPACES TO AUTH-CHECK-PARM.
005724     MOVE AK-USER TO AU-USER-ID.
005726     MOVE AK-ENVIRONMENT TO AU-ENVIRONMENT.
005728     CALL 'AUTHCHK' USING AUTH-CHECK-PARM.
005730     MOVE 'N' TO WS-FOUND-SW.
005740     PERFORM 3250-MATCH-ONE-ALERT THRU 3250-EXIT
005750         VARYING WS-MATCH-IDX FROM 1 BY 1
005920         AND WS-AL-ENV (WS-MATCH-IDX) = AK-ENVIRONMENT
005930         AND WS-AL-TIMESTAMP (WS-MATCH-IDX) = AK-TIMESTAMP
005940         AND WS-AL-STATUS (WS-MATCH-IDX) NOT = 'ACK'
006010         SET WS-FOUND TO TRUE
006015         PERFORM 3260-APPLY-MATCHED-ACK THRU 3260-EXIT
006020     END-IF.
006030 3250-EXIT.
006040     EXIT.
006050*
006060***************************************************************
      * 3260-APPLY-MATCHED-ACK.
      *    THE ACK MATCHED AN OPEN ALERT - IT IS APPLIED ONLY WHEN
      *    THE ACKNOWLEDGING USER IS AUTHORIZED FOR THE ALERT'S
      *    ENVIRONMENT, AND FOR A CRIT ALERT ONLY WHEN THE USER ALSO
      *    HOLDS THE CRIT-ACK PRIVILEGE.  A REJECTED ACK LEAVES THE
      *    ALERT OPEN SO IT KEEPS ESCALATING, AND IS COUNTED AND
      *    REPORTED SO THE SHIFT SEES WHY IT DID NOT TAKE.
      ***************************************************************
       3260-APPLY-MATCHED-ACK.
           IF NOT AU-AUTHORIZED
               ADD 1 TO WS-ACKS-REJECTED
               DISPLAY 'ALERTMGR - ACK REJECTED - ' AK-JOB-NAME
                   ' ' AK-ENVIRONMENT ' ' AK-TIMESTAMP
                   ' USER ' AK-USER ' - ' AU-REASON
               GO TO 3260-EXIT
           END-IF.
           IF WS-AL-SEVERITY (WS-MATCH-IDX) = 'CRIT'
               AND NOT AU-CRIT-ACK-OK
               ADD 1 TO WS-ACKS-REJECTED
               DISPLAY 'ALERTMGR - ACK REJECTED - ' AK-JOB-NAME
                   ' ' AK-ENVIRONMENT ' ' AK-TIMESTAMP
                   ' USER ' AK-USER ' - NOT AUTHORIZED TO ACK CRIT'
               GO TO 3260-EXIT
           END-IF.
           MOVE 'ACK'              TO WS-AL-STATUS (WS-MATCH-IDX).
           MOVE AK-USER            TO WS-AL-ACK-USER (WS-MATCH-IDX).
           MOVE WS-TIMESTAMP-PLAIN TO WS-AL-ACK-TIME (WS-MATCH-IDX).
           ADD 1 TO WS-ACKS-APPLIED.
       3260-EXIT.
           EXIT.
      *
      ***************************************************************
006070* 4000-ESCALATE-ALERTS.
006080*    A WARN SITTING UNACKNOWLEDGED PAST THE ESCALATION AGE
006090*    BECOMES A CRIT - THE BRIDGE PAGES THE NEXT TIER ON THE
007160     STRING 'ACKS UNMATCHED        : ' WS-COUNT-EDIT
007170         DELIMITED BY SIZE INTO WS-RPT-LINE.
007180     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
007181     MOVE WS-ACKS-REJECTED TO WS-COUNT-EDIT.
007182     MOVE SPACES TO WS-RPT-LINE.
007183     STRING 'ACKS REJECTED (AUTH)  : ' WS-COUNT-EDIT
007184         DELIMITED BY SIZE INTO WS-RPT-LINE.
007185     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
007190     MOVE WS-ESCALATED TO WS-COUNT-EDIT.
007200     MOVE SPACES TO WS-RPT-LINE.
007210     STRING 'ESCALATED TO CRIT     : ' WS-COUNT-EDIT
007872*    AND WHEN THE TABLE OVERFLOWED, SINCE A REWRITE FROM A
007874*    PARTIAL TABLE WOULD DELETE THE ALERTS THAT DID NOT
007876*    FIT.  THE TURNOVER REPORT STILL GOES OUT EITHER WAY.
      *    A PASS THAT APPLIED NO ACK, ESCALATED NOTHING, AND
      *    PURGED NOTHING LEAVES THE FILE AS IT IS.  OTHERWISE THE
      *    REWRITE IS STAMPED ON THE AUDIT MASTER FIRST (6050), AND
      *    NOT DONE AT ALL IF THE STAMP FAILS.
007880***************************************************************
007890 6000-REWRITE-ALERTS.
007900     IF WS-NO-ALERTFIL
007926             'LEFT UNTOUCHED THIS PASS'
007928         GO TO 6000-EXIT
007929     END-IF.
           IF WS-ACKS-APPLIED = ZERO AND WS-ESCALATED = ZERO
               AND WS-PURGED = ZERO
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6050-STAMP-REWRITE THRU 6050-EXIT.
           IF NOT AW-STATUS-OK
               GO TO 6000-EXIT
           END-IF.
007930     OPEN OUTPUT ALERT-FILE.
007940     IF NOT WS-ALERTFIL-STATUS-OK
007950         DISPLAY 'ALERTMGR - ALERTFIL REWRITE OPEN FAILED - '
008050     EXIT.
008060*
008070***************************************************************
      * 6050-STAMP-REWRITE.
      *    AN ESCALATION CHANGES ONLY THE SEVERITY AND A PURGE DROPS
      *    THE RECORD, SO NEITHER LEAVES A NEWER TIMESTAMP ON ALERTFIL
      *    - THIS STAMP IS WHAT TELLS CYCLBKUP THE FILE HAS CHANGED
      *    SINCE A BACKUP.  THE DETAIL IS NOT START, SO TRIGRECN DOES
      *    NOT TAKE IT AS TRIGGER EVIDENCE.
      ***************************************************************
       6050-STAMP-REWRITE.
           MOVE SPACES             TO AUDIT-WRITE-PARM.
           MOVE WS-JOB-NAME        TO AW-JOB-NAME.
           MOVE WS-RUN-DATE        TO AW-CYCLE-DATE.
           MOVE 'ALL '             TO AW-ENVIRONMENT.
           MOVE ZEROES             TO AW-RUN-SEQ.
           MOVE WS-TIMESTAMP-PLAIN TO AW-TIMESTAMP.
           MOVE ZEROES             TO AW-RETURN-CODE.
           MOVE 'REWRITE'          TO AW-DETAIL.
           CALL 'AUDITWRT' USING AUDIT-WRITE-PARM.
           IF NOT AW-STATUS-OK
               DISPLAY 'ALERTMGR - AUDITMST STAMP FAILED - STATUS '
                   AW-STATUS ' - ALERTFIL LEFT UNTOUCHED THIS PASS'
               MOVE 16 TO RETURN-CODE
           END-IF.
       6050-EXIT.
           EXIT.
      *
      ***************************************************************
008080* 6100-WRITE-ONE-ALERT.
008090***************************************************************
008100 6100-WRITE-ONE-ALERT.
