000230*                   REFUSING TO START ON A PERFECTLY GOOD
000240*                   THURSDAY BECAUSE NOBODY TYPED THE NEXT
000250*                   QUARTER IN.
000251*  10/15/2026 FCM   CHANGE FREEZE.  BATCHCAL IS NOT REWRITTEN
000252*                   WHILE THE ENVIRONMENT (PARM) IS UNDER A
000253*                   CHANGE FREEZE ON FREEZCAL UNLESS THE PARM
000254*                   CARRIES AN EMERGENCY-CHANGE TICKET AND THE
000255*                   USER TAKING IT.  THE TICKET IS STAMPED ON THE
000256*                   AUDIT MASTER AND LOGGED TO FRZLOG BEFORE THE
000257*                   REWRITE.
000260***************************************************************
000270*
000280* INPUTS:
000360* AND ENDS THE STEP RC 8.  THE COUNTS AND ANY EXCEPTIONS GO
000370* TO THE CALRPT PRINT REPORT.
000380*
000381* PARM: ENV(4) USER(8) ETICKET(8), ALL OPTIONAL.  WITH NO
000382* ENVIRONMENT THE CALENDAR IS TAKEN AS THE ONE EVERY
000383* ENVIRONMENT SHARES, SO A FREEZE IN ANY ENVIRONMENT STOPS THE
000384* REWRITE.  ETICKET IS THE EMERGENCY-CHANGE TICKET THAT LETS
000385* THE REWRITE GO AHEAD DURING A FREEZE; IT IS REFUSED (RC 8,
000386* NOTHING READ OR WRITTEN) WITHOUT THE USER TAKING IT.
000387*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000850***************************************************************
000860 01 WS-JOB-NAME PIC X(08) VALUE 'CALGEN'.
000870 01 WS-RUN-DATE PIC 9(08).
000871 01 WS-RUN-TIME PIC 9(08).
000872 01 WS-TIMESTAMP-PLAIN PIC X(19) VALUE SPACES.
000873 01 WS-ENVIRONMENT-CODE PIC X(04) VALUE 'ALL '.
000874 01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
000875 01 WS-EMERG-TICKET PIC X(08) VALUE SPACES.
000876 01 WS-PARM-PART PIC 9(04) COMP VALUE 0.
000880*
000890***************************************************************
000900*  GENERATION SETTINGS.  ONE QUARTER OF CALENDAR DAYS IS
001570     88 WS-HOL-FOUND VALUE 'Y'.
001580 01 WS-TABLE-FULL-SW PIC X(01) VALUE 'N'.
001590     88 WS-TABLE-FULL VALUE 'Y'.
001592 01 WS-FREEZE-SW PIC X(01) VALUE 'N'.
001594     88 WS-FREEZE-REFUSED VALUE 'R'.
001596     88 WS-FREEZE-OVERRIDE VALUE 'O'.
001600*
001610***************************************************************
001620*  FILE STATUS FIELDS
001760 01 WS-RPT-LINE PIC X(132) VALUE SPACES.
001770 01 WS-DATE-EDIT PIC 9(08).
001780*
001790***************************************************************
      *  PARAMETER BLOCKS FOR THE FRZCHK AND AUDITWRT SUBPROGRAMS
      ***************************************************************
       COPY FZPARM.
       COPY AWPARM.
      *
       LINKAGE SECTION.
       01 WS-PARM-PASSED.
           05 WS-PARM-LEN     PIC S9(04) COMP.
           05 WS-PARM-ENV     PIC X(04).
           05 WS-PARM-USER    PIC X(08).
           05 WS-PARM-ETICKET PIC X(08).
      *
       PROCEDURE DIVISION USING WS-PARM-PASSED.
001800*
001810***************************************************************
001820* 0000-MAINLINE.
001830***************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001851     IF WS-EMERG-TICKET NOT = SPACES AND WS-OPERATOR-ID = SPACES
001852         DISPLAY 'CALGEN - EMERGENCY TICKET ' WS-EMERG-TICKET
001853             ' GIVEN WITH NO USER IN THE PARM - NOTHING DONE'
001854         MOVE 8 TO RETURN-CODE
001855         STOP RUN
001856     END-IF.
001857     PERFORM 1200-CHECK-FREEZE THRU 1200-EXIT.
001860     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
001870     PERFORM 2500-LOAD-HOLIDAYS THRU 2500-EXIT.
001880     PERFORM 3000-GENERATE-QUARTER THRU 3000-EXIT.
001890     PERFORM 5000-OPEN-REPORT THRU 5000-EXIT.
001900     PERFORM 4000-VALIDATE-CALENDAR THRU 4000-EXIT.
001910     IF WS-ERROR-COUNT = ZERO AND RETURN-CODE < 8
001920         AND NOT WS-FREEZE-REFUSED
001921         IF WS-FREEZE-OVERRIDE
001922             PERFORM 6500-RECORD-OVERRIDE THRU 6500-EXIT
001923         END-IF
001924         IF RETURN-CODE < 8
001925             PERFORM 6000-REWRITE-CALENDAR THRU 6000-EXIT
001926         END-IF
001930     ELSE
001940         IF WS-FREEZE-REFUSED
001950             PERFORM 1300-REPORT-FREEZE-REFUSAL THRU 1300-EXIT
001960         ELSE
001970             MOVE SPACES TO WS-RPT-LINE
001980             STRING 'CALENDAR NOT REWRITTEN - EXCEPTIONS '
001982                 'ABOVE MUST BE CLEARED FIRST' DELIMITED BY SIZE
001984                 INTO WS-RPT-LINE
001986             PERFORM 5950-PRINT-LINE THRU 5950-EXIT
001988         END-IF
001990         IF RETURN-CODE < 8
002000             MOVE 8 TO RETURN-CODE
002010         END-IF
002130***************************************************************
002140 1000-INITIALIZE.
002150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002152     ACCEPT WS-RUN-TIME FROM TIME.
002154     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180*
002190***************************************************************
      * 1100-READ-PARM.
      *    PICKS UP THE OPTIONAL PARM FIELDS AND BUILDS THE RUN
      *    TIMESTAMP USED ON THE FRZLOG AND AUDIT RECORDS.  A USER OR
      *    TICKET SHORTER THAN ITS FIELD IS TAKEN AS GIVEN, NOT
      *    DROPPED.
      ***************************************************************
       1100-READ-PARM.
           IF WS-PARM-LEN >= 4 AND WS-PARM-ENV NOT = SPACES
               MOVE WS-PARM-ENV TO WS-ENVIRONMENT-CODE
           END-IF.
           IF WS-PARM-LEN > 4
               COMPUTE WS-PARM-PART = WS-PARM-LEN - 4
               IF WS-PARM-PART > 8
                   MOVE 8 TO WS-PARM-PART
               END-IF
               MOVE WS-PARM-USER (1:WS-PARM-PART) TO WS-OPERATOR-ID
           END-IF.
           IF WS-PARM-LEN > 12
               COMPUTE WS-PARM-PART = WS-PARM-LEN - 12
               IF WS-PARM-PART > 8
                   MOVE 8 TO WS-PARM-PART
               END-IF
               MOVE WS-PARM-ETICKET (1:WS-PARM-PART) TO WS-EMERG-TICKET
           END-IF.
           STRING WS-RUN-DATE (1:4) '-' WS-RUN-DATE (5:2) '-'
               WS-RUN-DATE (7:2) ' ' WS-RUN-TIME (1:2) ':'
               WS-RUN-TIME (3:2) ':' WS-RUN-TIME (5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP-PLAIN.
       1100-EXIT.
           EXIT.
      *
      ***************************************************************
      * 1200-CHECK-FREEZE.
      *    A CALENDAR FOR ONE ENVIRONMENT IS STOPPED BY A FREEZE ON
      *    THAT ENVIRONMENT OR ON ALL; THE SHARED CALENDAR (NO
      *    ENVIRONMENT IN THE PARM) BY A FREEZE ANYWHERE.  THE
      *    CALENDAR IS STILL GENERATED AND VALIDATED SO THE REPORT
      *    SHOWS WHAT THE REWRITE WOULD HAVE DONE.
      ***************************************************************
       1200-CHECK-FREEZE.
           MOVE SPACES TO FREEZE-CHECK-PARM.
           MOVE 'Q' TO FP-FUNCTION.
           IF WS-ENVIRONMENT-CODE NOT = 'ALL '
               MOVE WS-ENVIRONMENT-CODE TO FP-ENVIRONMENT
           END-IF.
           MOVE WS-RUN-DATE TO FP-DATE.
           CALL 'FRZCHK' USING FREEZE-CHECK-PARM.
           IF NOT FP-FROZEN
               GO TO 1200-EXIT
           END-IF.
           IF WS-EMERG-TICKET = SPACES
               SET WS-FREEZE-REFUSED TO TRUE
               DISPLAY 'CALGEN - BATCHCAL REWRITE REFUSED - '
                   FP-FRZ-ENVIRONMENT ' UNDER CHANGE FREEZE '
                   FP-FROM-DATE ' THRU ' FP-THRU-DATE
                   ' - NO EMERGENCY TICKET'
           ELSE
               SET WS-FREEZE-OVERRIDE TO TRUE
               DISPLAY 'CALGEN - ' FP-FRZ-ENVIRONMENT ' UNDER CHANGE '
                   'FREEZE - PROCEEDING ON EMERGENCY TICKET '
                   WS-EMERG-TICKET
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ***************************************************************
      * 1300-REPORT-FREEZE-REFUSAL.
      ***************************************************************
       1300-REPORT-FREEZE-REFUSAL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CALENDAR NOT REWRITTEN - ' FP-FRZ-ENVIRONMENT
               ' IS UNDER CHANGE FREEZE ' FP-FROM-DATE ' THRU '
               FP-THRU-DATE ' LEVEL ' FP-LEVEL ' (' FP-CHANGE-TICKET
               ') - NO EMERGENCY TICKET' DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FREEZE REASON  : ' FP-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
           MOVE 8 TO RETURN-CODE.
       1300-EXIT.
           EXIT.
      *
      ***************************************************************
002200* 2000-LOAD-CALENDAR.
002210*    LOADS THE EXISTING CALENDAR AND REMEMBERS ITS LAST
002220*    DATE - GENERATION STARTS THE DAY AFTER.  RECORDS THAT
006410 6100-EXIT.
006420     EXIT.
006430
006440***************************************************************
006450* 6500-RECORD-OVERRIDE.
006460*    AN EMERGENCY REWRITE DURING A FREEZE IS STAMPED ON THE
006470*    AUDIT MASTER (AM-DETAIL CARRIES THE TICKET) AND THEN
006480*    LOGGED TO FRZLOG FOR THE CHANGE BOARD, BEFORE BATCHCAL IS
006490*    TOUCHED.  THE STAMP GOES FIRST SO FRZLOG NEVER SHOWS AN
006500*    OVERRIDE THE AUDIT MASTER DOES NOT.  IF EITHER RECORD
006510*    CANNOT BE WRITTEN THE STEP ENDS RC 16 AND THE CALENDAR IS
006520*    LEFT AS IT WAS.
006530***************************************************************
006540 6500-RECORD-OVERRIDE.
006550     MOVE SPACES              TO AUDIT-WRITE-PARM.
006560     MOVE WS-JOB-NAME         TO AW-JOB-NAME.
006570     MOVE WS-RUN-DATE         TO AW-CYCLE-DATE.
006580     MOVE WS-ENVIRONMENT-CODE TO AW-ENVIRONMENT.
006590     MOVE 1                   TO AW-RUN-SEQ.
006600     MOVE WS-OPERATOR-ID      TO AW-USER-ID.
006610     MOVE WS-TIMESTAMP-PLAIN  TO AW-TIMESTAMP.
006620     MOVE ZEROES              TO AW-RETURN-CODE.
006630     MOVE WS-EMERG-TICKET     TO AW-DETAIL.
006640     CALL 'AUDITWRT' USING AUDIT-WRITE-PARM.
006650     IF NOT AW-STATUS-OK
006660         DISPLAY 'CALGEN - AUDITMST STAMP FAILED - STATUS '
006670             AW-STATUS ' - EMERGENCY OVERRIDE NOT TAKEN'
006680         MOVE 16 TO RETURN-CODE
006690         GO TO 6500-EXIT
006700     END-IF.
006710     MOVE 'L' TO FP-FUNCTION.
006720     MOVE WS-ENVIRONMENT-CODE TO FP-ENVIRONMENT.
006730     MOVE WS-JOB-NAME TO FP-JOB-NAME.
006740     MOVE WS-OPERATOR-ID TO FP-USER-ID.
006750     MOVE WS-EMERG-TICKET TO FP-EMERG-TICKET.
006760     MOVE 'CALGEN' TO FP-ACTION.
006770     MOVE WS-TIMESTAMP-PLAIN TO FP-TIMESTAMP.
006780     CALL 'FRZCHK' USING FREEZE-CHECK-PARM.
006790     IF NOT FP-STATUS-OK
006800         DISPLAY 'CALGEN - FRZLOG WRITE FAILED - STATUS '
006810             FP-STATUS ' - EMERGENCY OVERRIDE NOT TAKEN'
006820         MOVE 16 TO RETURN-CODE
006830         GO TO 6500-EXIT
006840     END-IF.
006850     MOVE SPACES TO WS-RPT-LINE.
006860     STRING 'EMERGENCY CHANGE ' WS-EMERG-TICKET
006870         ' - ' FP-FRZ-ENVIRONMENT ' CHANGE FREEZE '
006880         FP-FROM-DATE ' THRU ' FP-THRU-DATE ' LEVEL ' FP-LEVEL
006890         ' (' FP-CHANGE-TICKET ') OVERRIDDEN BY '
006900         WS-OPERATOR-ID DELIMITED BY SIZE INTO WS-RPT-LINE.
006910     PERFORM 5950-PRINT-LINE THRU 5950-EXIT.
006920 6500-EXIT.
006930     EXIT.
