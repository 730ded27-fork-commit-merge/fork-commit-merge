000010************************************************************
000020*  FRZOVR.CPY
000030*
000040*  EMERGENCY-OVERRIDE LOG RECORD FOR THE LINE-SEQUENTIAL
000050*  FRZLOG FILE.  FRZCHK APPENDS ONE LINE EACH TIME A JOB
000060*  GOES AHEAD INSIDE A CHANGE FREEZE ON THE STRENGTH OF AN
000070*  EMERGENCY-CHANGE TICKET: WHEN, WHERE, WHICH JOB AND
000080*  ACTION, WHO, UNDER WHICH TICKET, AND WHICH FREEZE WAS
000090*  OVERRIDDEN (ITS ENVIRONMENT, DATES, LEVEL, AND TICKET).
000100*  FRZRPT LISTS THE FILE FOR THE CHANGE BOARD.
000110*  FO-ACTION IS APPLY OR BACKOUT (LANGMNT), CALGEN, OR
000120*  RERUN, FORCE, OR RERUN+FC FOR BOTH AT ONCE (HELLOCBL).
000130*
000140*  DATE       INIT  DESCRIPTION
000150*  10/15/2026 FCM   ORIGINAL VERSION.
000160************************************************************
000170 01  FREEZE-OVERRIDE-RECORD.
000180     05 FO-TIMESTAMP      PIC X(19).
000190     05 FILLER            PIC X(01).
000200     05 FO-ENVIRONMENT    PIC X(04).
000210     05 FILLER            PIC X(01).
000220     05 FO-JOB-NAME       PIC X(08).
000230     05 FILLER            PIC X(01).
000240     05 FO-ACTION         PIC X(08).
000250     05 FILLER            PIC X(01).
000260     05 FO-USER-ID        PIC X(08).
000270     05 FILLER            PIC X(01).
000280     05 FO-EMERG-TICKET   PIC X(08).
000290     05 FILLER            PIC X(01).
000300     05 FO-FRZ-ENVIRONMENT PIC X(04).
000310     05 FILLER            PIC X(01).
000320     05 FO-FRZ-FROM-DATE  PIC X(08).
000330     05 FILLER            PIC X(01).
000340     05 FO-FRZ-THRU-DATE  PIC X(08).
000350     05 FILLER            PIC X(01).
000360     05 FO-FRZ-LEVEL      PIC X(01).
000370     05 FILLER            PIC X(01).
000380     05 FO-FRZ-TICKET     PIC X(08).
