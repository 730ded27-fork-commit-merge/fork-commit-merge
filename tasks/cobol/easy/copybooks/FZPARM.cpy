000010************************************************************
000020*  FZPARM.CPY
000030*
000040*  PARAMETER BLOCK FOR THE FRZCHK CHANGE-FREEZE SUBPROGRAM.
000050*  FP-FUNCTION 'Q' ASKS WHETHER AN ENVIRONMENT IS FROZEN ON
000060*  A DATE: FRZCHK READS THE FREEZCAL FILE AND RETURNS
000070*  FP-RESULT 'Y' WITH THE COVERING FREEZE (THE HIGHEST LEVEL
000080*  WHERE FREEZES OVERLAP) AND THE ENVIRONMENT CODE ON THAT
000090*  FREEZE LINE, OR 'N'.  A BLANK FP-ENVIRONMENT MATCHES A
000100*  FREEZE IN ANY ENVIRONMENT.  NO FREEZCAL FILE AT
000110*  ALL IS NO FREEZE ('N', FP-STATUS '35'); A FILE THAT
000120*  CANNOT BE READ IS TREATED AS FROZEN SO THAT CHANGE STOPS
000130*  UNTIL SOMEONE LOOKS.
000140*  FP-FUNCTION 'L' APPENDS ONE EMERGENCY-OVERRIDE ENTRY TO
000150*  THE FRZLOG FILE FROM THE JOB, USER, TICKET, AND ACTION
000160*  FIELDS TOGETHER WITH THE FREEZE FIELDS RETURNED BY THE
000170*  EARLIER 'Q' CALL.  FP-STATUS RETURNS THE FRZLOG STATUS.
000180*
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026 FCM   ORIGINAL VERSION.
000210************************************************************
000220 01  FREEZE-CHECK-PARM.
000230     05 FP-FUNCTION       PIC X(01).
000240         88 FP-QUERY          VALUE 'Q'.
000250         88 FP-LOG-OVERRIDE   VALUE 'L'.
000260     05 FP-ENVIRONMENT    PIC X(04).
000270     05 FP-DATE           PIC 9(08).
000280     05 FP-RESULT         PIC X(01).
000290         88 FP-FROZEN         VALUE 'Y'.
000300     05 FP-FRZ-ENVIRONMENT PIC X(04).
000310     05 FP-LEVEL          PIC X(01).
000320     05 FP-FROM-DATE      PIC X(08).
000330     05 FP-THRU-DATE      PIC X(08).
000340     05 FP-CHANGE-TICKET  PIC X(08).
000350     05 FP-REASON         PIC X(40).
000360     05 FP-JOB-NAME       PIC X(08).
000370     05 FP-USER-ID        PIC X(08).
000380     05 FP-EMERG-TICKET   PIC X(08).
000390     05 FP-ACTION         PIC X(08).
000400     05 FP-TIMESTAMP      PIC X(19).
000410     05 FP-STATUS         PIC X(02).
000420         88 FP-STATUS-OK      VALUE '00'.
