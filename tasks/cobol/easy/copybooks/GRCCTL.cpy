000010***********************************************************
000020*  GRCCTL.CPY
000030*
000040*  GRC EXTRACT CONTROL RECORD - ONE LINE PER ENVIRONMENT ON
000050*  THE SMALL GRCCTL FILE AUDITGRC KEEPS ITS HIGH-WATER MARKS
000060*  IN.  A WINDOW IS A TIMESTAMP RANGE FROM (INCLUSIVE) THRU
000070*  (EXCLUSIVE) OVER AM-TIMESTAMP, THE START TIME OF THE STEP
000080*  THAT WROTE THE RECORD (NOT THE TIME AUDITWRT ADDED IT).
000090*
000100*  AN EXTRACT LEAVES ITS WINDOW PENDING ('P').  ONLY THE
000110*  CONFIRM STEP, RUN AFTER THE TRANSMISSION CAME BACK CLEAN,
000120*  MOVES THE PENDING WINDOW TO CONFIRMED ('C') AND SO
000130*  ADVANCES THE HIGH-WATER MARK.  WHILE A WINDOW IS PENDING
000140*  EVERY EXTRACT RESENDS EXACTLY THAT WINDOW, SO A RERUN OR A
000150*  FAILED TRANSMISSION NEITHER SKIPS NOR DUPLICATES RECORDS.
000160*  GC-CONF-FROM/THRU KEEP THE LAST CONFIRMED WINDOW FOR A
000170*  RESEND ON REQUEST.  A NEVER-EXTRACTED ENVIRONMENT STARTS
000180*  FROM 0000-00-00 00:00:00, I.E. ALL HISTORY.
000190*
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/2026 FCM   ORIGINAL VERSION.
000220***********************************************************
000230 01  GRC-CONTROL-RECORD.
000240     05 GC-ENVIRONMENT PIC X(04).
000250     05 FILLER         PIC X(01).
000260     05 GC-STATUS      PIC X(01).
000270         88 GC-CONFIRMED VALUE 'C'.
000280         88 GC-PENDING   VALUE 'P'.
000290     05 FILLER         PIC X(01).
000300     05 GC-CONF-FROM   PIC X(19).
000310     05 FILLER         PIC X(01).
000320     05 GC-CONF-THRU   PIC X(19).
000330     05 FILLER         PIC X(01).
000340     05 GC-PEND-FROM   PIC X(19).
000350     05 FILLER         PIC X(01).
000360     05 GC-PEND-THRU   PIC X(19).
000370     05 FILLER         PIC X(01).
000380     05 GC-PEND-COUNT  PIC 9(07).
000390     05 FILLER         PIC X(01).
000400     05 GC-PEND-SENDS  PIC 9(03).
000410     05 FILLER         PIC X(01).
000420     05 GC-LAST-RUN    PIC X(19).
