000010***********************************************************
000020*  AUDITCTL.CPY
000030*
000040*  AUDIT CONTROL-TOTAL RECORD - THE KEYED AUDITCTL FILE THAT
000050*  PROVES THE AUDIT MASTER IS COMPLETE AND UNTOUCHED.  ONE
000060*  STAMP-CONTROL ENTRY ('S') PER CYCLE DATE AND ENVIRONMENT
000070*  IS MAINTAINED BY AUDITWRT ON EVERY STAMP IT WRITES: THE
000080*  RECORD COUNT, AND A CHECK VALUE CHAINED FROM THE PRIOR
000090*  VALUE BY FOLDING IN THE NEW RECORD'S IMAGE THROUGH
000100*  AUDITCKV.  ONE PURGE-CONTROL ENTRY ('P') PER CYCLE DATE
000110*  AND ENVIRONMENT IS WRITTEN BY AUDITARC FOR THE RECORDS IT
000120*  REMOVES, ACCUMULATED THE SAME WAY.  AUDITVFY RECOMPUTES
000130*  BOTH FROM THE MASTER (AND FROM AN AUDITARC UNLOAD) AND
000140*  EXPECTS THE MASTER TO HOLD EXACTLY THE STAMPED RECORDS
000150*  LESS THE PURGED ONES.  NOTHING BUT AUDITWRT AND AUDITARC
000160*  MAY WRITE THIS FILE.
000170*
000180*  AC-PURGE-RUNS AND AC-PURGE-CUTOFF ARE USED ON PURGE-
000190*  CONTROL ENTRIES ONLY (ZERO AND SPACES ON STAMP ENTRIES).
000200*
000210*  DATE       INIT  DESCRIPTION
000220*  10/15/2026 FCM   ORIGINAL VERSION.
000230***********************************************************
000240 01  AUDIT-CONTROL-RECORD.
000250     05 AC-KEY.
000260         10 AC-CYCLE-DATE  PIC X(08).
000270         10 AC-ENVIRONMENT PIC X(04).
000280         10 AC-ENTRY-TYPE  PIC X(01).
000290             88 AC-STAMP-CONTROL VALUE 'S'.
000300             88 AC-PURGE-CONTROL VALUE 'P'.
000310     05 AC-RECORD-COUNT   PIC 9(07).
000320     05 AC-CHECK-VALUE    PIC 9(09).
000330     05 AC-LAST-JOB       PIC X(08).
000340     05 AC-LAST-TIMESTAMP PIC X(19).
000350     05 AC-PURGE-RUNS     PIC 9(03).
000360     05 AC-PURGE-CUTOFF   PIC X(08).
