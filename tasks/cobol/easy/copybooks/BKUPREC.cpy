000010************************************************************
000020*  BKUPREC.CPY
000030*
000040*  BACKUP SET RECORD FOR THE KEYED BKUPSET FILE WRITTEN BY
000050*  CYCLBKUP BEFORE EACH CYCLE.  ONE RECORD PER RECORD OF A
000060*  BACKED-UP CONTROL FILE, KEYED BY THE SET'S CYCLE DATE, THE
000070*  FILE NAME, AND THE RECORD'S POSITION IN THE FILE, SO A
000080*  FILE READS BACK IN ITS ORIGINAL ORDER.  BK-REC-IMAGE HOLDS
000090*  THE RECORD AS READ, PADDED WITH SPACES - LONG ENOUGH FOR
000100*  THE LONGEST FILE IN THE SET AND A WHOLE NUMBER OF AUDITCKV
000110*  61-BYTE SEGMENTS.
000120*
000130*  DATE       INIT  DESCRIPTION
000140*  10/15/2026 FCM   ORIGINAL VERSION.
000150************************************************************
000160 01  BACKUP-SET-RECORD.
000170     05 BK-KEY.
000180         10 BK-CYCLE-DATE PIC X(08).
000190         10 BK-FILE-NAME  PIC X(08).
000200         10 BK-REC-SEQ    PIC 9(06).
000210     05 BK-REC-IMAGE      PIC X(122).
