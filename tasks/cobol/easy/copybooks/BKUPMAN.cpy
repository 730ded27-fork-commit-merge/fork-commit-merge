000010************************************************************
000020*  BKUPMAN.CPY
000030*
000040*  BACKUP MANIFEST RECORD FOR THE KEYED BKUPMFST FILE - ONE
000050*  RECORD PER FILE PER BACKUP SET, KEYED BY THE SET'S CYCLE
000060*  DATE AND THE FILE NAME, WRITTEN BY CYCLBKUP ONCE THE
000070*  FILE'S RECORDS ARE ALL ON BKUPSET.  BM-RECORD-COUNT AND
000080*  BM-CONTROL-TOTAL (THE AUDITCKV CHECK VALUE OVER EVERY
000090*  RECORD IMAGE) ARE WHAT A RESTORE IS VERIFIED AGAINST.
000100*  BM-BACKUP-TS IS WHEN THE FILE WAS COPIED; A RESTORE TREATS
000110*  THE FILE AS NEWER THAN THE BACKUP WHEN IT NOW HOLDS A
000120*  RECORD TIMESTAMPED AFTER IT.  BM-NEWEST-TS IS THE LATEST
000130*  RECORD TIMESTAMP (OR CYCLE DATE) THE FILE HELD WHEN IT WAS
000140*  BACKED UP, SPACES FOR A FILE THAT CARRIES NO DATES.
000150*
000160*  BM-FILE-STATE: 'P' = FILE PRESENT AND BACKED UP,
000170*  'A' = FILE DID NOT EXIST WHEN THE SET WAS TAKEN.
000180*
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026 FCM   ORIGINAL VERSION.
000210************************************************************
000220 01  BACKUP-MANIFEST-RECORD.
000230     05 BM-KEY.
000240         10 BM-CYCLE-DATE  PIC X(08).
000250         10 BM-FILE-NAME   PIC X(08).
000260     05 BM-ENVIRONMENT     PIC X(04).
000270     05 BM-FILE-STATE      PIC X(01).
000280         88 BM-FILE-PRESENT VALUE 'P'.
000290         88 BM-FILE-ABSENT  VALUE 'A'.
000300     05 BM-RECORD-COUNT    PIC 9(07).
000310     05 BM-CONTROL-TOTAL   PIC 9(09).
000320     05 BM-NEWEST-TS       PIC X(19).
000330     05 BM-BACKUP-TS       PIC X(19).
