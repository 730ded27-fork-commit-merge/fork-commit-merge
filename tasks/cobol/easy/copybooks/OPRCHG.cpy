000010************************************************************
000020*  OPRCHG.CPY
000030*
000040*  AUTHORITY CHANGE LOG RECORD FOR THE LINE-SEQUENTIAL
000050*  OPERLOG FILE.  OPERMNT APPENDS ONE LINE FOR EACH APPLIED
000060*  TRANSACTION (OG-CHANGE 'ENTRY') AND ONE FOR EACH
000070*  ENVIRONMENT OR PRIVILEGE THE USER GAINED OR LOST BY IT
000080*  (OG-CHANGE 'GRANTED' OR 'REMOVED', OG-ITEM THE ENVIRONMENT
000090*  CODE OR RERUN, FORCE, RESTART, LANGMNT, CRIT-ACK).  EACH
000100*  LINE CARRIES THE RUN SEQUENCE (OG-AUDIT-SEQ) OF THE ONE
000110*  OPERMNT STAMP THE TRANSACTION GOT ON THE AUDIT MASTER,
000120*  AND THE SAME TIMESTAMP AND ENVIRONMENT.
000130*  OG-ENV-LIST AND OG-PRIVS ARE THE USER'S AUTHORITY AFTER THE
000140*  TRANSACTION (BLANK AND NNNNN AFTER A REVOKE).
000150*
000160*  DATE       INIT  DESCRIPTION
000170*  10/15/2026 FCM   ORIGINAL VERSION.
000180************************************************************
000190 01  OPER-CHANGE-RECORD.
000200     05 OG-TIMESTAMP      PIC X(19).
000210     05 FILLER            PIC X(01).
000220     05 OG-ENVIRONMENT    PIC X(04).
000230     05 FILLER            PIC X(01).
000240     05 OG-AUDIT-SEQ      PIC 9(02).
000250     05 FILLER            PIC X(01).
000260     05 OG-ADMIN-USER     PIC X(08).
000270     05 FILLER            PIC X(01).
000280     05 OG-USER-ID        PIC X(08).
000290     05 FILLER            PIC X(01).
000300     05 OG-ACTION         PIC X(09).
000310     05 FILLER            PIC X(01).
000320     05 OG-CHANGE         PIC X(07).
000330     05 FILLER            PIC X(01).
000340     05 OG-ITEM           PIC X(08).
000350     05 FILLER            PIC X(01).
000360     05 OG-ENV-LIST.
000370         10 OG-ENV-SLOT OCCURS 3 TIMES.
000380             15 OG-ENV-CODE PIC X(04).
000390             15 FILLER      PIC X(01).
000400     05 OG-PRIVS          PIC X(05).
