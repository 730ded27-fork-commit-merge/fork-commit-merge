000010************************************************************
000020*  NOTIFREC.CPY
000030*
000040*  NOTIFICATION RECORD WRITTEN BY ALRTROUT - ONE PER PERSON
000050*  TO BE PAGED.  APPENDED TO THE NOTIFOUT OUTBOX, WHICH THE
000060*  MAIL/SMS GATEWAY CONSUMES, AND TO THE PAGEHIST HISTORY,
000070*  WHICH PAGERPT PRINTS AS THE DAILY WHO-WAS-PAGED LOG.
000080*  NT-TIMESTAMP IS WHEN THE NOTIFICATION WAS RAISED; THE
000090*  ALERT ITSELF IS IDENTIFIED BY NT-ALR-JOB, NT-ENVIRONMENT,
000100*  AND NT-ALR-TIMESTAMP, THE SAME KEY ALERTMGR ACKS BY.
000110*
000120*  NT-TIER: 1 = PRIMARY, 2 = SECONDARY, 3 = MANAGER.
000130*  NT-REASON: 'NEW'      - FIRST PAGE FOR THE ALERT,
000140*             'ESCALATE' - ALERTMGR RAISED ITS SEVERITY,
000150*             'UNACKED'  - STILL UNACKNOWLEDGED PAST THE
000160*                          ESCALATION AGE.
000170*
000180*  DATE       INIT  DESCRIPTION
000190*  10/15/2026 FCM   ORIGINAL VERSION.
000200************************************************************
000210 01  NOTIFY-RECORD.
000220     05 NT-TIMESTAMP     PIC X(19).
000230     05 FILLER           PIC X(01).
000240     05 NT-ENVIRONMENT   PIC X(04).
000250     05 FILLER           PIC X(01).
000260     05 NT-TIER          PIC 9(01).
000270     05 FILLER           PIC X(01).
000280     05 NT-USER          PIC X(08).
000290     05 FILLER           PIC X(01).
000300     05 NT-HANDLE        PIC X(30).
000310     05 FILLER           PIC X(01).
000320     05 NT-REASON        PIC X(08).
000330     05 FILLER           PIC X(01).
000340     05 NT-SEVERITY      PIC X(04).
000350     05 FILLER           PIC X(01).
000360     05 NT-ALR-JOB       PIC X(08).
000370     05 FILLER           PIC X(01).
000380     05 NT-ALR-TIMESTAMP PIC X(19).
