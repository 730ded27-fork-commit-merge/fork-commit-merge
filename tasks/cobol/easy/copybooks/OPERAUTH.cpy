000010************************************************************
000020*  OPERAUTH.CPY
000030*
000040*  OPERATOR AUTHORIZATION MASTER RECORD - ONE RECORD PER
000050*  OPERATOR USER ID, KEYED BY THE USER ID, MAINTAINED BY
000060*  OPERMNT AND READ THROUGH THE SHARED AUTHCHK SUBPROGRAM BY
000070*  EVERY JOB THAT ACTS ON AN OPERATOR'S SAY-SO.  A USER MAY
000080*  RUN ONLY THE ENVIRONMENTS LISTED IN OA-ENV-CODE; THE
000090*  PRIVILEGE FLAGS ('Y'/'N') GOVERN THE RUNOPTS OVERRIDES
000100*  (RERUN=, FORCE=, RESTART=), LANGFILE MAINTENANCE THROUGH
000110*  LANGMNT, AND ACKNOWLEDGMENT OF CRIT ALERTS IN ALERTMGR.
000120*  A REVOKED USER STAYS ON FILE (OA-STATUS 'R') SO THE
000130*  CHANGE HISTORY STILL NAMES THE USER, BUT IT AUTHORIZES
000140*  NOTHING.
000150*
000160*  DATE       INIT  DESCRIPTION
000170*  10/15/2026 FCM   ORIGINAL VERSION.
000180************************************************************
000190 01  OPER-AUTH-RECORD.
000200     05 OA-USER-ID       PIC X(08).
000210     05 OA-STATUS        PIC X(01).
000220         88 OA-ACTIVE    VALUE 'A'.
000230         88 OA-REVOKED   VALUE 'R'.
000240     05 OA-ENV-LIST.
000250         10 OA-ENV-CODE  PIC X(04) OCCURS 3 TIMES.
000260     05 OA-RERUN-AUTH    PIC X(01).
000270     05 OA-FORCE-AUTH    PIC X(01).
000280     05 OA-RESTART-AUTH  PIC X(01).
000290     05 OA-LANGMNT-AUTH  PIC X(01).
000300     05 OA-CRIT-ACK-AUTH PIC X(01).
000310     05 OA-USER-NAME     PIC X(30).
000320     05 OA-CHANGED-BY    PIC X(08).
000330     05 OA-CHANGED-TS    PIC X(19).
