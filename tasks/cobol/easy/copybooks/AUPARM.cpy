000010************************************************************
000020*  AUPARM.CPY
000030*
000040*  PARAMETER BLOCK FOR THE AUTHCHK OPERATOR-AUTHORIZATION
000050*  SUBPROGRAM.  THE CALLER PASSES THE USER ID AND THE
000060*  ENVIRONMENT IT IS ABOUT TO ACT IN; AUTHCHK LOOKS THE USER
000070*  UP ON THE KEYED OPERAUTH FILE AND RETURNS AU-RESULT 'Y'
000080*  ONLY FOR AN ACTIVE USER WHOSE RECORD LISTS THAT
000090*  ENVIRONMENT, WITH THE PRIVILEGE FLAGS FROM THE RECORD.
000100*  ANY OTHER OUTCOME - USER NOT ON FILE, REVOKED, WRONG
000110*  ENVIRONMENT, OR NO AUTHORIZATION FILE AT ALL - RETURNS
000120*  'N' WITH EVERY PRIVILEGE 'N' AND THE REASON IN AU-REASON.
000130*  AU-STATUS RETURNS THE FILE STATUS OF THE LOOKUP ('00' =
000140*  USER FOUND, '23' = NOT ON FILE).
000150*
000160*  DATE       INIT  DESCRIPTION
000170*  10/15/2026 FCM   ORIGINAL VERSION.
000180************************************************************
000190 01  AUTH-CHECK-PARM.
000200     05 AU-USER-ID      PIC X(08).
000210     05 AU-ENVIRONMENT  PIC X(04).
000220     05 AU-RESULT       PIC X(01).
000230         88 AU-AUTHORIZED  VALUE 'Y'.
000240     05 AU-MAY-RERUN    PIC X(01).
000250         88 AU-RERUN-OK    VALUE 'Y'.
000260     05 AU-MAY-FORCE    PIC X(01).
000270         88 AU-FORCE-OK    VALUE 'Y'.
000280     05 AU-MAY-RESTART  PIC X(01).
000290         88 AU-RESTART-OK  VALUE 'Y'.
000300     05 AU-MAY-LANGMNT  PIC X(01).
000310         88 AU-LANGMNT-OK  VALUE 'Y'.
000320     05 AU-MAY-CRIT-ACK PIC X(01).
000330         88 AU-CRIT-ACK-OK VALUE 'Y'.
000340     05 AU-REASON       PIC X(30).
000350     05 AU-STATUS       PIC X(02).
000360         88 AU-STATUS-OK   VALUE '00'.
