000010************************************************************
000020*  OLPARM.CPY
000030*
000040*  PARAMETER BLOCK FOR THE ONCALLK ON-CALL ROSTER LOOKUP
000050*  SUBPROGRAM.  THE CALLER PASSES AN ENVIRONMENT AND A
000060*  POINT IN TIME (DATE YYYYMMDD, TIME HHMM); ONCALLK FINDS
000070*  THE FIRST ONCALL ROSTER LINE WHOSE SHIFT COVERS THAT
000080*  MOMENT AND RETURNS OL-RESULT 'Y' WITH THE THREE TIERS'
000090*  USER IDS AND CONTACT HANDLES (1 = PRIMARY, 2 = SECONDARY,
000100*  3 = MANAGER).  NO COVERING LINE, OR NO ROSTER FILE AT
000110*  ALL, RETURNS 'N' WITH THE TIERS BLANK.  OL-STATUS RETURNS
000120*  THE ROSTER FILE STATUS WHEN IT COULD NOT BE READ.
000130*
000140*  DATE       INIT  DESCRIPTION
000150*  10/15/2026 FCM   ORIGINAL VERSION.
000160************************************************************
000170 01  ON-CALL-LOOKUP-PARM.
000180     05 OL-ENVIRONMENT  PIC X(04).
000190     05 OL-DATE         PIC 9(08).
000200     05 OL-TIME         PIC 9(04).
000210     05 OL-RESULT       PIC X(01).
000220         88 OL-COVERED  VALUE 'Y'.
000230     05 OL-TIER OCCURS 3 TIMES.
000240         10 OL-TIER-USER   PIC X(08).
000250         10 OL-TIER-HANDLE PIC X(30).
000260     05 OL-STATUS       PIC X(02).
000270         88 OL-STATUS-OK VALUE '00'.
