000010************************************************************
000020*  ONCALREC.CPY
000030*
000040*  ON-CALL ROSTER RECORD FOR THE LINE-SEQUENTIAL ONCALL
000050*  FILE, MAINTAINED BY THE OPERATIONS MANAGER LIKE BATCHWIN
000060*  AND SLALIMIT.  ONE LINE PER ENVIRONMENT, DATE RANGE, AND
000070*  SHIFT, BLANK-SEPARATED; BLANK AND STARRED LINES ARE
000080*  COMMENTS.  DATES ARE YYYYMMDD, INCLUSIVE, AND NAME THE
000090*  DAY THE SHIFT STARTS.  THE SHIFT RUNS FROM OC-SHIFT-START
000100*  UP TO OC-SHIFT-END (HHMM); AN END AT OR BEFORE THE START
000110*  RUNS INTO THE NEXT MORNING, AND START = END IS A FULL
000120*  24 HOURS.  THE TIERS ARE PRIMARY, SECONDARY, AND MANAGER,
000130*  EACH A USER ID AND THE CONTACT HANDLE THE NOTIFICATION
000140*  GATEWAY SENDS TO (MAIL ADDRESS OR SMS NUMBER).  A LINE
000150*  WITH NO PRIMARY COVERS NOTHING; A BLANK SECONDARY OR
000160*  MANAGER IS SKIPPED WHEN ESCALATING.  WHERE TWO LINES
000170*  OVERLAP, THE FIRST ONE ON FILE WINS.
000180*
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026 FCM   ORIGINAL VERSION.
000210************************************************************
000220 01  ON-CALL-RECORD.
000230     05 OC-ENVIRONMENT  PIC X(04).
000240     05 FILLER          PIC X(01).
000250     05 OC-FROM-DATE    PIC X(08).
000260     05 FILLER          PIC X(01).
000270     05 OC-THRU-DATE    PIC X(08).
000280     05 FILLER          PIC X(01).
000290     05 OC-SHIFT-START  PIC X(04).
000300     05 FILLER          PIC X(01).
000310     05 OC-SHIFT-END    PIC X(04).
000320     05 FILLER          PIC X(01).
000330     05 OC-TIER OCCURS 3 TIMES.
000340         10 OC-TIER-USER   PIC X(08).
000350         10 FILLER         PIC X(01).
000360         10 OC-TIER-HANDLE PIC X(30).
000370         10 FILLER         PIC X(01).
