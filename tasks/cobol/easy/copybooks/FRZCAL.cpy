000010************************************************************
000020*  FRZCAL.CPY
000030*
000040*  CHANGE-FREEZE PERIOD RECORD FOR THE LINE-SEQUENTIAL
000050*  FREEZCAL FILE, MAINTAINED BY THE CHANGE BOARD.  ONE LINE
000060*  PER FREEZE, BLANK-SEPARATED; BLANK AND STARRED LINES ARE
000070*  COMMENTS.  FZ-ENVIRONMENT 'ALL ' FREEZES EVERY
000080*  ENVIRONMENT.  DATES ARE YYYYMMDD AND BOTH ENDS ARE
000090*  INCLUSIVE.  FZ-LEVEL IS THE BOARD'S FREEZE LEVEL, 1 (SOFT)
000100*  TO 3 (HARD); EVERY LEVEL STOPS CHANGE WITHOUT AN EMERGENCY
000110*  TICKET, AND WHERE TWO FREEZES OVERLAP THE HIGHER LEVEL IS
000120*  THE ONE REPORTED.  FZ-CHANGE-TICKET IS THE CHANGE TICKET
000130*  THAT APPROVED THE FREEZE ITSELF.
000140*
000150*  DATE       INIT  DESCRIPTION
000160*  10/15/2026 FCM   ORIGINAL VERSION.
000170************************************************************
000180 01  FREEZE-RECORD.
000190     05 FZ-ENVIRONMENT   PIC X(04).
000200     05 FILLER           PIC X(01).
000210     05 FZ-FROM-DATE     PIC X(08).
000220     05 FILLER           PIC X(01).
000230     05 FZ-THRU-DATE     PIC X(08).
000240     05 FILLER           PIC X(01).
000250     05 FZ-LEVEL         PIC X(01).
000260     05 FILLER           PIC X(01).
000270     05 FZ-CHANGE-TICKET PIC X(08).
000280     05 FILLER           PIC X(01).
000290     05 FZ-REASON        PIC X(40).
