000010************************************************************
000020*  LPENDREC.CPY
000030*
000040*  SCHEDULED (EFFECTIVE-DATED) GREETING RECORD FOR THE KEYED
000050*  LANGPEND FILE, MAINTAINED BY LANGMNT AND READ BY HELLOCBL.
000060*  KEY IS LANGUAGE CODE + EFFECTIVE DATE, SO A LANGUAGE'S
000070*  SCHEDULE READS IN DATE ORDER.  THE GREETING IS IN EFFECT
000080*  FOR CYCLES FROM LP-EFF-DATE THROUGH LP-EXP-DATE (BOTH
000090*  YYYYMMDD, BOTH INCLUSIVE); A BLANK EXPIRY MEANS THE CHANGE
000100*  IS PERMANENT, AND LANGMNT APPLIES IT TO LANGFILE ONCE DUE.
000110*  WHERE TWO ENTRIES FOR A LANGUAGE ARE BOTH IN EFFECT THE
000120*  LATER EFFECTIVE DATE WINS.  LP-USER-ID AND LP-TIMESTAMP
000130*  RECORD WHO SCHEDULED IT AND WHEN.
000140*
000150*  DATE       INIT  DESCRIPTION
000160*  10/15/2026 FCM   ORIGINAL VERSION.
000170************************************************************
000180 01  LANG-PEND-RECORD.
000190     05 LP-KEY.
000200         10 LP-LANG-CODE PIC X(02).
000210         10 LP-EFF-DATE  PIC X(08).
000220     05 LP-EXP-DATE      PIC X(08).
000230     05 LP-GREETING      PIC X(40).
000240     05 LP-USER-ID       PIC X(08).
000250     05 LP-TIMESTAMP     PIC X(19).
