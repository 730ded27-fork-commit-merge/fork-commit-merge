000010***********************************************************
000020*  CVPARM.CPY
000030*
000040*  PARAMETER BLOCK FOR THE AUDITCKV CHECK-VALUE SUBPROGRAM.
000050*  THE CALLER PASSES THE 61-BYTE AUDIT RECORD IMAGE (THE
000060*  AUDITMST RECORD, OR THE IDENTICAL AUDITARC ARCHIVE
000070*  RECORD) AND THE RUNNING CHECK VALUE SO FAR; AUDITCKV
000080*  HASHES THE IMAGE, FOLDS THE HASH INTO CV-CHECK-VALUE, AND
000090*  HANDS BACK BOTH.  AUDITWRT, AUDITARC, AND AUDITVFY ALL
000100*  COMPUTE THEIR CONTROL TOTALS THROUGH THIS ONE CALL SO
000110*  THE THREE CAN NEVER DISAGREE ON THE ARITHMETIC.
000120*
000130*  THE FOLD IS ADDITIVE MODULO A PRIME, SO THE RESULT DOES
000140*  NOT DEPEND ON THE ORDER THE RECORDS ARE FOLDED IN - THE
000150*  VERIFICATION READS THE MASTER IN KEY ORDER, NOT IN THE
000160*  ORDER THE STAMPS WERE WRITTEN.
000170*
000180*  DATE       INIT  DESCRIPTION
000190*  10/15/2026 FCM   ORIGINAL VERSION.
000200***********************************************************
000210 01  CHECK-VALUE-PARM.
000220     05 CV-RECORD-IMAGE  PIC X(61).
000230     05 CV-RECORD-HASH   PIC 9(09).
000240     05 CV-CHECK-VALUE   PIC 9(09).
