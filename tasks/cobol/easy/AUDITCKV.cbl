000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDITCKV.
000030 AUTHOR. FORK-COMMIT-MERGE BATCH SUPPORT.
000040 INSTALLATION. FORK-COMMIT-MERGE DAILY BATCH CYCLE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090*  MODIFICATION HISTORY
000100*  ---------------------------------------------------------
000110*  DATE       INIT  DESCRIPTION
000120*  ---------------------------------------------------------
000130*  10/15/2026 FCM   ORIGINAL VERSION - SHARED CHECK-VALUE
000140*                   ARITHMETIC FOR THE AUDIT CONTROL TOTALS.
000150*                   HASHES ONE AUDIT RECORD IMAGE AND FOLDS
000160*                   IT INTO THE CALLER'S RUNNING CHECK VALUE,
000170*                   SO AUDITWRT (STAMPING), AUDITARC (PURGING)
000180*                   AND AUDITVFY (VERIFYING) ALL DO THE SAME
000190*                   ARITHMETIC FROM ONE PLACE.
000200***************************************************************
000210*
000220* CALLED WITH THE CVPARM BLOCK.  THE RECORD HASH IS A
000230* POLYNOMIAL OVER EVERY BYTE OF THE 61-BYTE IMAGE (KEY,
000240* USER, TIMESTAMP, RETURN CODE, AND DETAIL), REDUCED MODULO
000250* THE LARGEST NINE-DIGIT PRIME, SO CHANGING ANY BYTE OF A
000260* RECORD CHANGES ITS HASH.  EACH BYTE'S VALUE IS TAKEN BY
000270* MOVING IT INTO THE LOW-ORDER BYTE OF A HALFWORD.  THE
000280* HASH IS THEN ADDED TO THE RUNNING CHECK VALUE MODULO THE
000290* SAME PRIME - ADDITION, SO THE TOTAL DOES NOT DEPEND ON
000300* THE ORDER THE RECORDS ARRIVE IN.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360*
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390*
000400***************************************************************
000410*  RECORD IMAGE, ONE BYTE AT A TIME
000420***************************************************************
000430 01 WS-IMAGE PIC X(61).
000440 01 WS-IMAGE-BYTES REDEFINES WS-IMAGE.
000450     05 WS-IMAGE-BYTE PIC X(01) OCCURS 61 TIMES.
000460 01 WS-IMAGE-LEN PIC 9(02) COMP VALUE 61.
000470 01 WS-BYTE-IDX  PIC 9(02) COMP.
000480*
000490***************************************************************
000500*  BYTE VALUE - THE BYTE GOES INTO THE LOW HALF OF A
000510*  HALFWORD WHOSE HIGH HALF IS ALWAYS LOW-VALUE.
000520***************************************************************
000530 01 WS-BYTE-HALFWORD.
000540     05 WS-BYTE-HIGH PIC X(01) VALUE LOW-VALUE.
000550     05 WS-BYTE-LOW  PIC X(01) VALUE LOW-VALUE.
000560 01 WS-BYTE-VALUE REDEFINES WS-BYTE-HALFWORD PIC 9(04) COMP.
000570*
000580***************************************************************
000590*  HASH ARITHMETIC
000600***************************************************************
000610 01 WS-MODULUS    PIC 9(09) COMP VALUE 999999937.
000620 01 WS-MULTIPLIER PIC 9(03) COMP VALUE 257.
000630 01 WS-HASH       PIC 9(18) COMP.
000640 01 WS-QUOTIENT   PIC 9(18) COMP.
000650 01 WS-REMAINDER  PIC 9(09) COMP.
000660*
000670 LINKAGE SECTION.
000680 COPY CVPARM.
000690*
000700 PROCEDURE DIVISION USING CHECK-VALUE-PARM.
000710*
000720***************************************************************
000730* 0000-MAINLINE.
000740***************************************************************
000750 0000-MAINLINE.
000760     MOVE CV-RECORD-IMAGE TO WS-IMAGE.
000770     MOVE ZERO TO WS-HASH.
000780     PERFORM 1000-HASH-ONE-BYTE THRU 1000-EXIT
000790         VARYING WS-BYTE-IDX FROM 1 BY 1
000800         UNTIL WS-BYTE-IDX > WS-IMAGE-LEN.
000810     MOVE WS-HASH TO CV-RECORD-HASH.
000820     PERFORM 2000-FOLD-CHECK-VALUE THRU 2000-EXIT.
000830     GOBACK.
000840*
000850***************************************************************
000860* 1000-HASH-ONE-BYTE.
000870*    HASH = (HASH * 257 + BYTE + 1) MODULO THE PRIME.  THE
000880*    PLUS ONE KEEPS A LOW-VALUE BYTE FROM CONTRIBUTING
000890*    NOTHING.
000900***************************************************************
000910 1000-HASH-ONE-BYTE.
000920     MOVE WS-IMAGE-BYTE (WS-BYTE-IDX) TO WS-BYTE-LOW.
000930     COMPUTE WS-HASH = WS-HASH * WS-MULTIPLIER
000940         + WS-BYTE-VALUE + 1.
000950     DIVIDE WS-HASH BY WS-MODULUS
000960         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
000970     MOVE WS-REMAINDER TO WS-HASH.
000980 1000-EXIT.
000990     EXIT.
001000*
001010***************************************************************
001020* 2000-FOLD-CHECK-VALUE.
001030*    CHECK VALUE = (PRIOR CHECK VALUE + HASH) MODULO THE
001040*    PRIME.  A NON-NUMERIC PRIOR VALUE STARTS FROM ZERO.
001050***************************************************************
001060 2000-FOLD-CHECK-VALUE.
001070     IF CV-CHECK-VALUE NOT NUMERIC
001080         MOVE ZERO TO CV-CHECK-VALUE
001090     END-IF.
001100     COMPUTE WS-HASH = CV-CHECK-VALUE + CV-RECORD-HASH.
001110     DIVIDE WS-HASH BY WS-MODULUS
001120         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
001130     MOVE WS-REMAINDER TO CV-CHECK-VALUE.
001140 2000-EXIT.
001150     EXIT.
