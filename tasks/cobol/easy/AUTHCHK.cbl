000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUTHCHK.
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
000130*  10/15/2026 FCM   ORIGINAL VERSION - SHARED OPERATOR
000140*                   AUTHORIZATION LOOKUP.  TAKES A USER ID AND
000150*                   AN ENVIRONMENT THROUGH THE AUPARM BLOCK,
000160*                   READS THE KEYED OPERAUTH FILE MAINTAINED BY
000170*                   OPERMNT, AND HANDS BACK WHETHER THE USER
000180*                   MAY ACT IN THAT ENVIRONMENT AND WITH WHICH
000190*                   PRIVILEGES, SO HELLOCBL, LANGMNT, AND
000200*                   ALERTMGR ALL ENFORCE THE SAME RULES FROM
000210*                   ONE PLACE.
000220***************************************************************
000230*
000240* CALLED WITH THE AUPARM BLOCK.  THE LOOKUP FAILS CLOSED -
000250* A USER WHO IS NOT ON FILE, IS REVOKED, OR IS NOT LISTED
000260* FOR THE ENVIRONMENT GETS AU-RESULT 'N' AND NO PRIVILEGES,
000270* AND SO DOES EVERY USER WHEN THE AUTHORIZATION FILE CANNOT
000280* BE OPENED.  THERE IS NO CREATE-ON-FIRST-USE FALLBACK HERE:
000290* AN EMPTY AUTHORIZATION FILE WOULD AUTHORIZE NOBODY ANYWAY,
000300* AND ONLY OPERMNT MAY CREATE IT.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPER-AUTH ASSIGN TO "OPERAUTH"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS OA-USER-ID
000430         FILE STATUS IS WS-OPERAUTH-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  OPER-AUTH
000490     LABEL RECORDS ARE STANDARD.
000500 COPY OPERAUTH.
000510*
000520 WORKING-STORAGE SECTION.
000530*
000540***************************************************************
000550*  FILE STATUS FIELDS
000560***************************************************************
000570 01 WS-OPERAUTH-STATUS PIC X(02) VALUE '00'.
000580     88 WS-OPERAUTH-STATUS-OK VALUE '00'.
000590     88 WS-OPERAUTH-NO-RECORD VALUE '23'.
000600*
000610***************************************************************
000620*  ENVIRONMENT LIST SEARCH FIELDS
000630***************************************************************
000640 01 WS-ENV-IDX PIC 9(02) COMP.
000650 01 WS-ENV-MATCH-SW PIC X(01) VALUE 'N'.
000660     88 WS-ENV-MATCHED VALUE 'Y'.
000670*
000680 LINKAGE SECTION.
000690 COPY AUPARM.
000700*
000710 PROCEDURE DIVISION USING AUTH-CHECK-PARM.
000720*
000730***************************************************************
000740* 0000-MAINLINE.
000750***************************************************************
000760 0000-MAINLINE.
000770     MOVE 'N' TO AU-RESULT AU-MAY-RERUN AU-MAY-FORCE
000780         AU-MAY-RESTART AU-MAY-LANGMNT AU-MAY-CRIT-ACK.
000790     MOVE SPACES TO AU-REASON.
000800     OPEN INPUT OPER-AUTH.
000810     IF NOT WS-OPERAUTH-STATUS-OK
000820         DISPLAY 'AUTHCHK - OPERAUTH OPEN FAILED - STATUS '
000830             WS-OPERAUTH-STATUS ' - NO USER AUTHORIZED'
000840         MOVE 'AUTHORIZATION FILE NOT AVAILABLE' TO AU-REASON
000850         MOVE WS-OPERAUTH-STATUS TO AU-STATUS
000860         GOBACK
000870     END-IF.
000880     PERFORM 1000-CHECK-USER THRU 1000-EXIT.
000890     CLOSE OPER-AUTH.
000900     GOBACK.
000910*
000920***************************************************************
000930* 1000-CHECK-USER.
000940*    READS THE USER'S RECORD AND SCORES IT AGAINST THE
000950*    REQUESTED ENVIRONMENT.  THE PRIVILEGE FLAGS ARE HANDED
000960*    BACK ONLY WHEN THE USER IS AUTHORIZED FOR THE
000970*    ENVIRONMENT AT ALL - A PRIVILEGE IS NEVER GOOD ON ITS
000980*    OWN.
000990***************************************************************
001000 1000-CHECK-USER.
001010     MOVE AU-USER-ID TO OA-USER-ID.
001020     READ OPER-AUTH
001030         INVALID KEY
001040             CONTINUE
001050     END-READ.
001060     MOVE WS-OPERAUTH-STATUS TO AU-STATUS.
001070     IF WS-OPERAUTH-NO-RECORD
001080         MOVE 'USER NOT ON AUTHORIZATION FILE' TO AU-REASON
001090         GO TO 1000-EXIT
001100     END-IF.
001110     IF NOT WS-OPERAUTH-STATUS-OK
001120         DISPLAY 'AUTHCHK - OPERAUTH READ FAILED - STATUS '
001130             WS-OPERAUTH-STATUS ' - USER ' AU-USER-ID
001140         MOVE 'AUTHORIZATION FILE NOT AVAILABLE' TO AU-REASON
001150         GO TO 1000-EXIT
001160     END-IF.
001170     IF NOT OA-ACTIVE
001180         MOVE 'USER AUTHORIZATION REVOKED' TO AU-REASON
001190         GO TO 1000-EXIT
001200     END-IF.
001210     MOVE 'N' TO WS-ENV-MATCH-SW.
001220     PERFORM 1100-SEARCH-ENV-LIST THRU 1100-EXIT
001230         VARYING WS-ENV-IDX FROM 1 BY 1
001240         UNTIL WS-ENV-IDX > 3 OR WS-ENV-MATCHED.
001250     IF NOT WS-ENV-MATCHED
001260         MOVE 'NOT AUTHORIZED FOR ENVIRONMENT' TO AU-REASON
001270         GO TO 1000-EXIT
001280     END-IF.
001290     MOVE 'Y'              TO AU-RESULT.
001300     MOVE OA-RERUN-AUTH    TO AU-MAY-RERUN.
001310     MOVE OA-FORCE-AUTH    TO AU-MAY-FORCE.
001320     MOVE OA-RESTART-AUTH  TO AU-MAY-RESTART.
001330     MOVE OA-LANGMNT-AUTH  TO AU-MAY-LANGMNT.
001340     MOVE OA-CRIT-ACK-AUTH TO AU-MAY-CRIT-ACK.
001350 1000-EXIT.
001360     EXIT.
001370*
001380***************************************************************
001390* 1100-SEARCH-ENV-LIST.
001400*    COMPARES ONE ENVIRONMENT SLOT ON THE USER'S RECORD
001410*    AGAINST THE REQUESTED ENVIRONMENT.
001420***************************************************************
001430 1100-SEARCH-ENV-LIST.
001440     IF OA-ENV-CODE (WS-ENV-IDX) = AU-ENVIRONMENT
001450         AND AU-ENVIRONMENT NOT = SPACES
001460         SET WS-ENV-MATCHED TO TRUE
001470     END-IF.
001480 1100-EXIT.
001490     EXIT.
