000100*----------------------------------------------------------------*
000200*    HISTFLDS - NIGHTLY RUN-HISTORY RECORD
000300*
000400*    DATE       BY   DESCRIPTION
000500*    ---------- ---- -------------------------------------------
000600*    2026-10-06 KJM  ORIGINAL ISSUE.  BASERECN APPENDS THE
000700*                    NIGHT'S COUNTS TO THE PERMANENT BASEHIST
000800*                    RUN-HISTORY FILE BEFORE IT EMPTIES
000900*                    BASERUNC: A "J" RECORD PER JOB WITH THE
001000*                    COUNTS FROM ITS LAST END RECORD, AND A "D"
001100*                    RECORD PER DEPARTMENT WITH THE COUNTS FROM
001200*                    BASEBAL'S LAST "DEPT" RECORD FOR IT.  THE
001300*                    COUNTS MEAN WHAT THEY MEAN ON THE
001400*                    RUN-CONTROL RECORD (SEE RUNCFLDS).  THE
001500*                    NIGHT DATE IS THE DATE ON THE NIGHT'S FIRST
001600*                    RUN-CONTROL RECORD, SO A JOB FINISHING
001700*                    AFTER MIDNIGHT STAYS WITH ITS NIGHT.  THE
001800*                    RECONCILED FLAG IS BASERECN'S VERDICT ON
001900*                    THE NIGHT.  BASETRND READS THE FILE FOR THE
002000*                    WEEKLY VOLUME-TREND REPORT.
002100*----------------------------------------------------------------*
002200 01  HIST-RECORD.
002300     05  HIST-NIGHT-DATE        PIC 9(08).
002400     05  HIST-REC-TYPE          PIC X(01).
002500         88  HIST-JOB-REC       VALUE "J".
002600         88  HIST-DEPT-REC      VALUE "D".
002700     05  HIST-JOB-NAME          PIC X(08).
002800     05  HIST-DEPT-CODE         PIC X(03).
002900     05  HIST-COUNT-A           PIC 9(07).
003000     05  HIST-COUNT-B           PIC 9(07).
003100     05  HIST-COUNT-C           PIC 9(07).
003200     05  HIST-RECON-SW          PIC X(01).
003300         88  HIST-NIGHT-RECONCILED VALUE "Y".
003400     05  FILLER                 PIC X(08).
