000100*----------------------------------------------------------------*
000200*    DEPTFLDS - UPLOAD DEPARTMENT MASTER RECORD
000300*
000400*    DATE       BY   DESCRIPTION
000500*    ---------- ---- -------------------------------------------
000600*    2026-10-01 KJM  ORIGINAL ISSUE.  ONE RECORD PER DEPARTMENT
000700*                    ALLOWED TO SEND AN HDR/TRL GROUP, ON THE
000800*                    DEPTMAST DEPARTMENT MASTER KEYED BY THE
000900*                    CODE THE HDR CARRIES.  MAINTAINED ONLINE BY
001000*                    BASEDMNT.  BASEBAL REJECTS A GROUP FROM A
001100*                    CODE NOT ON FILE OR NOT ACTIVE; BASESCAN
001200*                    SUSPENDS A DETAIL WHOSE ACTION CODE IS NOT
001300*                    IN THE DEPARTMENT'S ALLOWED LIST (RETURN
001400*                    CODE 42) OR WHOSE QUANTITY IS OVER ITS
001500*                    MAXIMUM (RETURN CODE 43), AND BASECORR WILL
001600*                    NOT RELEASE ONE THAT STILL BREAKS EITHER
001700*                    RULE.  THE ALLOWED ACTIONS ARE UP TO TEN
001800*                    ONE-BYTE ACTION CODES, LEFT-JUSTIFIED AND
001900*                    SPACE-FILLED - ONLY THE RETURNS DEPARTMENT
002000*                    IS SET UP WITH "D".  A ZERO MAXIMUM MEANS NO
002100*                    QUANTITY LIMIT.  THE REPORTS PRINT THE
002200*                    DEPARTMENT NAME BESIDE THE CODE.  A MISSING
002300*                    OR EMPTY MASTER DISABLES THE CHECKS, AS THE
002400*                    OTHER CONTROL FILES FALL BACK.
002500*----------------------------------------------------------------*
002600 01  DEPT-RECORD.
002700     05  DEPT-CODE              PIC X(03).
002800     05  DEPT-NAME              PIC X(30).
002900     05  DEPT-STATUS            PIC X(01).
003000         88  DEPT-ACTIVE        VALUE "A".
003100         88  DEPT-INACTIVE      VALUE "I".
003200     05  DEPT-ALLOWED-ACTIONS   PIC X(10).
003300     05  DEPT-ALLOWED-TABLE REDEFINES DEPT-ALLOWED-ACTIONS.
003400         10  DEPT-ALLOWED-ACTION PIC X(01) OCCURS 10 TIMES.
003500     05  DEPT-MAX-QUANTITY      PIC 9(07).
003600     05  DEPT-ADD-DATE          PIC 9(08).
003700     05  DEPT-CHANGE-DATE       PIC 9(08).
003800     05  DEPT-CHANGE-OPER       PIC X(08).
