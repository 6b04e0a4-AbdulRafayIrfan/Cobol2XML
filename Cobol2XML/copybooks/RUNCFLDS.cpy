002130*                    APPEND RECORDS BACKED OUT ON A RESTART -
002140*                    THE KEYED ARCHIVE APPENDS IN PLACE, SO
002150*                    NOTHING IS "CARRIED" ANY MORE.
002160*    2026-09-08 KJM  BASEPOST ALSO WRITES A "WEB" PHASE RECORD
002170*                    AHEAD OF ITS END RECORD, COUNTING ONLY THE
002171*                    DETAILS IN THE WEB ORDER GROUP:
002172*                    A=POSTED  B=REJECTED  C=HELD.
002173*    2026-09-10 KJM  BASEPBAK, THE ON-REQUEST POSTING BACKOUT,
002174*                    WRITES START/END RECORDS AS WELL:
002175*                    A=BACKED OUT  B=EXCEPTIONS  C=IDS RELEASED.
002176*    2026-09-24 KJM  BASENITE, THE NIGHTLY STREAM DRIVER, WRITES
002177*                    START/END RECORDS (END A=STEPS RUN
002178*                    B=STEPS SKIPPED AS ALREADY DONE  C=1 WHEN
002179*                    THE NIGHT RAN FROM TRANACCP), A "FAIL"
002180*                    RECORD WHEN A STEP ENDS ABOVE RC 4
002181*                    (A=STEP NUMBER  B=RETURN CODE), AND AN
002182*                    "ACCP" RECORD WHEN BASEBAL'S PARTIAL ACCEPT
002183*                    SWITCHES THE NIGHT TO TRANACCP.
002184*    2026-09-28 KJM  BASEACK, THE DEPARTMENT ACKNOWLEDGMENTS:
002185*                    A=DETAILS ACKNOWLEDGED  B=DEPARTMENT FILES
002186*                    C=GROUPS OUT OF BALANCE.
002187*    2026-10-01 KJM  BASEBAL ALSO WRITES ONE "DEPT" PHASE RECORD
002188*                    PER DEPARTMENT GROUP IT ACCEPTS, AHEAD OF
002189*                    ITS END RECORD, WITH THE DEPARTMENT CODE IN
002190*                    PLACE OF THE RUN TIME (RUNC-DEPT-VIEW):
002191*                    A=DETAILS ACCEPTED  B=DETAILS RETURNED
002192*                    C=ZERO.  NONE ARE WRITTEN WHEN THE FILE IS
002193*                    REJECTED WHOLE.
002194*    2026-10-09 KJM  BASEWHSE, THE WAREHOUSE ORDER EXTRACT:
002195*                    A=ORDERS SENT AS ADDED  B=CHANGED
002196*                    C=DELETED.
002200*----------------------------------------------------------------*
002300 01  RUNC-RECORD.
002400     05  RUNC-JOB-NAME          PIC X(08).
002500     05  RUNC-PHASE             PIC X(05).
002600         88  RUNC-START-REC     VALUE "START".
002700         88  RUNC-END-REC       VALUE "END".
002710         88  RUNC-WEB-REC       VALUE "WEB".
002720         88  RUNC-FAIL-REC      VALUE "FAIL".
002730         88  RUNC-ACCP-REC      VALUE "ACCP".
002740         88  RUNC-DEPT-REC      VALUE "DEPT".
002800     05  RUNC-RUN-DATE          PIC 9(08).
002900     05  RUNC-RUN-TIME          PIC 9(08).
003000     05  RUNC-COUNT-A           PIC 9(07).
003100     05  RUNC-COUNT-B           PIC 9(07).
003200     05  RUNC-COUNT-C           PIC 9(07).
003210*----------------------------------------------------------------*
003220*    RUNC-DEPT-VIEW - A "DEPT" RECORD CARRIES THE DEPARTMENT CODE,
003230*    SPACE-FILLED, WHERE THE OTHER PHASES CARRY THE RUN TIME.
003240*----------------------------------------------------------------*
003250 01  RUNC-DEPT-VIEW.
003260     05  FILLER                 PIC X(21).
003270     05  RUNC-DEPT-AREA.
003280         10  RUNC-DEPT-CODE     PIC X(03).
003290         10  FILLER             PIC X(05).
003300     05  FILLER                 PIC X(21).
