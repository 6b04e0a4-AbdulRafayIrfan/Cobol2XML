001170*                    TRANSACTION ARRIVED IN, SO BASECORR AND THE
001180*                    SUSPENSE AGING NUMBERS CAN BE WORKED BY
001190*                    DEPARTMENT.
001191*    2026-09-21 KJM  ADDED STATUS "P", PENDING APPROVAL.  A
001192*                    BASECORR RELEASE THAT CHANGES THE ORDER'S
001193*                    SUBSTANCE HOLDS THE CORRECTED VALUES ABOVE
001194*                    AND THE VALUES AS SUSPENDED IN SUSP-ORIG-,
001195*                    WITH THE RELEASING OPERATOR AND DATE, UNTIL
001196*                    ANOTHER OPERATOR WITH APPROVER AUTHORITY
001197*                    APPROVES IT (RELEASED) OR SENDS IT BACK
001198*                    (SUSPENDED AGAIN AS SENT).  THE APPROVER ID
001199*                    NAMES WHOEVER LAST DID EITHER.
001200*----------------------------------------------------------------*
001300 01  SUSP-RECORD.
001400     05  SUSP-TRAN-ID           PIC X(08).
001900     05  SUSP-STATUS            PIC X(01).
002000         88  SUSP-SUSPENDED     VALUE "S".
002100         88  SUSP-RELEASED      VALUE "R".
002110         88  SUSP-PENDING-APPROVAL VALUE "P".
002200     05  SUSP-SUSPEND-DATE      PIC 9(08).
002300     05  SUSP-DEPT-CODE         PIC X(03).
002310     05  SUSP-PEND-OPER-ID      PIC X(08).
002320     05  SUSP-PEND-DATE         PIC 9(08).
002330     05  SUSP-ORIG-ACTION-CODE  PIC X(01).
002340     05  SUSP-ORIG-CUSTOMER-NAME PIC X(30).
002350     05  SUSP-ORIG-ORDER-DATE   PIC X(08).
002360     05  SUSP-ORIG-QUANTITY     PIC X(07).
002370     05  SUSP-APPROVER-ID       PIC X(08).
