000100*----------------------------------------------------------------*
000200*    ACKFLDS - DEPARTMENT DISPOSITION ACKNOWLEDGMENT RECORD
000300*
000400*    DATE       BY   DESCRIPTION
000500*    ---------- ---- -------------------------------------------
000600*    2026-09-28 KJM  ORIGINAL ISSUE.  BASEPOST WRITES ONE GROUP
000700*                    TO THE BASEDISP DISPOSITION FILE FOR EVERY
000800*                    HDR/TRL GROUP IT POSTS: AN "H" RECORD FROM
000900*                    THE GROUP'S HDR, ONE "D" RECORD PER DETAIL
001000*                    WITH WHAT BECAME OF IT, AND A "T" RECORD
001100*                    CARRYING THE COUNT AND HASH TOTAL FROM THE
001200*                    TRAILER THE DEPARTMENT SENT.  BASEACK SPLITS
001300*                    THE GROUPS OUT TO ONE ACKNOWLEDGMENT FILE
001400*                    PER DEPARTMENT, FILLING IN THE TRAILER'S
001500*                    ACKNOWLEDGED COUNT AND HASH (OVER THE
001600*                    NUMERIC PART OF TRAN-ID, AS BASEBAL HASHES)
001700*                    AND THE COUNT BY DISPOSITION, SO THE
001800*                    DEPARTMENT CAN BALANCE THE ACKNOWLEDGMENT
001900*                    AGAINST WHAT IT SENT.  THE DEPARTMENT CODE
002000*                    IS ON EVERY RECORD.  FIELD-IN-ERROR AND
002100*                    RETURN CODE ARE THE SUSPENSE RECORD'S FOR A
002200*                    DETAIL SUSPENDED OR HELD, AND BLANK
002300*                    OTHERWISE.
002311*    2026-10-15 KJM  ADDED THE "B" DISPOSITION FOR A DETAIL
002322*                    BASEBAL RETURNED TO THE DEPARTMENT ON
002333*                    TRANREJS AFTER A PARTIAL ACCEPT, AND ITS
002344*                    COUNT ON THE TRAILER.  BASEACK WRITES THESE
002355*                    FROM TRANREJS ITSELF, SO POSTED, REJECTED,
002366*                    SUSPENDED, HELD AND RETURNED TOGETHER FOOT
002377*                    TO WHAT THE DEPARTMENT SENT.  CARVED OUT OF
002388*                    THE TRAILER FILLER.
002400*----------------------------------------------------------------*
002500 01  ACK-RECORD.
002600     05  ACK-REC-TYPE           PIC X(01).
002700         88  ACK-HEADER-REC     VALUE "H".
002800         88  ACK-DETAIL-REC     VALUE "D".
002900         88  ACK-TRAILER-REC    VALUE "T".
003000     05  ACK-DEPT-CODE          PIC X(03).
003100     05  FILLER                 PIC X(76).
003200 01  ACK-HEADER.
003300     05  FILLER                 PIC X(04).
003400     05  ACK-HDR-FILE-DATE      PIC 9(08).
003500     05  ACK-HDR-RUN-DATE       PIC 9(08).
003600     05  FILLER                 PIC X(60).
003700 01  ACK-DETAIL.
003800     05  FILLER                 PIC X(04).
003900     05  ACK-TRAN-ID            PIC X(08).
004000     05  ACK-TRAN-ID-PIECES REDEFINES ACK-TRAN-ID.
004100         10  ACK-TRAN-ID-PREFIX PIC X(03).
004200         10  ACK-TRAN-ID-NUMBER PIC 9(05).
004300     05  ACK-ACTION-CODE        PIC X(01).
004400     05  ACK-DISPOSITION        PIC X(01).
004500         88  ACK-POSTED         VALUE "P".
004600         88  ACK-REJECTED       VALUE "R".
004700         88  ACK-SUSPENDED      VALUE "S".
004800         88  ACK-HELD           VALUE "H".
004850         88  ACK-RETURNED       VALUE "B".
004900     05  ACK-FIELD-IN-ERROR     PIC X(12).
005000     05  ACK-RETURN-CODE        PIC X(02).
005100     05  ACK-MESSAGE            PIC X(40).
005200     05  FILLER                 PIC X(12).
005300 01  ACK-TRAILER.
005400     05  FILLER                 PIC X(04).
005500     05  ACK-TRL-SENT-COUNT     PIC 9(07).
005600     05  ACK-TRL-SENT-HASH      PIC 9(12).
005700     05  ACK-TRL-ACK-COUNT      PIC 9(07).
005800     05  ACK-TRL-ACK-HASH       PIC 9(12).
005900     05  ACK-TRL-POSTED         PIC 9(07).
006000     05  ACK-TRL-REJECTED       PIC 9(07).
006100     05  ACK-TRL-SUSPENDED      PIC 9(07).
006200     05  ACK-TRL-HELD           PIC 9(07).
006250     05  ACK-TRL-RETURNED       PIC 9(07).
006300     05  FILLER                 PIC X(03).
