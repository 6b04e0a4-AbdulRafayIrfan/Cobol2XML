001198*                    BALANCES EACH DEPARTMENT'S HDR/TRL GROUP ON
001199*                    ITS OWN.  CARVED OUT OF THE FILLERS, SO THE
001201*                    RECORD LENGTH IS UNCHANGED.
001202*    2026-10-15 KJM  ADDED THE SENT COUNT AND HASH TO THE TRL.
001203*                    BASEBAL FILLS THEM IN ON THE TRAILERS IT
001204*                    REGENERATES FOR THE TRANACCP ACCEPTED
001205*                    STREAM WITH WHAT THE DEPARTMENT'S OWN
001206*                    TRAILER CARRIED, SO BASEPOST CAN STILL
001207*                    ACKNOWLEDGE AGAINST WHAT WAS SENT AFTER A
001208*                    PARTIAL ACCEPT.  BLANK ON A DEPARTMENT'S OWN
001209*                    TRAILER.  CARVED OUT OF THE FILLER.
001200*----------------------------------------------------------------*
001300 01  TRAN-RECORD.
001400     05  TRAN-ID                PIC X(08).
001690     05  TRAN-TRL-RECORD-COUNT  PIC 9(07).
001691     05  TRAN-TRL-HASH-TOTAL    PIC 9(12).
001692     05  TRAN-TRL-DEPT-CODE     PIC X(03).
001694     05  TRAN-TRL-SENT-COUNT    PIC 9(07).
001696     05  TRAN-TRL-SENT-HASH     PIC 9(12).
001698     05  FILLER                 PIC X(05).
001700
001800
