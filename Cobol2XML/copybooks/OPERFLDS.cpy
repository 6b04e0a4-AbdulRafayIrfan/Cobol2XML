001800*                    SIGN ON WITH FULL AUTHORITY, AS BASE_JB'S
001900*                    ACTION CODE TABLE FALLS BACK, SO A SITE
002000*                    THAT HAS NOT SEEDED THE FILE KEEPS WORKING.
002010*    2026-09-21 KJM  ADDED APPROVER AUTHORITY.  AN OPERATOR WITH
002020*                    OPER-APPROVE-AUTH "A" MAY APPROVE OR SEND
002030*                    BACK A BASECORR RELEASE THAT IS PENDING
002040*                    APPROVAL - NEVER ONE THEY RELEASED
002050*                    THEMSELVES.  RECORDS SEEDED BEFORE THE
002060*                    FIELD EXISTED CARRY A BLANK, NO AUTHORITY.
002070*    2026-10-01 KJM  BASEDMNT, THE DEPARTMENT MASTER SCREEN, IS
002080*                    HELD TO OPER-MAINT-AUTH AS WELL: UPDATE TO
002090*                    ADD OR CHANGE A DEPARTMENT, VIEW OTHERWISE.
002100*----------------------------------------------------------------*
002200 01  OPER-RECORD.
002300     05  OPER-ID                PIC X(08).
003200     05  OPER-STATUS            PIC X(01).
003300         88  OPER-ACTIVE        VALUE "A".
003400         88  OPER-RETIRED       VALUE "R".
003410     05  OPER-APPROVE-AUTH      PIC X(01).
003420         88  OPER-APPROVER      VALUE "A".
