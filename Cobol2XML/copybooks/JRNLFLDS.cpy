000100*----------------------------------------------------------------*
000200*    JRNLFLDS - ORDER MASTER POSTING JOURNAL RECORD
000300*
000400*    DATE       BY   DESCRIPTION
000500*    ---------- ---- -------------------------------------------
000600*    2026-09-10 KJM  ORIGINAL ISSUE.  BASEPOST WRITES ONE RECORD
000700*                    TO THE BASEJRNL POSTING JOURNAL FOR EVERY
000800*                    ADD, CHANGE AND DELETE IT APPLIES TO
000900*                    ORDRMAST, CARRYING THE ORDER AS IT WAS
001000*                    BEFORE AND AS IT WAS LEFT AFTER.  THE KEY
001100*                    LEADS WITH THE POSTING RUN'S DATE AND RUN
001200*                    SERIAL (THE RUN'S START TIME), SO ONE RUN'S
001300*                    RECORDS SIT TOGETHER IN THE ORDER THEY WERE
001400*                    POSTED AND BASEPBAK CAN BACK THAT ONE RUN
001500*                    OUT, NEWEST FIRST, AND PUT THE MASTER BACK
001600*                    EXACTLY AS IT WAS.  THE BEFORE IMAGE OF AN
001700*                    ADD AND THE AFTER IMAGE OF A DELETE ARE
001800*                    SPACES.  JRNL-BACKOUT-DATE IS ZERO UNTIL
001900*                    BASEPBAK REVERSES THE RECORD, SO A BACKOUT
002000*                    THAT IS RUN TWICE DOES NOT REVERSE TWICE.
002010*    2026-10-09 KJM  BASEWHSE ALSO READS THE JOURNAL, FORWARD
002020*                    FROM THE LAST KEY IT SENT, FOR THE NIGHTLY
002030*                    WAREHOUSE ORDER EXTRACT.  A BACKED-OUT
002040*                    RECORD IS NOT SENT.
002047*    2026-10-15 KJM  BASEPBAK NOW WRITES A REVERSAL RECORD FOR
002054*                    EACH RECORD IT UNDOES, UNDER ITS OWN RUN
002061*                    DATE AND SERIAL - A "D" FOR AN ADD, AN "M"
002068*                    BACK TO THE BEFORE IMAGE FOR A CHANGE, AN
002075*                    "A" FOR A DELETE - AND BASEWHSE SENDS
002082*                    BACKED-OUT RECORDS AND THEIR REVERSALS
002089*                    ALIKE, IN KEY ORDER.
002100*----------------------------------------------------------------*
002200 01  JRNL-RECORD.
002300     05  JRNL-KEY.
002400         10  JRNL-RUN-DATE      PIC 9(08).
002500         10  JRNL-RUN-SERIAL    PIC 9(08).
002600         10  JRNL-SEQ           PIC 9(07).
002700     05  JRNL-POST-TIME         PIC 9(08).
002800     05  JRNL-ACTION            PIC X(01).
002900         88  JRNL-ADD           VALUE "A".
003000         88  JRNL-CHANGE        VALUE "M".
003100         88  JRNL-DELETE        VALUE "D".
003200     05  JRNL-ORDER-ID          PIC X(08).
003300     05  JRNL-DEPT-CODE         PIC X(03).
003400     05  JRNL-BEFORE-IMAGE      PIC X(69).
003500     05  JRNL-AFTER-IMAGE       PIC X(69).
003600     05  JRNL-BACKOUT-DATE      PIC 9(08).
