000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                   BASEDMNT.
000300 AUTHOR.                       KJM.
000400 INSTALLATION.                 DATA PROCESSING.
000500 DATE-WRITTEN.                 10/01/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY
000900*
001000*  DATE       BY   DESCRIPTION
001100*  ---------- ---- -------------------------------------------
001200*  2026-10-01 KJM  ORIGINAL ISSUE.  ONLINE MAINTENANCE OF THE
001300*                  DEPTMAST DEPARTMENT MASTER (DEPTFLDS LAYOUT)
001400*                  THAT BASEBAL, BASESCAN AND BASECORR HOLD THE
001500*                  UPLOAD DEPARTMENTS TO.  ADD A DEPARTMENT, OR
001600*                  CHANGE ITS NAME, STATUS (A-ACTIVE OR
001700*                  I-INACTIVE), THE ACTION CODES IT MAY SEND AND
001800*                  ITS MAXIMUM QUANTITY PER TRANSACTION (BLANK
001900*                  FOR NO LIMIT); VIEW SHOWS THEM ALL WITH THE
002000*                  DATE ADDED AND WHO LAST CHANGED THE RECORD.
002100*                  SAME BASESECF SIGN-ON AS BASEMAINT: ADD AND
002200*                  CHANGE NEED MAINTENANCE UPDATE AUTHORITY, AND
002300*                  FAILED SIGN-ONS AND AUTHORITY REJECTIONS GO
002400*                  TO THE BASESECL SECURITY LOG.  A DEPARTMENT
002500*                  IS NEVER DELETED - INACTIVE STOPS ITS GROUPS
002600*                  AND KEEPS ITS NAME FOR THE REPORTS.
002610*  2026-10-15 KJM  A MAXIMUM QUANTITY WITH LEADING SPACES, AS
002620*                  VIEW SHOWS IT, NOW EDITS CLEAN, SO A VIEW
002630*                  FOLLOWED BY A CHANGE NO LONGER REJECTS IT.
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.              IBM-370.
003100 OBJECT-COMPUTER.              IBM-370.
003200 SPECIAL-NAMES.
003300     CONSOLE IS CRT.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS DEPT-CODE
004000         FILE STATUS IS WS-FILE-STATUS.
004100     SELECT OPERATOR-SECURITY ASSIGN TO BASESECF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS OPER-ID
004500         FILE STATUS IS WS-OPER-STATUS.
004600     SELECT SECURITY-LOG ASSIGN TO BASESECL
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SECL-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------*
005200*    DEPARTMENT-MASTER - SAME LAYOUT BASEBAL AND BASESCAN READ.
005300*----------------------------------------------------------------*
005400 FD  DEPARTMENT-MASTER.
005500     COPY DEPTFLDS.
005600*----------------------------------------------------------------*
005700*    OPERATOR-SECURITY / SECURITY-LOG - SHARED COPYBOOKS WITH
005800*    THE OTHER SIGNED-ON SCREENS.
005900*----------------------------------------------------------------*
006000 FD  OPERATOR-SECURITY.
006100     COPY OPERFLDS.
006200 FD  SECURITY-LOG.
006300     COPY SECLFLDS.
006400 WORKING-STORAGE SECTION.
006500 77  WS-FILE-STATUS             PIC X(02).
006600 77  WS-OPER-STATUS             PIC X(02).
006700 77  WS-SECL-STATUS             PIC X(02).
006800 77  WS-OPER-ID                 PIC X(08) VALUE SPACES.
006900 77  WS-MAINT-AUTH              PIC X(01) VALUE "V".
007000 77  WS-SIGNON-TRIES            PIC 9(01) COMP-3 VALUE 0.
007100 77  WS-SECL-OPER               PIC X(08).
007200 77  WS-SECL-EVENT              PIC X(20).
007300 01  WS-SEC-PRESENT-SW          PIC X(01) VALUE "N".
007400     88  WS-SEC-PRESENT         VALUE "Y".
007500 01  WS-SIGNED-ON-SW            PIC X(01) VALUE "N".
007600     88  WS-SIGNED-ON           VALUE "Y".
007700 01  WS-SIGNON-FIELDS.
007800     05  WS-SCR-OPER-ID         PIC X(08).
007900     05  WS-SCR-PASSWORD        PIC X(08).
008000 01  WS-AUTH-OK-SW              PIC X(01) VALUE "N".
008100     88  WS-AUTH-OK             VALUE "Y".
008200 77  WS-DONE-SW                 PIC X(01) VALUE "N".
008300     88  WS-DONE                VALUE "Y".
008400 77  WS-MSG                     PIC X(60) VALUE SPACES.
008500 77  WS-RUN-DATE                PIC 9(08).
008600*----------------------------------------------------------------*
008700*    EDIT WORK FIELDS - THE SCREEN VALUES TURNED INTO WHAT GOES
008800*    ON THE RECORD.  A MAXIMUM KEYED LEFT-JUSTIFIED IS PICKED
008900*    UP BY ITS LENGTH AND MOVED AS A NUMBER.
009000*----------------------------------------------------------------*
009100 01  WS-EDIT-OK-SW              PIC X(01) VALUE "Y".
009200     88  WS-EDIT-OK             VALUE "Y".
009300 77  WS-MAX-QTY                 PIC 9(07) VALUE 0.
009400 77  WS-QTY-TEXT                PIC X(07).
009500 77  WS-QTY-LEN                 PIC 9(02) COMP-3 VALUE 0.
009550 77  WS-QTY-LEAD                PIC 9(02) COMP-3 VALUE 0.
009600 77  WS-QTY-DISP                PIC ZZZZZZ9.
009700 01  WS-SCREEN-FIELDS.
009800     05  WS-SCR-FUNCTION        PIC X(01).
009900         88  WS-FN-ADD          VALUE "A".
010000         88  WS-FN-CHANGE       VALUE "C".
010100         88  WS-FN-VIEW         VALUE "V".
010200         88  WS-FN-EXIT         VALUE "X".
010300     05  WS-SCR-DEPT-CODE       PIC X(03).
010400     05  WS-SCR-DEPT-NAME       PIC X(30).
010500     05  WS-SCR-STATUS          PIC X(01).
010600     05  WS-SCR-ACTIONS         PIC X(10).
010700     05  WS-SCR-MAX-QTY         PIC X(07).
010800*----------------------------------------------------------------*
010900*    BASEDMNT-SCREEN - OPERATOR SCREEN FOR DEPTMAST MAINTENANCE.
011000*----------------------------------------------------------------*
011100 SCREEN SECTION.
011200*----------------------------------------------------------------*
011300*    BASEDMNT-SIGNON - OPERATOR SIGN-ON, SHOWN BEFORE THE
011400*    MAINTENANCE SCREEN.  THE PASSWORD DOES NOT ECHO.
011500*----------------------------------------------------------------*
011600 01  BASEDMNT-SIGNON.
011700     05  BLANK SCREEN.
011800     05  LINE 01 COLUMN 01 VALUE "BASEDMNT - OPERATOR SIGN-ON".
011900     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID..........: ".
012000     05  LINE 03 COLUMN 24 PIC X(08)
012100         TO WS-SCR-OPER-ID USING WS-SCR-OPER-ID.
012200     05  LINE 04 COLUMN 01 VALUE "PASSWORD.............: ".
012300     05  LINE 04 COLUMN 24 PIC X(08) SECURE
012400         TO WS-SCR-PASSWORD USING WS-SCR-PASSWORD.
012500     05  LINE 06 COLUMN 01 PIC X(60) FROM WS-MSG.
012600 01  BASEDMNT-SCREEN.
012700     05  BLANK SCREEN.
012800     05  LINE 01 COLUMN 01 VALUE "BASEDMNT - DEPARTMENT MASTER
012900-        " MAINTENANCE".
013000     05  LINE 03 COLUMN 01
013100         VALUE "FUNCTION (A-ADD  C-CHANGE  V-VIEW  X-EXIT): ".
013200     05  LINE 03 COLUMN 45 PIC X(01)
013300         TO WS-SCR-FUNCTION USING WS-SCR-FUNCTION.
013400     05  LINE 05 COLUMN 01 VALUE "DEPARTMENT CODE......: ".
013500     05  LINE 05 COLUMN 24 PIC X(03)
013600         TO WS-SCR-DEPT-CODE USING WS-SCR-DEPT-CODE.
013700     05  LINE 06 COLUMN 01 VALUE "DEPARTMENT NAME......: ".
013800     05  LINE 06 COLUMN 24 PIC X(30)
013900         TO WS-SCR-DEPT-NAME USING WS-SCR-DEPT-NAME.
014000     05  LINE 07 COLUMN 01 VALUE "STATUS (A/I).........: ".
014100     05  LINE 07 COLUMN 24 PIC X(01)
014200         TO WS-SCR-STATUS USING WS-SCR-STATUS.
014300     05  LINE 08 COLUMN 01 VALUE "ACTION CODES ALLOWED.: ".
014400     05  LINE 08 COLUMN 24 PIC X(10)
014500         TO WS-SCR-ACTIONS USING WS-SCR-ACTIONS.
014600     05  LINE 09 COLUMN 01 VALUE "MAXIMUM QUANTITY.....: ".
014700     05  LINE 09 COLUMN 24 PIC X(07)
014800         TO WS-SCR-MAX-QTY USING WS-SCR-MAX-QTY.
014900     05  LINE 11 COLUMN 01 PIC X(60) FROM WS-MSG.
015000 PROCEDURE DIVISION.
015100*----------------------------------------------------------------*
015200*    0000-MAINLINE
015300*----------------------------------------------------------------*
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 1200-SIGN-ON THRU 1200-EXIT.
015700     IF WS-SIGNED-ON
015800         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
015900             UNTIL WS-DONE
016000     END-IF.
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200     GOBACK.
016300*----------------------------------------------------------------*
016400*    1000-INITIALIZE - OPEN DEPTMAST, CREATING IT THE FIRST TIME
016500*    THIS PROGRAM IS EVER RUN AT A SITE.
016600*----------------------------------------------------------------*
016700 1000-INITIALIZE.
016800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016900     OPEN I-O DEPARTMENT-MASTER.
017000     IF WS-FILE-STATUS = "35"
017100         OPEN OUTPUT DEPARTMENT-MASTER
017200         CLOSE DEPARTMENT-MASTER
017300         OPEN I-O DEPARTMENT-MASTER
017400     END-IF.
017500     PERFORM 1150-OPEN-SECURITY THRU 1150-EXIT.
017600 1000-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------*
017900*    1150-OPEN-SECURITY - A MISSING OR EMPTY SECURITY FILE MEANS
018000*    THE SITE HAS NOT BEEN SEEDED YET; SIGN-ON THEN ACCEPTS ANY
018100*    ID WITH FULL AUTHORITY, AS THE OTHER CONTROL FILES FALL
018200*    BACK.
018300*----------------------------------------------------------------*
018400 1150-OPEN-SECURITY.
018500     OPEN INPUT OPERATOR-SECURITY.
018600     IF WS-OPER-STATUS NOT = "00"
018700         GO TO 1150-EXIT
018800     END-IF.
018900     READ OPERATOR-SECURITY NEXT RECORD
019000         AT END
019100             CONTINUE
019200     END-READ.
019300     IF WS-OPER-STATUS = "00"
019400         MOVE "Y" TO WS-SEC-PRESENT-SW
019500     ELSE
019600         CLOSE OPERATOR-SECURITY
019700     END-IF.
019800 1150-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------*
020100*    1200-SIGN-ON - THREE TRIES AT THE SIGN-ON SCREEN.  A FAILED
020200*    TRY IS LOGGED; THREE FAILURES END THE SESSION WITHOUT THE
020300*    MAINTENANCE SCREEN EVER SHOWING.
020400*----------------------------------------------------------------*
020500 1200-SIGN-ON.
020600     PERFORM 1250-TRY-ONE-SIGNON THRU 1250-EXIT
020700         UNTIL WS-SIGNED-ON
020800             OR WS-SIGNON-TRIES NOT < 3.
020900 1200-EXIT.
021000     EXIT.
021100 1250-TRY-ONE-SIGNON.
021200     DISPLAY BASEDMNT-SIGNON.
021300     ACCEPT BASEDMNT-SIGNON.
021400     MOVE SPACES TO WS-MSG.
021500     ADD 1 TO WS-SIGNON-TRIES.
021600     CALL "C$TOUPPER" USING WS-SCR-OPER-ID VALUE 8.
021700     IF WS-SCR-OPER-ID = SPACES
021800         MOVE "OPERATOR ID REQUIRED" TO WS-MSG
021900         GO TO 1250-EXIT
022000     END-IF.
022100     IF NOT WS-SEC-PRESENT
022200         MOVE WS-SCR-OPER-ID TO WS-OPER-ID
022300         MOVE "U" TO WS-MAINT-AUTH
022400         SET WS-SIGNED-ON TO TRUE
022500         GO TO 1250-EXIT
022600     END-IF.
022700     MOVE WS-SCR-OPER-ID TO OPER-ID.
022800     READ OPERATOR-SECURITY
022900         INVALID KEY
023000             PERFORM 1280-FAIL-SIGNON THRU 1280-EXIT
023100         NOT INVALID KEY
023200             IF OPER-ACTIVE
023300                     AND OPER-PASSWORD = WS-SCR-PASSWORD
023400                 MOVE WS-SCR-OPER-ID  TO WS-OPER-ID
023500                 MOVE OPER-MAINT-AUTH TO WS-MAINT-AUTH
023600                 SET WS-SIGNED-ON TO TRUE
023700             ELSE
023800                 PERFORM 1280-FAIL-SIGNON THRU 1280-EXIT
023900             END-IF
024000     END-READ.
024100 1250-EXIT.
024200     EXIT.
024300 1280-FAIL-SIGNON.
024400     MOVE "SIGN-ON FAILED" TO WS-MSG.
024500     MOVE WS-SCR-OPER-ID TO WS-SECL-OPER.
024600     MOVE "SIGN-ON FAILED" TO WS-SECL-EVENT.
024700     PERFORM 8500-WRITE-SECURITY-LOG THRU 8500-EXIT.
024800 1280-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------*
025100*    2000-PROCESS-REQUEST - PAINT THE SCREEN, READ THE OPERATOR'S
025200*    ENTRY, AND DISPATCH TO THE REQUESTED FUNCTION.
025300*----------------------------------------------------------------*
025400 2000-PROCESS-REQUEST.
025500     DISPLAY BASEDMNT-SCREEN.
025600     ACCEPT BASEDMNT-SCREEN.
025700     MOVE SPACES TO WS-MSG.
025800     PERFORM 2050-NORMALIZE-FIELDS THRU 2050-EXIT.
025900     EVALUATE TRUE
026000         WHEN WS-FN-ADD
026100             PERFORM 2080-CHECK-UPDATE-AUTH THRU 2080-EXIT
026200             IF WS-AUTH-OK
026300                 PERFORM 3000-ADD-DEPARTMENT THRU 3000-EXIT
026400             END-IF
026500         WHEN WS-FN-CHANGE
026600             PERFORM 2080-CHECK-UPDATE-AUTH THRU 2080-EXIT
026700             IF WS-AUTH-OK
026800                 PERFORM 4000-CHANGE-DEPARTMENT THRU 4000-EXIT
026900             END-IF
027000         WHEN WS-FN-VIEW
027100             PERFORM 6000-VIEW-DEPARTMENT THRU 6000-EXIT
027200         WHEN WS-FN-EXIT
027300             SET WS-DONE TO TRUE
027400         WHEN OTHER
027500             MOVE "INVALID FUNCTION - USE A, C, V OR X"
027600                 TO WS-MSG
027700     END-EVALUATE.
027800 2000-EXIT.
027900     EXIT.
028000*----------------------------------------------------------------*
028100*    2050-NORMALIZE-FIELDS - THE DEPARTMENT CODE MUST MATCH THE
028200*    UPPERCASE CODE ON THE HDR RECORDS, AND THE ALLOWED ACTION
028300*    CODES THE UPPERCASE CODES BASE_JB LEAVES ON A TRANSACTION.
028400*----------------------------------------------------------------*
028500 2050-NORMALIZE-FIELDS.
028600     CALL "C$TOUPPER" USING WS-SCR-FUNCTION VALUE 1.
028700     CALL "C$TOUPPER" USING WS-SCR-DEPT-CODE VALUE 3.
028800     CALL "C$TOUPPER" USING WS-SCR-DEPT-NAME VALUE 30.
028900     CALL "C$TOUPPER" USING WS-SCR-STATUS VALUE 1.
029000     CALL "C$TOUPPER" USING WS-SCR-ACTIONS VALUE 10.
029100 2050-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------*
029400*    2080-CHECK-UPDATE-AUTH - ADD AND CHANGE NEED MAINTENANCE
029500*    UPDATE AUTHORITY.  A REJECTION IS LOGGED.
029600*----------------------------------------------------------------*
029700 2080-CHECK-UPDATE-AUTH.
029800     IF WS-MAINT-AUTH = "U"
029900         MOVE "Y" TO WS-AUTH-OK-SW
030000     ELSE
030100         MOVE "N" TO WS-AUTH-OK-SW
030200         MOVE "NOT AUTHORIZED TO CHANGE THE MASTER" TO WS-MSG
030300         MOVE WS-OPER-ID TO WS-SECL-OPER
030400         MOVE "AUTHORITY REJECTED" TO WS-SECL-EVENT
030500         PERFORM 8500-WRITE-SECURITY-LOG THRU 8500-EXIT
030600     END-IF.
030700 2080-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------*
031000*    2100-EDIT-FIELDS - CODE AND NAME ARE REQUIRED, THE STATUS
031100*    MUST BE A OR I (BLANK TAKEN AS A), AT LEAST ONE ACTION CODE
031200*    MUST BE ALLOWED, AND A KEYED MAXIMUM MUST BE ALL DIGITS.
031300*    BLANK MAXIMUM IS NO LIMIT (ZERO).
031400*----------------------------------------------------------------*
031500 2100-EDIT-FIELDS.
031600     MOVE "N" TO WS-EDIT-OK-SW.
031700     MOVE 0 TO WS-MAX-QTY.
031800     IF WS-SCR-DEPT-CODE = SPACES
031900         MOVE "DEPARTMENT CODE REQUIRED" TO WS-MSG
032000         GO TO 2100-EXIT
032100     END-IF.
032200     IF WS-SCR-DEPT-NAME = SPACES
032300         MOVE "DEPARTMENT NAME REQUIRED" TO WS-MSG
032400         GO TO 2100-EXIT
032500     END-IF.
032600     IF WS-SCR-STATUS = SPACE
032700         MOVE "A" TO WS-SCR-STATUS
032800     END-IF.
032900     IF WS-SCR-STATUS NOT = "A" AND NOT = "I"
033000         MOVE "STATUS MUST BE A-ACTIVE OR I-INACTIVE" TO WS-MSG
033100         GO TO 2100-EXIT
033200     END-IF.
033300     IF WS-SCR-ACTIONS = SPACES
033400         MOVE "AT LEAST ONE ACTION CODE MUST BE ALLOWED"
033500             TO WS-MSG
033600         GO TO 2100-EXIT
033700     END-IF.
033800     IF WS-SCR-MAX-QTY NOT = SPACES
033900         MOVE SPACES TO WS-QTY-TEXT
034000         MOVE 0 TO WS-QTY-LEN WS-QTY-LEAD
034050         INSPECT WS-SCR-MAX-QTY TALLYING WS-QTY-LEAD
034060             FOR LEADING SPACE
034100         UNSTRING WS-SCR-MAX-QTY (WS-QTY-LEAD + 1:)
034150             DELIMITED BY ALL SPACE
034200             INTO WS-QTY-TEXT COUNT IN WS-QTY-LEN
034300         END-UNSTRING
034400         IF WS-QTY-LEN = 0
034500                 OR WS-QTY-TEXT (1:WS-QTY-LEN) IS NOT NUMERIC
034600             MOVE "MAXIMUM QUANTITY MUST BE DIGITS OR BLANK"
034700                 TO WS-MSG
034800             GO TO 2100-EXIT
034900         END-IF
035000         MOVE WS-QTY-TEXT (1:WS-QTY-LEN) TO WS-MAX-QTY
035100     END-IF.
035200     MOVE "Y" TO WS-EDIT-OK-SW.
035300 2100-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------*
035600*    3000-ADD-DEPARTMENT - ADD A NEW DEPARTMENT.  ONE ALREADY ON
035700*    FILE IS CHANGED WITH C, NOT ADDED AGAIN.
035800*----------------------------------------------------------------*
035900 3000-ADD-DEPARTMENT.
036000     PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT.
036100     IF NOT WS-EDIT-OK
036200         GO TO 3000-EXIT
036300     END-IF.
036400     MOVE WS-SCR-DEPT-CODE TO DEPT-CODE.
036500     READ DEPARTMENT-MASTER
036600         INVALID KEY
036700             MOVE WS-RUN-DATE TO DEPT-ADD-DATE
036800             PERFORM 3100-MOVE-SCREEN-TO-RECORD THRU 3100-EXIT
036900             WRITE DEPT-RECORD
037000             MOVE "DEPARTMENT ADDED" TO WS-MSG
037100         NOT INVALID KEY
037200             MOVE "DEPARTMENT ALREADY ON MASTER - USE CHANGE"
037300                 TO WS-MSG
037400     END-READ.
037500 3000-EXIT.
037600     EXIT.
037700 3100-MOVE-SCREEN-TO-RECORD.
037800     MOVE WS-SCR-DEPT-NAME TO DEPT-NAME.
037900     MOVE WS-SCR-STATUS    TO DEPT-STATUS.
038000     MOVE WS-SCR-ACTIONS   TO DEPT-ALLOWED-ACTIONS.
038100     MOVE WS-MAX-QTY       TO DEPT-MAX-QUANTITY.
038200     MOVE WS-RUN-DATE      TO DEPT-CHANGE-DATE.
038300     MOVE WS-OPER-ID       TO DEPT-CHANGE-OPER.
038400 3100-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------*
038700*    4000-CHANGE-DEPARTMENT - REPLACE AN EXISTING DEPARTMENT'S
038800*    NAME, STATUS, ALLOWED ACTIONS AND MAXIMUM WITH WHAT IS ON
038900*    THE SCREEN.  VIEW IT FIRST TO START FROM ITS CURRENT VALUES.
039000*----------------------------------------------------------------*
039100 4000-CHANGE-DEPARTMENT.
039200     PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT.
039300     IF NOT WS-EDIT-OK
039400         GO TO 4000-EXIT
039500     END-IF.
039600     MOVE WS-SCR-DEPT-CODE TO DEPT-CODE.
039700     READ DEPARTMENT-MASTER
039800         INVALID KEY
039900             MOVE "DEPARTMENT NOT FOUND" TO WS-MSG
040000         NOT INVALID KEY
040100             PERFORM 3100-MOVE-SCREEN-TO-RECORD THRU 3100-EXIT
040200             REWRITE DEPT-RECORD
040300             MOVE "DEPARTMENT CHANGED" TO WS-MSG
040400     END-READ.
040500 4000-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------*
040800*    6000-VIEW-DEPARTMENT - LOAD AN EXISTING DEPARTMENT ONTO THE
040900*    SCREEN, WITH THE DATE ADDED AND LAST CHANGE IN THE MESSAGE.
041000*----------------------------------------------------------------*
041100 6000-VIEW-DEPARTMENT.
041200     MOVE WS-SCR-DEPT-CODE TO DEPT-CODE.
041300     READ DEPARTMENT-MASTER
041400         INVALID KEY
041500             MOVE "DEPARTMENT NOT FOUND" TO WS-MSG
041600         NOT INVALID KEY
041700             MOVE DEPT-NAME            TO WS-SCR-DEPT-NAME
041800             MOVE DEPT-STATUS          TO WS-SCR-STATUS
041900             MOVE DEPT-ALLOWED-ACTIONS TO WS-SCR-ACTIONS
042000             MOVE SPACES               TO WS-SCR-MAX-QTY
042100             IF DEPT-MAX-QUANTITY > 0
042200                 MOVE DEPT-MAX-QUANTITY TO WS-QTY-DISP
042300                 MOVE WS-QTY-DISP       TO WS-SCR-MAX-QTY
042400             END-IF
042500             STRING "ADDED " DELIMITED BY SIZE
042600                 DEPT-ADD-DATE DELIMITED BY SIZE
042700                 "  CHANGED " DELIMITED BY SIZE
042800                 DEPT-CHANGE-DATE DELIMITED BY SIZE
042900                 " BY " DELIMITED BY SIZE
043000                 DEPT-CHANGE-OPER DELIMITED BY SIZE
043100                 INTO WS-MSG
043200     END-READ.
043300 6000-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------*
043600*    8500-WRITE-SECURITY-LOG - APPEND ONE EVENT TO THE BASESECL
043700*    SECURITY LOG, CREATING IT THE FIRST TIME AN EVENT EVER
043800*    HAPPENS AT A SITE.  THE CALLER SETS THE OPERATOR AND EVENT.
043900*----------------------------------------------------------------*
044000 8500-WRITE-SECURITY-LOG.
044100     OPEN EXTEND SECURITY-LOG.
044200     IF WS-SECL-STATUS = "35"
044300         OPEN OUTPUT SECURITY-LOG
044400     END-IF.
044500     ACCEPT SECL-LOG-DATE FROM DATE YYYYMMDD.
044600     ACCEPT SECL-LOG-TIME FROM TIME.
044700     MOVE "BASEDMNT"    TO SECL-PROGRAM.
044800     MOVE WS-SECL-OPER  TO SECL-OPER-ID.
044900     MOVE WS-SECL-EVENT TO SECL-EVENT.
045000     WRITE SECL-RECORD.
045100     CLOSE SECURITY-LOG.
045200 8500-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------*
045500*    9000-TERMINATE
045600*----------------------------------------------------------------*
045700 9000-TERMINATE.
045800     CLOSE DEPARTMENT-MASTER.
045900     IF WS-SEC-PRESENT
046000         CLOSE OPERATOR-SECURITY
046100     END-IF.
046200 9000-EXIT.
046300     EXIT.
