000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                   BASEORDQ.
000300 AUTHOR.                       KJM.
000400 INSTALLATION.                 DATA PROCESSING.
000500 DATE-WRITTEN.                 09/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY
000900*
001000*  DATE       BY   DESCRIPTION
001100*  ---------- ---- -------------------------------------------
001200*  2026-09-14 KJM  ORIGINAL ISSUE.  VIEW-ONLY ONLINE INQUIRY
001300*                  OVER THE ORDRMAST ORDER MASTER BASEPOST
001400*                  MAINTAINS, SO OPERATIONS CAN ANSWER "DID
001500*                  TRN00004 POST?" WITHOUT DIGGING OUT THE
001600*                  NIGHT'S BASEPSTR REGISTER.  AN ORDER IS
001700*                  PULLED UP BY ITS ORDER ID, OR EVERY ORDER
001800*                  FOR A CUSTOMER IS LISTED TEN TO A PAGE - THE
001900*                  KEYED NAME IS FIRST RUN THROUGH BASE_JB'S
002000*                  TYPE "F" MODE "U" EDIT, AS BASECMNT KEYS
002100*                  CUSTMAST, SO IT MATCHES THE NAME AS POSTED.
002200*                  THE ADD AND CHANGE DATES SHOW, AND SO DOES
002300*                  WHETHER THE ID IS STILL SITTING ON SUSPFILE.
002400*                  SAME BASESECF SIGN-ON AS BASECORR; NOTHING
002500*                  ON THIS SCREEN CHANGES A FILE, SO ANY
002600*                  SIGNED-ON OPERATOR MAY USE IT.  THE LOOKUP
002700*                  BASE_JB CALL IS NOT AUDITED - IT CHANGES
002800*                  NOTHING.
002810*  2026-09-21 KJM  AN ID WHOSE BASECORR RELEASE IS WAITING ON A
002820*                  SECOND OPERATOR SHOWS AS PENDING APPROVAL,
002830*                  WITH THE OPERATOR WHO RELEASED IT.
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.              IBM-370.
003300 OBJECT-COMPUTER.              IBM-370.
003400 SPECIAL-NAMES.
003500     CONSOLE IS CRT.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ORDER-MASTER ASSIGN TO ORDRMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ORDM-ORDER-ID
004200         FILE STATUS IS WS-MAST-STATUS.
004300     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SUSP-TRAN-ID
004700         FILE STATUS IS WS-SUSP-STATUS.
004800     SELECT OPERATOR-SECURITY ASSIGN TO BASESECF
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS OPER-ID
005200         FILE STATUS IS WS-OPER-STATUS.
005300     SELECT SECURITY-LOG ASSIGN TO BASESECL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SECL-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*----------------------------------------------------------------*
005900*    ORDER-MASTER - SAME LAYOUT BASEPOST WRITES.  READ ONLY.
006000*----------------------------------------------------------------*
006100 FD  ORDER-MASTER.
006200     COPY ORDMFLDS.
006300*----------------------------------------------------------------*
006400*    SUSPENSE-FILE - SAME LAYOUT BASESCAN WRITES AND BASECORR
006500*    RELEASES.  READ ONLY.
006600*----------------------------------------------------------------*
006700 FD  SUSPENSE-FILE.
006800     COPY SUSPFLDS.
006900*----------------------------------------------------------------*
007000*    OPERATOR-SECURITY / SECURITY-LOG - SHARED COPYBOOKS WITH
007100*    THE OTHER SIGNED-ON SCREENS.
007200*----------------------------------------------------------------*
007300 FD  OPERATOR-SECURITY.
007400     COPY OPERFLDS.
007500 FD  SECURITY-LOG.
007600     COPY SECLFLDS.
007700 WORKING-STORAGE SECTION.
007800 77  WS-MAST-STATUS             PIC X(02).
007900 77  WS-SUSP-STATUS             PIC X(02).
008000 77  WS-OPER-STATUS             PIC X(02).
008100 77  WS-SECL-STATUS             PIC X(02).
008200 01  WS-MAST-PRESENT-SW         PIC X(01) VALUE "N".
008300     88  WS-MAST-PRESENT        VALUE "Y".
008400 01  WS-SUSP-PRESENT-SW         PIC X(01) VALUE "N".
008500     88  WS-SUSP-PRESENT        VALUE "Y".
008600 77  WS-OPER-ID                 PIC X(08) VALUE SPACES.
008700 77  WS-SIGNON-TRIES            PIC 9(01) COMP-3 VALUE 0.
008800 77  WS-SECL-OPER               PIC X(08).
008900 77  WS-SECL-EVENT              PIC X(20).
009000 01  WS-SEC-PRESENT-SW          PIC X(01) VALUE "N".
009100     88  WS-SEC-PRESENT         VALUE "Y".
009200 01  WS-SIGNED-ON-SW            PIC X(01) VALUE "N".
009300     88  WS-SIGNED-ON           VALUE "Y".
009400 01  WS-SIGNON-FIELDS.
009500     05  WS-SCR-OPER-ID         PIC X(08).
009600     05  WS-SCR-PASSWORD        PIC X(08).
009700 77  WS-DONE-SW                 PIC X(01) VALUE "N".
009800     88  WS-DONE                VALUE "Y".
009900 77  WS-MSG                     PIC X(60) VALUE SPACES.
010000 77  WS-WORK-NAME               PIC X(32).
010100 01  WS-SCREEN-FIELDS.
010200     05  WS-SCR-FUNCTION        PIC X(01).
010300         88  WS-FN-ORDER        VALUE "O".
010400         88  WS-FN-CUSTOMER     VALUE "C".
010500         88  WS-FN-NEXT         VALUE "N".
010600         88  WS-FN-EXIT         VALUE "X".
010700     05  WS-SCR-ORDER-ID        PIC X(08).
010800     05  WS-SCR-CUST-NAME       PIC X(30).
010900     05  WS-SCR-ORDER-DATE      PIC X(08).
011000     05  WS-SCR-QUANTITY        PIC X(07).
011100     05  WS-SCR-ADD-DATE        PIC X(08).
011200     05  WS-SCR-CHANGE-DATE     PIC X(08).
011300     05  WS-SCR-SUSP-TEXT       PIC X(40).
011400*----------------------------------------------------------------*
011500*    CUSTOMER BROWSE - THE NORMALIZED NAME BEING LISTED, THE
011600*    LAST ORDER ID SHOWN (WHERE THE NEXT PAGE PICKS UP) AND ONE
011700*    SCREEN PAGE OF MATCHING ORDERS.
011800*----------------------------------------------------------------*
011900 77  WS-BROWSE-NAME             PIC X(30) VALUE SPACES.
012000 77  WS-LAST-ID                 PIC X(08) VALUE SPACES.
012100 77  WS-LIST-SUB                PIC 9(02) COMP-3 VALUE 0.
012200 77  WS-PAGE-COUNT              PIC 9(02) VALUE 0.
012300 01  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
012400     88  WS-SCAN-EOF            VALUE "Y".
012500 01  WS-MORE-SW                 PIC X(01) VALUE "N".
012600     88  WS-MORE-TO-SHOW        VALUE "Y".
012700 01  WS-LIST-AREA.
012800     05  WS-LIST-LINE           PIC X(72) OCCURS 10 TIMES.
012900 01  WS-LIST-DETAIL.
013000     05  WS-LST-ORDER-ID        PIC X(08).
013100     05  FILLER                 PIC X(02) VALUE SPACES.
013200     05  WS-LST-ORDER-DATE      PIC X(08).
013300     05  FILLER                 PIC X(02) VALUE SPACES.
013400     05  WS-LST-QUANTITY        PIC X(07).
013500     05  FILLER                 PIC X(02) VALUE SPACES.
013600     05  WS-LST-ADD-DATE        PIC 9(08).
013700     05  FILLER                 PIC X(02) VALUE SPACES.
013800     05  WS-LST-CHANGE-DATE     PIC 9(08).
013900     05  FILLER                 PIC X(02) VALUE SPACES.
014000     05  WS-LST-SUSP-TEXT       PIC X(23).
014100*----------------------------------------------------------------*
014200*    THE BASE_JB CALLING LAYOUT - SHARED COPYBOOK, SO THIS
014300*    SCREEN CANNOT DRIFT OUT OF STEP WITH BASE_JB ITSELF.
014400*----------------------------------------------------------------*
014500     COPY BASEFLDS.
014600 SCREEN SECTION.
014700*----------------------------------------------------------------*
014800*    BASEORDQ-SIGNON - OPERATOR SIGN-ON, SHOWN BEFORE THE
014900*    INQUIRY SCREEN.  THE PASSWORD DOES NOT ECHO.
015000*----------------------------------------------------------------*
015100 01  BASEORDQ-SIGNON.
015200     05  BLANK SCREEN.
015300     05  LINE 01 COLUMN 01 VALUE "BASEORDQ - OPERATOR SIGN-ON".
015400     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID..........: ".
015500     05  LINE 03 COLUMN 24 PIC X(08)
015600         TO WS-SCR-OPER-ID USING WS-SCR-OPER-ID.
015700     05  LINE 04 COLUMN 01 VALUE "PASSWORD.............: ".
015800     05  LINE 04 COLUMN 24 PIC X(08) SECURE
015900         TO WS-SCR-PASSWORD USING WS-SCR-PASSWORD.
016000     05  LINE 06 COLUMN 01 PIC X(60) FROM WS-MSG.
016100*----------------------------------------------------------------*
016200*    BASEORDQ-SCREEN - ORDER MASTER INQUIRY.  ONLY THE FUNCTION,
016300*    ORDER ID AND CUSTOMER NAME ARE ENTERED; EVERYTHING ELSE IS
016400*    DISPLAY ONLY.
016500*----------------------------------------------------------------*
016600 01  BASEORDQ-SCREEN.
016700     05  BLANK SCREEN.
016800     05  LINE 01 COLUMN 01 VALUE "BASEORDQ - ORDER MASTER
016900-        " INQUIRY".
017000     05  LINE 03 COLUMN 01
017100         VALUE "FUNCTION (O-ORDER  C-CUSTOMER  N-NEXT  X-EXIT): ".
017200     05  LINE 03 COLUMN 50 PIC X(01)
017300         TO WS-SCR-FUNCTION USING WS-SCR-FUNCTION.
017400     05  LINE 05 COLUMN 01 VALUE "ORDER ID.............: ".
017500     05  LINE 05 COLUMN 24 PIC X(08)
017600         TO WS-SCR-ORDER-ID USING WS-SCR-ORDER-ID.
017700     05  LINE 06 COLUMN 01 VALUE "CUSTOMER NAME........: ".
017800     05  LINE 06 COLUMN 24 PIC X(30)
017900         TO WS-SCR-CUST-NAME USING WS-SCR-CUST-NAME.
018000     05  LINE 07 COLUMN 01 VALUE "ORDER DATE YYYYMMDD..: ".
018100     05  LINE 07 COLUMN 24 PIC X(08) FROM WS-SCR-ORDER-DATE.
018200     05  LINE 08 COLUMN 01 VALUE "QUANTITY.............: ".
018300     05  LINE 08 COLUMN 24 PIC X(07) FROM WS-SCR-QUANTITY.
018400     05  LINE 09 COLUMN 01 VALUE "ADDED / CHANGED......: ".
018500     05  LINE 09 COLUMN 24 PIC X(08) FROM WS-SCR-ADD-DATE.
018600     05  LINE 09 COLUMN 34 PIC X(08) FROM WS-SCR-CHANGE-DATE.
018700     05  LINE 10 COLUMN 01 VALUE "SUSPENSE.............: ".
018800     05  LINE 10 COLUMN 24 PIC X(40) FROM WS-SCR-SUSP-TEXT.
018900     05  LINE 12 COLUMN 01 VALUE "ORDER ID  ORDER DT  QUANTITY
019000-        "  ADDED     CHANGED   SUSPENSE".
019100     05  LINE 13 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (1).
019200     05  LINE 14 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (2).
019300     05  LINE 15 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (3).
019400     05  LINE 16 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (4).
019500     05  LINE 17 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (5).
019600     05  LINE 18 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (6).
019700     05  LINE 19 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (7).
019800     05  LINE 20 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (8).
019900     05  LINE 21 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (9).
020000     05  LINE 22 COLUMN 01 PIC X(72) FROM WS-LIST-LINE (10).
020100     05  LINE 24 COLUMN 01 PIC X(60) FROM WS-MSG.
020200 PROCEDURE DIVISION.
020300*----------------------------------------------------------------*
020400*    0000-MAINLINE
020500*----------------------------------------------------------------*
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 1200-SIGN-ON THRU 1200-EXIT.
020900     IF WS-SIGNED-ON
021000         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
021100             UNTIL WS-DONE
021200     END-IF.
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021400     GOBACK.
021500*----------------------------------------------------------------*
021600*    1000-INITIALIZE - OPEN THE ORDER MASTER AND SUSPENSE FILE
021700*    FOR READING.  NEITHER IS CREATED HERE: A MISSING MASTER IS
021800*    REPORTED ON EVERY LOOKUP, A MISSING SUSPENSE FILE JUST
021900*    MEANS NOTHING IS SUSPENDED.
022000*----------------------------------------------------------------*
022100 1000-INITIALIZE.
022200     MOVE SPACES TO WS-SCREEN-FIELDS WS-LIST-AREA.
022300     OPEN INPUT ORDER-MASTER.
022400     IF WS-MAST-STATUS = "00"
022500         MOVE "Y" TO WS-MAST-PRESENT-SW
022600     END-IF.
022700     OPEN INPUT SUSPENSE-FILE.
022800     IF WS-SUSP-STATUS = "00"
022900         MOVE "Y" TO WS-SUSP-PRESENT-SW
023000     END-IF.
023100     PERFORM 1150-OPEN-SECURITY THRU 1150-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------*
023500*    1150-OPEN-SECURITY - A MISSING OR EMPTY SECURITY FILE MEANS
023600*    THE SITE HAS NOT BEEN SEEDED YET; SIGN-ON THEN ACCEPTS ANY
023700*    ID, AS THE OTHER CONTROL FILES FALL BACK.
023800*----------------------------------------------------------------*
023900 1150-OPEN-SECURITY.
024000     OPEN INPUT OPERATOR-SECURITY.
024100     IF WS-OPER-STATUS NOT = "00"
024200         GO TO 1150-EXIT
024300     END-IF.
024400     READ OPERATOR-SECURITY NEXT RECORD
024500         AT END
024600             CONTINUE
024700     END-READ.
024800     IF WS-OPER-STATUS = "00"
024900         MOVE "Y" TO WS-SEC-PRESENT-SW
025000     ELSE
025100         CLOSE OPERATOR-SECURITY
025200     END-IF.
025300 1150-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------*
025600*    1200-SIGN-ON - THREE TRIES AT THE SIGN-ON SCREEN.  A FAILED
025700*    TRY IS LOGGED; THREE FAILURES END THE SESSION WITHOUT THE
025800*    INQUIRY SCREEN EVER SHOWING.
025900*----------------------------------------------------------------*
026000 1200-SIGN-ON.
026100     PERFORM 1250-TRY-ONE-SIGNON THRU 1250-EXIT
026200         UNTIL WS-SIGNED-ON
026300             OR WS-SIGNON-TRIES NOT < 3.
026400 1200-EXIT.
026500     EXIT.
026600 1250-TRY-ONE-SIGNON.
026700     DISPLAY BASEORDQ-SIGNON.
026800     ACCEPT BASEORDQ-SIGNON.
026900     MOVE SPACES TO WS-MSG.
027000     ADD 1 TO WS-SIGNON-TRIES.
027100     CALL "C$TOUPPER" USING WS-SCR-OPER-ID VALUE 8.
027200     IF WS-SCR-OPER-ID = SPACES
027300         MOVE "OPERATOR ID REQUIRED" TO WS-MSG
027400         GO TO 1250-EXIT
027500     END-IF.
027600     IF NOT WS-SEC-PRESENT
027700         MOVE WS-SCR-OPER-ID TO WS-OPER-ID
027800         SET WS-SIGNED-ON TO TRUE
027900         GO TO 1250-EXIT
028000     END-IF.
028100     MOVE WS-SCR-OPER-ID TO OPER-ID.
028200     READ OPERATOR-SECURITY
028300         INVALID KEY
028400             PERFORM 1280-FAIL-SIGNON THRU 1280-EXIT
028500         NOT INVALID KEY
028600             IF OPER-ACTIVE
028700                     AND OPER-PASSWORD = WS-SCR-PASSWORD
028800                 MOVE WS-SCR-OPER-ID TO WS-OPER-ID
028900                 SET WS-SIGNED-ON TO TRUE
029000             ELSE
029100                 PERFORM 1280-FAIL-SIGNON THRU 1280-EXIT
029200             END-IF
029300     END-READ.
029400 1250-EXIT.
029500     EXIT.
029600 1280-FAIL-SIGNON.
029700     MOVE "SIGN-ON FAILED" TO WS-MSG.
029800     MOVE WS-SCR-OPER-ID TO WS-SECL-OPER.
029900     MOVE "SIGN-ON FAILED" TO WS-SECL-EVENT.
030000     PERFORM 8500-WRITE-SECURITY-LOG THRU 8500-EXIT.
030100 1280-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------*
030400*    2000-PROCESS-REQUEST - PAINT THE SCREEN, READ THE OPERATOR'S
030500*    ENTRY, AND DISPATCH TO THE REQUESTED FUNCTION.
030600*----------------------------------------------------------------*
030700 2000-PROCESS-REQUEST.
030800     DISPLAY BASEORDQ-SCREEN.
030900     ACCEPT BASEORDQ-SCREEN.
031000     MOVE SPACES TO WS-MSG.
031100     EVALUATE TRUE
031200         WHEN WS-FN-ORDER
031300             PERFORM 3000-VIEW-ORDER THRU 3000-EXIT
031400         WHEN WS-FN-CUSTOMER
031500             PERFORM 4000-BROWSE-CUSTOMER THRU 4000-EXIT
031600         WHEN WS-FN-NEXT
031700             PERFORM 4500-NEXT-PAGE THRU 4500-EXIT
031800         WHEN WS-FN-EXIT
031900             SET WS-DONE TO TRUE
032000         WHEN OTHER
032100             MOVE "INVALID FUNCTION - USE O, C, N OR X"
032200                 TO WS-MSG
032300     END-EVALUATE.
032400 2000-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------*
032700*    2050-NORMALIZE-NAME - RUN THE KEYED NAME THROUGH THE SAME
032800*    TYPE "F" MODE "U" EDIT BASECMNT KEYS CUSTMAST WITH AND THE
032900*    SWEEP LEAVES ON THE POSTED ORDER.  A LOOKUP CHANGES
033000*    NOTHING, SO IT STAYS OUT OF BASE-AUDIT-LOG.
033100*----------------------------------------------------------------*
033200 2050-NORMALIZE-NAME.
033300     MOVE "ORDQSCRN" TO BJB-TERM-ID.
033400     MOVE WS-OPER-ID TO BJB-USER-ID.
033500     MOVE "Y"        TO BJB-SUPPRESS-AUDIT-SW.
033600     MOVE 1          TO BJB-FIELD-COUNT.
033700     MOVE SPACES TO WS-WORK-NAME.
033800     MOVE WS-SCR-CUST-NAME TO WS-WORK-NAME (1:30).
033900     MOVE WS-WORK-NAME TO BJB-ENTRY-CHAR (1).
034000     MOVE 30  TO BJB-ENTRY-LEN (1).
034100     MOVE "U" TO BJB-ENTRY-MODE (1).
034200     MOVE "F" TO BJB-ENTRY-TYPE (1).
034300     CALL "BASE_JB" USING BJB-CALL-PARMS.
034400     MOVE BJB-ENTRY-CHAR (1) (1:30) TO WS-SCR-CUST-NAME.
034500 2050-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------*
034800*    3000-VIEW-ORDER - PULL ONE ORDER UP BY ITS ID.  AN ID NOT
034900*    ON THE MASTER STILL SHOWS ITS SUSPENSE STANDING - THAT IS
035000*    USUALLY WHY IT NEVER POSTED.
035100*----------------------------------------------------------------*
035200 3000-VIEW-ORDER.
035300     MOVE SPACES TO WS-LIST-AREA WS-BROWSE-NAME.
035400     MOVE "N" TO WS-MORE-SW.
035500     MOVE SPACES TO WS-SCR-CUST-NAME WS-SCR-ORDER-DATE
035600         WS-SCR-QUANTITY WS-SCR-ADD-DATE WS-SCR-CHANGE-DATE
035700         WS-SCR-SUSP-TEXT.
035800     CALL "C$TOUPPER" USING WS-SCR-ORDER-ID VALUE 8.
035900     IF WS-SCR-ORDER-ID = SPACES
036000         MOVE "ORDER ID REQUIRED" TO WS-MSG
036100         GO TO 3000-EXIT
036200     END-IF.
036300     MOVE WS-SCR-ORDER-ID TO SUSP-TRAN-ID.
036400     PERFORM 3500-CHECK-SUSPENSE THRU 3500-EXIT.
036500     IF NOT WS-MAST-PRESENT
036600         MOVE "ORDER MASTER NOT AVAILABLE" TO WS-MSG
036700         GO TO 3000-EXIT
036800     END-IF.
036900     MOVE WS-SCR-ORDER-ID TO ORDM-ORDER-ID.
037000     READ ORDER-MASTER
037100         INVALID KEY
037200             MOVE "ORDER NOT ON MASTER" TO WS-MSG
037300         NOT INVALID KEY
037400             MOVE ORDM-CUSTOMER-NAME TO WS-SCR-CUST-NAME
037500             MOVE ORDM-ORDER-DATE    TO WS-SCR-ORDER-DATE
037600             MOVE ORDM-QUANTITY      TO WS-SCR-QUANTITY
037700             MOVE ORDM-ADD-DATE      TO WS-SCR-ADD-DATE
037800             MOVE ORDM-CHANGE-DATE   TO WS-SCR-CHANGE-DATE
037900             MOVE "ORDER ON MASTER"  TO WS-MSG
038000     END-READ.
038100 3000-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------*
038400*    3500-CHECK-SUSPENSE - THE ID'S STANDING ON SUSPFILE, INTO
038500*    WS-SCR-SUSP-TEXT.  THE CALLER SETS SUSP-TRAN-ID.
038600*----------------------------------------------------------------*
038700 3500-CHECK-SUSPENSE.
038800     MOVE "NOT ON SUSPENSE" TO WS-SCR-SUSP-TEXT.
038900     IF NOT WS-SUSP-PRESENT
039000         GO TO 3500-EXIT
039100     END-IF.
039200     READ SUSPENSE-FILE
039300         INVALID KEY
039400             CONTINUE
039500         NOT INVALID KEY
039600             PERFORM 3550-DESCRIBE-SUSPENSE THRU 3550-EXIT
039700     END-READ.
039800 3500-EXIT.
039900     EXIT.
040000 3550-DESCRIBE-SUSPENSE.
040100     MOVE SPACES TO WS-SCR-SUSP-TEXT.
040200     IF SUSP-SUSPENDED
040300         STRING "ON SUSPENSE - " DELIMITED BY SIZE
040400             SUSP-FIELD-IN-ERROR DELIMITED BY SPACE
040500             " RC " DELIMITED BY SIZE
040600             SUSP-RETURN-CODE DELIMITED BY SIZE
040700             INTO WS-SCR-SUSP-TEXT
040800     ELSE
040900         IF SUSP-PENDING-APPROVAL
040910             STRING "PENDING APPROVAL - RELEASED BY "
040920                 DELIMITED BY SIZE
040930                 SUSP-PEND-OPER-ID DELIMITED BY SPACE
040940                 INTO WS-SCR-SUSP-TEXT
040950         ELSE
040960             MOVE "RELEASED FROM SUSPENSE" TO WS-SCR-SUSP-TEXT
040970         END-IF
041000     END-IF.
041100 3550-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------*
041400*    4000-BROWSE-CUSTOMER - START A LIST OF EVERY ORDER FOR THE
041500*    NORMALIZED CUSTOMER NAME, FROM THE TOP OF THE MASTER.
041600*----------------------------------------------------------------*
041700 4000-BROWSE-CUSTOMER.
041800     MOVE SPACES TO WS-SCR-ORDER-ID WS-SCR-ORDER-DATE
041900         WS-SCR-QUANTITY WS-SCR-ADD-DATE WS-SCR-CHANGE-DATE
042000         WS-SCR-SUSP-TEXT WS-BROWSE-NAME WS-LIST-AREA.
042100     MOVE "N" TO WS-MORE-SW.
042200     IF NOT WS-MAST-PRESENT
042300         MOVE "ORDER MASTER NOT AVAILABLE" TO WS-MSG
042400         GO TO 4000-EXIT
042500     END-IF.
042600     PERFORM 2050-NORMALIZE-NAME THRU 2050-EXIT.
042700     IF WS-SCR-CUST-NAME = SPACES
042800         MOVE "CUSTOMER NAME REQUIRED" TO WS-MSG
042900         GO TO 4000-EXIT
043000     END-IF.
043100     MOVE WS-SCR-CUST-NAME TO WS-BROWSE-NAME.
043200     MOVE LOW-VALUES TO ORDM-ORDER-ID.
043300     MOVE "N" TO WS-SCAN-EOF-SW.
043400     START ORDER-MASTER KEY NOT < ORDM-ORDER-ID
043500         INVALID KEY
043600             SET WS-SCAN-EOF TO TRUE
043700     END-START.
043800     PERFORM 4100-FILL-PAGE THRU 4100-EXIT.
043900 4000-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------*
044200*    4100-FILL-PAGE - READ ON THROUGH THE MASTER UNTIL THE PAGE
044300*    HOLDS TEN ORDERS FOR THE CUSTOMER OR THE MASTER RUNS OUT.
044400*    THE MASTER IS KEYED BY ORDER ID, SO EVERY ORDER IS READ.
044500*----------------------------------------------------------------*
044600 4100-FILL-PAGE.
044700     MOVE SPACES TO WS-LIST-AREA.
044800     MOVE 0 TO WS-LIST-SUB.
044900     PERFORM 4150-SCAN-ONE-ORDER THRU 4150-EXIT
045000         UNTIL WS-LIST-SUB = 10
045100             OR WS-SCAN-EOF.
045200     MOVE WS-LIST-SUB TO WS-PAGE-COUNT.
045300     IF WS-LIST-SUB = 10 AND NOT WS-SCAN-EOF
045400         SET WS-MORE-TO-SHOW TO TRUE
045500         STRING WS-PAGE-COUNT DELIMITED BY SIZE
045600             " ORDERS SHOWN - N FOR THE NEXT PAGE"
045700                 DELIMITED BY SIZE
045800             INTO WS-MSG
045900     ELSE
046000         MOVE "N" TO WS-MORE-SW
046100         IF WS-LIST-SUB = 0
046200             MOVE "NO MORE ORDERS FOR THIS CUSTOMER" TO WS-MSG
046300         ELSE
046400             STRING WS-PAGE-COUNT DELIMITED BY SIZE
046500                 " ORDERS SHOWN - END OF LIST"
046600                     DELIMITED BY SIZE
046700                 INTO WS-MSG
046800         END-IF
046900     END-IF.
047000 4100-EXIT.
047100     EXIT.
047200 4150-SCAN-ONE-ORDER.
047300     READ ORDER-MASTER NEXT RECORD
047400         AT END
047500             SET WS-SCAN-EOF TO TRUE
047600             GO TO 4150-EXIT
047700     END-READ.
047800     IF ORDM-CUSTOMER-NAME NOT = WS-BROWSE-NAME
047900         GO TO 4150-EXIT
048000     END-IF.
048100     ADD 1 TO WS-LIST-SUB.
048200     MOVE ORDM-ORDER-ID TO WS-LAST-ID.
048300     MOVE ORDM-ORDER-ID TO SUSP-TRAN-ID.
048400     PERFORM 3500-CHECK-SUSPENSE THRU 3500-EXIT.
048500     MOVE ORDM-ORDER-ID      TO WS-LST-ORDER-ID.
048600     MOVE ORDM-ORDER-DATE    TO WS-LST-ORDER-DATE.
048700     MOVE ORDM-QUANTITY      TO WS-LST-QUANTITY.
048800     MOVE ORDM-ADD-DATE      TO WS-LST-ADD-DATE.
048900     MOVE ORDM-CHANGE-DATE   TO WS-LST-CHANGE-DATE.
049000     MOVE WS-SCR-SUSP-TEXT   TO WS-LST-SUSP-TEXT.
049100     MOVE WS-LIST-DETAIL TO WS-LIST-LINE (WS-LIST-SUB).
049200     MOVE SPACES TO WS-SCR-SUSP-TEXT.
049300 4150-EXIT.
049400     EXIT.
049500*----------------------------------------------------------------*
049600*    4500-NEXT-PAGE - CARRY ON THE CUSTOMER LIST FROM THE ORDER
049700*    AFTER THE LAST ONE SHOWN.
049800*----------------------------------------------------------------*
049900 4500-NEXT-PAGE.
050000     IF NOT WS-MORE-TO-SHOW
050100         MOVE "NO CUSTOMER LIST IN PROGRESS - USE C FIRST"
050200             TO WS-MSG
050300         GO TO 4500-EXIT
050400     END-IF.
050500     MOVE WS-BROWSE-NAME TO WS-SCR-CUST-NAME.
050600     MOVE WS-LAST-ID TO ORDM-ORDER-ID.
050700     MOVE "N" TO WS-SCAN-EOF-SW.
050800     START ORDER-MASTER KEY > ORDM-ORDER-ID
050900         INVALID KEY
051000             SET WS-SCAN-EOF TO TRUE
051100     END-START.
051200     PERFORM 4100-FILL-PAGE THRU 4100-EXIT.
051300 4500-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------*
051600*    8500-WRITE-SECURITY-LOG - APPEND ONE EVENT TO THE BASESECL
051700*    SECURITY LOG, CREATING IT THE FIRST TIME AN EVENT EVER
051800*    HAPPENS AT A SITE.  THE CALLER SETS THE OPERATOR AND EVENT.
051900*----------------------------------------------------------------*
052000 8500-WRITE-SECURITY-LOG.
052100     OPEN EXTEND SECURITY-LOG.
052200     IF WS-SECL-STATUS = "35"
052300         OPEN OUTPUT SECURITY-LOG
052400     END-IF.
052500     ACCEPT SECL-LOG-DATE FROM DATE YYYYMMDD.
052600     ACCEPT SECL-LOG-TIME FROM TIME.
052700     MOVE "BASEORDQ"    TO SECL-PROGRAM.
052800     MOVE WS-SECL-OPER  TO SECL-OPER-ID.
052900     MOVE WS-SECL-EVENT TO SECL-EVENT.
053000     WRITE SECL-RECORD.
053100     CLOSE SECURITY-LOG.
053200 8500-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------*
053500*    9000-TERMINATE
053600*----------------------------------------------------------------*
053700 9000-TERMINATE.
053800     IF WS-MAST-PRESENT
053900         CLOSE ORDER-MASTER
054000     END-IF.
054100     IF WS-SUSP-PRESENT
054200         CLOSE SUSPENSE-FILE
054300     END-IF.
054400     IF WS-SEC-PRESENT
054500         CLOSE OPERATOR-SECURITY
054600     END-IF.
054700 9000-EXIT.
054800     EXIT.
