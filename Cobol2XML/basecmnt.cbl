002470*                  SIGN-ONS AND AUTHORITY REJECTIONS GO TO THE
002480*                  BASESECL SECURITY LOG; A MISSING OR EMPTY
002490*                  SECURITY FILE FALLS BACK TO FULL AUTHORITY.
002491*  2026-09-17 KJM  NEW L-ALIAS FUNCTION MAINTAINS THE CUSTMAST
002492*                  ALIAS RECORDS: A KNOWN VARIANT SPELLING IS
002493*                  KEYED WITH THE MASTER CUSTOMER IT STANDS FOR,
002494*                  BOTH NORMALIZED THROUGH BASE_JB, AND THE
002495*                  SWEEP AND THE RELEASE THEN SUBSTITUTE THE
002496*                  MASTER NAME INSTEAD OF SUSPENDING THE
002497*                  VARIANT.  NEEDS MAINTENANCE UPDATE AUTHORITY,
002498*                  AS ADD AND RETIRE DO.  THE MASTER MUST BE AN
002499*                  ACTIVE MASTER RECORD (NO ALIAS OF AN ALIAS);
002500*                  AN ACTIVE MASTER CANNOT BE MADE AN ALIAS, BUT
002501*                  A RETIRED ONE CAN.  KEYING AN EXISTING ALIAS
002502*                  AGAIN REPOINTS AND REACTIVATES IT.  RETIRE
002503*                  RETIRES AN ALIAS LIKE ANY CUSTOMER, AND VIEW
002504*                  SHOWS THE MASTER AN ALIAS STANDS FOR.
002505*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.              IBM-370.
004900 77  WS-DONE-SW                 PIC X(01) VALUE "N".
005000     88  WS-DONE                VALUE "Y".
005100 77  WS-MSG                     PIC X(60) VALUE SPACES.
005110 77  WS-MSG-PTR                 PIC 9(02) COMP-3.
005200 77  WS-RUN-DATE                PIC 9(08).
005300 77  WS-WORK-NAME               PIC X(32).
005400 01  WS-SCREEN-FIELDS.
005500     05  WS-SCR-FUNCTION        PIC X(01).
005600         88  WS-FN-ADD          VALUE "A".
005610         88  WS-FN-ALIAS        VALUE "L".
005700         88  WS-FN-RETIRE       VALUE "R".
005800         88  WS-FN-VIEW         VALUE "V".
005900         88  WS-FN-EXIT         VALUE "X".
006000     05  WS-SCR-CUST-NAME       PIC X(30).
006010     05  WS-SCR-ALIAS-OF        PIC X(30).
006100*----------------------------------------------------------------*
006200*    THE BASE_JB CALLING LAYOUT - SHARED COPYBOOK, SO THIS
006300*    SCREEN CANNOT DRIFT OUT OF STEP WITH BASE_JB ITSELF.
007200     05  LINE 01 COLUMN 01 VALUE "BASECMNT - CUSTOMER MASTER
007300-        "MAINTENANCE".
007400     05  LINE 03 COLUMN 01
007410         VALUE "FUNCTION (A-ADD  L-ALIAS  R-RETIRE  V-VIEW  ".
007420     05  LINE 03 COLUMN 45 VALUE "X-EXIT): ".
007430     05  LINE 03 COLUMN 54 PIC X(01)
007700         TO WS-SCR-FUNCTION USING WS-SCR-FUNCTION.
007800     05  LINE 05 COLUMN 01 VALUE "CUSTOMER NAME........: ".
007900     05  LINE 05 COLUMN 24 PIC X(30)
008000         TO WS-SCR-CUST-NAME USING WS-SCR-CUST-NAME.
008010     05  LINE 06 COLUMN 01 VALUE "ALIAS OF (MASTER)....: ".
008020     05  LINE 06 COLUMN 24 PIC X(30)
008030         TO WS-SCR-ALIAS-OF USING WS-SCR-ALIAS-OF.
008100     05  LINE 07 COLUMN 01 PIC X(60) FROM WS-MSG.
008200 PROCEDURE DIVISION.
008300*----------------------------------------------------------------*
011520             IF WS-AUTH-OK
011600                 PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
011610             END-IF
011620         WHEN WS-FN-ALIAS
011630             PERFORM 2080-CHECK-UPDATE-AUTH THRU 2080-EXIT
011640             IF WS-AUTH-OK
011650                 PERFORM 3500-ADD-ALIAS THRU 3500-EXIT
011660             END-IF
011700         WHEN WS-FN-RETIRE
011710             PERFORM 2080-CHECK-UPDATE-AUTH THRU 2080-EXIT
011720             IF WS-AUTH-OK
012100         WHEN WS-FN-EXIT
012200             SET WS-DONE TO TRUE
012300         WHEN OTHER
012310             MOVE "INVALID FUNCTION - USE A, L, R, V OR X"
012500                 TO WS-MSG
012600     END-EVALUATE.
012700 2000-EXIT.
014900 2050-EXIT.
015000     EXIT.
015010*----------------------------------------------------------------*
015011*    2060-NORMALIZE-MASTER - THE SAME EDIT FOR THE MASTER NAME AN
015012*    ALIAS IS KEYED AGAINST, SO IT MATCHES THE MASTER'S KEY.
015013*----------------------------------------------------------------*
015014 2060-NORMALIZE-MASTER.
015015     MOVE "CMNTSCRN" TO BJB-TERM-ID.
015016     MOVE WS-OPER-ID TO BJB-USER-ID.
015017     MOVE "N"        TO BJB-SUPPRESS-AUDIT-SW.
015018     MOVE 1          TO BJB-FIELD-COUNT.
015019     MOVE SPACES TO WS-WORK-NAME.
015020     MOVE WS-SCR-ALIAS-OF TO WS-WORK-NAME (1:30).
015021     MOVE WS-WORK-NAME TO BJB-ENTRY-CHAR (1).
015022     MOVE 30  TO BJB-ENTRY-LEN (1).
015023     MOVE "U" TO BJB-ENTRY-MODE (1).
015024     MOVE "F" TO BJB-ENTRY-TYPE (1).
015025     CALL "BASE_JB" USING BJB-CALL-PARMS.
015026     MOVE BJB-ENTRY-CHAR (1) (1:30) TO WS-SCR-ALIAS-OF.
015027 2060-EXIT.
015028     EXIT.
015029*----------------------------------------------------------------*
015030*    2080-CHECK-UPDATE-AUTH - ADD AND RETIRE NEED MAINTENANCE
015031*    UPDATE AUTHORITY.  A REJECTION IS LOGGED.
015040*----------------------------------------------------------------*
015050 2080-CHECK-UPDATE-AUTH.
015051     IF WS-MAINT-AUTH = "U"
015100*----------------------------------------------------------------*
015200*    3000-ADD-CUSTOMER - ADD A NEW ACTIVE CUSTOMER.  A RETIRED
015300*    CUSTOMER KEYED AGAIN IS REACTIVATED INSTEAD OF REJECTED.
015310*    A NAME ON FILE AS AN ALIAS IS NOT TURNED INTO A MASTER.
015400*----------------------------------------------------------------*
015500 3000-ADD-CUSTOMER.
015600     PERFORM 2050-NORMALIZE-NAME THRU 2050-EXIT.
015800         MOVE "CUSTOMER NAME REQUIRED" TO WS-MSG
015900         GO TO 3000-EXIT
016000     END-IF.
016010     MOVE SPACES TO WS-SCR-ALIAS-OF.
016100     MOVE WS-SCR-CUST-NAME TO CUST-NAME.
016200     READ CUSTOMER-MASTER
016300         INVALID KEY
016400             MOVE "A"          TO CUST-STATUS
016500             MOVE WS-RUN-DATE  TO CUST-ADD-DATE
016510             MOVE "M"          TO CUST-REC-TYPE
016520             MOVE SPACES       TO CUST-ALIAS-OF
016600             WRITE CUST-RECORD
016700             MOVE "CUSTOMER ADDED" TO WS-MSG
016800         NOT INVALID KEY
017100 3000-EXIT.
017200     EXIT.
017300 3100-REACTIVATE-CUSTOMER.
017310     IF CUST-ALIAS-REC
017320         MOVE CUST-ALIAS-OF TO WS-SCR-ALIAS-OF
017330         MOVE "NAME IS ON FILE AS AN ALIAS - NOT ADDED" TO WS-MSG
017340         GO TO 3100-EXIT
017350     END-IF.
017400     IF CUST-RETIRED
017500         MOVE "A" TO CUST-STATUS
017600         REWRITE CUST-RECORD
018100 3100-EXIT.
018200     EXIT.
018300*----------------------------------------------------------------*
018301*    3500-ADD-ALIAS - FILE A VARIANT SPELLING AGAINST THE ACTIVE
018302*    MASTER CUSTOMER IT STANDS FOR.  AN ALIAS ALREADY ON FILE IS
018303*    REPOINTED AND REACTIVATED; A RETIRED MASTER MAY BECOME AN
018304*    ALIAS, AN ACTIVE ONE MAY NOT.
018305*----------------------------------------------------------------*
018306 3500-ADD-ALIAS.
018307     PERFORM 2050-NORMALIZE-NAME THRU 2050-EXIT.
018308     PERFORM 2060-NORMALIZE-MASTER THRU 2060-EXIT.
018309     IF WS-SCR-CUST-NAME = SPACES
018310             OR WS-SCR-ALIAS-OF = SPACES
018311         MOVE "ALIAS AND MASTER NAME BOTH REQUIRED" TO WS-MSG
018312         GO TO 3500-EXIT
018313     END-IF.
018314     IF WS-SCR-CUST-NAME = WS-SCR-ALIAS-OF
018315         MOVE "ALIAS AND MASTER NAME ARE THE SAME" TO WS-MSG
018316         GO TO 3500-EXIT
018317     END-IF.
018318     MOVE WS-SCR-ALIAS-OF TO CUST-NAME.
018319     READ CUSTOMER-MASTER
018320         INVALID KEY
018321             MOVE "MASTER CUSTOMER NOT FOUND" TO WS-MSG
018322             GO TO 3500-EXIT
018323     END-READ.
018324     IF CUST-ALIAS-REC
018325         MOVE "MASTER NAME IS ITSELF AN ALIAS" TO WS-MSG
018326         GO TO 3500-EXIT
018327     END-IF.
018328     IF NOT CUST-ACTIVE
018329         MOVE "MASTER CUSTOMER IS RETIRED" TO WS-MSG
018330         GO TO 3500-EXIT
018331     END-IF.
018332     MOVE WS-SCR-CUST-NAME TO CUST-NAME.
018333     READ CUSTOMER-MASTER
018334         INVALID KEY
018335             MOVE "A"             TO CUST-STATUS
018336             MOVE WS-RUN-DATE     TO CUST-ADD-DATE
018337             MOVE "A"             TO CUST-REC-TYPE
018338             MOVE WS-SCR-ALIAS-OF TO CUST-ALIAS-OF
018339             WRITE CUST-RECORD
018340             MOVE "ALIAS ADDED" TO WS-MSG
018341         NOT INVALID KEY
018342             PERFORM 3600-REPOINT-ALIAS THRU 3600-EXIT
018343     END-READ.
018344 3500-EXIT.
018345     EXIT.
018346 3600-REPOINT-ALIAS.
018347     IF CUST-MASTER-REC AND CUST-ACTIVE
018348         MOVE "NAME IS AN ACTIVE MASTER - RETIRE IT FIRST"
018349             TO WS-MSG
018350         GO TO 3600-EXIT
018351     END-IF.
018352     MOVE "A"             TO CUST-STATUS.
018353     MOVE "A"             TO CUST-REC-TYPE.
018354     MOVE WS-SCR-ALIAS-OF TO CUST-ALIAS-OF.
018355     REWRITE CUST-RECORD.
018356     MOVE "ALIAS UPDATED" TO WS-MSG.
018357 3600-EXIT.
018358     EXIT.
018359*----------------------------------------------------------------*
018400*    4000-RETIRE-CUSTOMER - MARK AN EXISTING CUSTOMER RETIRED.
018500*    THE SWEEP AND THE RELEASE TREAT A RETIRED CUSTOMER AS NOT
018510*    ON THE MASTER.  AN ALIAS IS RETIRED THE SAME WAY AND STOPS
018520*    RESOLVING.
018700*----------------------------------------------------------------*
018800 4000-RETIRE-CUSTOMER.
018900     PERFORM 2050-NORMALIZE-NAME THRU 2050-EXIT.
018910     MOVE SPACES TO WS-SCR-ALIAS-OF.
019000     MOVE WS-SCR-CUST-NAME TO CUST-NAME.
019100     READ CUSTOMER-MASTER
019200         INVALID KEY
019500             MOVE "R" TO CUST-STATUS
019600             REWRITE CUST-RECORD
019700             MOVE "CUSTOMER RETIRED" TO WS-MSG
019710             IF CUST-ALIAS-REC
019720                 MOVE CUST-ALIAS-OF TO WS-SCR-ALIAS-OF
019730                 MOVE "ALIAS RETIRED" TO WS-MSG
019740             END-IF
019800     END-READ.
019900 4000-EXIT.
020000     EXIT.
020100*----------------------------------------------------------------*
020200*    6000-VIEW-CUSTOMER - DISPLAY AN EXISTING CUSTOMER'S STATUS
020210*    AND THE DATE IT WAS ADDED, AND FOR AN ALIAS THE MASTER IT
020220*    STANDS FOR
020400*----------------------------------------------------------------*
020500 6000-VIEW-CUSTOMER.
020600     PERFORM 2050-NORMALIZE-NAME THRU 2050-EXIT.
020610     MOVE SPACES TO WS-SCR-ALIAS-OF.
020700     MOVE WS-SCR-CUST-NAME TO CUST-NAME.
020800     READ CUSTOMER-MASTER
020900         INVALID KEY
021000             MOVE "CUSTOMER NOT FOUND" TO WS-MSG
021100         NOT INVALID KEY
021110             MOVE 1 TO WS-MSG-PTR
021120             IF CUST-ALIAS-REC
021130                 MOVE CUST-ALIAS-OF TO WS-SCR-ALIAS-OF
021140                 MOVE "ALIAS - " TO WS-MSG
021150                 MOVE 9 TO WS-MSG-PTR
021160             END-IF
021200             STRING "STATUS " DELIMITED BY SIZE
021300                 CUST-STATUS DELIMITED BY SIZE
021400                 " ADDED " DELIMITED BY SIZE
021500                 CUST-ADD-DATE DELIMITED BY SIZE
021600                 INTO WS-MSG WITH POINTER WS-MSG-PTR
021700     END-READ.
021800 6000-EXIT.
021900     EXIT.
