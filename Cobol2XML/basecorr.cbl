002408*                  SECURITY LOG.  A MISSING OR EMPTY SECURITY
002409*                  FILE LETS ANY ID SIGN ON WITH FULL AUTHORITY,
002411*                  AS THE OTHER CONTROL FILES FALL BACK.
002412*  2026-09-17 KJM  A CORRECTED NAME THAT IS AN ACTIVE CUSTMAST
002413*                  ALIAS OF AN ACTIVE MASTER CUSTOMER NOW
002414*                  RELEASES UNDER THE MASTER NAME INSTEAD OF
002415*                  BEING TURNED BACK, AS THE SWEEP RESOLVES IT.
002416*                  THE SUBSTITUTION GOES TO BASE-AUDIT-LOG
002417*                  (RETURN CODE 41) UNDER THE SIGNED-ON ID.
002418*  2026-09-21 KJM  SECOND-OPERATOR APPROVAL.  A RELEASE THAT
002419*                  CHANGES THE ACTION CODE OR CUSTOMER NAME AS
002420*                  SUSPENDED, OR RAISES THE QUANTITY PAST THE
002421*                  APPROVAL THRESHOLD, NO LONGER GOES STRAIGHT
002422*                  TO TRANRELS - THE SUSPENSE RECORD IS MARKED
002423*                  PENDING APPROVAL INSTEAD.  NEW FUNCTIONS
002424*                  A-APPROVE (WRITES THE RELEASE) AND B-SEND
002425*                  BACK (RESTORES THE VALUES AS SUSPENDED) NEED
002426*                  THE NEW BASESECF APPROVER AUTHORITY, AND AN
002427*                  OPERATOR CANNOT APPROVE THEIR OWN RELEASE -
002428*                  THE ATTEMPT GOES TO THE BASESECL LOG.  VIEW
002429*                  SHOWS WHO RELEASED A PENDING ITEM AND THE
002430*                  VALUES AS SUSPENDED.
002431*  2026-10-01 KJM  A RELEASE MUST ALSO PASS THE SUSPENDED
002432*                  DEPARTMENT'S RULES ON THE DEPTMAST DEPARTMENT
002433*                  MASTER, AS THE NIGHTLY SWEEP DOES NOT RECHECK
002434*                  A RELEASED DETAIL: THE ACTION CODE MUST BE ONE
002435*                  THE DEPARTMENT MAY SEND AND THE QUANTITY NOT
002436*                  OVER ITS MAXIMUM.  A MISSING OR EMPTY MASTER
002437*                  SKIPS THE CHECK.
002447*  2026-10-15 KJM  THE ALIAS SUBSTITUTION IS NOW AUDITED ONLY
002457*                  ONCE THE DETAIL HAS BEEN RELEASED OR HELD FOR
002467*                  APPROVAL, NOT WHEN A DETAIL THE DEPARTMENT
002477*                  RULES THEN TURN BACK WAS MERELY CHECKED.
002488*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.              IBM-370.
004092     SELECT SECURITY-LOG ASSIGN TO BASESECL
004093         ORGANIZATION IS LINE SEQUENTIAL
004094         FILE STATUS IS WS-SECL-STATUS.
004104     SELECT BASE-AUDIT-LOG ASSIGN TO BASAUDT
004114         ORGANIZATION IS SEQUENTIAL
004124         FILE STATUS IS WS-AUDT-STATUS.
004134     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004144         ORGANIZATION IS INDEXED
004154         ACCESS MODE IS DYNAMIC
004164         RECORD KEY IS DEPT-CODE
004174         FILE STATUS IS WS-DEPT-STATUS.
004184 DATA DIVISION.
004200 FILE SECTION.
004300*----------------------------------------------------------------*
004400*    SUSPENSE-FILE - SAME LAYOUT BASESCAN WRITES.
005375     COPY OPERFLDS.
005376 FD  SECURITY-LOG.
005377     COPY SECLFLDS.
005380*----------------------------------------------------------------*
005383*    BASE-AUDIT-LOG - SHARED COPYBOOK WITH BASE_JB.  ONLY ALIAS
005386*    SUBSTITUTIONS ARE WRITTEN HERE, BETWEEN BASE_JB CALLS.
005389*----------------------------------------------------------------*
005392 FD  BASE-AUDIT-LOG.
005393     COPY AUDTFLDS.
005394*----------------------------------------------------------------*
005395*    DEPARTMENT-MASTER - SAME LAYOUT BASEDMNT MAINTAINS.
005396*----------------------------------------------------------------*
005397 FD  DEPARTMENT-MASTER.
005398     COPY DEPTFLDS.
005400 WORKING-STORAGE SECTION.
005500 77  WS-SUSP-STATUS             PIC X(02).
005600 77  WS-RELS-STATUS             PIC X(02).
005630     88  WS-MATCH-ENABLED       VALUE "Y".
005640 01  WS-CUST-OK-SW              PIC X(01) VALUE "Y".
005650     88  WS-CUST-OK             VALUE "Y".
005651 01  WS-ALIASED-SW              PIC X(01) VALUE "N".
005652     88  WS-NAME-ALIASED        VALUE "Y".
005653 77  WS-DEPT-STATUS             PIC X(02).
005654 01  WS-DEPT-SW                 PIC X(01) VALUE "N".
005655     88  WS-DEPT-ENABLED        VALUE "Y".
005656 01  WS-DEPT-OK-SW              PIC X(01) VALUE "Y".
005657     88  WS-DEPT-OK             VALUE "Y".
005658 77  WS-ACTION-HITS             PIC 9(02) COMP-3 VALUE 0.
005659 77  WS-AUDT-STATUS             PIC X(02).
005660 77  WS-ALIAS-NAME              PIC X(30).
005661 77  WS-OPER-STATUS             PIC X(02).
005670 77  WS-SECL-STATUS             PIC X(02).
005680 77  WS-OPER-ID                 PIC X(08) VALUE SPACES.
005690 77  WS-CORR-AUTH               PIC X(01) VALUE "V".
005691 77  WS-APPROVE-AUTH            PIC X(01) VALUE SPACE.
005692 77  WS-SIGNON-TRIES            PIC 9(01) COMP-3 VALUE 0.
005693 77  WS-SECL-OPER               PIC X(08).
005694 77  WS-SECL-EVENT              PIC X(20).
005695 01  WS-SEC-PRESENT-SW          PIC X(01) VALUE "N".
005696     88  WS-SEC-PRESENT         VALUE "Y".
005697 01  WS-SIGNED-ON-SW            PIC X(01) VALUE "N".
005698     88  WS-SIGNED-ON           VALUE "Y".
005699 01  WS-SIGNON-FIELDS.
005700     05  WS-SCR-OPER-ID         PIC X(08).
005701     05  WS-SCR-PASSWORD        PIC X(08).
005700 77  WS-DONE-SW                 PIC X(01) VALUE "N".
005800     88  WS-DONE                VALUE "Y".
005900 77  WS-MSG                     PIC X(40) VALUE SPACES.
006000 77  WS-WORK-CODE               PIC X(32).
006100 77  WS-WORK-NAME               PIC X(32).
006105*----------------------------------------------------------------*
006110*    APPROVAL THRESHOLD - A RELEASE THAT RAISES THE QUANTITY
006115*    ABOVE THIS NEEDS A SECOND OPERATOR, AS DOES ANY CHANGE TO
006120*    THE ACTION CODE OR CUSTOMER NAME AS SUSPENDED.
006125*----------------------------------------------------------------*
006130 77  WS-APPROVE-QTY-LIMIT       PIC 9(07) VALUE 1000.
006135 01  WS-APPROVAL-SW             PIC X(01) VALUE "N".
006140     88  WS-NEEDS-APPROVAL      VALUE "Y".
006145 77  WS-WAS-ACTION              PIC X(01).
006150 77  WS-WAS-NAME                PIC X(30).
006155 77  WS-NOW-ACTION              PIC X(01).
006160 77  WS-NOW-NAME                PIC X(30).
006165 01  WS-WAS-QTY-TEXT            PIC X(07).
006170 01  WS-WAS-QTY REDEFINES WS-WAS-QTY-TEXT
006175                                PIC 9(07).
006180 01  WS-NOW-QTY-TEXT            PIC X(07).
006185 01  WS-NOW-QTY REDEFINES WS-NOW-QTY-TEXT
006190                                PIC 9(07).
006195 77  WS-TODAY                   PIC 9(08).
006200 01  WS-SCREEN-FIELDS.
006300     05  WS-SCR-FUNCTION        PIC X(01).
006400         88  WS-FN-VIEW         VALUE "V".
006500         88  WS-FN-RELEASE      VALUE "R".
006510         88  WS-FN-APPROVE      VALUE "A".
006520         88  WS-FN-SEND-BACK    VALUE "B".
006600         88  WS-FN-EXIT         VALUE "X".
006700     05  WS-SCR-TRAN-ID         PIC X(08).
006800     05  WS-SCR-ACTION-CODE     PIC X(01).
006910     05  WS-SCR-ORDER-DATE      PIC X(08).
006920     05  WS-SCR-QUANTITY        PIC X(07).
006930     05  WS-SCR-DEPT            PIC X(03).
006940     05  WS-SCR-PEND-BY         PIC X(08).
006950     05  WS-SCR-ORIG-ACTION     PIC X(01).
006960     05  WS-SCR-ORIG-NAME       PIC X(30).
006970     05  WS-SCR-ORIG-DATE       PIC X(08).
006980     05  WS-SCR-ORIG-QTY        PIC X(07).
007000*----------------------------------------------------------------*
007100*    THE BASE_JB CALLING LAYOUT - SHARED COPYBOOK, SO THIS
007200*    SCREEN CANNOT DRIFT OUT OF STEP WITH BASE_JB ITSELF.
008100     05  LINE 01 COLUMN 01 VALUE "BASECORR - UPLOAD EXCEPTION
008200-        " CORRECTION".
008300     05  LINE 03 COLUMN 01
008400         VALUE "FUNCTION (V-VIEW  R-RELEASE  A-APPROVE  ".
008500     05  LINE 03 COLUMN 41
008510         VALUE "B-SEND BACK  X-EXIT): ".
008520     05  LINE 03 COLUMN 63 PIC X(01)
008600         TO WS-SCR-FUNCTION USING WS-SCR-FUNCTION.
008700     05  LINE 05 COLUMN 01 VALUE "TRANSACTION ID.......: ".
008800     05  LINE 05 COLUMN 24 PIC X(08)
009570     05  LINE 10 COLUMN 01 VALUE "DEPARTMENT...........: ".
009580     05  LINE 10 COLUMN 24 PIC X(03) FROM WS-SCR-DEPT.
009600     05  LINE 11 COLUMN 01 PIC X(40) FROM WS-MSG.
009609     05  LINE 13 COLUMN 01 VALUE "PENDING - RELEASED BY: ".
009618     05  LINE 13 COLUMN 24 PIC X(08) FROM WS-SCR-PEND-BY.
009627     05  LINE 14 COLUMN 01 VALUE "AS SUSPENDED - ACTION: ".
009636     05  LINE 14 COLUMN 24 PIC X(01) FROM WS-SCR-ORIG-ACTION.
009645     05  LINE 15 COLUMN 01 VALUE "AS SUSPENDED - NAME..: ".
009654     05  LINE 15 COLUMN 24 PIC X(30) FROM WS-SCR-ORIG-NAME.
009663     05  LINE 16 COLUMN 01 VALUE "AS SUSPENDED - DATE..: ".
009672     05  LINE 16 COLUMN 24 PIC X(08) FROM WS-SCR-ORIG-DATE.
009681     05  LINE 17 COLUMN 01 VALUE "AS SUSPENDED - QTY...: ".
009690     05  LINE 17 COLUMN 24 PIC X(07) FROM WS-SCR-ORIG-QTY.
009700 PROCEDURE DIVISION.
009800*----------------------------------------------------------------*
009900*    0000-MAINLINE
012200         OPEN EXTEND RELEASE-FILE
012300     END-IF.
012310     PERFORM 1100-OPEN-CUST-MASTER THRU 1100-EXIT.
012315     PERFORM 1120-OPEN-DEPT-MASTER THRU 1120-EXIT.
012320     PERFORM 1150-OPEN-SECURITY THRU 1150-EXIT.
012400 1000-EXIT.
012500     EXIT.
012680         CLOSE CUSTOMER-MASTER
012690     END-IF.
012700 1100-EXIT.
012701     EXIT.
012702*----------------------------------------------------------------*
012703*    1120-OPEN-DEPT-MASTER - THE DEPARTMENT RULES ONLY APPLY WHEN
012704*    THE DEPARTMENT MASTER IS PRESENT AND HAS AT LEAST ONE
012705*    RECORD, IN STEP WITH BASESCAN'S SWEEP.
012706*----------------------------------------------------------------*
012707 1120-OPEN-DEPT-MASTER.
012708     OPEN INPUT DEPARTMENT-MASTER.
012709     IF WS-DEPT-STATUS NOT = "00"
012710         GO TO 1120-EXIT
012711     END-IF.
012712     READ DEPARTMENT-MASTER NEXT RECORD
012713         AT END
012714             CONTINUE
012715     END-READ.
012716     IF WS-DEPT-STATUS = "00"
012717         MOVE "Y" TO WS-DEPT-SW
012718     ELSE
012719         CLOSE DEPARTMENT-MASTER
012720     END-IF.
012721 1120-EXIT.
012722     EXIT.
012723*----------------------------------------------------------------*
012724*    1150-OPEN-SECURITY - A MISSING OR EMPTY SECURITY FILE MEANS
012725*    THE SITE HAS NOT BEEN SEEDED YET; SIGN-ON THEN ACCEPTS ANY
012726*    ID WITH FULL AUTHORITY, AS THE OTHER CONTROL FILES FALL
012727*    BACK.
012728*----------------------------------------------------------------*
012729 1150-OPEN-SECURITY.
012730     OPEN INPUT OPERATOR-SECURITY.
012731     IF WS-OPER-STATUS NOT = "00"
012732         GO TO 1150-EXIT
012733     END-IF.
012734     READ OPERATOR-SECURITY NEXT RECORD
012735         AT END
012736             CONTINUE
012737     END-READ.
012738     IF WS-OPER-STATUS = "00"
012739         MOVE "Y" TO WS-SEC-PRESENT-SW
012740     ELSE
012741         CLOSE OPERATOR-SECURITY
012742     END-IF.
012743 1150-EXIT.
012744     EXIT.
012745*----------------------------------------------------------------*
012746*    1200-SIGN-ON - THREE TRIES AT THE SIGN-ON SCREEN.  A FAILED
012747*    TRY IS LOGGED; THREE FAILURES END THE SESSION WITHOUT THE
012748*    CORRECTION SCREEN EVER SHOWING.
012749*----------------------------------------------------------------*
012750 1200-SIGN-ON.
012751     PERFORM 1250-TRY-ONE-SIGNON THRU 1250-EXIT
012752         UNTIL WS-SIGNED-ON
012753             OR WS-SIGNON-TRIES NOT < 3.
012767     IF NOT WS-SEC-PRESENT
012768         MOVE WS-SCR-OPER-ID TO WS-OPER-ID
012769         MOVE "R" TO WS-CORR-AUTH
012770         MOVE "A" TO WS-APPROVE-AUTH
012771         SET WS-SIGNED-ON TO TRUE
012772         GO TO 1250-EXIT
012773     END-IF.
012781                     AND OPER-PASSWORD = WS-SCR-PASSWORD
012782                 MOVE WS-SCR-OPER-ID TO WS-OPER-ID
012783                 MOVE OPER-CORR-AUTH TO WS-CORR-AUTH
012784                 MOVE OPER-APPROVE-AUTH TO WS-APPROVE-AUTH
012785                 SET WS-SIGNED-ON TO TRUE
012786             ELSE
012787                 PERFORM 1280-FAIL-SIGNON THRU 1280-EXIT
012788             END-IF
012789     END-READ.
012790 1250-EXIT.
012791     EXIT.
012792 1280-FAIL-SIGNON.
012793     MOVE "SIGN-ON FAILED" TO WS-MSG.
013840                 MOVE "AUTHORITY REJECTED" TO WS-SECL-EVENT
013850                 PERFORM 8500-WRITE-SECURITY-LOG THRU 8500-EXIT
013860             END-IF
013863         WHEN WS-FN-APPROVE
013866         WHEN WS-FN-SEND-BACK
013869             IF WS-APPROVE-AUTH = "A"
013872                 PERFORM 5000-REVIEW-TRANSACTION THRU 5000-EXIT
013875             ELSE
013878                 MOVE "NOT AUTHORIZED TO APPROVE" TO WS-MSG
013881                 MOVE WS-OPER-ID TO WS-SECL-OPER
013884                 MOVE "AUTHORITY REJECTED" TO WS-SECL-EVENT
013887                 PERFORM 8500-WRITE-SECURITY-LOG THRU 8500-EXIT
013890             END-IF
013900         WHEN WS-FN-EXIT
014000             SET WS-DONE TO TRUE
014100         WHEN OTHER
014200             MOVE "INVALID FUNCTION - USE V, R, A, B OR X"
014300                 TO WS-MSG
014400     END-EVALUATE.
014500 2000-EXIT.
015810             MOVE SUSP-ORDER-DATE    TO WS-SCR-ORDER-DATE
015820             MOVE SUSP-QUANTITY      TO WS-SCR-QUANTITY
015830             MOVE SUSP-DEPT-CODE     TO WS-SCR-DEPT
015840             PERFORM 3050-SHOW-PENDING THRU 3050-EXIT
015900             PERFORM 3100-BUILD-VIEW-MSG THRU 3100-EXIT
016000     END-READ.
016100 3000-EXIT.
016105     EXIT.
016110*----------------------------------------------------------------*
016115*    3050-SHOW-PENDING - A PENDING ITEM ALSO SHOWS WHO RELEASED
016120*    IT AND THE VALUES AS SUSPENDED, FOR THE APPROVER TO WEIGH
016125*    AGAINST THE CORRECTED VALUES ABOVE.  BLANK OTHERWISE.
016130*----------------------------------------------------------------*
016135 3050-SHOW-PENDING.
016140     IF SUSP-PENDING-APPROVAL
016145         MOVE SUSP-PEND-OPER-ID       TO WS-SCR-PEND-BY
016150         MOVE SUSP-ORIG-ACTION-CODE   TO WS-SCR-ORIG-ACTION
016155         MOVE SUSP-ORIG-CUSTOMER-NAME TO WS-SCR-ORIG-NAME
016160         MOVE SUSP-ORIG-ORDER-DATE    TO WS-SCR-ORIG-DATE
016165         MOVE SUSP-ORIG-QUANTITY      TO WS-SCR-ORIG-QTY
016170     ELSE
016175         MOVE SPACES TO WS-SCR-PEND-BY WS-SCR-ORIG-ACTION
016180             WS-SCR-ORIG-NAME WS-SCR-ORIG-DATE WS-SCR-ORIG-QTY
016185     END-IF.
016190 3050-EXIT.
016200     EXIT.
016300 3100-BUILD-VIEW-MSG.
016400     IF SUSP-RELEASED
016500         MOVE "ALREADY RELEASED" TO WS-MSG
016600     ELSE
016700         IF SUSP-PENDING-APPROVAL
016800             MOVE "PENDING SECOND-OPERATOR APPROVAL" TO WS-MSG
016900         ELSE
017000             STRING "IN ERROR: " DELIMITED BY SIZE
017100                 SUSP-FIELD-IN-ERROR DELIMITED BY SIZE
017110                 " RC " DELIMITED BY SIZE
017120                 SUSP-RETURN-CODE DELIMITED BY SIZE
017130                 INTO WS-MSG
017140         END-IF
017200     END-IF.
017300 3100-EXIT.
017400     EXIT.
019100         MOVE "ALREADY RELEASED" TO WS-MSG
019200         GO TO 4100-EXIT
019300     END-IF.
019310     IF SUSP-PENDING-APPROVAL
019320         MOVE "ALREADY PENDING APPROVAL" TO WS-MSG
019330         GO TO 4100-EXIT
019340     END-IF.
019400     PERFORM 4200-CALL-BASE-JB THRU 4200-EXIT.
019500     IF BJB-FLD-OK (1) AND BJB-FLD-OK (2)
019510             AND BJB-FLD-OK (3) AND BJB-FLD-OK (4)
019520         PERFORM 4250-CHECK-CUST-MASTER THRU 4250-EXIT
019530         PERFORM 4280-CHECK-DEPT-RULES THRU 4280-EXIT
019540         IF WS-CUST-OK AND WS-DEPT-OK
019545             PERFORM 4270-CHECK-SUBSTANCE THRU 4270-EXIT
019550             IF WS-NEEDS-APPROVAL
019555                 PERFORM 4400-HOLD-FOR-APPROVAL THRU 4400-EXIT
019560             ELSE
019565                 PERFORM 4300-WRITE-RELEASE THRU 4300-EXIT
019570                 IF WS-NAME-ALIASED
019575                     MOVE "RELEASED UNDER THE MASTER NAME"
019580                         TO WS-MSG
019585                 END-IF
019590             END-IF
019595             IF WS-NAME-ALIASED
019600                 PERFORM 8600-WRITE-ALIAS-AUDIT THRU 8600-EXIT
019605             END-IF
019610         ELSE
019620             IF NOT WS-CUST-OK
019630                 MOVE "CUSTOMER NOT ON MASTER - NOT RELEASED"
019633                     TO WS-MSG
019636             END-IF
019640         END-IF
019700     ELSE
019800         STRING "STILL IN ERROR - RC " DELIMITED BY SIZE
023010*----------------------------------------------------------------*
023020*    4250-CHECK-CUST-MASTER - THE CORRECTED, NORMALIZED CUSTOMER
023030*    NAME MUST BE AN ACTIVE RECORD ON THE CUSTOMER MASTER, THE
023035*    SAME CHECK THE NIGHTLY SWEEP APPLIES.  AN ACTIVE ALIAS IS
023040*    RESOLVED TO ITS ACTIVE MASTER, WHOSE NAME THEN REPLACES THE
023045*    NORMALIZED NAME THE RELEASE WRITES.
023050*----------------------------------------------------------------*
023060 4250-CHECK-CUST-MASTER.
023070     MOVE "Y" TO WS-CUST-OK-SW.
023075     MOVE "N" TO WS-ALIASED-SW.
023080     IF NOT WS-MATCH-ENABLED
023090         GO TO 4250-EXIT
023100     END-IF.
023150         NOT INVALID KEY
023160             IF NOT CUST-ACTIVE
023170                 MOVE "N" TO WS-CUST-OK-SW
023172             ELSE
023174                 IF CUST-ALIAS-REC
023176                     PERFORM 4260-RESOLVE-ALIAS THRU 4260-EXIT
023178                 END-IF
023180             END-IF
023190     END-READ.
023200 4250-EXIT.
023201     EXIT.
023202*----------------------------------------------------------------*
023203*    4260-RESOLVE-ALIAS - LOOK UP THE MASTER AN ALIAS STANDS FOR.
023204*    A MISSING OR RETIRED MASTER LEAVES THE NAME UNKNOWN.  THE
023205*    SUBSTITUTION IS AUDITED BY 4100 ONLY IF THE DETAIL GOES ON
023206*    TO BE RELEASED OR HELD.
023207*----------------------------------------------------------------*
023208 4260-RESOLVE-ALIAS.
023209     MOVE CUST-NAME TO WS-ALIAS-NAME.
023210     MOVE CUST-ALIAS-OF TO CUST-NAME.
023211     READ CUSTOMER-MASTER
023212         INVALID KEY
023213             MOVE "N" TO WS-CUST-OK-SW
023214             GO TO 4260-EXIT
023215     END-READ.
023216     IF CUST-ALIAS-REC OR NOT CUST-ACTIVE
023217         MOVE "N" TO WS-CUST-OK-SW
023218         GO TO 4260-EXIT
023219     END-IF.
023220     MOVE SPACES TO BJB-ENTRY-CHAR (2).
023221     MOVE CUST-NAME TO BJB-ENTRY-CHAR (2) (1:30).
023222     SET WS-NAME-ALIASED TO TRUE.
023223 4260-EXIT.
023224     EXIT.
023225*----------------------------------------------------------------*
023226*    4270-CHECK-SUBSTANCE - DOES THIS RELEASE CHANGE THE ORDER
023227*    ITSELF, RATHER THAN JUST FIX HOW IT WAS KEYED?  THE ACTION
023228*    CODE AND NAME KEYED ARE COMPARED WITH THE VALUES AS
023229*    SUSPENDED, CASE ASIDE, SO THE CASE FOLDING AND ALIAS
023230*    SUBSTITUTION DONE ON THE WAY OUT DO NOT COUNT.  A QUANTITY
023231*    COUNTS WHEN IT ENDS UP ABOVE THE THRESHOLD AND ABOVE WHAT
023232*    WAS SENT, OR WHAT WAS SENT WAS NOT A NUMBER AT ALL.
023233*----------------------------------------------------------------*
023234 4270-CHECK-SUBSTANCE.
023235     MOVE "N" TO WS-APPROVAL-SW.
023236     MOVE SUSP-ACTION-CODE   TO WS-WAS-ACTION.
023237     MOVE SUSP-CUSTOMER-NAME TO WS-WAS-NAME.
023238     MOVE WS-SCR-ACTION-CODE TO WS-NOW-ACTION.
023239     MOVE WS-SCR-CUST-NAME   TO WS-NOW-NAME.
023240     CALL "C$TOUPPER" USING WS-WAS-ACTION VALUE 1.
023241     CALL "C$TOUPPER" USING WS-WAS-NAME VALUE 30.
023242     CALL "C$TOUPPER" USING WS-NOW-ACTION VALUE 1.
023243     CALL "C$TOUPPER" USING WS-NOW-NAME VALUE 30.
023244     IF WS-NOW-ACTION NOT = WS-WAS-ACTION
023245             OR WS-NOW-NAME NOT = WS-WAS-NAME
023246         SET WS-NEEDS-APPROVAL TO TRUE
023247         GO TO 4270-EXIT
023248     END-IF.
023249     MOVE BJB-ENTRY-CHAR (4) (1:7) TO WS-NOW-QTY-TEXT.
023250     IF WS-NOW-QTY NOT > WS-APPROVE-QTY-LIMIT
023251         GO TO 4270-EXIT
023252     END-IF.
023253     MOVE SUSP-QUANTITY TO WS-WAS-QTY-TEXT.
023254     INSPECT WS-WAS-QTY-TEXT REPLACING LEADING SPACE BY ZERO.
023255     IF WS-WAS-QTY-TEXT NOT NUMERIC
023256         SET WS-NEEDS-APPROVAL TO TRUE
023257         GO TO 4270-EXIT
023258     END-IF.
023259     IF WS-NOW-QTY > WS-WAS-QTY
023260         SET WS-NEEDS-APPROVAL TO TRUE
023261     END-IF.
023262 4270-EXIT.
023263     EXIT.
023264*----------------------------------------------------------------*
023265*    4280-CHECK-DEPT-RULES - THE CORRECTED ACTION CODE MUST BE ONE
023266*    THE SUSPENDED DEPARTMENT MAY SEND AND THE QUANTITY NOT OVER
023267*    ITS MAXIMUM (ZERO IS NO LIMIT), THE SAME RULES THE NIGHTLY
023268*    SWEEP APPLIES.  A DETAIL WITH NO DEPARTMENT, OR ONE NO LONGER
023269*    ON THE MASTER, HAS NO RULES TO BREAK.
023270*----------------------------------------------------------------*
023271 4280-CHECK-DEPT-RULES.
023272     MOVE "Y" TO WS-DEPT-OK-SW.
023273     IF NOT WS-DEPT-ENABLED OR SUSP-DEPT-CODE = SPACES
023274         GO TO 4280-EXIT
023275     END-IF.
023276     MOVE SUSP-DEPT-CODE TO DEPT-CODE.
023277     READ DEPARTMENT-MASTER
023278         INVALID KEY
023279             GO TO 4280-EXIT
023280     END-READ.
023281     MOVE 0 TO WS-ACTION-HITS.
023282     INSPECT DEPT-ALLOWED-ACTIONS TALLYING WS-ACTION-HITS
023283         FOR ALL BJB-ENTRY-CHAR (1) (1:1).
023284     IF WS-ACTION-HITS = 0
023285         MOVE "N" TO WS-DEPT-OK-SW
023286         MOVE "DEPT ACTION NOT ALLOWED - NOT RELEASED" TO WS-MSG
023287         GO TO 4280-EXIT
023288     END-IF.
023289     IF DEPT-MAX-QUANTITY = 0
023290         GO TO 4280-EXIT
023291     END-IF.
023292     MOVE BJB-ENTRY-CHAR (4) (1:7) TO WS-NOW-QTY-TEXT.
023293     IF WS-NOW-QTY > DEPT-MAX-QUANTITY
023294         MOVE "N" TO WS-DEPT-OK-SW
023295         MOVE "OVER DEPT MAXIMUM QTY - NOT RELEASED" TO WS-MSG
023296     END-IF.
023297 4280-EXIT.
023298     EXIT.
023299*----------------------------------------------------------------*
023300*    4300-WRITE-RELEASE - WRITE THE NORMALIZED TRANSACTION TO THE
023301*    RELEASE FILE AND MARK THE SUSPENSE RECORD RELEASED.
023400*----------------------------------------------------------------*
023500 4300-WRITE-RELEASE.
023600     MOVE SUSP-TRAN-ID TO TRAN-ID.
024300     REWRITE SUSP-RECORD.
024400     MOVE "TRANSACTION RELEASED" TO WS-MSG.
024500 4300-EXIT.
024501     EXIT.
024502*----------------------------------------------------------------*
024503*    4400-HOLD-FOR-APPROVAL - KEEP THE VALUES AS SUSPENDED, PUT
024504*    THE NORMALIZED CORRECTIONS IN THEIR PLACE, AND MARK THE
024505*    RECORD PENDING UNDER THE RELEASING OPERATOR.  NOTHING GOES
024506*    TO THE RELEASE FILE UNTIL A SECOND OPERATOR APPROVES.
024507*----------------------------------------------------------------*
024508 4400-HOLD-FOR-APPROVAL.
024509     MOVE SUSP-ACTION-CODE   TO SUSP-ORIG-ACTION-CODE.
024510     MOVE SUSP-CUSTOMER-NAME TO SUSP-ORIG-CUSTOMER-NAME.
024511     MOVE SUSP-ORDER-DATE    TO SUSP-ORIG-ORDER-DATE.
024512     MOVE SUSP-QUANTITY      TO SUSP-ORIG-QUANTITY.
024513     MOVE BJB-ENTRY-CHAR (1) (1:1)  TO SUSP-ACTION-CODE.
024514     MOVE BJB-ENTRY-CHAR (2) (1:30) TO SUSP-CUSTOMER-NAME.
024515     MOVE BJB-ENTRY-CHAR (3) (1:8)  TO SUSP-ORDER-DATE.
024516     MOVE BJB-ENTRY-CHAR (4) (1:7)  TO SUSP-QUANTITY.
024517     MOVE WS-OPER-ID TO SUSP-PEND-OPER-ID.
024518     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
024519     MOVE WS-TODAY TO SUSP-PEND-DATE.
024520     MOVE SPACES TO SUSP-APPROVER-ID.
024521     MOVE "P" TO SUSP-STATUS.
024522     REWRITE SUSP-RECORD.
024523     PERFORM 3050-SHOW-PENDING THRU 3050-EXIT.
024524     MOVE "PENDING SECOND-OPERATOR APPROVAL" TO WS-MSG.
024525 4400-EXIT.
024526     EXIT.
024527*----------------------------------------------------------------*
024528*    5000-REVIEW-TRANSACTION - APPROVE OR SEND BACK A PENDING
024529*    RELEASE.  THE REVIEWER WORKS FROM THE RECORD AS HELD, NOT
024530*    FROM THE SCREEN, SO NOTHING CAN BE CHANGED ON THE WAY
024531*    THROUGH.  THE OPERATOR WHO RELEASED IT MAY NOT APPROVE IT.
024532*----------------------------------------------------------------*
024533 5000-REVIEW-TRANSACTION.
024534     MOVE WS-SCR-TRAN-ID TO SUSP-TRAN-ID.
024535     READ SUSPENSE-FILE
024536         INVALID KEY
024537             MOVE "TRANSACTION NOT ON SUSPENSE" TO WS-MSG
024538             GO TO 5000-EXIT
024539     END-READ.
024540     IF NOT SUSP-PENDING-APPROVAL
024541         MOVE "NOT PENDING APPROVAL" TO WS-MSG
024542         GO TO 5000-EXIT
024543     END-IF.
024544     IF WS-FN-SEND-BACK
024545         PERFORM 5500-SEND-BACK THRU 5500-EXIT
024546         GO TO 5000-EXIT
024547     END-IF.
024548     IF SUSP-PEND-OPER-ID = WS-OPER-ID
024549         MOVE "CANNOT APPROVE YOUR OWN RELEASE" TO WS-MSG
024550         MOVE WS-OPER-ID TO WS-SECL-OPER
024551         MOVE "SELF-APPROVE REJECT" TO WS-SECL-EVENT
024552         PERFORM 8500-WRITE-SECURITY-LOG THRU 8500-EXIT
024553         GO TO 5000-EXIT
024554     END-IF.
024555     PERFORM 5100-APPROVE-RELEASE THRU 5100-EXIT.
024556 5000-EXIT.
024557     EXIT.
024558*----------------------------------------------------------------*
024559*    5100-APPROVE-RELEASE - WRITE THE HELD CORRECTIONS TO THE
024560*    RELEASE FILE, AS 4300 WOULD HAVE, AND MARK THE RECORD
024561*    RELEASED UNDER THE APPROVER.
024562*----------------------------------------------------------------*
024563 5100-APPROVE-RELEASE.
024564     MOVE SUSP-TRAN-ID       TO TRAN-ID.
024565     MOVE SUSP-ACTION-CODE   TO TRAN-ACTION-CODE.
024566     MOVE SUSP-CUSTOMER-NAME TO TRAN-CUSTOMER-NAME.
024567     MOVE SUSP-ORDER-DATE    TO TRAN-ORDER-DATE.
024568     MOVE SUSP-QUANTITY      TO TRAN-QUANTITY.
024569     WRITE TRAN-RECORD.
024570     MOVE WS-OPER-ID TO SUSP-APPROVER-ID.
024571     MOVE "R" TO SUSP-STATUS.
024572     REWRITE SUSP-RECORD.
024573     PERFORM 5800-LOAD-SCREEN THRU 5800-EXIT.
024574     MOVE "APPROVED - TRANSACTION RELEASED" TO WS-MSG.
024575 5100-EXIT.
024576     EXIT.
024577*----------------------------------------------------------------*
024578*    5500-SEND-BACK - PUT THE VALUES AS SUSPENDED BACK AND
024579*    RETURN THE RECORD TO SUSPENSE, TO BE CORRECTED AGAIN.
024580*----------------------------------------------------------------*
024581 5500-SEND-BACK.
024582     MOVE SUSP-ORIG-ACTION-CODE   TO SUSP-ACTION-CODE.
024583     MOVE SUSP-ORIG-CUSTOMER-NAME TO SUSP-CUSTOMER-NAME.
024584     MOVE SUSP-ORIG-ORDER-DATE    TO SUSP-ORDER-DATE.
024585     MOVE SUSP-ORIG-QUANTITY      TO SUSP-QUANTITY.
024586     MOVE SPACES TO SUSP-ORIG-ACTION-CODE SUSP-ORIG-CUSTOMER-NAME
024587         SUSP-ORIG-ORDER-DATE SUSP-ORIG-QUANTITY
024588         SUSP-PEND-OPER-ID.
024589     MOVE 0 TO SUSP-PEND-DATE.
024590     MOVE WS-OPER-ID TO SUSP-APPROVER-ID.
024591     MOVE "S" TO SUSP-STATUS.
024592     REWRITE SUSP-RECORD.
024593     PERFORM 5800-LOAD-SCREEN THRU 5800-EXIT.
024594     MOVE "SENT BACK TO SUSPENSE" TO WS-MSG.
024595 5500-EXIT.
024596     EXIT.
024597 5800-LOAD-SCREEN.
024598     MOVE SUSP-ACTION-CODE   TO WS-SCR-ACTION-CODE.
024599     MOVE SUSP-CUSTOMER-NAME TO WS-SCR-CUST-NAME.
024600     MOVE SUSP-ORDER-DATE    TO WS-SCR-ORDER-DATE.
024601     MOVE SUSP-QUANTITY      TO WS-SCR-QUANTITY.
024602     MOVE SUSP-DEPT-CODE     TO WS-SCR-DEPT.
024603     PERFORM 3050-SHOW-PENDING THRU 3050-EXIT.
024604 5800-EXIT.
024605     EXIT.
024610*----------------------------------------------------------------*
024620*    8500-WRITE-SECURITY-LOG - APPEND ONE EVENT TO THE BASESECL
024630*    SECURITY LOG, CREATING IT THE FIRST TIME AN EVENT EVER
024673 8500-EXIT.
024674     EXIT.
024700*----------------------------------------------------------------*
024703*    8600-WRITE-ALIAS-AUDIT - APPEND ONE BASE-AUDIT-LOG RECORD
024706*    FOR AN ALIAS SUBSTITUTION: THE VARIANT KEYED, THE MASTER
024709*    NAME RELEASED, AND RETURN CODE 41.  CREATES THE LOG ON ITS
024712*    FIRST USE, AS BASE_JB DOES.
024715*----------------------------------------------------------------*
024718 8600-WRITE-ALIAS-AUDIT.
024721     OPEN EXTEND BASE-AUDIT-LOG.
024724     IF WS-AUDT-STATUS = "35"
024727         OPEN OUTPUT BASE-AUDIT-LOG
024730         CLOSE BASE-AUDIT-LOG
024733         OPEN EXTEND BASE-AUDIT-LOG
024736     END-IF.
024739     MOVE "CORRSCRN"    TO AUD-TERM-ID.
024742     MOVE WS-OPER-ID    TO AUD-USER-ID.
024745     MOVE SPACES        TO AUD-ORIGINAL-VALUE AUD-NORMAL-VALUE.
024748     MOVE WS-ALIAS-NAME TO AUD-ORIGINAL-VALUE (1:30).
024751     MOVE BJB-ENTRY-CHAR (2) (1:30) TO AUD-NORMAL-VALUE (1:30).
024754     MOVE "41"          TO AUD-RETURN-CODE.
024757     ACCEPT AUD-LOG-DATE FROM DATE YYYYMMDD.
024760     ACCEPT AUD-LOG-TIME FROM TIME.
024763     WRITE BASE-AUDIT-REC.
024766     CLOSE BASE-AUDIT-LOG.
024769 8600-EXIT.
024772     EXIT.
024775*----------------------------------------------------------------*
024800*    9000-TERMINATE
024900*----------------------------------------------------------------*
025000 9000-TERMINATE.
025110     IF WS-MATCH-ENABLED
025120         CLOSE CUSTOMER-MASTER
025130     END-IF.
025132     IF WS-DEPT-ENABLED
025134         CLOSE DEPARTMENT-MASTER
025136     END-IF.
025140     IF WS-SEC-PRESENT
025150         CLOSE OPERATOR-SECURITY
025160     END-IF.
