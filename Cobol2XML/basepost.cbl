002794*                  CORRECTED "A" THEN BOUNCED OFF ITS OWN ID.
002795*                  A MISSING SUSPENSE FILE JUST MEANS NOTHING
002796*                  IS SUSPENDED.
002797*  2026-09-08 KJM  THE CURRENT GROUP'S DEPT IS NOW CARRIED FROM
002798*                  ITS HDR, AND DETAILS IN THE "WEB" GROUP
002799*                  BASEXMLB APPENDS ARE COUNTED POSTED, REJECTED
002800*                  AND HELD ON THEIR OWN.  THOSE THREE COUNTS GO
002801*                  TO BASERUNC ON A "WEB" PHASE RECORD AHEAD OF
002802*                  THE END RECORD, SO BASERECN CAN FOOT THE WEB
002803*                  ORDERS ACCEPTED AGAINST THE WEB ORDERS THAT
002804*                  REACHED THE MASTER.
002805*  2026-09-10 KJM  EVERY ADD, CHANGE AND DELETE NOW WRITES A
002806*                  BEFORE/AFTER IMAGE RECORD (JRNLFLDS LAYOUT)
002807*                  TO THE BASEJRNL POSTING JOURNAL, STAMPED WITH
002808*                  THE RUN DATE, THE RUN SERIAL (THE RUN'S START
002809*                  TIME) AND THE TIME OF THE POSTING, SO BASEPBAK
002810*                  CAN BACK ONE POSTING RUN OUT.  A DELETE NOW
002811*                  READS THE ORDER FIRST TO CAPTURE ITS BEFORE
002812*                  IMAGE.  THE RUN'S DATE AND SERIAL PRINT AT
002813*                  THE TOP OF THE REGISTER AND ON THE CONSOLE.
002814*                  A BASEPSTK RESTART FLAG IS SET "POSTING"
002815*                  WHILE THE RUN IS APPLYING AND "COMPLETE" AT
002816*                  THE END; A RUN THAT FINDS THE LAST RUN NEVER
002817*                  COMPLETED POSTS NOTHING AND ENDS WITH RETURN
002818*                  CODE 8 UNTIL THAT HALF-POSTED RUN HAS BEEN
002819*                  BACKED OUT WITH BASEPBAK.
002820*  2026-09-17 KJM  AN "A" OR "M" WHOSE CUSTOMER NAME IS AN
002821*                  ACTIVE CUSTMAST ALIAS OF AN ACTIVE MASTER
002822*                  CUSTOMER NOW POSTS THE MASTER NAME - THE
002823*                  SWEEP HAS ALREADY PASSED IT ON THE STRENGTH
002824*                  OF THE ALIAS AND LOGGED THE SUBSTITUTION.  A
002825*                  MISSING OR EMPTY CUSTOMER MASTER POSTS THE
002826*                  NAME AS SENT.
002827*  2026-09-21 KJM  A DETAIL WHOSE BASECORR RELEASE IS STILL
002828*                  PENDING SECOND-OPERATOR APPROVAL IS HELD THE
002829*                  SAME AS ONE STILL SUSPENDED.
002830*  2026-09-28 KJM  EVERY DETAIL INSIDE A DEPARTMENT'S HDR/TRL
002831*                  GROUP NOW GOES TO THE BASEDISP DISPOSITION
002832*                  FILE (ACKFLDS LAYOUT) WITH WHAT BECAME OF
002833*                  IT - POSTED, REJECTED AND WHY, SUSPENDED OR
002834*                  HELD WITH THE SUSPENSE FIELD AND RETURN
002835*                  CODE - BETWEEN AN "H" RECORD FROM THE HDR
002836*                  AND A "T" RECORD CARRYING THE TRAILER'S
002837*                  COUNT AND HASH.  BASEACK TURNS IT INTO THE
002838*                  DEPARTMENTS' ACKNOWLEDGMENT FILES.  RELEASED
002839*                  DETAILS BEHIND THE LAST TRL BELONG TO NO
002840*                  GROUP AND ARE NOT WRITTEN.
002846*  2026-10-15 KJM  A POSTING JOURNAL THAT WILL NOT OPEN NOW STOPS
002852*                  THE RUN BEFORE ANYTHING IS POSTED (RETURN
002858*                  CODE 12).  A JOURNAL WRITE IS ONLY RETRIED ON
002864*                  A DUPLICATE KEY; ANY OTHER FAILURE STOPS THE
002870*                  RUN WITH RETURN CODE 16 AND LEAVES BASEPSTK
002876*                  "POSTING" SO THE RUN IS BACKED OUT BEFORE THE
002882*                  NEXT ONE.  THE ADD, CHANGE OR DELETE WHOSE
002884*                  JOURNAL RECORD FAILED IS TAKEN BACK OFF THE
002886*                  MASTER FIRST, SO EVERY UPDATE LEFT ON IT IS
002888*                  ON THE JOURNAL FOR BASEPBAK.
002890*  2026-10-15 KJM  AFTER A PARTIAL ACCEPT THE DISPOSITION TRAILER
002892*                  TAKES THE SENT COUNT AND HASH BASEBAL CARRIED
002894*                  OVER ON ITS REGENERATED TRL, NOT THAT TRL'S
002896*                  ACCEPTED-ONLY FIGURES.
002898*----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.              IBM-370.
003200 OBJECT-COMPUTER.              IBM-370.
003210 SPECIAL-NAMES.
003220     CONSOLE IS OPCON.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRANSACTION-FILE ASSIGN TO ORDRTRAN
004360         ACCESS MODE IS DYNAMIC
004370         RECORD KEY IS SUSP-TRAN-ID
004380         FILE STATUS IS WS-SUSP-STATUS.
004381     SELECT POSTING-JOURNAL ASSIGN TO BASEJRNL
004382         ORGANIZATION IS INDEXED
004383         ACCESS MODE IS DYNAMIC
004384         RECORD KEY IS JRNL-KEY
004385         FILE STATUS IS WS-JRNL-STATUS.
004386     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
004387         ORGANIZATION IS INDEXED
004388         ACCESS MODE IS DYNAMIC
004389         RECORD KEY IS CUST-NAME
004390         FILE STATUS IS WS-CUST-STATUS.
004391     SELECT RESTART-FLAG ASSIGN TO BASEPSTK
004392         ORGANIZATION IS LINE SEQUENTIAL
004393         FILE STATUS IS WS-FLAG-STATUS.
004395     SELECT DISPOSITION-FILE ASSIGN TO BASEDISP
004397         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TRANSACTION-FILE.
005574*----------------------------------------------------------------*
005575 FD  SUSPENSE-FILE.
005576     COPY SUSPFLDS.
005577*----------------------------------------------------------------*
005578*    POSTING-JOURNAL - SHARED COPYBOOK, SO THIS JOB AND BASEPBAK
005579*    CANNOT DRIFT OUT OF STEP ON THE JOURNAL KEY OR IMAGES.
005580*----------------------------------------------------------------*
005581 FD  POSTING-JOURNAL.
005582     COPY JRNLFLDS.
005583*----------------------------------------------------------------*
005584*    CUSTOMER-MASTER - SAME LAYOUT BASECMNT MAINTAINS.  READ
005585*    ONLY, TO POST AN ALIASED NAME UNDER ITS MASTER.
005586*----------------------------------------------------------------*
005587 FD  CUSTOMER-MASTER.
005588     COPY CUSTFLDS.
005589 FD  RESTART-FLAG.
005590 01  FLAG-REC                   PIC X(24).
005591*----------------------------------------------------------------*
005592*    DISPOSITION-FILE - SHARED COPYBOOK, SO THIS JOB AND BASEACK
005593*    CANNOT DRIFT OUT OF STEP ON THE ACKNOWLEDGMENT LAYOUT.
005594*----------------------------------------------------------------*
005595 FD  DISPOSITION-FILE.
005596     COPY ACKFLDS.
005600 WORKING-STORAGE SECTION.
005700 77  WS-MAST-STATUS             PIC X(02).
005705 77  WS-SUSP-STATUS             PIC X(02).
005706 77  WS-JRNL-STATUS             PIC X(02).
005707 77  WS-FLAG-STATUS             PIC X(02).
005708 77  WS-CUST-STATUS             PIC X(02).
005709 01  WS-CUST-PRESENT-SW         PIC X(01) VALUE "N".
005710     88  WS-CUST-PRESENT        VALUE "Y".
005711 77  WS-POST-NAME               PIC X(30).
005712 77  WS-RUNC-STATUS             PIC X(02).
005720 77  WS-RUNC-PHASE              PIC X(05).
005730 77  WS-RUNC-A                  PIC 9(07) COMP-3 VALUE 0.
005740 77  WS-RUNC-B                  PIC 9(07) COMP-3 VALUE 0.
005920     88  WS-SUSP-PRESENT        VALUE "Y".
005930 01  WS-TRAN-HELD-SW            PIC X(01) VALUE "N".
005940     88  WS-TRAN-HELD           VALUE "Y".
005941 01  WS-TRAN-REJECTED-SW        PIC X(01) VALUE "N".
005942     88  WS-TRAN-REJECTED       VALUE "Y".
005943 01  WS-IN-GROUP-SW             PIC X(01) VALUE "N".
005944     88  WS-IN-GROUP            VALUE "Y".
005945 77  WS-CURR-DEPT               PIC X(03) VALUE SPACES.
005946 77  WS-WEB-DEPT                PIC X(03) VALUE "WEB".
005947 77  WS-WEB-POST-COUNT          PIC 9(07) COMP-3 VALUE 0.
005948 77  WS-WEB-REJECT-COUNT        PIC 9(07) COMP-3 VALUE 0.
005949 77  WS-WEB-HELD-COUNT          PIC 9(07) COMP-3 VALUE 0.
005950*----------------------------------------------------------------*
005951*    JOURNAL FIELDS - THE RUN SERIAL (THIS RUN'S START TIME)
005952*    TOGETHER WITH THE RUN DATE NAMES THE RUN ON EVERY JOURNAL
005953*    RECORD.  THE ORDER'S BEFORE IMAGE IS SAVED HERE AHEAD OF A
005954*    CHANGE OR DELETE.
005955*----------------------------------------------------------------*
005956 77  WS-RUN-SERIAL              PIC 9(08) VALUE 0.
005957 77  WS-JRNL-SEQ                PIC 9(07) COMP-3 VALUE 0.
005958 77  WS-JRNL-COUNT              PIC 9(07) COMP-3 VALUE 0.
005959 77  WS-JRNL-ACTION             PIC X(01).
005960 77  WS-BEFORE-IMAGE            PIC X(69).
005961 77  WS-AFTER-IMAGE             PIC X(69).
005962 01  WS-JRNL-WRITTEN-SW         PIC X(01) VALUE "N".
005963     88  WS-JRNL-WRITTEN        VALUE "Y".
005964 01  WS-JRNL-FAILED-SW          PIC X(01) VALUE "N".
005965     88  WS-JRNL-FAILED         VALUE "Y".
005966*----------------------------------------------------------------*
005967*    WS-FLAG-FIELDS - THE RESTART FLAG.  "POSTING" MEANS THE
005968*    NAMED RUN MAY HAVE DIED PART WAY THROUGH THE MASTER.
005969*----------------------------------------------------------------*
005970 01  WS-FLAG-FIELDS.
005971     05  WS-FLAG-PHASE          PIC X(08).
005972         88  WS-POSTING-ACTIVE  VALUE "POSTING".
005973     05  WS-FLAG-RUN-DATE       PIC 9(08).
005974     05  WS-FLAG-SERIAL         PIC 9(08).
005975 01  WS-RUN-BLOCKED-SW          PIC X(01) VALUE "N".
005976     88  WS-RUN-BLOCKED         VALUE "Y".
005977 01  WS-RPT-RUN-LINE.
005978     05  FILLER                 PIC X(21)
005979                                VALUE "ORDER POSTING RUN OF ".
005980     05  WS-RPT-RUN-DATE        PIC 9(08).
005981     05  FILLER                 PIC X(08) VALUE " SERIAL ".
005982     05  WS-RPT-RUN-SERIAL      PIC 9(08).
006000 77  WS-RUN-DATE                PIC 9(08).
006100 77  WS-ADD-COUNT               PIC 9(07) COMP-3 VALUE 0.
006200 77  WS-CHANGE-COUNT            PIC 9(07) COMP-3 VALUE 0.
008000*----------------------------------------------------------------*
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008210     IF WS-RUN-BLOCKED
008220         GOBACK
008230     END-IF.
008300     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
008400         UNTIL WS-EOF-REACHED OR WS-JRNL-FAILED.
008500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008600     GOBACK.
008700*----------------------------------------------------------------*
008800*    1000-INITIALIZE - OPEN THE FILES, CREATING THE ORDER MASTER
008810*    AND THE JOURNAL THE FIRST TIME THIS JOB EVER RUNS AT A
008820*    SITE.  A RUN THAT FINDS THE LAST RUN HALF-POSTED TOUCHES
008830*    NOTHING.
009000*----------------------------------------------------------------*
009100 1000-INITIALIZE.
009200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009206     ACCEPT WS-RUN-SERIAL FROM TIME.
009212     PERFORM 1100-READ-RESTART-FLAG THRU 1100-EXIT.
009218     IF WS-POSTING-ACTIVE
009224         MOVE "START" TO WS-RUNC-PHASE
009230         MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C
009236         PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT
009242         DISPLAY "BASEPOST - RUN " WS-FLAG-RUN-DATE
009248             " SERIAL " WS-FLAG-SERIAL " NEVER COMPLETED"
009254             UPON OPCON
009260         DISPLAY "BASEPOST - BACK IT OUT WITH BASEPBAK,"
009266             " THEN RERUN - NOTHING POSTED" UPON OPCON
009272         MOVE 8 TO RETURN-CODE
009278         SET WS-RUN-BLOCKED TO TRUE
009284         GO TO 1000-EXIT
009290     END-IF.
009300     OPEN INPUT TRANSACTION-FILE.
009400     OPEN OUTPUT POSTING-RPT-FILE.
009500     OPEN I-O ORDER-MASTER.
009800         CLOSE ORDER-MASTER
009900         OPEN I-O ORDER-MASTER
010000     END-IF.
010001     OPEN I-O POSTING-JOURNAL.
010002     IF WS-JRNL-STATUS = "35"
010003         OPEN OUTPUT POSTING-JOURNAL
010004         CLOSE POSTING-JOURNAL
010005         OPEN I-O POSTING-JOURNAL
010006     END-IF.
010007     IF WS-JRNL-STATUS NOT = "00"
010008         MOVE "START" TO WS-RUNC-PHASE
010009         MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C
010010         PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT
010011         DISPLAY "BASEPOST - POSTING JOURNAL WILL NOT OPEN,"
010012             " STATUS " WS-JRNL-STATUS " - NOTHING POSTED"
010013             UPON OPCON
010014         CLOSE TRANSACTION-FILE POSTING-RPT-FILE ORDER-MASTER
010015         MOVE 12 TO RETURN-CODE
010016         SET WS-RUN-BLOCKED TO TRUE
010017         GO TO 1000-EXIT
010018     END-IF.
010019     MOVE WS-RUN-DATE   TO WS-RPT-RUN-DATE.
010020     MOVE WS-RUN-SERIAL TO WS-RPT-RUN-SERIAL.
010021     WRITE RPT-LINE FROM WS-RPT-RUN-LINE.
010022     MOVE SPACES TO RPT-LINE.
010023     WRITE RPT-LINE.
010024     DISPLAY "BASEPOST RUN " WS-RUN-DATE " SERIAL " WS-RUN-SERIAL
010025         UPON OPCON.
010026     MOVE "POSTING" TO WS-FLAG-PHASE.
010027     PERFORM 7600-WRITE-RESTART-FLAG THRU 7600-EXIT.
010028     MOVE "START" TO WS-RUNC-PHASE.
010029     MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C.
010030     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
010035     OPEN OUTPUT DISPOSITION-FILE.
010040     OPEN INPUT SUSPENSE-FILE.
010050     IF WS-SUSP-STATUS = "00"
010060         MOVE "Y" TO WS-SUSP-PRESENT-SW
010070     END-IF.
010080     PERFORM 1150-OPEN-CUST-MASTER THRU 1150-EXIT.
010100     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
010200 1000-EXIT.
010300     EXIT.
010400*----------------------------------------------------------------*
010402*    1100-READ-RESTART-FLAG - A MISSING OR EMPTY FLAG FILE MEANS
010404*    NO RUN IS OUTSTANDING.
010406*----------------------------------------------------------------*
010408 1100-READ-RESTART-FLAG.
010410     MOVE "NONE" TO WS-FLAG-PHASE.
010412     OPEN INPUT RESTART-FLAG.
010414     IF WS-FLAG-STATUS = "00"
010416         READ RESTART-FLAG INTO WS-FLAG-FIELDS
010418             AT END
010420                 MOVE "NONE" TO WS-FLAG-PHASE
010422         END-READ
010424         CLOSE RESTART-FLAG
010426     END-IF.
010428 1100-EXIT.
010430     EXIT.
010432*----------------------------------------------------------------*
010434*    1150-OPEN-CUST-MASTER - ALIASES ARE ONLY RESOLVED WHEN THE
010436*    CUSTOMER MASTER IS PRESENT AND HAS AT LEAST ONE RECORD, IN
010438*    STEP WITH THE SWEEP'S MATCH STEP.
010440*----------------------------------------------------------------*
010442 1150-OPEN-CUST-MASTER.
010444     OPEN INPUT CUSTOMER-MASTER.
010446     IF WS-CUST-STATUS NOT = "00"
010448         GO TO 1150-EXIT
010450     END-IF.
010452     READ CUSTOMER-MASTER NEXT RECORD
010454         AT END
010456             CONTINUE
010458     END-READ.
010460     IF WS-CUST-STATUS = "00"
010462         MOVE "Y" TO WS-CUST-PRESENT-SW
010464     ELSE
010466         CLOSE CUSTOMER-MASTER
010468     END-IF.
010470 1150-EXIT.
010472     EXIT.
010474*----------------------------------------------------------------*
010500*    2000-POST-TRANSACTION - APPLY ONE DETAIL TRANSACTION TO THE
010600*    ORDER MASTER BY ITS ACTION CODE.  THE HDR/TRL CONTROL
010610*    RECORDS ARE NOT TRANSACTIONS - THEY ONLY MARK WHICH
010620*    DEPARTMENT'S GROUP THE DETAILS BELONG TO, AND OPEN AND
010630*    CLOSE THE GROUP ON THE DISPOSITION FILE.
010800*----------------------------------------------------------------*
010900 2000-POST-TRANSACTION.
010910     IF TRAN-HEADER-REC
010920         MOVE TRAN-HDR-DEPT-CODE TO WS-CURR-DEPT
010930         PERFORM 7700-WRITE-DISP-HEADER THRU 7700-EXIT
011100         GO TO 2000-NEXT
011200     END-IF.
011201     IF TRAN-TRAILER-REC
011202         PERFORM 7720-WRITE-DISP-TRAILER THRU 7720-EXIT
011203         MOVE SPACES TO WS-CURR-DEPT
011204         GO TO 2000-NEXT
011205     END-IF.
011206     MOVE "N" TO WS-TRAN-REJECTED-SW.
011210     PERFORM 2500-CHECK-SUSPENSE THRU 2500-EXIT.
011220     IF WS-TRAN-HELD
011230         PERFORM 7200-WRITE-HELD THRU 7200-EXIT
011235         PERFORM 7710-WRITE-DISP-DETAIL THRU 7710-EXIT
011240         GO TO 2000-NEXT
011250     END-IF.
011260     PERFORM 2600-RESOLVE-ALIAS THRU 2600-EXIT.
011300     EVALUATE TRAN-ACTION-CODE
011400         WHEN "A"
011500             PERFORM 3000-ADD-ORDER THRU 3000-EXIT
012300             MOVE "ACTION CODE NOT POSTABLE" TO WS-RPT-MESSAGE
012400             PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
012500     END-EVALUATE.
012502     IF WS-JRNL-FAILED
012504         GO TO 2000-EXIT
012506     END-IF.
012510     IF WS-CURR-DEPT = WS-WEB-DEPT
012520             AND NOT WS-TRAN-REJECTED
012530         ADD 1 TO WS-WEB-POST-COUNT
012540     END-IF.
012550     PERFORM 7710-WRITE-DISP-DETAIL THRU 7710-EXIT.
012600 2000-NEXT.
012700     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
012800 2000-EXIT.
012920*    2500-CHECK-SUSPENSE - A DETAIL STILL SUSPENDED BY BASESCAN
012930*    MUST NOT REACH THE MASTER WITH ITS BAD DATA.  A RELEASED
012940*    COPY HAS HAD ITS SUSPENSE RECORD DELETED BY BASEMRGE, SO
012950*    IT POSTS NORMALLY.  ONE WHOSE RELEASE IS STILL WAITING ON
012955*    A SECOND OPERATOR'S APPROVAL IS HELD THE SAME WAY.
012960*----------------------------------------------------------------*
012961 2500-CHECK-SUSPENSE.
012962     MOVE "N" TO WS-TRAN-HELD-SW.
012968         INVALID KEY
012969             CONTINUE
012971         NOT INVALID KEY
012972             IF SUSP-SUSPENDED OR SUSP-PENDING-APPROVAL
012973                 SET WS-TRAN-HELD TO TRUE
012974             END-IF
012975     END-READ.
012976 2500-EXIT.
012977     EXIT.
013000*----------------------------------------------------------------*
013003*    2600-RESOLVE-ALIAS - THE NAME TO POST: THE NAME AS SENT, OR
013006*    THE MASTER NAME WHEN IT IS AN ACTIVE ALIAS OF AN ACTIVE
013009*    MASTER CUSTOMER.
013012*----------------------------------------------------------------*
013015 2600-RESOLVE-ALIAS.
013018     MOVE TRAN-CUSTOMER-NAME TO WS-POST-NAME.
013021     IF NOT WS-CUST-PRESENT
013024         GO TO 2600-EXIT
013027     END-IF.
013030     MOVE TRAN-CUSTOMER-NAME TO CUST-NAME.
013033     READ CUSTOMER-MASTER
013036         INVALID KEY
013039             GO TO 2600-EXIT
013042     END-READ.
013045     IF NOT CUST-ALIAS-REC OR NOT CUST-ACTIVE
013048         GO TO 2600-EXIT
013051     END-IF.
013054     MOVE CUST-ALIAS-OF TO CUST-NAME.
013057     READ CUSTOMER-MASTER
013060         INVALID KEY
013063             GO TO 2600-EXIT
013066     END-READ.
013069     IF CUST-MASTER-REC AND CUST-ACTIVE
013072         MOVE CUST-NAME TO WS-POST-NAME
013075     END-IF.
013078 2600-EXIT.
013081     EXIT.
013084*----------------------------------------------------------------*
013100*    3000-ADD-ORDER - AN "A" TRANSACTION CREATES THE ORDER.  AN
013200*    ID ALREADY ON THE MASTER IS A REJECT, NOT AN OVERLAY.
013300*----------------------------------------------------------------*
013400 3000-ADD-ORDER.
013500     MOVE TRAN-ID            TO ORDM-ORDER-ID.
013510     MOVE WS-POST-NAME       TO ORDM-CUSTOMER-NAME.
013700     MOVE TRAN-ORDER-DATE    TO ORDM-ORDER-DATE.
013800     MOVE TRAN-QUANTITY      TO ORDM-QUANTITY.
013900     MOVE WS-RUN-DATE        TO ORDM-ADD-DATE.
014400                 TO WS-RPT-MESSAGE
014500             PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
014600         NOT INVALID KEY
014612             MOVE "A"         TO WS-JRNL-ACTION
014624             MOVE SPACES      TO WS-BEFORE-IMAGE
014636             MOVE ORDM-RECORD TO WS-AFTER-IMAGE
014648             PERFORM 7300-WRITE-JOURNAL THRU 7300-EXIT
014660             IF WS-JRNL-FAILED
014672                 GO TO 3000-EXIT
014684             END-IF
014700             ADD 1 TO WS-ADD-COUNT
014800             MOVE "ORDER ADDED" TO WS-RPT-MESSAGE
014900             PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
016300                 TO WS-RPT-MESSAGE
016400             PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
016500         NOT INVALID KEY
016510             MOVE ORDM-RECORD        TO WS-BEFORE-IMAGE
016520             MOVE WS-POST-NAME       TO ORDM-CUSTOMER-NAME
016700             MOVE TRAN-ORDER-DATE    TO ORDM-ORDER-DATE
016800             MOVE TRAN-QUANTITY      TO ORDM-QUANTITY
016900             MOVE WS-RUN-DATE        TO ORDM-CHANGE-DATE
017000             REWRITE ORDM-RECORD
017014             MOVE "M"         TO WS-JRNL-ACTION
017028             MOVE ORDM-RECORD TO WS-AFTER-IMAGE
017042             PERFORM 7300-WRITE-JOURNAL THRU 7300-EXIT
017056             IF WS-JRNL-FAILED
017070                 GO TO 4000-EXIT
017084             END-IF
017100             ADD 1 TO WS-CHANGE-COUNT
017200             MOVE "ORDER CHANGED" TO WS-RPT-MESSAGE
017300             PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
017600     EXIT.
017700*----------------------------------------------------------------*
017800*    5000-DELETE-ORDER - A "D" TRANSACTION REMOVES THE ORDER.  AN
017810*    ID NOT ON THE MASTER IS A REJECT.  THE ORDER IS READ FIRST
017820*    SO THE JOURNAL HOLDS WHAT WAS DELETED.
018000*----------------------------------------------------------------*
018100 5000-DELETE-ORDER.
018200     MOVE TRAN-ID TO ORDM-ORDER-ID.
018210     READ ORDER-MASTER
018220         INVALID KEY
018230             MOVE "DELETE REJECTED - ORDER NOT ON FILE"
018240                 TO WS-RPT-MESSAGE
018250             PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
018260             GO TO 5000-EXIT
018270     END-READ.
018280     MOVE ORDM-RECORD TO WS-BEFORE-IMAGE.
018300     DELETE ORDER-MASTER RECORD
018400         INVALID KEY
018500             MOVE "DELETE REJECTED - ORDER NOT ON FILE"
018600                 TO WS-RPT-MESSAGE
018700             PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
018800         NOT INVALID KEY
018814             MOVE "D"    TO WS-JRNL-ACTION
018828             MOVE SPACES TO WS-AFTER-IMAGE
018842             PERFORM 7300-WRITE-JOURNAL THRU 7300-EXIT
018856             IF WS-JRNL-FAILED
018870                 GO TO 5000-EXIT
018884             END-IF
018900             ADD 1 TO WS-DELETE-COUNT
019000             MOVE "ORDER DELETED" TO WS-RPT-MESSAGE
019100             PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
020500             PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
020600         NOT INVALID KEY
020700             ADD 1 TO WS-VERIFY-COUNT
020710             MOVE "ORDER VERIFIED ON FILE" TO WS-RPT-MESSAGE
020800     END-READ.
020900 6000-EXIT.
021000     EXIT.
022300*----------------------------------------------------------------*
022400 7100-WRITE-REJECT.
022500     ADD 1 TO WS-REJECT-COUNT.
022510     SET WS-TRAN-REJECTED TO TRUE.
022520     IF WS-CURR-DEPT = WS-WEB-DEPT
022530         ADD 1 TO WS-WEB-REJECT-COUNT
022540     END-IF.
022600     MOVE TRAN-ID          TO WS-RPT-TRAN-ID.
022700     MOVE TRAN-ACTION-CODE TO WS-RPT-ACTION.
022800     WRITE RPT-LINE FROM WS-RPT-DETAIL.
023004*----------------------------------------------------------------*
023005 7200-WRITE-HELD.
023006     ADD 1 TO WS-HELD-COUNT.
023007     IF WS-CURR-DEPT = WS-WEB-DEPT
023008         ADD 1 TO WS-WEB-HELD-COUNT
023009     END-IF.
023010     MOVE TRAN-ID          TO WS-RPT-TRAN-ID.
023011     MOVE TRAN-ACTION-CODE TO WS-RPT-ACTION.
023012     MOVE "HELD ON SUSPENSE - NOT POSTED" TO WS-RPT-MESSAGE.
023013     WRITE RPT-LINE FROM WS-RPT-DETAIL.
023014 7200-EXIT.
023015     EXIT.
023016*----------------------------------------------------------------*
023017*    7300-WRITE-JOURNAL - ONE BEFORE/AFTER IMAGE RECORD FOR AN
023018*    UPDATE JUST APPLIED.  THE CALLER SETS THE ACTION AND THE
023019*    IMAGES.  THE SEQUENCE ONLY EVER MOVES UP WITHIN THE RUN, SO
023020*    THE JOURNAL KEEPS THE ORDER THE UPDATES WERE MADE IN.  ONLY
023021*    A DUPLICATE KEY IS RETRIED, ON THE NEXT SEQUENCE; ANY OTHER
023022*    FAILURE TAKES THE UPDATE BACK OFF THE MASTER AND STOPS THE
023023*    RUN WITH THE RESTART FLAG LEFT "POSTING".
023024*----------------------------------------------------------------*
023025 7300-WRITE-JOURNAL.
023026     MOVE "N" TO WS-JRNL-WRITTEN-SW.
023027     PERFORM 7350-TRY-ONE-JOURNAL THRU 7350-EXIT
023028         UNTIL WS-JRNL-WRITTEN OR WS-JRNL-FAILED.
023029     IF WS-JRNL-FAILED
023030         PERFORM 7400-UNDO-MASTER-UPDATE THRU 7400-EXIT
023031         GO TO 7300-EXIT
023032     END-IF.
023033     ADD 1 TO WS-JRNL-COUNT.
023034 7300-EXIT.
023035     EXIT.
023036 7350-TRY-ONE-JOURNAL.
023037     ADD 1 TO WS-JRNL-SEQ.
023038     MOVE WS-RUN-DATE      TO JRNL-RUN-DATE.
023039     MOVE WS-RUN-SERIAL    TO JRNL-RUN-SERIAL.
023040     MOVE WS-JRNL-SEQ      TO JRNL-SEQ.
023041     ACCEPT JRNL-POST-TIME FROM TIME.
023042     MOVE WS-JRNL-ACTION   TO JRNL-ACTION.
023043     MOVE TRAN-ID          TO JRNL-ORDER-ID.
023044     MOVE WS-CURR-DEPT     TO JRNL-DEPT-CODE.
023045     MOVE WS-BEFORE-IMAGE  TO JRNL-BEFORE-IMAGE.
023046     MOVE WS-AFTER-IMAGE   TO JRNL-AFTER-IMAGE.
023047     MOVE 0                TO JRNL-BACKOUT-DATE.
023048     WRITE JRNL-RECORD
023049         INVALID KEY
023050             CONTINUE
023051     END-WRITE.
023052     IF WS-JRNL-STATUS = "00"
023053         SET WS-JRNL-WRITTEN TO TRUE
023054         GO TO 7350-EXIT
023055     END-IF.
023056     IF WS-JRNL-STATUS = "22"
023057         GO TO 7350-EXIT
023058     END-IF.
023059     SET WS-JRNL-FAILED TO TRUE.
023060     DISPLAY "BASEPOST - POSTING JOURNAL WRITE FAILED, STATUS "
023061         WS-JRNL-STATUS " - ORDER " TRAN-ID UPON OPCON.
023062 7350-EXIT.
023063     EXIT.
023064*----------------------------------------------------------------*
023065*    7400-UNDO-MASTER-UPDATE - THE JOURNAL COULD NOT TAKE THE
023066*    RECORD FOR THE UPDATE JUST APPLIED, SO THE ORDER IS PUT
023067*    BACK FROM THE IMAGES THE CALLER SET.  AN ORDER THAT CANNOT
023068*    BE PUT BACK IS TOLD TO THE OPERATOR BY ID.
023069*----------------------------------------------------------------*
023070 7400-UNDO-MASTER-UPDATE.
023071     EVALUATE WS-JRNL-ACTION
023072         WHEN "A"
023073             MOVE WS-AFTER-IMAGE TO ORDM-RECORD
023074             DELETE ORDER-MASTER RECORD
023075                 INVALID KEY
023076                     CONTINUE
023077             END-DELETE
023078         WHEN "M"
023079             MOVE WS-BEFORE-IMAGE TO ORDM-RECORD
023080             REWRITE ORDM-RECORD
023081                 INVALID KEY
023082                     CONTINUE
023083             END-REWRITE
023084         WHEN "D"
023085             MOVE WS-BEFORE-IMAGE TO ORDM-RECORD
023086             WRITE ORDM-RECORD
023087                 INVALID KEY
023088                     CONTINUE
023089             END-WRITE
023090     END-EVALUATE.
023091     IF WS-MAST-STATUS = "00"
023092         DISPLAY "BASEPOST - ORDER " TRAN-ID
023093             " PUT BACK - NOT POSTED" UPON OPCON
023094     ELSE
023095         DISPLAY "BASEPOST - ORDER " TRAN-ID
023096             " COULD NOT BE PUT BACK, STATUS " WS-MAST-STATUS
023097             " - LEFT UPDATED WITHOUT A JOURNAL RECORD"
023098             UPON OPCON
023099     END-IF.
023100 7400-EXIT.
023101     EXIT.
023102*----------------------------------------------------------------*
023103*    7500-WRITE-RUN-CONTROL - APPEND ONE START/END RECORD TO THE
023104*    SHARED RUN-CONTROL FILE, CREATING IT ON THE NIGHT'S FIRST
023105*    JOB.  THE CALLER SETS THE PHASE AND COUNTS.
023106*----------------------------------------------------------------*
023107 7500-WRITE-RUN-CONTROL.
023108     OPEN EXTEND RUN-CONTROL-FILE.
023109     IF WS-RUNC-STATUS = "35"
023110         OPEN OUTPUT RUN-CONTROL-FILE
023111     END-IF.
023112     MOVE "BASEPOST" TO RUNC-JOB-NAME.
023113     MOVE WS-RUNC-PHASE TO RUNC-PHASE.
023114     ACCEPT RUNC-RUN-DATE FROM DATE YYYYMMDD.
023115     ACCEPT RUNC-RUN-TIME FROM TIME.
023116     MOVE WS-RUNC-A TO RUNC-COUNT-A.
023117     MOVE WS-RUNC-B TO RUNC-COUNT-B.
023118     MOVE WS-RUNC-C TO RUNC-COUNT-C.
023119     WRITE RUNC-RECORD.
023120     CLOSE RUN-CONTROL-FILE.
023121 7500-EXIT.
023122     EXIT.
023123*----------------------------------------------------------------*
023124*    7600-WRITE-RESTART-FLAG - THE CALLER SETS THE PHASE.
023125*----------------------------------------------------------------*
023126 7600-WRITE-RESTART-FLAG.
023127     MOVE WS-RUN-DATE   TO WS-FLAG-RUN-DATE.
023128     MOVE WS-RUN-SERIAL TO WS-FLAG-SERIAL.
023129     OPEN OUTPUT RESTART-FLAG.
023130     WRITE FLAG-REC FROM WS-FLAG-FIELDS.
023131     CLOSE RESTART-FLAG.
023132 7600-EXIT.
023133     EXIT.
023134*----------------------------------------------------------------*
023135*    7700-WRITE-DISP-HEADER - OPEN A DEPARTMENT'S GROUP ON THE
023136*    DISPOSITION FILE FROM ITS HDR.
023137*----------------------------------------------------------------*
023138 7700-WRITE-DISP-HEADER.
023139     SET WS-IN-GROUP TO TRUE.
023140     MOVE SPACES             TO ACK-RECORD.
023141     MOVE "H"                TO ACK-REC-TYPE.
023142     MOVE WS-CURR-DEPT       TO ACK-DEPT-CODE.
023143     MOVE TRAN-HDR-FILE-DATE TO ACK-HDR-FILE-DATE.
023144     MOVE WS-RUN-DATE        TO ACK-HDR-RUN-DATE.
023145     WRITE ACK-RECORD.
023146 7700-EXIT.
023147     EXIT.
023148*----------------------------------------------------------------*
023149*    7710-WRITE-DISP-DETAIL - WHAT BECAME OF ONE DETAIL.  A HELD
023150*    DETAIL STILL HAS ITS SUSPENSE RECORD IN THE RECORD AREA
023151*    FROM 2500-CHECK-SUSPENSE.  ONE OUTSIDE ANY GROUP IS A
023152*    RELEASE BASEMRGE APPENDED AND IS NOT WRITTEN.
023153*----------------------------------------------------------------*
023154 7710-WRITE-DISP-DETAIL.
023155     IF NOT WS-IN-GROUP
023156         GO TO 7710-EXIT
023157     END-IF.
023158     MOVE SPACES           TO ACK-RECORD.
023159     MOVE "D"              TO ACK-REC-TYPE.
023160     MOVE WS-CURR-DEPT     TO ACK-DEPT-CODE.
023161     MOVE TRAN-ID          TO ACK-TRAN-ID.
023162     MOVE TRAN-ACTION-CODE TO ACK-ACTION-CODE.
023163     IF WS-TRAN-HELD
023164         MOVE SUSP-FIELD-IN-ERROR TO ACK-FIELD-IN-ERROR
023165         MOVE SUSP-RETURN-CODE    TO ACK-RETURN-CODE
023166         IF SUSP-PENDING-APPROVAL
023167             MOVE "H" TO ACK-DISPOSITION
023168             MOVE "HELD - CORRECTION AWAITING APPROVAL"
023169                 TO ACK-MESSAGE
023170         ELSE
023171             MOVE "S" TO ACK-DISPOSITION
023172             MOVE "SUSPENDED - AWAITING CORRECTION"
023173                 TO ACK-MESSAGE
023174         END-IF
023175     ELSE
023176         IF WS-TRAN-REJECTED
023177             MOVE "R" TO ACK-DISPOSITION
023178         ELSE
023179             MOVE "P" TO ACK-DISPOSITION
023180         END-IF
023181         MOVE WS-RPT-MESSAGE TO ACK-MESSAGE
023182     END-IF.
023183     WRITE ACK-RECORD.
023184 7710-EXIT.
023185     EXIT.
023186*----------------------------------------------------------------*
023187*    7720-WRITE-DISP-TRAILER - CLOSE THE GROUP WITH THE COUNT
023188*    AND HASH THE DEPARTMENT'S OWN TRAILER CARRIED.  BASEACK
023191*    FOOTS THE DETAILS AGAINST THEM.  AFTER A PARTIAL ACCEPT
023194*    THE TRL IN HAND IS BASEBAL'S, COUNTING ONLY WHAT IT
023197*    ACCEPTED, AND THE DEPARTMENT'S FIGURES ARE IN ITS SENT
023200*    FIELDS.
023203*----------------------------------------------------------------*
023206 7720-WRITE-DISP-TRAILER.
023209     IF NOT WS-IN-GROUP
023212         GO TO 7720-EXIT
023215     END-IF.
023218     MOVE "N" TO WS-IN-GROUP-SW.
023221     MOVE SPACES                TO ACK-RECORD.
023224     MOVE "T"                   TO ACK-REC-TYPE.
023227     MOVE WS-CURR-DEPT          TO ACK-DEPT-CODE.
023230     IF TRAN-TRL-SENT-COUNT IS NUMERIC
023233             AND TRAN-TRL-SENT-HASH IS NUMERIC
023236         MOVE TRAN-TRL-SENT-COUNT   TO ACK-TRL-SENT-COUNT
023239         MOVE TRAN-TRL-SENT-HASH    TO ACK-TRL-SENT-HASH
023242     ELSE
023245         MOVE TRAN-TRL-RECORD-COUNT TO ACK-TRL-SENT-COUNT
023248         MOVE TRAN-TRL-HASH-TOTAL   TO ACK-TRL-SENT-HASH
023251     END-IF.
023254     MOVE 0 TO ACK-TRL-ACK-COUNT ACK-TRL-ACK-HASH
023257         ACK-TRL-POSTED ACK-TRL-REJECTED
023260         ACK-TRL-SUSPENDED ACK-TRL-HELD ACK-TRL-RETURNED.
023263     WRITE ACK-RECORD.
023266 7720-EXIT.
023269     EXIT.
023272*----------------------------------------------------------------*
023275*    8000-READ-TRANSACTION
023300*----------------------------------------------------------------*
023400 8000-READ-TRANSACTION.
023500     READ TRANSACTION-FILE
026110     MOVE "HELD........" TO WS-RPT-TOT-LABEL.
026120     MOVE WS-HELD-COUNT TO WS-RPT-TOT-COUNT.
026130     WRITE RPT-LINE FROM WS-RPT-TOTAL.
026140     MOVE "JOURNALED..." TO WS-RPT-TOT-LABEL.
026150     MOVE WS-JRNL-COUNT TO WS-RPT-TOT-COUNT.
026160     WRITE RPT-LINE FROM WS-RPT-TOTAL.
026200     CLOSE TRANSACTION-FILE POSTING-RPT-FILE ORDER-MASTER.
026201     CLOSE POSTING-JOURNAL.
026202     CLOSE DISPOSITION-FILE.
026203     IF WS-SUSP-PRESENT
026204         CLOSE SUSPENSE-FILE
026205     END-IF.
026206     IF WS-CUST-PRESENT
026207         CLOSE CUSTOMER-MASTER
026208     END-IF.
026209     IF WS-JRNL-FAILED
026210         DISPLAY "BASEPOST - RUN " WS-RUN-DATE " SERIAL "
026211             WS-RUN-SERIAL " STOPPED WITH THE POSTING JOURNAL"
026212             " INCOMPLETE" UPON OPCON
026213         DISPLAY "BASEPOST - BACK IT OUT WITH BASEPBAK,"
026214             " THEN RERUN" UPON OPCON
026215         MOVE 16 TO RETURN-CODE
026216         GO TO 9000-EXIT
026217     END-IF.
026218     MOVE "COMPLETE" TO WS-FLAG-PHASE.
026219     PERFORM 7600-WRITE-RESTART-FLAG THRU 7600-EXIT.
026220     MOVE "WEB" TO WS-RUNC-PHASE.
026221     MOVE WS-WEB-POST-COUNT TO WS-RUNC-A.
026222     MOVE WS-WEB-REJECT-COUNT TO WS-RUNC-B.
026223     MOVE WS-WEB-HELD-COUNT TO WS-RUNC-C.
026224     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
026225     MOVE "END" TO WS-RUNC-PHASE.
026226     COMPUTE WS-RUNC-A = WS-ADD-COUNT + WS-CHANGE-COUNT
026230         + WS-DELETE-COUNT + WS-VERIFY-COUNT.
026240     MOVE WS-REJECT-COUNT TO WS-RUNC-B.
026250     MOVE WS-HELD-COUNT TO WS-RUNC-C.
026500             " DELETED=" WS-DELETE-COUNT
026600             " VERIFIED=" WS-VERIFY-COUNT
026700             " REJECTED=" WS-REJECT-COUNT
026710             " HELD=" WS-HELD-COUNT
026720             " JOURNALED=" WS-JRNL-COUNT.
026800 9000-EXIT.
026900     EXIT.
