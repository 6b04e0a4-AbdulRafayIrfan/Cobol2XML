002332*                  CHECKPOINT RECORD GREW TO CARRY THEM ACROSS
002333*                  A RESTART - AN OLD-FORMAT ACTIVE CHECKPOINT
002334*                  RESTORES THOSE TWO COUNTS AS ZERO.
002335*  2026-09-17 KJM  A NAME ON CUSTMAST AS AN ACTIVE ALIAS OF AN
002336*                  ACTIVE MASTER CUSTOMER NO LONGER SUSPENDS AS
002337*                  RETURN CODE 40 - THE MASTER NAME IS
002338*                  SUBSTITUTED FOR THE MATCH, A "CUST-ALIAS"
002339*                  LINE SHOWS THE SUBSTITUTION ON THE EXCEPTION
002340*                  REPORT, AND ONE RECORD (RETURN CODE 41, THE
002341*                  VARIANT AS THE ORIGINAL VALUE AND THE MASTER
002342*                  AS THE NORMAL VALUE) GOES TO BASE-AUDIT-LOG.
002343*                  BASEPOST POSTS THE MASTER NAME.  THE REPORT
002344*                  TOTALS NOW COUNT ALIASED NAMES SEPARATELY
002345*                  FROM NAMES TRULY NOT ON THE MASTER, AND THE
002346*                  CHECKPOINT RECORD GREW TO CARRY BOTH ACROSS
002347*                  A RESTART (AN OLDER ACTIVE CHECKPOINT
002348*                  RESTORES THEM AS ZERO).
002349*  2026-09-21 KJM  A NEW OR REFRESHED SUSPENSE RECORD STARTS
002350*                  WITH THE BASECORR APPROVAL FIELDS CLEARED.
002351*  2026-10-01 KJM  EACH DEPARTMENT'S UPLOAD RULES FROM THE
002352*                  DEPTMAST DEPARTMENT MASTER (DEPTFLDS) ARE
002353*                  LOADED AT ITS HDR.  A DETAIL WHOSE NORMALIZED
002354*                  ACTION CODE IS NOT IN THE DEPARTMENT'S
002355*                  ALLOWED LIST SUSPENDS AS "DEPT-ACTION" WITH
002356*                  RETURN CODE 42, AND ONE WHOSE QUANTITY IS
002357*                  OVER THE DEPARTMENT'S MAXIMUM AS "DEPT-QTY"
002358*                  WITH RETURN CODE 43.  RELEASED DETAILS BEHIND
002359*                  THE LAST TRL BELONG TO NO DEPARTMENT AND ARE
002360*                  LEFT TO BASECORR'S OWN CHECK.  A MISSING OR
002361*                  EMPTY MASTER SKIPS THE RULES.
002364*  2026-10-15 KJM  THE DEPARTMENT'S ACTION-CODE RULE IS ONLY
002367*                  APPLIED WHEN BASE_JB PASSED THE ACTION CODE,
002370*                  SO A BAD ONE NO LONGER DRAWS A SECOND
002373*                  "DEPT-ACTION" FINDING ON TOP OF BASE_JB'S.
002380*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.              IBM-370.
003395     SELECT RUN-CONTROL-FILE ASSIGN TO BASERUNC
003396         ORGANIZATION IS LINE SEQUENTIAL
003397         FILE STATUS IS WS-RUNC-STATUS.
003398     SELECT BASE-AUDIT-LOG ASSIGN TO BASAUDT
003399         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-AUDT-STATUS.
003401     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
003402         ORGANIZATION IS INDEXED
003403         ACCESS MODE IS DYNAMIC
003404         RECORD KEY IS DEPT-CODE
003405         FILE STATUS IS WS-DEPT-STATUS.
003452 DATA DIVISION.
003500 FILE SECTION.
003600 FD  TRANSACTION-FILE.
003700     COPY TRANFLDS.
003940 FD  SUSPENSE-FILE.
003950     COPY SUSPFLDS.
003960 FD  CHECKPOINT-FILE.
003970 01  CKPT-REC                   PIC X(47).
003980*----------------------------------------------------------------*
003981*    CUSTOMER-MASTER - SAME LAYOUT BASECMNT MAINTAINS.
003982*----------------------------------------------------------------*
003983 FD  CUSTOMER-MASTER.
003984     COPY CUSTFLDS.
003985*----------------------------------------------------------------*
003991*    DEPARTMENT-MASTER - SAME LAYOUT BASEDMNT MAINTAINS.
003997*----------------------------------------------------------------*
004003 FD  DEPARTMENT-MASTER.
004009     COPY DEPTFLDS.
004015*----------------------------------------------------------------*
004021*    RUN-CONTROL-FILE - SHARED COPYBOOK, SO THIS JOB CANNOT
004027*    DRIFT OUT OF STEP WITH THE RECORDS BASERECN CROSS-FOOTS.
004033*----------------------------------------------------------------*
004039 FD  RUN-CONTROL-FILE.
004045     COPY RUNCFLDS.
004051*----------------------------------------------------------------*
004057*    BASE-AUDIT-LOG - SHARED COPYBOOK WITH BASE_JB.  ONLY ALIAS
004063*    SUBSTITUTIONS ARE WRITTEN HERE; THE SWEEP'S OWN BASE_JB
004069*    CALLS STAY SUPPRESSED.
004075*----------------------------------------------------------------*
004081 FD  BASE-AUDIT-LOG.
004087     COPY AUDTFLDS.
004093 WORKING-STORAGE SECTION.
004100 01  WS-EOF-SW                  PIC X(01) VALUE "N".
004200     88  WS-EOF-REACHED         VALUE "Y".
004300 77  WS-EXCEPTION-COUNT         PIC 9(05) COMP-3 VALUE 0.
004491 77  WS-CUST-STATUS             PIC X(02).
004492 01  WS-MATCH-SW                PIC X(01) VALUE "N".
004493     88  WS-MATCH-ENABLED       VALUE "Y".
004494 77  WS-AUDT-STATUS             PIC X(02).
004495 77  WS-ALIAS-NAME              PIC X(30).
004496 77  WS-ALIAS-COUNT             PIC 9(05) COMP-3 VALUE 0.
004497 77  WS-ALIAS-DISP              PIC ZZZZ9.
004498 77  WS-UNKNOWN-COUNT           PIC 9(05) COMP-3 VALUE 0.
004499 77  WS-UNKNOWN-DISP            PIC ZZZZ9.
004500*----------------------------------------------------------------*
004501*    THE CURRENT DEPARTMENT'S UPLOAD RULES, LOADED AT ITS HDR.
004502*----------------------------------------------------------------*
004503 77  WS-DEPT-STATUS             PIC X(02).
004504 01  WS-DEPT-SW                 PIC X(01) VALUE "N".
004505     88  WS-DEPT-ENABLED        VALUE "Y".
004506 01  WS-DEPT-RULES-SW           PIC X(01) VALUE "N".
004507     88  WS-DEPT-RULES-LOADED   VALUE "Y".
004508 77  WS-DEPT-ACTIONS            PIC X(10) VALUE SPACES.
004509 77  WS-DEPT-MAX-QTY            PIC 9(07) VALUE 0.
004510 77  WS-DEPT-QTY                PIC 9(07) VALUE 0.
004511 77  WS-ACTION-HITS             PIC 9(02) COMP-3 VALUE 0.
004512 77  WS-RUNC-STATUS             PIC X(02).
004513 77  WS-RUNC-PHASE              PIC X(05).
004514 77  WS-RUNC-A                  PIC 9(07) COMP-3 VALUE 0.
004521 77  WS-RUNC-B                  PIC 9(07) COMP-3 VALUE 0.
004528 77  WS-RUNC-C                  PIC 9(07) COMP-3 VALUE 0.
004661     05  WS-CKPT-SUSP-COUNT     PIC 9(05).
004668     05  WS-CKPT-DETL-COUNT     PIC 9(07).
004675     05  WS-CKPT-FAIL-COUNT     PIC 9(05).
004677     05  WS-CKPT-ALIAS-COUNT    PIC 9(05).
004679     05  WS-CKPT-UNKN-COUNT     PIC 9(05).
004682 77  WS-WORK-CODE               PIC X(32).
004689 77  WS-WORK-NAME               PIC X(32).
004700 01  WS-RPT-DETAIL.
008560     END-IF.
008610     PERFORM 1100-OPEN-SUSPENSE THRU 1100-EXIT.
008615     PERFORM 1150-OPEN-CUST-MASTER THRU 1150-EXIT.
008617     PERFORM 1170-OPEN-DEPT-MASTER THRU 1170-EXIT.
008620     IF WS-RESTARTING
008630         PERFORM 1300-SKIP-TO-CHECKPOINT THRU 1300-EXIT
008640     END-IF.
009009     END-READ.
009010     IF WS-CUST-STATUS = "00"
009011         MOVE "Y" TO WS-MATCH-SW
009012         PERFORM 1160-OPEN-AUDIT-LOG THRU 1160-EXIT
009013     ELSE
009014         CLOSE CUSTOMER-MASTER
009015     END-IF.
009016 1150-EXIT.
009017     EXIT.
009018*----------------------------------------------------------------*
009019*    1160-OPEN-AUDIT-LOG - OPEN FOR EXTEND, CREATING THE FILE ON
009020*    ITS FIRST USE, AS BASE_JB DOES.  ONLY NEEDED WHEN THE MATCH
009021*    STEP (AND SO ALIAS SUBSTITUTION) IS RUNNING.
009022*----------------------------------------------------------------*
009023 1160-OPEN-AUDIT-LOG.
009024     OPEN EXTEND BASE-AUDIT-LOG.
009025     IF WS-AUDT-STATUS = "35"
009026         OPEN OUTPUT BASE-AUDIT-LOG
009027         CLOSE BASE-AUDIT-LOG
009028         OPEN EXTEND BASE-AUDIT-LOG
009029     END-IF.
009030 1160-EXIT.
009031     EXIT.
009032*----------------------------------------------------------------*
009033*    1170-OPEN-DEPT-MASTER - THE DEPARTMENT RULES ONLY RUN WHEN
009034*    THE DEPARTMENT MASTER IS PRESENT AND HAS AT LEAST ONE RECORD.
009035*----------------------------------------------------------------*
009036 1170-OPEN-DEPT-MASTER.
009037     OPEN INPUT DEPARTMENT-MASTER.
009038     IF WS-DEPT-STATUS NOT = "00"
009039         GO TO 1170-EXIT
009040     END-IF.
009041     READ DEPARTMENT-MASTER NEXT RECORD
009042         AT END
009043             CONTINUE
009044     END-READ.
009045     IF WS-DEPT-STATUS = "00"
009046         MOVE "Y" TO WS-DEPT-SW
009047     ELSE
009048         CLOSE DEPARTMENT-MASTER
009049     END-IF.
009050 1170-EXIT.
009051     EXIT.
009052*----------------------------------------------------------------*
009053*    1180-LOAD-DEPT-RULES - PICK UP THE CURRENT DEPARTMENT'S
009054*    ALLOWED ACTION CODES AND MAXIMUM QUANTITY.  A DEPARTMENT NOT
009055*    ON THE MASTER HAS NO RULES - BASEBAL WILL ALREADY HAVE
009056*    REJECTED ITS GROUP, UNLESS IT IS THE WEB CHANNEL'S, WHICH
009057*    BASEBAL LETS THROUGH WITHOUT A MASTER RECORD.
009058*----------------------------------------------------------------*
009059 1180-LOAD-DEPT-RULES.
009060     MOVE "N" TO WS-DEPT-RULES-SW.
009061     IF NOT WS-DEPT-ENABLED OR WS-CURR-DEPT = SPACES
009062         GO TO 1180-EXIT
009063     END-IF.
009064     MOVE WS-CURR-DEPT TO DEPT-CODE.
009065     READ DEPARTMENT-MASTER
009066         INVALID KEY
009067             GO TO 1180-EXIT
009068     END-READ.
009069     MOVE DEPT-ALLOWED-ACTIONS TO WS-DEPT-ACTIONS.
009070     MOVE DEPT-MAX-QUANTITY    TO WS-DEPT-MAX-QTY.
009071     MOVE "Y" TO WS-DEPT-RULES-SW.
009072 1180-EXIT.
009073     EXIT.
009074*----------------------------------------------------------------*
009075*    1200-READ-CHECKPOINT - AN ACTIVE CHECKPOINT MEANS THE LAST
009076*    RUN ABENDED MID-SWEEP, SO RESTORE ITS COUNTS AND RESUME.  A
009077*    MISSING, EMPTY OR COMPLETE CHECKPOINT MEANS A FRESH RUN.
009078*----------------------------------------------------------------*
009079 1200-READ-CHECKPOINT.
009080     MOVE "NONE" TO WS-CKPT-PHASE.
009081     OPEN INPUT CHECKPOINT-FILE.
009082     IF WS-CKPT-STATUS = "00"
009083         READ CHECKPOINT-FILE INTO WS-CKPT-FIELDS
009084             AT END
009085                 MOVE "NONE" TO WS-CKPT-PHASE
009086         END-READ
009087         CLOSE CHECKPOINT-FILE
009088     END-IF.
009089     IF WS-CKPT-ACTIVE
009090         SET WS-RESTARTING TO TRUE
009091         MOVE WS-CKPT-EXCP-COUNT TO WS-EXCEPTION-COUNT
009092         MOVE WS-CKPT-SUSP-COUNT TO WS-SUSPEND-COUNT
009093         IF WS-CKPT-DETL-COUNT IS NUMERIC
009094             MOVE WS-CKPT-DETL-COUNT TO WS-DETAIL-COUNT
009095         END-IF
009096         IF WS-CKPT-FAIL-COUNT IS NUMERIC
009097             MOVE WS-CKPT-FAIL-COUNT TO WS-FAILED-COUNT
009098         END-IF
009099         IF WS-CKPT-ALIAS-COUNT IS NUMERIC
009100             MOVE WS-CKPT-ALIAS-COUNT TO WS-ALIAS-COUNT
009101         END-IF
009102         IF WS-CKPT-UNKN-COUNT IS NUMERIC
009103             MOVE WS-CKPT-UNKN-COUNT TO WS-UNKNOWN-COUNT
009104         END-IF
009105         DISPLAY "BASESCAN RESTART - RESUMING AFTER "
009106                 WS-CKPT-TRAN-COUNT " TRANSACTIONS"
009107     END-IF.
009108 1200-EXIT.
009109     EXIT.
009110*----------------------------------------------------------------*
009111*    1300-SKIP-TO-CHECKPOINT - SPIN PAST THE TRANSACTIONS THE
009112*    ABENDED RUN ALREADY SWEPT, WITHOUT PROCESSING THEM.
009113*----------------------------------------------------------------*
009114 1300-SKIP-TO-CHECKPOINT.
009115     PERFORM 1350-SKIP-ONE THRU 1350-EXIT
009116         UNTIL WS-TRAN-COUNT NOT < WS-CKPT-TRAN-COUNT
009117             OR WS-EOF-REACHED.
009118 1300-EXIT.
009119     EXIT.
009120*----------------------------------------------------------------*
009121*    1350-SKIP-ONE - SKIPPED RECORDS STILL MAINTAIN THE CURRENT
009122*    DEPARTMENT, SO A MID-GROUP RESTART STAMPS THE RIGHT
009123*    DEPARTMENT ON THE SUSPENSE RECORDS IT GOES ON TO WRITE AND
009124*    APPLIES THAT DEPARTMENT'S RULES.
009125*----------------------------------------------------------------*
009126 1350-SKIP-ONE.
009127     READ TRANSACTION-FILE
009128         AT END
009129             SET WS-EOF-REACHED TO TRUE
009130     END-READ.
009131     IF NOT WS-EOF-REACHED
009132         ADD 1 TO WS-TRAN-COUNT
009133         EVALUATE TRUE
009134             WHEN TRAN-HEADER-REC
009135                 MOVE TRAN-HDR-DEPT-CODE TO WS-CURR-DEPT
009136                 PERFORM 1180-LOAD-DEPT-RULES THRU 1180-EXIT
009137             WHEN TRAN-TRAILER-REC
009138                 MOVE SPACES TO WS-CURR-DEPT
009139                 MOVE "N" TO WS-DEPT-RULES-SW
009140             WHEN OTHER
009141                 CONTINUE
009142         END-EVALUATE
009143     END-IF.
009144 1350-EXIT.
009145     EXIT.
009146*----------------------------------------------------------------*
009147*    2000-PROCESS-TRANSACTION - SWEEP ONE RECORD: EDIT A DETAIL
009200*    TRANSACTION ON A WORK COPY (THE TRANSACTION FILE ITSELF IS
009300*    NEVER CHANGED), COUNT IT TOWARD THE CHECKPOINT, READ NEXT
009400*----------------------------------------------------------------*
009510     EVALUATE TRUE
009535         WHEN TRAN-HEADER-REC
009560             MOVE TRAN-HDR-DEPT-CODE TO WS-CURR-DEPT
009570             PERFORM 1180-LOAD-DEPT-RULES THRU 1180-EXIT
009585         WHEN TRAN-TRAILER-REC
009610             MOVE SPACES TO WS-CURR-DEPT
009620             MOVE "N" TO WS-DEPT-RULES-SW
009635         WHEN OTHER
009660             ADD 1 TO WS-DETAIL-COUNT
009685             PERFORM 2050-EDIT-ONE-TRANSACTION THRU 2050-EXIT
010510     PERFORM 2210-CHECK-ORDER-DATE THRU 2210-EXIT.
010535     PERFORM 2220-CHECK-QUANTITY THRU 2220-EXIT.
010560     PERFORM 2230-CHECK-CUST-MASTER THRU 2230-EXIT.
010570     PERFORM 2250-CHECK-DEPT-RULES THRU 2250-EXIT.
010585     IF WS-TRAN-FAILED
010610         ADD 1 TO WS-FAILED-COUNT
010635         PERFORM 2300-SUSPEND-TRANSACTION THRU 2300-EXIT
013642*    2230-CHECK-CUST-MASTER - THE NORMALIZED CUSTOMER NAME MUST
013643*    BE AN ACTIVE RECORD ON THE CUSTOMER MASTER.  RETURN CODE 40
013644*    IS THIS SWEEP'S OWN CODE FOR A MASTER MISMATCH - BASE_JB
013645*    ITSELF DOES NOT DO THE LOOKUP.  AN ACTIVE ALIAS IS RESOLVED
013646*    TO ITS MASTER, WHICH MUST ITSELF BE AN ACTIVE MASTER RECORD.
013647*----------------------------------------------------------------*
013648 2230-CHECK-CUST-MASTER.
013649     IF NOT WS-MATCH-ENABLED
013650         GO TO 2230-EXIT
013651     END-IF.
013652     MOVE BJB-ENTRY-CHAR (2) (1:30) TO CUST-NAME.
013653     READ CUSTOMER-MASTER
013654         INVALID KEY
013655             PERFORM 2240-FAIL-CUST-MASTER THRU 2240-EXIT
013656         NOT INVALID KEY
013657             IF NOT CUST-ACTIVE
013658                 PERFORM 2240-FAIL-CUST-MASTER THRU 2240-EXIT
013659             ELSE
013660                 IF CUST-ALIAS-REC
013661                     PERFORM 2235-RESOLVE-ALIAS THRU 2235-EXIT
013662                 END-IF
013663             END-IF
013664     END-READ.
013665 2230-EXIT.
013666     EXIT.
013667*----------------------------------------------------------------*
013668*    2235-RESOLVE-ALIAS - LOOK UP THE MASTER AN ALIAS STANDS FOR.
013669*    A MISSING OR RETIRED MASTER LEAVES THE NAME UNKNOWN.
013670*----------------------------------------------------------------*
013671 2235-RESOLVE-ALIAS.
013672     MOVE CUST-NAME TO WS-ALIAS-NAME.
013673     MOVE CUST-ALIAS-OF TO CUST-NAME.
013674     READ CUSTOMER-MASTER
013675         INVALID KEY
013676             PERFORM 2240-FAIL-CUST-MASTER THRU 2240-EXIT
013677             GO TO 2235-EXIT
013678     END-READ.
013679     IF CUST-ALIAS-REC OR NOT CUST-ACTIVE
013680         PERFORM 2240-FAIL-CUST-MASTER THRU 2240-EXIT
013681         GO TO 2235-EXIT
013682     END-IF.
013683     ADD 1 TO WS-ALIAS-COUNT.
013684     MOVE TRAN-ID              TO WS-RPT-TRAN-ID.
013685     MOVE "CUST-ALIAS"         TO WS-RPT-FIELD.
013686     MOVE TRAN-CUSTOMER-NAME   TO WS-RPT-ORIGINAL.
013687     MOVE CUST-NAME            TO WS-RPT-EXPECTED.
013688     WRITE RPT-LINE FROM WS-RPT-DETAIL.
013689     PERFORM 7600-WRITE-ALIAS-AUDIT THRU 7600-EXIT.
013690 2235-EXIT.
013691     EXIT.
013692 2240-FAIL-CUST-MASTER.
013693     ADD 1 TO WS-UNKNOWN-COUNT.
013694     ADD 1 TO WS-EXCEPTION-COUNT.
013695     MOVE TRAN-ID              TO WS-RPT-TRAN-ID.
013696     MOVE "CUST-MASTER"        TO WS-RPT-FIELD.
013697     MOVE TRAN-CUSTOMER-NAME   TO WS-RPT-ORIGINAL.
013698     MOVE "NOT ON CUSTOMER MASTER" TO WS-RPT-EXPECTED.
013699     WRITE RPT-LINE FROM WS-RPT-DETAIL.
013700     SET WS-TRAN-FAILED TO TRUE.
013701     IF WS-FAIL-FIELD = SPACES
013702         MOVE "CUST-MASTER" TO WS-FAIL-FIELD
013703         MOVE "40"          TO WS-FAIL-RC
013704     END-IF.
013705 2240-EXIT.
013706     EXIT.
013707*----------------------------------------------------------------*
013708*    2250-CHECK-DEPT-RULES - THE NORMALIZED ACTION CODE MUST BE
013709*    ONE THE DEPARTMENT MAY SEND (RETURN CODE 42), AND A
013710*    CLEAN QUANTITY MUST NOT BE OVER THE DEPARTMENT'S MAXIMUM
013711*    (RETURN CODE 43).  A ZERO MAXIMUM IS NO LIMIT.  BOTH ARE
013712*    THIS SWEEP'S OWN CODES, LIKE 40.  EACH IS ONLY CHECKED
013713*    WHEN BASE_JB PASSED ITS FIELD, AS BASECORR DOES, SO A BAD
013714*    ACTION CODE IS NOT REPORTED TWICE.
013715*----------------------------------------------------------------*
013716 2250-CHECK-DEPT-RULES.
013717     IF NOT WS-DEPT-RULES-LOADED
013718         GO TO 2250-EXIT
013719     END-IF.
013720     MOVE 0 TO WS-ACTION-HITS.
013721     IF BJB-FLD-OK (1)
013722             AND BJB-ENTRY-CHAR (1) (1:1) NOT = SPACE
013723         INSPECT WS-DEPT-ACTIONS TALLYING WS-ACTION-HITS
013724             FOR ALL BJB-ENTRY-CHAR (1) (1:1)
013725         IF WS-ACTION-HITS = 0
013726             ADD 1 TO WS-EXCEPTION-COUNT
013727             MOVE TRAN-ID              TO WS-RPT-TRAN-ID
013728             MOVE "DEPT-ACTION"        TO WS-RPT-FIELD
013729             MOVE TRAN-ACTION-CODE     TO WS-RPT-ORIGINAL
013730             MOVE "NOT ALLOWED FOR DEPARTMENT" TO WS-RPT-EXPECTED
013731             WRITE RPT-LINE FROM WS-RPT-DETAIL
013732             SET WS-TRAN-FAILED TO TRUE
013733             IF WS-FAIL-FIELD = SPACES
013734                 MOVE "DEPT-ACTION" TO WS-FAIL-FIELD
013735                 MOVE "42"          TO WS-FAIL-RC
013736             END-IF
013737         END-IF
013738     END-IF.
013739     IF WS-DEPT-MAX-QTY = 0
013740             OR NOT BJB-FLD-OK (4)
013741             OR BJB-ENTRY-CHAR (4) (1:7) IS NOT NUMERIC
013742         GO TO 2250-EXIT
013743     END-IF.
013744     MOVE BJB-ENTRY-CHAR (4) (1:7) TO WS-DEPT-QTY.
013745     IF WS-DEPT-QTY > WS-DEPT-MAX-QTY
013746         ADD 1 TO WS-EXCEPTION-COUNT
013747         MOVE TRAN-ID              TO WS-RPT-TRAN-ID
013748         MOVE "DEPT-QTY"           TO WS-RPT-FIELD
013749         MOVE TRAN-QUANTITY        TO WS-RPT-ORIGINAL
013750         MOVE "OVER DEPARTMENT MAXIMUM" TO WS-RPT-EXPECTED
013751         WRITE RPT-LINE FROM WS-RPT-DETAIL
013752         SET WS-TRAN-FAILED TO TRUE
013753         IF WS-FAIL-FIELD = SPACES
013754             MOVE "DEPT-QTY"    TO WS-FAIL-FIELD
013755             MOVE "43"          TO WS-FAIL-RC
013756         END-IF
013757     END-IF.
013758 2250-EXIT.
013759     EXIT.
013760*----------------------------------------------------------------*
013761*    2300-SUSPEND-TRANSACTION - PUT THE FAILING TRANSACTION ON
013762*    SUSPENSE AS KEYED, SO BASECORR SHOWS THE OPERATOR EXACTLY
013763*    WHAT THE UPLOAD SENT.  A TRANSACTION ALREADY ON SUSPENSE
013764*    FROM AN EARLIER RUN IS REFRESHED IN PLACE.
013765*----------------------------------------------------------------*
013766 2300-SUSPEND-TRANSACTION.
013767     MOVE TRAN-ID            TO SUSP-TRAN-ID.
013768     MOVE TRAN-ACTION-CODE   TO SUSP-ACTION-CODE.
013769     MOVE TRAN-CUSTOMER-NAME TO SUSP-CUSTOMER-NAME.
013770     MOVE TRAN-ORDER-DATE    TO SUSP-ORDER-DATE.
013771     MOVE TRAN-QUANTITY      TO SUSP-QUANTITY.
013772     MOVE WS-FAIL-FIELD      TO SUSP-FIELD-IN-ERROR.
013773     MOVE WS-FAIL-RC         TO SUSP-RETURN-CODE.
013774     MOVE "S"                TO SUSP-STATUS.
013775     MOVE WS-RUN-DATE        TO SUSP-SUSPEND-DATE.
013776     MOVE WS-CURR-DEPT       TO SUSP-DEPT-CODE.
013777     MOVE SPACES TO SUSP-PEND-OPER-ID SUSP-ORIG-ACTION-CODE
013778         SUSP-ORIG-CUSTOMER-NAME SUSP-ORIG-ORDER-DATE
013779         SUSP-ORIG-QUANTITY SUSP-APPROVER-ID.
013780     MOVE 0                  TO SUSP-PEND-DATE.
013781     ADD 1 TO WS-SUSPEND-COUNT.
013782     WRITE SUSP-RECORD
013783         INVALID KEY
013784             REWRITE SUSP-RECORD
013785     END-WRITE.
013786 2300-EXIT.
013791     EXIT.
013793*----------------------------------------------------------------*
013802     MOVE WS-SUSPEND-COUNT   TO WS-CKPT-SUSP-COUNT.
013803     MOVE WS-DETAIL-COUNT    TO WS-CKPT-DETL-COUNT.
013804     MOVE WS-FAILED-COUNT    TO WS-CKPT-FAIL-COUNT.
013805     MOVE WS-ALIAS-COUNT     TO WS-CKPT-ALIAS-COUNT.
013806     MOVE WS-UNKNOWN-COUNT   TO WS-CKPT-UNKN-COUNT.
013807     OPEN OUTPUT CHECKPOINT-FILE.
013808     WRITE CKPT-REC FROM WS-CKPT-FIELDS.
013809     CLOSE CHECKPOINT-FILE.
013810 7000-EXIT.
013811     EXIT.
013812*----------------------------------------------------------------*
013813*    7500-WRITE-RUN-CONTROL - APPEND ONE START/END RECORD TO THE
013814*    SHARED RUN-CONTROL FILE, CREATING IT ON THE NIGHT'S FIRST
013815*    JOB.  THE CALLER SETS THE PHASE AND COUNTS.
013816*----------------------------------------------------------------*
013817 7500-WRITE-RUN-CONTROL.
013818     OPEN EXTEND RUN-CONTROL-FILE.
013819     IF WS-RUNC-STATUS = "35"
013820         OPEN OUTPUT RUN-CONTROL-FILE
013821     END-IF.
013822     MOVE "BASESCAN" TO RUNC-JOB-NAME.
013823     MOVE WS-RUNC-PHASE TO RUNC-PHASE.
013824     ACCEPT RUNC-RUN-DATE FROM DATE YYYYMMDD.
013825     ACCEPT RUNC-RUN-TIME FROM TIME.
013826     MOVE WS-RUNC-A TO RUNC-COUNT-A.
013827     MOVE WS-RUNC-B TO RUNC-COUNT-B.
013828     MOVE WS-RUNC-C TO RUNC-COUNT-C.
013829     WRITE RUNC-RECORD.
013830     CLOSE RUN-CONTROL-FILE.
013831 7500-EXIT.
013832     EXIT.
013850*----------------------------------------------------------------*
013852*    7600-WRITE-ALIAS-AUDIT - ONE BASE-AUDIT-LOG RECORD PER ALIAS
013854*    SUBSTITUTION: THE VARIANT AS SENT, THE MASTER NAME IT WAS
013856*    RESOLVED TO, AND RETURN CODE 41.
013858*----------------------------------------------------------------*
013860 7600-WRITE-ALIAS-AUDIT.
013862     MOVE "BATCH001"   TO AUD-TERM-ID.
013864     MOVE "BASESCAN"   TO AUD-USER-ID.
013866     MOVE SPACES       TO AUD-ORIGINAL-VALUE AUD-NORMAL-VALUE.
013868     MOVE WS-ALIAS-NAME TO AUD-ORIGINAL-VALUE (1:30).
013870     MOVE CUST-NAME    TO AUD-NORMAL-VALUE (1:30).
013872     MOVE "41"         TO AUD-RETURN-CODE.
013874     ACCEPT AUD-LOG-DATE FROM DATE YYYYMMDD.
013876     ACCEPT AUD-LOG-TIME FROM TIME.
013878     WRITE BASE-AUDIT-REC.
013880 7600-EXIT.
013882     EXIT.
013884*----------------------------------------------------------------*
013900*    8000-READ-TRANSACTION
013950*----------------------------------------------------------------*
014000 8000-READ-TRANSACTION.
015350             "   SUSPENDED: " WS-SUSPEND-DISP
015400             DELIMITED BY SIZE INTO RPT-LINE.
015500     WRITE RPT-LINE.
015510     MOVE WS-ALIAS-COUNT   TO WS-ALIAS-DISP.
015520     MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-DISP.
015530     MOVE SPACES TO RPT-LINE.
015540     STRING "CUSTOMER NAMES ALIASED: " WS-ALIAS-DISP
015550             "   NOT ON MASTER: " WS-UNKNOWN-DISP
015560             DELIMITED BY SIZE INTO RPT-LINE.
015570     WRITE RPT-LINE.
015600     CLOSE TRANSACTION-FILE EXCEPTION-RPT-FILE SUSPENSE-FILE.
015605     IF WS-MATCH-ENABLED
015606         CLOSE CUSTOMER-MASTER BASE-AUDIT-LOG
015607     END-IF.
015609     IF WS-DEPT-ENABLED
015611         CLOSE DEPARTMENT-MASTER
015613     END-IF.
015615     MOVE "COMPLETE" TO WS-CKPT-PHASE.
015620     MOVE WS-TRAN-COUNT      TO WS-CKPT-TRAN-COUNT.
015630     MOVE WS-EXCEPTION-COUNT TO WS-CKPT-EXCP-COUNT.
015640     MOVE WS-SUSPEND-COUNT   TO WS-CKPT-SUSP-COUNT.
015641     MOVE WS-DETAIL-COUNT    TO WS-CKPT-DETL-COUNT.
015642     MOVE WS-FAILED-COUNT    TO WS-CKPT-FAIL-COUNT.
015644     MOVE WS-ALIAS-COUNT     TO WS-CKPT-ALIAS-COUNT.
015646     MOVE WS-UNKNOWN-COUNT   TO WS-CKPT-UNKN-COUNT.
015650     OPEN OUTPUT CHECKPOINT-FILE.
015660     WRITE CKPT-REC FROM WS-CKPT-FIELDS.
015670     CLOSE CHECKPOINT-FILE.
015675     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
015700     DISPLAY "BASESCAN COMPLETE - EXCEPTIONS=" WS-EXCEPTION-COUNT
015710             " SUSPENDED=" WS-SUSPEND-COUNT
015715             " ALIASED=" WS-ALIAS-COUNT
015720             " TRANSACTIONS=" WS-TRAN-COUNT.
015800 9000-EXIT.
015900     EXIT.
