002640*                  SUMMARY COUNTS PER DEPARTMENT AND FIELD, SO
002650*                  A FIELD COMING IN BAD FROM ONE DEPARTMENT
002660*                  NIGHT AFTER NIGHT STANDS OUT.
002665*  2026-09-21 KJM  BASECORR RELEASES WAITING ON A SECOND
002670*                  OPERATOR'S APPROVAL NOW AGE AS THEIR OWN
002675*                  FOURTH BUCKET, COUNTED FROM THE DAY THEY WERE
002680*                  RELEASED AND SHOWING WHO RELEASED THEM, SO AN
002685*                  APPROVAL NOBODY GETS TO STANDS OUT.  THEY ARE
002690*                  NOT IN THE 1-3/4-7/8+ BUCKETS OR THE FAILING-
002691*                  FIELD SUMMARY, WHICH STAY SUSPENSIONS ONLY.
002692*  2026-10-01 KJM  THE DEPARTMENT NAME FROM THE DEPTMAST
002693*                  DEPARTMENT MASTER NOW PRINTS BESIDE THE CODE -
002694*                  SHORTENED ON THE DETAIL LINES, IN FULL ON THE
002695*                  SUMMARY.  A DEPARTMENT NOT ON THE MASTER, OR
002696*                  NO MASTER AT ALL, PRINTS A BLANK NAME.
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004000         FILE STATUS IS WS-SUSP-STATUS.
004100     SELECT AGING-RPT-FILE ASSIGN TO BASEAGER
004200         ORGANIZATION IS LINE SEQUENTIAL.
004210     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS RANDOM
004240         RECORD KEY IS DEPT-CODE
004250         FILE STATUS IS WS-DEPT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------*
005000     COPY SUSPFLDS.
005100 FD  AGING-RPT-FILE.
005200 01  RPT-LINE                   PIC X(100).
005210*----------------------------------------------------------------*
005220*    DEPARTMENT-MASTER - SAME LAYOUT BASEDMNT MAINTAINS.
005230*----------------------------------------------------------------*
005240 FD  DEPARTMENT-MASTER.
005250     COPY DEPTFLDS.
005300 WORKING-STORAGE SECTION.
005400 77  WS-SUSP-STATUS             PIC X(02).
005500 01  WS-EOF-SW                  PIC X(01) VALUE "N".
006200 77  WS-BUCKET                  PIC 9(01) COMP-3.
006300 77  WS-LISTED-COUNT            PIC 9(05) COMP-3 VALUE 0.
006400 77  WS-ESCALATE-COUNT          PIC 9(05) COMP-3 VALUE 0.
006410 77  WS-PENDING-COUNT           PIC 9(05) COMP-3 VALUE 0.
006420 77  WS-AGE-FROM-DATE           PIC 9(08).
006430 77  WS-DEPT-STATUS             PIC X(02).
006440 01  WS-DEPT-SW                 PIC X(01) VALUE "N".
006450     88  WS-DEPT-ENABLED        VALUE "Y".
006460 77  WS-LOOKUP-DEPT             PIC X(03).
006470 77  WS-LOOKUP-NAME             PIC X(30).
006500*----------------------------------------------------------------*
006600*    OPERATOR ESCALATION THRESHOLD - DAYS ON SUSPENSE BEYOND
006700*    WHICH AN ITEM IS FLAGGED FOR THE SUPERVISOR.  A BLANK OR
009300     05  WS-HDG-ESCALATE        PIC ZZZ9.
009400 01  WS-RPT-BUCKET-HDG.
009500     05  FILLER                 PIC X(05) VALUE "AGED ".
009600     05  WS-HDG-BUCKET          PIC X(32).
009700 01  WS-RPT-DETAIL.
009800     05  FILLER                 PIC X(05) VALUE "TRAN ".
009900     05  WS-RPT-TRAN-ID         PIC X(08).
009910     05  FILLER                 PIC X(06) VALUE " DEPT ".
009920     05  WS-RPT-DEPT            PIC X(03).
009930     05  FILLER                 PIC X(01) VALUE " ".
009940     05  WS-RPT-DEPT-NAME       PIC X(10).
010000     05  FILLER                 PIC X(03) VALUE "  -".
010100     05  WS-RPT-FIELD           PIC X(12).
010200     05  FILLER                 PIC X(05) VALUE " RC ".
010500     05  WS-RPT-DAYS            PIC ZZZ9.
010600     05  FILLER                 PIC X(02) VALUE SPACES.
010700     05  WS-RPT-ESCALATE        PIC X(14).
010710     05  FILLER                 PIC X(02) VALUE SPACES.
010720     05  WS-RPT-PEND-BY         PIC X(15).
010800 01  WS-RPT-SUMMARY.
010850     05  WS-SUM-DEPT            PIC X(03).
010856     05  FILLER                 PIC X(01) VALUE " ".
010862     05  WS-SUM-DEPT-NAME       PIC X(30).
010870     05  FILLER                 PIC X(02) VALUE SPACES.
010900     05  WS-SUM-FIELD           PIC X(12).
011000     05  FILLER                 PIC X(02) VALUE SPACES.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011800     PERFORM 2000-LIST-ONE-BUCKET THRU 2000-EXIT
011900         VARYING WS-BUCKET FROM 1 BY 1
012000         UNTIL WS-BUCKET > 4.
012100     PERFORM 5000-PRINT-FIELD-SUMMARY THRU 5000-EXIT.
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012300     GOBACK.
014100             " 0007 DAYS ASSUMED" UPON OPCON
014200     END-IF.
014300     OPEN OUTPUT AGING-RPT-FILE.
014310     OPEN INPUT DEPARTMENT-MASTER.
014320     IF WS-DEPT-STATUS = "00"
014330         MOVE "Y" TO WS-DEPT-SW
014340     END-IF.
014400     MOVE WS-RUN-DATE TO WS-HDG-DATE.
014500     MOVE WS-ESCALATE-DAYS TO WS-HDG-ESCALATE.
014600     WRITE RPT-LINE FROM WS-RPT-HEADING.
015000*    2000-LIST-ONE-BUCKET - ONE PASS OVER THE SUSPENSE FILE,
015100*    LISTING THE STILL-SUSPENDED TRANSACTIONS WHOSE AGE FALLS IN
015200*    THE CURRENT BUCKET.  A MISSING SUSPENSE FILE JUST MEANS AN
015300*    EMPTY REPORT.  BUCKET 4 IS EVERY RELEASE PENDING APPROVAL.
015400*----------------------------------------------------------------*
015500 2000-LIST-ONE-BUCKET.
015600     MOVE SPACES TO RPT-LINE.
016200             MOVE "4-7 DAYS " TO WS-HDG-BUCKET
016300         WHEN 3
016400             MOVE "8+ DAYS  " TO WS-HDG-BUCKET
016410         WHEN 4
016420             MOVE "SINCE RELEASE - PENDING APPROVAL"
016430                 TO WS-HDG-BUCKET
016500     END-EVALUATE.
016600     WRITE RPT-LINE FROM WS-RPT-BUCKET-HDG.
016700     MOVE "N" TO WS-EOF-SW.
018000*    LIST IT IF IT BELONGS TO THE BUCKET THIS PASS IS PRINTING.
018100*----------------------------------------------------------------*
018200 2100-CHECK-ONE-SUSPENSE.
018210     IF WS-BUCKET = 4
018220         IF SUSP-PENDING-APPROVAL
018230             MOVE SUSP-PEND-DATE TO WS-AGE-FROM-DATE
018240             PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT
018250             PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
018260             ADD 1 TO WS-PENDING-COUNT
018270         END-IF
018280         GO TO 2100-NEXT
018290     END-IF.
018300     IF NOT SUSP-SUSPENDED
018400         GO TO 2100-NEXT
018500     END-IF.
018510     MOVE SUSP-SUSPEND-DATE TO WS-AGE-FROM-DATE.
018600     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
018700     IF (WS-BUCKET = 1 AND WS-DAYS-ON-SUSP NOT > 3)
018800             OR (WS-BUCKET = 2 AND WS-DAYS-ON-SUSP > 3
019600 2100-EXIT.
019700     EXIT.
019800*----------------------------------------------------------------*
019900*    2200-COMPUTE-AGE - DAYS FROM THE SUSPEND DATE (THE RELEASE
020000*    DATE, FOR A PENDING ITEM) TO TODAY.  A ZERO OR NON-NUMERIC
020100*    DATE (A DAMAGED RECORD) AGES STRAIGHT INTO THE 8+ BUCKET SO
020110*    SOMEBODY LOOKS AT IT.  THE CALLER SETS WS-AGE-FROM-DATE.
020200*----------------------------------------------------------------*
020300 2200-COMPUTE-AGE.
020400     IF WS-AGE-FROM-DATE IS NUMERIC
020500             AND WS-AGE-FROM-DATE > 16010000
020600         COMPUTE WS-DAYS-ON-SUSP = WS-RUN-INT
020700             - FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE)
020800     ELSE
020900         MOVE 9999 TO WS-DAYS-ON-SUSP
021000     END-IF.
021600 2300-WRITE-DETAIL.
021700     MOVE SUSP-TRAN-ID        TO WS-RPT-TRAN-ID.
021750     MOVE SUSP-DEPT-CODE      TO WS-RPT-DEPT.
021760     MOVE SUSP-DEPT-CODE      TO WS-LOOKUP-DEPT.
021770     PERFORM 7000-LOOKUP-DEPT-NAME THRU 7000-EXIT.
021780     MOVE WS-LOOKUP-NAME      TO WS-RPT-DEPT-NAME.
021800     MOVE SUSP-FIELD-IN-ERROR TO WS-RPT-FIELD.
021900     MOVE SUSP-RETURN-CODE    TO WS-RPT-RC.
022000     MOVE WS-DAYS-ON-SUSP     TO WS-RPT-DAYS.
022300         ADD 1 TO WS-ESCALATE-COUNT
022400     ELSE
022500         MOVE SPACES TO WS-RPT-ESCALATE
022510     END-IF.
022520     MOVE SPACES TO WS-RPT-PEND-BY.
022530     IF SUSP-PENDING-APPROVAL
022540         STRING "REL BY " DELIMITED BY SIZE
022550             SUSP-PEND-OPER-ID DELIMITED BY SIZE
022560             INTO WS-RPT-PEND-BY
022600     END-IF.
022700     WRITE RPT-LINE FROM WS-RPT-DETAIL.
022800     ADD 1 TO WS-LISTED-COUNT.
027600     EXIT.
027700 5100-PRINT-ONE-FIELD.
027750     MOVE WS-FIELD-DEPT (WS-FIELD-SUB)  TO WS-SUM-DEPT.
027760     MOVE WS-FIELD-DEPT (WS-FIELD-SUB)  TO WS-LOOKUP-DEPT.
027770     PERFORM 7000-LOOKUP-DEPT-NAME THRU 7000-EXIT.
027780     MOVE WS-LOOKUP-NAME                TO WS-SUM-DEPT-NAME.
027800     MOVE WS-FIELD-NAME (WS-FIELD-SUB)  TO WS-SUM-FIELD.
027900     MOVE WS-FIELD-TALLY (WS-FIELD-SUB) TO WS-SUM-TALLY.
028000     WRITE RPT-LINE FROM WS-RPT-SUMMARY.
028100 5100-EXIT.
028105     EXIT.
028110*----------------------------------------------------------------*
028115*    7000-LOOKUP-DEPT-NAME - THE DEPARTMENT MASTER NAME FOR
028120*    WS-LOOKUP-DEPT, OR SPACES WHEN THERE IS NONE.
028125*----------------------------------------------------------------*
028130 7000-LOOKUP-DEPT-NAME.
028135     MOVE SPACES TO WS-LOOKUP-NAME.
028140     IF NOT WS-DEPT-ENABLED OR WS-LOOKUP-DEPT = SPACES
028145         GO TO 7000-EXIT
028150     END-IF.
028155     MOVE WS-LOOKUP-DEPT TO DEPT-CODE.
028160     READ DEPARTMENT-MASTER
028165         INVALID KEY
028170             GO TO 7000-EXIT
028175     END-READ.
028180     MOVE DEPT-NAME TO WS-LOOKUP-NAME.
028185 7000-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------*
028400*    8000-READ-SUSPENSE
029500*----------------------------------------------------------------*
029600 9000-TERMINATE.
029700     CLOSE AGING-RPT-FILE.
029710     IF WS-DEPT-ENABLED
029720         CLOSE DEPARTMENT-MASTER
029730     END-IF.
029800     DISPLAY "BASEAGE COMPLETE - LISTED=" WS-LISTED-COUNT
029900             " ESCALATED=" WS-ESCALATE-COUNT
029910             " PENDING APPROVAL=" WS-PENDING-COUNT.
030000 9000-EXIT.
030100     EXIT.
