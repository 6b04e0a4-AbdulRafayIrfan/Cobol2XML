000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                   BASEPBAK.
000300 AUTHOR.                       KJM.
000400 INSTALLATION.                 DATA PROCESSING.
000500 DATE-WRITTEN.                 09/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY
000900*
001000*  DATE       BY   DESCRIPTION
001100*  ---------- ---- -------------------------------------------
001200*  2026-09-10 KJM  ORIGINAL ISSUE.  BACKS ONE BASEPOST POSTING
001300*                  RUN OUT OF ORDRMAST FROM THE BASEJRNL
001400*                  POSTING JOURNAL.  THE OPERATOR NAMES THE RUN
001500*                  BY ITS DATE AND RUN SERIAL (BOTH PRINTED AT
001600*                  THE TOP OF THAT NIGHT'S BASEPSTR REGISTER)
001700*                  AND MAY LIMIT THE BACKOUT TO ONE SENDING
001800*                  DEPARTMENT.  THE RUN'S JOURNAL RECORDS ARE
001900*                  REVERSED NEWEST FIRST - AN ADD IS DELETED, A
002000*                  CHANGE IS PUT BACK TO ITS BEFORE IMAGE, A
002100*                  DELETE IS RE-WRITTEN FROM ITS BEFORE IMAGE -
002200*                  SO AN ORDER TOUCHED MORE THAN ONCE IN THE RUN
002300*                  COMES BACK EXACTLY AS IT STOOD BEFORE IT.  AN
002400*                  ORDER THAT NO LONGER MATCHES THE RUN'S AFTER
002500*                  IMAGE WAS TOUCHED AGAIN SINCE, AND IS LISTED
002600*                  AS AN EXCEPTION AND LEFT ALONE (RETURN CODE
002700*                  4) - BACK THE LATER RUN OUT FIRST.  EACH
002800*                  REVERSED RECORD IS STAMPED WITH THE BACKOUT
002900*                  DATE, SO A RERUN AFTER AN ABEND CARRIES ON
003000*                  WHERE IT STOPPED.  THE TRAN-IDS BACKED OUT
003100*                  ARE RELEASED FROM TRANIDX SO THE DEPARTMENT'S
003200*                  CORRECTED FILE CAN BE SENT AGAIN, AND A
003300*                  WHOLE-RUN BACKOUT OF A RUN THAT NEVER
003400*                  COMPLETED CLEARS BASEPOST'S RESTART FLAG.
003406*  2026-10-15 KJM  EVERY RECORD UNDONE NOW WRITES A REVERSAL
003412*                  RECORD TO BASEJRNL UNDER THIS BACKOUT'S OWN
003418*                  RUN DATE AND SERIAL - A "D" CARRYING THE
003424*                  ORDER AS THE ADD LEFT IT, AN "M" CARRYING THE
003430*                  RESTORED BEFORE IMAGE, AN "A" CARRYING THE
003436*                  ORDER THE DELETE TOOK OFF - SO BASEWHSE SENDS
003442*                  THE BACKOUT TO THE WAREHOUSE LIKE ANY OTHER
003448*                  POSTING.  A RUN THAT DIED BEFORE ITS FIRST
003454*                  JOURNAL RECORD, AND IS THE RUN BASEPSTK STILL
003460*                  NAMES, IS AN EMPTY BACKOUT AND CLEARS THE
003466*                  FLAG.  AN ORDER MASTER THAT WILL NOT OPEN
003472*                  STOPS THE JOB (RETURN CODE 12); A FAILED
003478*                  DELETE, REWRITE OR JOURNAL STAMP IS LISTED AS
003484*                  AN EXCEPTION.
003500*----------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.              IBM-370.
003900 OBJECT-COMPUTER.              IBM-370.
004000 SPECIAL-NAMES.
004100     CONSOLE IS OPCON.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ORDER-MASTER ASSIGN TO ORDRMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ORDM-ORDER-ID
004800         FILE STATUS IS WS-MAST-STATUS.
004900     SELECT POSTING-JOURNAL ASSIGN TO BASEJRNL
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS JRNL-KEY
005300         FILE STATUS IS WS-JRNL-STATUS.
005400     SELECT ACCEPTED-ID-FILE ASSIGN TO TRANIDX
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS TID-TRAN-ID
005800         FILE STATUS IS WS-TID-STATUS.
005900     SELECT RESTART-FLAG ASSIGN TO BASEPSTK
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FLAG-STATUS.
006200     SELECT BACKOUT-RPT-FILE ASSIGN TO BASEPBKR
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT RUN-CONTROL-FILE ASSIGN TO BASERUNC
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RUNC-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ORDER-MASTER.
007000     COPY ORDMFLDS.
007100*----------------------------------------------------------------*
007200*    POSTING-JOURNAL - SHARED COPYBOOK, SO THIS JOB AND BASEPOST
007300*    CANNOT DRIFT OUT OF STEP ON THE JOURNAL KEY OR IMAGES.
007400*----------------------------------------------------------------*
007500 FD  POSTING-JOURNAL.
007600     COPY JRNLFLDS.
007700*----------------------------------------------------------------*
007800*    ACCEPTED-ID-FILE - BASEBAL'S REGISTER OF EVERY TRAN-ID EVER
007900*    ACCEPTED.
008000*----------------------------------------------------------------*
008100 FD  ACCEPTED-ID-FILE.
008200 01  TID-RECORD.
008300     05  TID-TRAN-ID            PIC X(08).
008400 FD  RESTART-FLAG.
008500 01  FLAG-REC                   PIC X(24).
008600 FD  BACKOUT-RPT-FILE.
008700 01  RPT-LINE                   PIC X(100).
008800*----------------------------------------------------------------*
008900*    RUN-CONTROL-FILE - SHARED COPYBOOK, SO THIS JOB CANNOT
009000*    DRIFT OUT OF STEP WITH THE RECORDS BASERECN CROSS-FOOTS.
009100*----------------------------------------------------------------*
009200 FD  RUN-CONTROL-FILE.
009300     COPY RUNCFLDS.
009400 WORKING-STORAGE SECTION.
009500 77  WS-MAST-STATUS             PIC X(02).
009600 77  WS-JRNL-STATUS             PIC X(02).
009700 77  WS-TID-STATUS              PIC X(02).
009800 77  WS-FLAG-STATUS             PIC X(02).
009900 77  WS-RUNC-STATUS             PIC X(02).
010000 77  WS-RUNC-PHASE              PIC X(05).
010100 77  WS-RUNC-A                  PIC 9(07) COMP-3 VALUE 0.
010200 77  WS-RUNC-B                  PIC 9(07) COMP-3 VALUE 0.
010300 77  WS-RUNC-C                  PIC 9(07) COMP-3 VALUE 0.
010400 01  WS-JRNL-EOF-SW             PIC X(01) VALUE "N".
010500     88  WS-JRNL-EOF            VALUE "Y".
010600 01  WS-TID-PRESENT-SW          PIC X(01) VALUE "N".
010700     88  WS-TID-PRESENT         VALUE "Y".
010800 01  WS-RUN-FOUND-SW            PIC X(01) VALUE "N".
010900     88  WS-RUN-FOUND           VALUE "Y".
011000 01  WS-JRNL-OPEN-SW            PIC X(01) VALUE "N".
011100     88  WS-JRNL-OPEN           VALUE "Y".
011200 01  WS-UNDONE-SW               PIC X(01) VALUE "N".
011300     88  WS-RECORD-UNDONE       VALUE "Y".
011311 01  WS-EMPTY-RUN-SW            PIC X(01) VALUE "N".
011322     88  WS-EMPTY-RUN           VALUE "Y".
011333 01  WS-MAST-FAILED-SW          PIC X(01) VALUE "N".
011344     88  WS-MAST-FAILED         VALUE "Y".
011355 01  WS-JRNL-WRITTEN-SW         PIC X(01) VALUE "N".
011366     88  WS-JRNL-WRITTEN        VALUE "Y".
011377 01  WS-REV-FAILED-SW           PIC X(01) VALUE "N".
011388     88  WS-REV-FAILED          VALUE "Y".
011400 77  WS-RUN-DATE                PIC 9(08).
011500 77  WS-MAX-SEQ                 PIC 9(07) COMP-3 VALUE 0.
011600 77  WS-BACK-SEQ                PIC 9(07) COMP-3 VALUE 0.
011700 77  WS-LAST-SERIAL             PIC 9(08) VALUE 0.
011800 77  WS-SERIAL-COUNT            PIC 9(07) COMP-3 VALUE 0.
011900 77  WS-BACKOUT-COUNT           PIC 9(07) COMP-3 VALUE 0.
012000 77  WS-EXCEPTION-COUNT         PIC 9(07) COMP-3 VALUE 0.
012100 77  WS-RELEASE-COUNT           PIC 9(07) COMP-3 VALUE 0.
012200 77  WS-SKIP-COUNT              PIC 9(07) COMP-3 VALUE 0.
012207*----------------------------------------------------------------*
012214*    REVERSAL RECORDS - THIS BACKOUT'S OWN RUN SERIAL (ITS START
012221*    TIME) AND SEQUENCE ON THE JOURNAL, AND THE RUN'S RECORD
012228*    BEING UNDONE, KEPT WHILE THE REVERSAL IS BUILT IN ITS PLACE.
012235*----------------------------------------------------------------*
012242 77  WS-RUN-SERIAL              PIC 9(08) VALUE 0.
012249 77  WS-JRNL-SEQ                PIC 9(07) COMP-3 VALUE 0.
012256 77  WS-REVERSAL-COUNT          PIC 9(07) COMP-3 VALUE 0.
012263 77  WS-REV-ACTION              PIC X(01).
012270 77  WS-STAMP-STATUS            PIC X(02).
012277 77  WS-REV-BEFORE-IMAGE        PIC X(69).
012284 77  WS-REV-AFTER-IMAGE         PIC X(69).
012291 01  WS-ORIG-JRNL-RECORD        PIC X(189).
012300*----------------------------------------------------------------*
012400*    OPERATOR REPLIES - THE RUN TO BACK OUT AND AN OPTIONAL
012500*    DEPARTMENT.  A BLANK DEPARTMENT MEANS THE WHOLE RUN.
012600*----------------------------------------------------------------*
012700 01  WS-DATE-REPLY.
012800     05  WS-DATE-TEXT           PIC X(08).
012900 01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY.
013000     05  WS-DATE-DIGITS         PIC 9(08).
013100 01  WS-SERIAL-REPLY.
013200     05  WS-SERIAL-TEXT         PIC X(08).
013300 01  WS-SERIAL-REPLY-NUM REDEFINES WS-SERIAL-REPLY.
013400     05  WS-SERIAL-DIGITS       PIC 9(08).
013500 77  WS-DEPT-REPLY              PIC X(03).
013600 77  WS-BACK-DATE               PIC 9(08) VALUE 0.
013700 77  WS-BACK-SERIAL             PIC 9(08) VALUE 0.
013800*----------------------------------------------------------------*
013900*    WS-FLAG-FIELDS - BASEPOST'S RESTART FLAG.
014000*----------------------------------------------------------------*
014100 01  WS-FLAG-FIELDS.
014200     05  WS-FLAG-PHASE          PIC X(08).
014300         88  WS-POSTING-ACTIVE  VALUE "POSTING".
014400     05  WS-FLAG-RUN-DATE       PIC 9(08).
014500     05  WS-FLAG-SERIAL         PIC 9(08).
014600 01  WS-RPT-HEAD-LINE.
014700     05  FILLER                 PIC X(27)
014800         VALUE "BACKOUT OF POSTING RUN OF ".
014900     05  WS-RPT-HEAD-DATE       PIC 9(08).
015000     05  FILLER                 PIC X(08) VALUE " SERIAL ".
015100     05  WS-RPT-HEAD-SERIAL     PIC 9(08).
015200     05  FILLER                 PIC X(07) VALUE " DEPT ".
015300     05  WS-RPT-HEAD-DEPT       PIC X(03).
015400 01  WS-RPT-DETAIL.
015500     05  FILLER                 PIC X(05) VALUE "SEQ ".
015600     05  WS-RPT-SEQ             PIC 9(07).
015700     05  FILLER                 PIC X(06) VALUE " ORDER".
015800     05  FILLER                 PIC X(01) VALUE SPACE.
015900     05  WS-RPT-ORDER-ID        PIC X(08).
016000     05  FILLER                 PIC X(01) VALUE SPACE.
016100     05  WS-RPT-ACTION          PIC X(01).
016200     05  FILLER                 PIC X(01) VALUE SPACE.
016300     05  WS-RPT-DEPT            PIC X(03).
016400     05  FILLER                 PIC X(03) VALUE " - ".
016500     05  WS-RPT-MESSAGE         PIC X(50).
016600 01  WS-RPT-TOTAL.
016700     05  WS-RPT-TOT-LABEL       PIC X(12).
016800     05  WS-RPT-TOT-COUNT       PIC ZZZZZZ9.
016900 PROCEDURE DIVISION.
017000*----------------------------------------------------------------*
017100*    0000-MAINLINE
017200*----------------------------------------------------------------*
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     IF WS-RUN-FOUND
017600         PERFORM 3000-BACK-OUT-RUN THRU 3000-EXIT
017700     END-IF.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     GOBACK.
018000*----------------------------------------------------------------*
018100*    1000-INITIALIZE - ASK WHICH RUN TO BACK OUT, OPEN THE FILES
018200*    AND MAKE SURE THE JOURNAL HOLDS THAT RUN.  A MISSING
018300*    TRANIDX JUST MEANS THERE ARE NO IDS TO RELEASE.
018400*----------------------------------------------------------------*
018500 1000-INITIALIZE.
018600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018650     ACCEPT WS-RUN-SERIAL FROM TIME.
018700     MOVE "START" TO WS-RUNC-PHASE.
018800     MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C.
018900     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
019000     PERFORM 1100-GET-RUN-TO-BACK-OUT THRU 1100-EXIT.
019100     OPEN OUTPUT BACKOUT-RPT-FILE.
019200     MOVE WS-BACK-DATE   TO WS-RPT-HEAD-DATE.
019300     MOVE WS-BACK-SERIAL TO WS-RPT-HEAD-SERIAL.
019400     IF WS-DEPT-REPLY = SPACES
019500         MOVE "ALL"         TO WS-RPT-HEAD-DEPT
019600     ELSE
019700         MOVE WS-DEPT-REPLY TO WS-RPT-HEAD-DEPT
019800     END-IF.
019900     WRITE RPT-LINE FROM WS-RPT-HEAD-LINE.
020000     MOVE SPACES TO RPT-LINE.
020100     WRITE RPT-LINE.
020200     OPEN I-O POSTING-JOURNAL.
020300     IF WS-JRNL-STATUS NOT = "00"
020400         MOVE "POSTING JOURNAL NOT PRESENT - NOTHING BACKED OUT"
020500             TO RPT-LINE
020600         WRITE RPT-LINE
020700         GO TO 1000-EXIT
020800     END-IF.
020900     SET WS-JRNL-OPEN TO TRUE.
021000     PERFORM 1200-FIND-RUN THRU 1200-EXIT.
021025     IF NOT WS-RUN-FOUND
021050         PERFORM 1400-CHECK-EMPTY-RUN THRU 1400-EXIT
021075     END-IF.
021100     IF NOT WS-RUN-FOUND
021200         PERFORM 1300-LIST-RUNS-ON-DATE THRU 1300-EXIT
021300         GO TO 1000-EXIT
021400     END-IF.
021500     OPEN I-O ORDER-MASTER.
021506     IF WS-MAST-STATUS NOT = "00"
021512         MOVE SPACES TO RPT-LINE
021518         STRING "ORDER MASTER WILL NOT OPEN - STATUS "
021524                 DELIMITED BY SIZE
021530                 WS-MAST-STATUS DELIMITED BY SIZE
021536                 " - NOTHING BACKED OUT" DELIMITED BY SIZE
021542             INTO RPT-LINE
021548         WRITE RPT-LINE
021554         DISPLAY "BASEPBAK - ORDER MASTER WILL NOT OPEN, STATUS "
021560             WS-MAST-STATUS UPON OPCON
021566         SET WS-MAST-FAILED TO TRUE
021572         MOVE "N" TO WS-RUN-FOUND-SW
021578         GO TO 1000-EXIT
021584     END-IF.
021600     OPEN I-O ACCEPTED-ID-FILE.
021700     IF WS-TID-STATUS = "00"
021800         MOVE "Y" TO WS-TID-PRESENT-SW
021900     END-IF.
022000 1000-EXIT.
022100     EXIT.
022200*----------------------------------------------------------------*
022300*    1100-GET-RUN-TO-BACK-OUT - THE RUN DATE AND RUN SERIAL AS
022400*    PRINTED ON THE RUN'S REGISTER, AND AN OPTIONAL DEPARTMENT.
022500*----------------------------------------------------------------*
022600 1100-GET-RUN-TO-BACK-OUT.
022700     DISPLAY "BASEPBAK - ENTER POSTING RUN DATE (YYYYMMDD)"
022800         UPON OPCON.
022900     ACCEPT WS-DATE-REPLY FROM OPCON.
023000     IF WS-DATE-TEXT IS NUMERIC
023100         MOVE WS-DATE-DIGITS TO WS-BACK-DATE
023200     ELSE
023300         MOVE 0 TO WS-BACK-DATE
023400     END-IF.
023500     DISPLAY "BASEPBAK - ENTER RUN SERIAL FROM THE REGISTER"
023600         UPON OPCON.
023700     ACCEPT WS-SERIAL-REPLY FROM OPCON.
023800     IF WS-SERIAL-TEXT IS NUMERIC
023900         MOVE WS-SERIAL-DIGITS TO WS-BACK-SERIAL
024000     ELSE
024100         MOVE 0 TO WS-BACK-SERIAL
024200     END-IF.
024300     DISPLAY "BASEPBAK - ENTER DEPT CODE, OR BLANK FOR THE"
024400         " WHOLE RUN" UPON OPCON.
024500     MOVE SPACES TO WS-DEPT-REPLY.
024600     ACCEPT WS-DEPT-REPLY FROM OPCON.
024700 1100-EXIT.
024800     EXIT.
024900*----------------------------------------------------------------*
025000*    1200-FIND-RUN - POSITION AT THE RUN'S FIRST JOURNAL RECORD
025100*    AND READ THROUGH ITS RECORDS FOR THE HIGHEST SEQUENCE, THE
025200*    POINT THE BACKOUT WORKS DOWN FROM.
025300*----------------------------------------------------------------*
025400 1200-FIND-RUN.
025500     MOVE "N" TO WS-JRNL-EOF-SW.
025600     MOVE 0 TO WS-MAX-SEQ.
025700     MOVE WS-BACK-DATE   TO JRNL-RUN-DATE.
025800     MOVE WS-BACK-SERIAL TO JRNL-RUN-SERIAL.
025900     MOVE 0              TO JRNL-SEQ.
026000     START POSTING-JOURNAL KEY NOT < JRNL-KEY
026100         INVALID KEY
026200             SET WS-JRNL-EOF TO TRUE
026300     END-START.
026400     PERFORM 1250-SCAN-ONE-RUN-RECORD THRU 1250-EXIT
026500         UNTIL WS-JRNL-EOF.
026600     IF WS-MAX-SEQ > 0
026700         SET WS-RUN-FOUND TO TRUE
026800     END-IF.
026900 1200-EXIT.
027000     EXIT.
027100 1250-SCAN-ONE-RUN-RECORD.
027200     READ POSTING-JOURNAL NEXT RECORD
027300         AT END
027400             SET WS-JRNL-EOF TO TRUE
027500             GO TO 1250-EXIT
027600     END-READ.
027700     IF JRNL-RUN-DATE NOT = WS-BACK-DATE
027800             OR JRNL-RUN-SERIAL NOT = WS-BACK-SERIAL
027900         SET WS-JRNL-EOF TO TRUE
028000         GO TO 1250-EXIT
028100     END-IF.
028200     MOVE JRNL-SEQ TO WS-MAX-SEQ.
028300 1250-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------*
028600*    1300-LIST-RUNS-ON-DATE - THE NAMED RUN IS NOT ON THE
028700*    JOURNAL.  LIST THE RUNS THAT ARE, FOR THAT DATE, SO THE
028800*    OPERATOR CAN RERUN WITH THE RIGHT SERIAL.
028900*----------------------------------------------------------------*
029000 1300-LIST-RUNS-ON-DATE.
029100     MOVE "RUN NOT ON THE POSTING JOURNAL - RUNS FOR THAT DATE:"
029200         TO RPT-LINE.
029300     WRITE RPT-LINE.
029400     DISPLAY "BASEPBAK - RUN NOT ON THE POSTING JOURNAL"
029500         UPON OPCON.
029600     MOVE "N" TO WS-JRNL-EOF-SW.
029700     MOVE 0 TO WS-LAST-SERIAL WS-SERIAL-COUNT.
029800     MOVE WS-BACK-DATE TO JRNL-RUN-DATE.
029900     MOVE 0            TO JRNL-RUN-SERIAL JRNL-SEQ.
030000     START POSTING-JOURNAL KEY NOT < JRNL-KEY
030100         INVALID KEY
030200             SET WS-JRNL-EOF TO TRUE
030300     END-START.
030400     PERFORM 1350-LIST-ONE-RECORD THRU 1350-EXIT
030500         UNTIL WS-JRNL-EOF.
030600     IF WS-SERIAL-COUNT > 0
030700         PERFORM 1380-WRITE-RUN-LINE THRU 1380-EXIT
030800     END-IF.
030900 1300-EXIT.
031000     EXIT.
031100 1350-LIST-ONE-RECORD.
031200     READ POSTING-JOURNAL NEXT RECORD
031300         AT END
031400             SET WS-JRNL-EOF TO TRUE
031500             GO TO 1350-EXIT
031600     END-READ.
031700     IF JRNL-RUN-DATE NOT = WS-BACK-DATE
031800         SET WS-JRNL-EOF TO TRUE
031900         GO TO 1350-EXIT
032000     END-IF.
032100     IF JRNL-RUN-SERIAL NOT = WS-LAST-SERIAL
032200         IF WS-SERIAL-COUNT > 0
032300             PERFORM 1380-WRITE-RUN-LINE THRU 1380-EXIT
032400         END-IF
032500         MOVE JRNL-RUN-SERIAL TO WS-LAST-SERIAL
032600         MOVE 0 TO WS-SERIAL-COUNT
032700     END-IF.
032800     ADD 1 TO WS-SERIAL-COUNT.
032900 1350-EXIT.
033000     EXIT.
033100 1380-WRITE-RUN-LINE.
033200     MOVE WS-SERIAL-COUNT TO WS-RPT-TOT-COUNT.
033300     MOVE SPACES TO RPT-LINE.
033400     STRING "  SERIAL " DELIMITED BY SIZE
033500             WS-LAST-SERIAL DELIMITED BY SIZE
033600             "  JOURNAL RECORDS " DELIMITED BY SIZE
033700             WS-RPT-TOT-COUNT DELIMITED BY SIZE
033800         INTO RPT-LINE.
033900     WRITE RPT-LINE.
034000 1380-EXIT.
034100     EXIT.
034104*----------------------------------------------------------------*
034108*    1400-CHECK-EMPTY-RUN - BASEPOST SETS ITS RESTART FLAG BEFORE
034112*    IT POSTS ANYTHING, SO A RUN CAN DIE FLAGGED "POSTING" WITH
034116*    NO JOURNAL RECORDS AT ALL.  WHEN THE FLAG NAMES EXACTLY THE
034120*    RUN ASKED FOR, THERE IS NOTHING TO UNDO AND THE BACKOUT IS
034124*    EMPTY AND COMPLETE.
034128*----------------------------------------------------------------*
034132 1400-CHECK-EMPTY-RUN.
034136     PERFORM 8100-READ-RESTART-FLAG THRU 8100-EXIT.
034140     IF WS-POSTING-ACTIVE
034144             AND WS-FLAG-RUN-DATE = WS-BACK-DATE
034148             AND WS-FLAG-SERIAL = WS-BACK-SERIAL
034152         SET WS-EMPTY-RUN TO TRUE
034156         SET WS-RUN-FOUND TO TRUE
034160         MOVE "RUN DIED BEFORE ITS FIRST JOURNAL RECORD - NOTHING"
034164             TO RPT-LINE
034168         WRITE RPT-LINE
034172         MOVE "TO BACK OUT" TO RPT-LINE
034176         WRITE RPT-LINE
034180         DISPLAY "BASEPBAK - RUN HAS NO JOURNAL RECORDS -"
034184             " NOTHING TO BACK OUT" UPON OPCON
034188     END-IF.
034192 1400-EXIT.
034196     EXIT.
034200*----------------------------------------------------------------*
034300*    3000-BACK-OUT-RUN - WORK DOWN FROM THE RUN'S LAST JOURNAL
034400*    RECORD TO ITS FIRST, SO EACH ORDER IS UNWOUND IN THE
034500*    REVERSE OF THE ORDER IT WAS POSTED IN.  EACH RECORD UNDONE
034525*    IS STAMPED WITH THE BACKOUT DATE, THEN A REVERSAL RECORD IS
034550*    WRITTEN UNDER THIS BACKOUT'S OWN RUN KEY.  THE JOURNAL IS
034575*    READ BY KEY, SO THOSE WRITES DO NOT DISTURB THE WALK DOWN.
034600*----------------------------------------------------------------*
034700 3000-BACK-OUT-RUN.
034800     PERFORM 3100-BACK-OUT-ONE THRU 3100-EXIT
034900         VARYING WS-BACK-SEQ FROM WS-MAX-SEQ BY -1
035000         UNTIL WS-BACK-SEQ < 1.
035100 3000-EXIT.
035200     EXIT.
035300 3100-BACK-OUT-ONE.
035400     MOVE WS-BACK-DATE   TO JRNL-RUN-DATE.
035500     MOVE WS-BACK-SERIAL TO JRNL-RUN-SERIAL.
035600     MOVE WS-BACK-SEQ    TO JRNL-SEQ.
035700     READ POSTING-JOURNAL
035800         INVALID KEY
035900             GO TO 3100-EXIT
036000     END-READ.
036100     IF WS-DEPT-REPLY NOT = SPACES
036200             AND JRNL-DEPT-CODE NOT = WS-DEPT-REPLY
036300         GO TO 3100-EXIT
036400     END-IF.
036500     IF JRNL-BACKOUT-DATE NOT = 0
036600         ADD 1 TO WS-SKIP-COUNT
036700         GO TO 3100-EXIT
036800     END-IF.
036900     MOVE "N" TO WS-UNDONE-SW.
037000     EVALUATE TRUE
037100         WHEN JRNL-ADD
037200             PERFORM 3200-UNDO-ADD THRU 3200-EXIT
037300         WHEN JRNL-CHANGE
037400             PERFORM 3300-UNDO-CHANGE THRU 3300-EXIT
037500         WHEN JRNL-DELETE
037600             PERFORM 3400-UNDO-DELETE THRU 3400-EXIT
037700     END-EVALUATE.
037800     IF NOT WS-RECORD-UNDONE
037900         ADD 1 TO WS-EXCEPTION-COUNT
038000         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
038100         GO TO 3100-EXIT
038200     END-IF.
038300     MOVE WS-RUN-DATE TO JRNL-BACKOUT-DATE.
038400     REWRITE JRNL-RECORD
038405         INVALID KEY
038410             CONTINUE
038415     END-REWRITE.
038420     MOVE WS-JRNL-STATUS TO WS-STAMP-STATUS.
038425     MOVE JRNL-RECORD TO WS-ORIG-JRNL-RECORD.
038430     PERFORM 7300-WRITE-REVERSAL THRU 7300-EXIT.
038435     MOVE WS-ORIG-JRNL-RECORD TO JRNL-RECORD.
038440     PERFORM 3500-RELEASE-TRAN-ID THRU 3500-EXIT.
038445     IF WS-STAMP-STATUS NOT = "00"
038450         ADD 1 TO WS-EXCEPTION-COUNT
038455         MOVE SPACES TO WS-RPT-MESSAGE
038460         STRING "EXCEPTION - JOURNAL NOT STAMPED, STATUS "
038465                 DELIMITED BY SIZE
038470                 WS-STAMP-STATUS DELIMITED BY SIZE
038475             INTO WS-RPT-MESSAGE
038480         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
038485         GO TO 3100-EXIT
038490     END-IF.
038500     ADD 1 TO WS-BACKOUT-COUNT.
038700     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
038800 3100-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------*
039100*    3200-UNDO-ADD - THE ORDER THE RUN ADDED COMES OFF AGAIN,
039200*    PROVIDED NOTHING HAS CHANGED IT SINCE.
039300*----------------------------------------------------------------*
039400 3200-UNDO-ADD.
039500     MOVE JRNL-ORDER-ID TO ORDM-ORDER-ID.
039600     READ ORDER-MASTER
039700         INVALID KEY
039800             MOVE "EXCEPTION - ORDER NO LONGER ON FILE"
039900                 TO WS-RPT-MESSAGE
040000             GO TO 3200-EXIT
040100     END-READ.
040200     IF ORDM-RECORD NOT = JRNL-AFTER-IMAGE
040300         MOVE "EXCEPTION - ORDER CHANGED SINCE THIS RUN"
040400             TO WS-RPT-MESSAGE
040500         GO TO 3200-EXIT
040600     END-IF.
040700     DELETE ORDER-MASTER RECORD
040720         INVALID KEY
040740             MOVE "EXCEPTION - ORDER COULD NOT BE REMOVED"
040760                 TO WS-RPT-MESSAGE
040780         NOT INVALID KEY
040800             MOVE "ADD BACKED OUT - ORDER REMOVED"
040850                 TO WS-RPT-MESSAGE
040900             MOVE "D"              TO WS-REV-ACTION
040920             MOVE JRNL-AFTER-IMAGE TO WS-REV-BEFORE-IMAGE
040940             MOVE SPACES           TO WS-REV-AFTER-IMAGE
040960             SET WS-RECORD-UNDONE TO TRUE
040980     END-DELETE.
041000 3200-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------*
041300*    3300-UNDO-CHANGE - THE ORDER GOES BACK TO ITS BEFORE IMAGE,
041400*    PROVIDED IT STILL HOLDS WHAT THE RUN LEFT IN IT.
041500*----------------------------------------------------------------*
041600 3300-UNDO-CHANGE.
041700     MOVE JRNL-ORDER-ID TO ORDM-ORDER-ID.
041800     READ ORDER-MASTER
041900         INVALID KEY
042000             MOVE "EXCEPTION - ORDER NO LONGER ON FILE"
042100                 TO WS-RPT-MESSAGE
042200             GO TO 3300-EXIT
042300     END-READ.
042400     IF ORDM-RECORD NOT = JRNL-AFTER-IMAGE
042500         MOVE "EXCEPTION - ORDER CHANGED SINCE THIS RUN"
042600             TO WS-RPT-MESSAGE
042700         GO TO 3300-EXIT
042800     END-IF.
042900     MOVE JRNL-BEFORE-IMAGE TO ORDM-RECORD.
043000     REWRITE ORDM-RECORD
043020         INVALID KEY
043040             MOVE "EXCEPTION - ORDER COULD NOT BE RESTORED"
043060                 TO WS-RPT-MESSAGE
043080         NOT INVALID KEY
043100             MOVE "CHANGE BACKED OUT - BEFORE IMAGE RESTORED"
043200                 TO WS-RPT-MESSAGE
043225             MOVE "M"               TO WS-REV-ACTION
043250             MOVE JRNL-AFTER-IMAGE  TO WS-REV-BEFORE-IMAGE
043275             MOVE JRNL-BEFORE-IMAGE TO WS-REV-AFTER-IMAGE
043300             SET WS-RECORD-UNDONE TO TRUE
043350     END-REWRITE.
043400 3300-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------*
043700*    3400-UNDO-DELETE - THE DELETED ORDER IS WRITTEN BACK FROM
043800*    ITS BEFORE IMAGE, UNLESS THE ID HAS BEEN ADDED AGAIN SINCE.
043900*----------------------------------------------------------------*
044000 3400-UNDO-DELETE.
044100     MOVE JRNL-BEFORE-IMAGE TO ORDM-RECORD.
044200     WRITE ORDM-RECORD
044300         INVALID KEY
044400             MOVE "EXCEPTION - ORDER ID ADDED AGAIN SINCE"
044500                 TO WS-RPT-MESSAGE
044600         NOT INVALID KEY
044700             MOVE "DELETE BACKED OUT - ORDER RESTORED"
044800                 TO WS-RPT-MESSAGE
044825             MOVE "A"               TO WS-REV-ACTION
044850             MOVE SPACES            TO WS-REV-BEFORE-IMAGE
044875             MOVE JRNL-BEFORE-IMAGE TO WS-REV-AFTER-IMAGE
044900             SET WS-RECORD-UNDONE TO TRUE
045000     END-WRITE.
045100 3400-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------*
045400*    3500-RELEASE-TRAN-ID - TAKE THE BACKED-OUT TRAN-ID OFF
045500*    BASEBAL'S ACCEPTED-ID REGISTER SO THE DEPARTMENT CAN SEND
045600*    IT AGAIN.  AN ID ALREADY RELEASED IS NOT AN ERROR.
045700*----------------------------------------------------------------*
045800 3500-RELEASE-TRAN-ID.
045900     IF NOT WS-TID-PRESENT
046000         GO TO 3500-EXIT
046100     END-IF.
046200     MOVE JRNL-ORDER-ID TO TID-TRAN-ID.
046300     DELETE ACCEPTED-ID-FILE RECORD
046400         INVALID KEY
046500             CONTINUE
046600         NOT INVALID KEY
046700             ADD 1 TO WS-RELEASE-COUNT
046800     END-DELETE.
046900 3500-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------*
047200*    7000-WRITE-DETAIL - ONE LINE PER JOURNAL RECORD BACKED OUT
047300*    OR LEFT AS AN EXCEPTION.  THE CALLER SETS THE MESSAGE.
047400*----------------------------------------------------------------*
047500 7000-WRITE-DETAIL.
047600     MOVE JRNL-SEQ       TO WS-RPT-SEQ.
047700     MOVE JRNL-ORDER-ID  TO WS-RPT-ORDER-ID.
047800     MOVE JRNL-ACTION    TO WS-RPT-ACTION.
047900     MOVE JRNL-DEPT-CODE TO WS-RPT-DEPT.
048000     WRITE RPT-LINE FROM WS-RPT-DETAIL.
048100 7000-EXIT.
048200     EXIT.
048202*----------------------------------------------------------------*
048204*    7300-WRITE-REVERSAL - ONE JOURNAL RECORD UNDER THIS BACKOUT'S
048206*    RUN KEY FOR THE RECORD JUST UNDONE, IN THE SAME FORM BASEPOST
048208*    WRITES, SO THE WAREHOUSE EXTRACT SENDS THE ORDER AS IT NOW
048210*    STANDS.  THE UNDO PARAGRAPH SETS THE ACTION AND IMAGES.
048212*    ONLY A DUPLICATE KEY IS RETRIED, ON THE NEXT SEQUENCE.  A
048214*    REVERSAL THAT CANNOT BE WRITTEN IS TOLD TO THE OPERATOR -
048216*    THE ORDER IS BACKED OUT, BUT THE WAREHOUSE WILL NOT HEAR OF
048218*    IT.
048220*----------------------------------------------------------------*
048222 7300-WRITE-REVERSAL.
048224     MOVE "N" TO WS-JRNL-WRITTEN-SW WS-REV-FAILED-SW.
048226     PERFORM 7350-TRY-ONE-REVERSAL THRU 7350-EXIT
048228         UNTIL WS-JRNL-WRITTEN OR WS-REV-FAILED.
048230     IF WS-REV-FAILED
048232         DISPLAY "BASEPBAK - REVERSAL NOT JOURNALED, STATUS "
048234             WS-JRNL-STATUS " - ORDER " JRNL-ORDER-ID
048236             UPON OPCON
048238         GO TO 7300-EXIT
048240     END-IF.
048242     ADD 1 TO WS-REVERSAL-COUNT.
048244 7300-EXIT.
048246     EXIT.
048248 7350-TRY-ONE-REVERSAL.
048250     ADD 1 TO WS-JRNL-SEQ.
048252     MOVE WS-ORIG-JRNL-RECORD TO JRNL-RECORD.
048254     MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
048256     MOVE WS-RUN-SERIAL       TO JRNL-RUN-SERIAL.
048258     MOVE WS-JRNL-SEQ         TO JRNL-SEQ.
048260     ACCEPT JRNL-POST-TIME FROM TIME.
048262     MOVE WS-REV-ACTION       TO JRNL-ACTION.
048264     MOVE WS-REV-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
048266     MOVE WS-REV-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
048268     MOVE 0                   TO JRNL-BACKOUT-DATE.
048270     WRITE JRNL-RECORD
048272         INVALID KEY
048274             CONTINUE
048276     END-WRITE.
048278     IF WS-JRNL-STATUS = "00"
048280         SET WS-JRNL-WRITTEN TO TRUE
048282         GO TO 7350-EXIT
048284     END-IF.
048286     IF WS-JRNL-STATUS NOT = "22"
048288         SET WS-REV-FAILED TO TRUE
048290     END-IF.
048292 7350-EXIT.
048294     EXIT.
048300*----------------------------------------------------------------*
048400*    7500-WRITE-RUN-CONTROL - APPEND ONE START/END RECORD TO THE
048500*    SHARED RUN-CONTROL FILE, CREATING IT IF NEEDED.  THE
048600*    CALLER SETS THE PHASE AND COUNTS.
048700*----------------------------------------------------------------*
048800 7500-WRITE-RUN-CONTROL.
048900     OPEN EXTEND RUN-CONTROL-FILE.
049000     IF WS-RUNC-STATUS = "35"
049100         OPEN OUTPUT RUN-CONTROL-FILE
049200     END-IF.
049300     MOVE "BASEPBAK" TO RUNC-JOB-NAME.
049400     MOVE WS-RUNC-PHASE TO RUNC-PHASE.
049500     ACCEPT RUNC-RUN-DATE FROM DATE YYYYMMDD.
049600     ACCEPT RUNC-RUN-TIME FROM TIME.
049700     MOVE WS-RUNC-A TO RUNC-COUNT-A.
049800     MOVE WS-RUNC-B TO RUNC-COUNT-B.
049900     MOVE WS-RUNC-C TO RUNC-COUNT-C.
050000     WRITE RUNC-RECORD.
050100     CLOSE RUN-CONTROL-FILE.
050200 7500-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------*
050500*    8000-CLEAR-RESTART-FLAG - BASEPOST REFUSES TO POST WHILE
050600*    ITS LAST RUN IS FLAGGED HALF-POSTED.  ONCE THAT WHOLE RUN
050700*    HAS BEEN BACKED OUT CLEANLY THE FLAG IS MARKED SO.
050800*----------------------------------------------------------------*
050900 8000-CLEAR-RESTART-FLAG.
051400     PERFORM 8100-READ-RESTART-FLAG THRU 8100-EXIT.
051900     IF WS-POSTING-ACTIVE
052000             AND WS-FLAG-RUN-DATE = WS-BACK-DATE
052100             AND WS-FLAG-SERIAL = WS-BACK-SERIAL
052200         MOVE "BACKOUT" TO WS-FLAG-PHASE
052300         OPEN OUTPUT RESTART-FLAG
052400         WRITE FLAG-REC FROM WS-FLAG-FIELDS
052500         CLOSE RESTART-FLAG
052600         DISPLAY "BASEPBAK - BASEPOST MAY NOW BE RERUN"
052700             UPON OPCON
052800     END-IF.
052900 8000-EXIT.
053000     EXIT.
053005*----------------------------------------------------------------*
053010*    8100-READ-RESTART-FLAG - A MISSING OR EMPTY FLAG FILE MEANS
053015*    NO RUN IS OUTSTANDING.
053020*----------------------------------------------------------------*
053025 8100-READ-RESTART-FLAG.
053030     MOVE "NONE" TO WS-FLAG-PHASE.
053035     OPEN INPUT RESTART-FLAG.
053040     IF WS-FLAG-STATUS = "00"
053045         READ RESTART-FLAG INTO WS-FLAG-FIELDS
053050             AT END
053055                 MOVE "NONE" TO WS-FLAG-PHASE
053060         END-READ
053065         CLOSE RESTART-FLAG
053070     END-IF.
053075 8100-EXIT.
053080     EXIT.
053100*----------------------------------------------------------------*
053200*    9000-TERMINATE - TOTALS, CLOSE, RUN-CONTROL END RECORD AND
053300*    RETURN CODE.  AN ORDER MASTER THAT WILL NOT OPEN ENDS 12; A
053350*    RUN NOT ON THE JOURNAL ENDS 8; EXCEPTIONS LEFT FOR THE
053400*    OPERATOR END 4.  A RUN WITH NO JOURNAL RECORDS HAS NOTHING
053450*    FOR ANY DEPARTMENT, SO ITS BACKOUT IS ALWAYS THE WHOLE RUN.
053500*----------------------------------------------------------------*
053600 9000-TERMINATE.
053700     IF WS-RUN-FOUND
053800             AND WS-EXCEPTION-COUNT = 0
053900             AND (WS-DEPT-REPLY = SPACES OR WS-EMPTY-RUN)
054000         PERFORM 8000-CLEAR-RESTART-FLAG THRU 8000-EXIT
054100     END-IF.
054200     MOVE SPACES TO RPT-LINE.
054300     WRITE RPT-LINE.
054400     MOVE "BACKED OUT.." TO WS-RPT-TOT-LABEL.
054500     MOVE WS-BACKOUT-COUNT TO WS-RPT-TOT-COUNT.
054600     WRITE RPT-LINE FROM WS-RPT-TOTAL.
054700     MOVE "EXCEPTIONS.." TO WS-RPT-TOT-LABEL.
054800     MOVE WS-EXCEPTION-COUNT TO WS-RPT-TOT-COUNT.
054900     WRITE RPT-LINE FROM WS-RPT-TOTAL.
055000     MOVE "ALREADY OUT." TO WS-RPT-TOT-LABEL.
055100     MOVE WS-SKIP-COUNT TO WS-RPT-TOT-COUNT.
055200     WRITE RPT-LINE FROM WS-RPT-TOTAL.
055300     MOVE "IDS RELEASED" TO WS-RPT-TOT-LABEL.
055400     MOVE WS-RELEASE-COUNT TO WS-RPT-TOT-COUNT.
055500     WRITE RPT-LINE FROM WS-RPT-TOTAL.
055525     MOVE "REVERSALS..." TO WS-RPT-TOT-LABEL.
055550     MOVE WS-REVERSAL-COUNT TO WS-RPT-TOT-COUNT.
055575     WRITE RPT-LINE FROM WS-RPT-TOTAL.
055600     CLOSE BACKOUT-RPT-FILE.
055700     IF WS-JRNL-OPEN
055800         CLOSE POSTING-JOURNAL
055900     END-IF.
056000     IF WS-RUN-FOUND
056100         CLOSE ORDER-MASTER
056200         IF WS-TID-PRESENT
056300             CLOSE ACCEPTED-ID-FILE
056400         END-IF
056500     END-IF.
056525     EVALUATE TRUE
056550         WHEN WS-MAST-FAILED
056575             MOVE 12 TO RETURN-CODE
056600         WHEN NOT WS-RUN-FOUND
056700             MOVE 8 TO RETURN-CODE
056900         WHEN WS-EXCEPTION-COUNT > 0
057000             MOVE 4 TO RETURN-CODE
057150     END-EVALUATE.
057300     MOVE "END" TO WS-RUNC-PHASE.
057400     MOVE WS-BACKOUT-COUNT   TO WS-RUNC-A.
057500     MOVE WS-EXCEPTION-COUNT TO WS-RUNC-B.
057600     MOVE WS-RELEASE-COUNT   TO WS-RUNC-C.
057700     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
057800     DISPLAY "BASEPBAK COMPLETE - RUN " WS-BACK-DATE
057900             " SERIAL " WS-BACK-SERIAL.
058000     DISPLAY "  BACKED OUT=" WS-BACKOUT-COUNT
058100             " EXCEPTIONS=" WS-EXCEPTION-COUNT
058200             " ALREADY OUT=" WS-SKIP-COUNT
058300             " RELEASED=" WS-RELEASE-COUNT
058350             " REVERSALS=" WS-REVERSAL-COUNT.
058400 9000-EXIT.
058500     EXIT.
