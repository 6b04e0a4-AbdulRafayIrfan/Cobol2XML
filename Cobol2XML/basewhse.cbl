000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                   BASEWHSE.
000300 AUTHOR.                       KJM.
000400 INSTALLATION.                 DATA PROCESSING.
000500 DATE-WRITTEN.                 10/09/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY
000900*
001000*  DATE       BY   DESCRIPTION
001100*  ---------- ---- -------------------------------------------
001200*  2026-10-09 KJM  ORIGINAL ISSUE.  NIGHTLY ORDER EXTRACT FOR
001300*                  THE WAREHOUSE SYSTEM, WHICH CANNOT READ THE
001400*                  INDEXED ORDRMAST.  WRITES THE ORDERS ADDED,
001500*                  CHANGED AND DELETED SINCE THE LAST SUCCESSFUL
001600*                  EXTRACT AS ONE XML DOCUMENT ON BASEWHSX, TAKEN
001700*                  FROM THE BASEJRNL POSTING JOURNAL IN POSTING
001800*                  ORDER, WITH THE TEXT FIELDS CARRYING THE SAME
001900*                  XML CHARACTER ENTITIES BASEXML USES (&amp;
002000*                  &lt; &gt; &quot;) AND A CONTROL BLOCK COUNTING
002100*                  EACH ACTION.  THE JOURNAL POINT REACHED IS
002200*                  KEPT ON BASEWHSP, REWRITTEN ONLY AFTER THE
002300*                  DOCUMENT IS COMPLETE, SO A RUN THAT FAILS IS
002400*                  SIMPLY RERUN AND SENDS THE SAME SET AGAIN.
002500*                  A "RESEND" RECORD ON THE BASEWHSR REQUEST FILE
002600*                  SENDS THE LAST SUCCESSFUL SET AGAIN, AND A
002700*                  "FULL" RECORD (OR NO BASEWHSP AT ALL) SENDS
002800*                  THE WHOLE MASTER AS A FULL REFRESH.  THE
002900*                  REQUEST FILE IS EMPTIED ONCE IT HAS BEEN
003000*                  ACTED ON.  JOURNAL RECORDS BASEPBAK HAS BACKED
003100*                  OUT ARE NOT SENT.  RUNS AS THE LAST STEP OF
003200*                  THE NIGHT UNDER BASENITE.
003212*  2026-10-15 KJM  A RUN BASEPBAK BACKS OUT NOW LEAVES ITS
003224*                  REVERSALS ON THE JOURNAL UNDER THE BACKOUT'S
003236*                  OWN RUN KEY, SO BACKED-OUT RECORDS ARE SENT
003248*                  LIKE ANY OTHER AND THE REVERSALS FOLLOW THEM
003260*                  IN POSTING ORDER - THE WAREHOUSE ENDS WITH
003272*                  THE ORDER AS IT NOW STANDS WHETHER OR NOT THE
003284*                  ORIGINAL RUN HAD ALREADY BEEN EXTRACTED.
003300*----------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.              IBM-370.
003700 OBJECT-COMPUTER.              IBM-370.
003800 SPECIAL-NAMES.
003900     CONSOLE IS OPCON.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ORDER-MASTER ASSIGN TO ORDRMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS ORDM-ORDER-ID
004600         FILE STATUS IS WS-MAST-STATUS.
004700     SELECT POSTING-JOURNAL ASSIGN TO BASEJRNL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS JRNL-KEY
005100         FILE STATUS IS WS-JRNL-STATUS.
005200     SELECT EXTRACT-FILE ASSIGN TO BASEWHSX
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT EXTRACT-POINT-FILE ASSIGN TO BASEWHSP
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-POINT-STATUS.
005700     SELECT REQUEST-FILE ASSIGN TO BASEWHSR
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-REQ-STATUS.
006000     SELECT RUN-CONTROL-FILE ASSIGN TO BASERUNC
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNC-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ORDER-MASTER.
006600     COPY ORDMFLDS.
006700*----------------------------------------------------------------*
006800*    POSTING-JOURNAL - SHARED COPYBOOK, SO THIS JOB, BASEPOST
006900*    AND BASEPBAK CANNOT DRIFT OUT OF STEP ON THE JOURNAL KEY OR
007000*    IMAGES.
007100*----------------------------------------------------------------*
007200 FD  POSTING-JOURNAL.
007300     COPY JRNLFLDS.
007400 FD  EXTRACT-FILE.
007500 01  XML-LINE                   PIC X(600).
007600*----------------------------------------------------------------*
007700*    EXTRACT-POINT-FILE - ONE RECORD: THE JOURNAL KEYS THE LAST
007800*    SUCCESSFUL EXTRACT STARTED AFTER AND ENDED AT, HOW IT WAS
007900*    MADE ("C" CHANGES, "F" FULL REFRESH) AND WHEN.
008000*----------------------------------------------------------------*
008100 FD  EXTRACT-POINT-FILE.
008200 01  WHSP-RECORD.
008300     05  WHSP-FROM-KEY          PIC X(23).
008400     05  WHSP-THRU-KEY          PIC X(23).
008500     05  WHSP-LAST-MODE         PIC X(01).
008600         88  WHSP-LAST-WAS-FULL VALUE "F".
008700     05  WHSP-EXTRACT-DATE      PIC 9(08).
008800     05  WHSP-EXTRACT-TIME      PIC 9(08).
008900*----------------------------------------------------------------*
009000*    REQUEST-FILE - LEFT BY THE OPERATOR WHEN THE WAREHOUSE ASKS:
009100*    "FULL" FOR A FULL REFRESH, "RESEND" FOR THE LAST SET AGAIN.
009200*----------------------------------------------------------------*
009300 FD  REQUEST-FILE.
009400 01  WHSR-RECORD.
009500     05  WHSR-REQUEST           PIC X(08).
009600*----------------------------------------------------------------*
009700*    RUN-CONTROL-FILE - SHARED COPYBOOK, SO THIS JOB CANNOT
009800*    DRIFT OUT OF STEP WITH THE RECORDS BASERECN CROSS-FOOTS.
009900*----------------------------------------------------------------*
010000 FD  RUN-CONTROL-FILE.
010100     COPY RUNCFLDS.
010200 WORKING-STORAGE SECTION.
010300 77  WS-MAST-STATUS             PIC X(02).
010400 77  WS-JRNL-STATUS             PIC X(02).
010500 77  WS-POINT-STATUS            PIC X(02).
010600 77  WS-REQ-STATUS              PIC X(02).
010700 77  WS-RUNC-STATUS             PIC X(02).
010800 77  WS-RUNC-PHASE              PIC X(05).
010900 77  WS-RUNC-A                  PIC 9(07) COMP-3 VALUE 0.
011000 77  WS-RUNC-B                  PIC 9(07) COMP-3 VALUE 0.
011100 77  WS-RUNC-C                  PIC 9(07) COMP-3 VALUE 0.
011200 01  WS-EOF-SW                  PIC X(01) VALUE "N".
011300     88  WS-EOF-REACHED         VALUE "Y".
011400 01  WS-JRNL-SW                 PIC X(01) VALUE "N".
011500     88  WS-JRNL-PRESENT        VALUE "Y".
011600 01  WS-POINT-SW                PIC X(01) VALUE "N".
011700     88  WS-POINT-PRESENT       VALUE "Y".
011800 01  WS-REQ-SW                  PIC X(01) VALUE "N".
011900     88  WS-REQ-PRESENT         VALUE "Y".
012000 01  WS-FAILED-SW               PIC X(01) VALUE "N".
012100     88  WS-EXTRACT-FAILED      VALUE "Y".
012200 01  WS-XML-OPEN-SW             PIC X(01) VALUE "N".
012300     88  WS-XML-OPEN            VALUE "Y".
012400 77  WS-RUN-DATE                PIC 9(08).
012500 77  WS-RUN-TIME                PIC 9(08).
012600 77  WS-REQUEST                 PIC X(08) VALUE SPACES.
012700*----------------------------------------------------------------*
012800*    THE LAST EXTRACT POINT AS READ FROM BASEWHSP.  ALL ZEROS
012900*    SITS AHEAD OF EVERY JOURNAL KEY.
013000*----------------------------------------------------------------*
013100 77  WS-POINT-FROM              PIC X(23) VALUE ALL "0".
013200 77  WS-POINT-THRU              PIC X(23) VALUE ALL "0".
013300 01  WS-POINT-MODE              PIC X(01) VALUE SPACE.
013400     88  WS-POINT-WAS-FULL      VALUE "F".
013500*----------------------------------------------------------------*
013600*    EXTRACT MODE AND JOURNAL RANGE - "C" SENDS THE JOURNAL AFTER
013700*    THE LAST EXTRACT'S END POINT, "R" RESENDS THE LAST EXTRACT'S
013800*    RANGE, "F" SENDS THE WHOLE MASTER.  THE RANGE STARTS AFTER
013900*    WS-FROM-KEY AND ENDS AT WS-THRU-KEY.
014000*----------------------------------------------------------------*
014100 01  WS-MODE                    PIC X(01).
014200     88  WS-CHANGES-MODE        VALUE "C".
014300     88  WS-RESEND-MODE         VALUE "R".
014400     88  WS-FULL-MODE           VALUE "F".
014500 77  WS-MODE-NAME               PIC X(08).
014600 77  WS-FROM-KEY                PIC X(23).
014700 77  WS-THRU-KEY                PIC X(23).
014800 77  WS-LAST-KEY                PIC X(23).
014900 77  WS-ADD-COUNT               PIC 9(07) COMP-3 VALUE 0.
015000 77  WS-CHANGE-COUNT            PIC 9(07) COMP-3 VALUE 0.
015100 77  WS-DELETE-COUNT            PIC 9(07) COMP-3 VALUE 0.
015200 77  WS-SKIP-COUNT              PIC 9(07) COMP-3 VALUE 0.
015300 77  WS-TOTAL-COUNT             PIC 9(07) COMP-3 VALUE 0.
015400 77  WS-ADD-DISP                PIC 9(07).
015500 77  WS-CHANGE-DISP             PIC 9(07).
015600 77  WS-DELETE-DISP             PIC 9(07).
015700 77  WS-TOTAL-DISP              PIC 9(07).
015800*----------------------------------------------------------------*
015900*    WS-ORDER-IMAGE - THE ORDER BEING WRITTEN, FROM THE MASTER OR
016000*    FROM A JOURNAL IMAGE (ORDMFLDS LAYOUT).
016100*----------------------------------------------------------------*
016200 77  WS-ACTION-NAME             PIC X(06).
016300 01  WS-ORDER-IMAGE.
016400     05  WS-IMG-ORDER-ID        PIC X(08).
016500     05  WS-IMG-CUSTOMER-NAME   PIC X(30).
016600     05  WS-IMG-ORDER-DATE      PIC X(08).
016700     05  WS-IMG-QUANTITY        PIC X(07).
016800     05  WS-IMG-ADD-DATE        PIC 9(08).
016900     05  WS-IMG-CHANGE-DATE     PIC 9(08).
017000*----------------------------------------------------------------*
017100*    ENTITY ENCODE WORK AREAS - ONE TEXT FIELD AT A TIME.  AN
017200*    ENCODED ENTITY TAKES UP TO SIX BYTES PER CHARACTER, SO THE
017300*    ENCODED VALUE CAN GROW TO 30 X 6.
017400*----------------------------------------------------------------*
017500 77  WS-TAG-NAME                PIC X(12).
017600 77  WS-ENC-SOURCE              PIC X(30).
017700 77  WS-ENC-SRC-LEN             PIC 9(03) COMP-3.
017800 77  WS-ENC-VALUE               PIC X(180).
017900 77  WS-ENC-IN-POS              PIC 9(03) COMP-3.
018000 77  WS-ENC-OUT-POS             PIC 9(03) COMP-3.
018100 77  WS-ENC-LEN                 PIC 9(03) COMP-3.
018200 77  WS-ENC-CHAR                PIC X(01).
018300 77  WS-XML-PTR                 PIC 9(04) COMP-3.
018400 PROCEDURE DIVISION.
018500*----------------------------------------------------------------*
018600*    0000-MAINLINE
018700*----------------------------------------------------------------*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     IF NOT WS-EXTRACT-FAILED
019100         IF WS-FULL-MODE
019200             PERFORM 3000-FULL-REFRESH THRU 3000-EXIT
019300         ELSE
019400             PERFORM 2000-EXTRACT-CHANGES THRU 2000-EXIT
019500         END-IF
019600     END-IF.
019700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019800     GOBACK.
019900*----------------------------------------------------------------*
020000*    1000-INITIALIZE - PICK UP THE LAST EXTRACT POINT AND ANY
020100*    OPERATOR REQUEST, SETTLE THE MODE AND START THE DOCUMENT.
020200*----------------------------------------------------------------*
020300 1000-INITIALIZE.
020400     MOVE "START" TO WS-RUNC-PHASE.
020500     MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C.
020600     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
020700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020800     ACCEPT WS-RUN-TIME FROM TIME.
020900     PERFORM 1100-READ-EXTRACT-POINT THRU 1100-EXIT.
021000     PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
021100     PERFORM 1300-SET-MODE THRU 1300-EXIT.
021200     IF WS-EXTRACT-FAILED
021300         GO TO 1000-EXIT
021400     END-IF.
021500     OPEN INPUT POSTING-JOURNAL.
021600     IF WS-JRNL-STATUS = "00"
021700         MOVE "Y" TO WS-JRNL-SW
021800     END-IF.
021900     OPEN OUTPUT EXTRACT-FILE.
022000     SET WS-XML-OPEN TO TRUE.
022100     MOVE "<ORDEREXTRACT>" TO XML-LINE.
022200     WRITE XML-LINE.
022300     MOVE SPACES TO XML-LINE.
022400     STRING "<HEADER><RUNDATE>" DELIMITED BY SIZE
022500             WS-RUN-DATE DELIMITED BY SIZE
022600             "</RUNDATE><RUNTIME>" DELIMITED BY SIZE
022700             WS-RUN-TIME DELIMITED BY SIZE
022800             "</RUNTIME><MODE>" DELIMITED BY SIZE
022900             WS-MODE-NAME DELIMITED BY SPACE
023000             "</MODE><FROMPOINT>" DELIMITED BY SIZE
023100             WS-FROM-KEY DELIMITED BY SIZE
023200             "</FROMPOINT></HEADER>" DELIMITED BY SIZE
023300         INTO XML-LINE.
023400     WRITE XML-LINE.
023500 1000-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------*
023800*    1100-READ-EXTRACT-POINT - A MISSING OR EMPTY FILE MEANS NO
023900*    EXTRACT HAS EVER BEEN SENT.
024000*----------------------------------------------------------------*
024100 1100-READ-EXTRACT-POINT.
024200     OPEN INPUT EXTRACT-POINT-FILE.
024300     IF WS-POINT-STATUS NOT = "00"
024400         GO TO 1100-EXIT
024500     END-IF.
024600     READ EXTRACT-POINT-FILE
024700         AT END
024800             CLOSE EXTRACT-POINT-FILE
024900             GO TO 1100-EXIT
025000     END-READ.
025100     MOVE "Y" TO WS-POINT-SW.
025200     MOVE WHSP-FROM-KEY  TO WS-POINT-FROM.
025300     MOVE WHSP-THRU-KEY  TO WS-POINT-THRU.
025400     MOVE WHSP-LAST-MODE TO WS-POINT-MODE.
025500     CLOSE EXTRACT-POINT-FILE.
025600 1100-EXIT.
025700     EXIT.
025714*----------------------------------------------------------------*
025728*    1200-READ-REQUEST - PICK UP THE OPERATOR'S ONE-LINE REQUEST
025742*    ("FULL" OR "RESEND") FROM BASEWHSR.  A FILE THAT WILL NOT
025756*    OPEN (ANY STATUS BUT "00") MEANS NO REQUEST AND A NORMAL
025770*    INCREMENTAL RUN; AN EMPTY ONE LEAVES THE REQUEST BLANK.
025784*----------------------------------------------------------------*
025800 1200-READ-REQUEST.
025900     OPEN INPUT REQUEST-FILE.
026000     IF WS-REQ-STATUS NOT = "00"
026100         GO TO 1200-EXIT
026200     END-IF.
026300     MOVE "Y" TO WS-REQ-SW.
026400     READ REQUEST-FILE
026500         AT END
026600             MOVE SPACES TO WHSR-RECORD
026700     END-READ.
026800     MOVE WHSR-REQUEST TO WS-REQUEST.
026900     CLOSE REQUEST-FILE.
027000 1200-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------*
027300*    1300-SET-MODE - NO EXTRACT POINT MEANS THE WAREHOUSE HAS
027400*    NOTHING YET, SO IT GETS THE WHOLE MASTER.  A RESEND OF A
027500*    FULL REFRESH IS A FULL REFRESH AGAIN, FROM THE MASTER AS IT
027600*    STANDS.  ANY OTHER REQUEST IS AN OPERATOR ERROR: NOTHING IS
027700*    SENT AND THE POINT STAYS WHERE IT IS.
027800*----------------------------------------------------------------*
027900 1300-SET-MODE.
028000     MOVE ALL "0" TO WS-FROM-KEY WS-THRU-KEY.
028100     MOVE WS-POINT-THRU TO WS-LAST-KEY.
028200     EVALUATE TRUE
028300         WHEN WS-REQUEST NOT = SPACES
028400                 AND WS-REQUEST NOT = "FULL"
028500                 AND WS-REQUEST NOT = "RESEND"
028600             DISPLAY "BASEWHSE - REQUEST NOT RECOGNIZED: "
028700                 WS-REQUEST UPON OPCON
028800             SET WS-EXTRACT-FAILED TO TRUE
028900         WHEN WS-REQUEST = "FULL"
029000                 OR NOT WS-POINT-PRESENT
029100             SET WS-FULL-MODE TO TRUE
029200             MOVE "FULL" TO WS-MODE-NAME
029300         WHEN WS-REQUEST = "RESEND"
029400                 AND WS-POINT-WAS-FULL
029500             SET WS-FULL-MODE TO TRUE
029600             MOVE "FULL" TO WS-MODE-NAME
029700         WHEN WS-REQUEST = "RESEND"
029800             SET WS-RESEND-MODE TO TRUE
029900             MOVE "RESEND" TO WS-MODE-NAME
030000             MOVE WS-POINT-FROM TO WS-FROM-KEY
030100             MOVE WS-POINT-THRU TO WS-THRU-KEY
030200         WHEN OTHER
030300             SET WS-CHANGES-MODE TO TRUE
030400             MOVE "CHANGES" TO WS-MODE-NAME
030500             MOVE WS-POINT-THRU TO WS-FROM-KEY
030600             MOVE HIGH-VALUES TO WS-THRU-KEY
030700     END-EVALUATE.
030800 1300-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------*
031100*    2000-EXTRACT-CHANGES - EVERY JOURNAL RECORD AFTER THE FROM
031200*    POINT, UP TO THE THRU POINT, IN POSTING ORDER.  NO JOURNAL
031300*    MEANS NOTHING HAS POSTED, SO THE DOCUMENT IS EMPTY.
031400*----------------------------------------------------------------*
031500 2000-EXTRACT-CHANGES.
031600     IF NOT WS-JRNL-PRESENT
031700         GO TO 2000-EXIT
031800     END-IF.
031900     MOVE "N" TO WS-EOF-SW.
032000     MOVE WS-FROM-KEY TO JRNL-KEY.
032100     START POSTING-JOURNAL KEY > JRNL-KEY
032200         INVALID KEY
032300             SET WS-EOF-REACHED TO TRUE
032400     END-START.
032500     PERFORM 2100-EXTRACT-ONE THRU 2100-EXIT
032600         UNTIL WS-EOF-REACHED.
032700 2000-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------*
033000*    2100-EXTRACT-ONE - AN ADD OR CHANGE SENDS THE ORDER AS
033100*    POSTED, A DELETE SENDS IT AS IT STOOD BEFORE.  A BACKED-OUT
033200*    RECORD IS SENT ALL THE SAME - BASEPBAK'S REVERSAL OF IT
033250*    COMES LATER ON THE JOURNAL AND PUTS THE ORDER RIGHT.
033300*----------------------------------------------------------------*
033400 2100-EXTRACT-ONE.
033500     READ POSTING-JOURNAL NEXT RECORD
033600         AT END
033700             SET WS-EOF-REACHED TO TRUE
033800             GO TO 2100-EXIT
033900     END-READ.
034000     IF JRNL-KEY > WS-THRU-KEY
034100         SET WS-EOF-REACHED TO TRUE
034200         GO TO 2100-EXIT
034300     END-IF.
034400     MOVE JRNL-KEY TO WS-LAST-KEY.
034900     EVALUATE TRUE
035000         WHEN JRNL-ADD
035100             MOVE "ADD"    TO WS-ACTION-NAME
035200             MOVE JRNL-AFTER-IMAGE TO WS-ORDER-IMAGE
035300             ADD 1 TO WS-ADD-COUNT
035400         WHEN JRNL-CHANGE
035500             MOVE "CHANGE" TO WS-ACTION-NAME
035600             MOVE JRNL-AFTER-IMAGE TO WS-ORDER-IMAGE
035700             ADD 1 TO WS-CHANGE-COUNT
035800         WHEN JRNL-DELETE
035900             MOVE "DELETE" TO WS-ACTION-NAME
036000             MOVE JRNL-BEFORE-IMAGE TO WS-ORDER-IMAGE
036100             ADD 1 TO WS-DELETE-COUNT
036200         WHEN OTHER
036300             ADD 1 TO WS-SKIP-COUNT
036400             GO TO 2100-EXIT
036500     END-EVALUATE.
036600     PERFORM 4000-WRITE-ORDER THRU 4000-EXIT.
036700 2100-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------*
037000*    3000-FULL-REFRESH - EVERY ORDER ON THE MASTER, SENT AS AN
037100*    ADD, THEN THE JOURNAL'S CURRENT END BECOMES THE POINT THE
037200*    NEXT NIGHT'S CHANGES START AFTER.
037300*----------------------------------------------------------------*
037400 3000-FULL-REFRESH.
037500     OPEN INPUT ORDER-MASTER.
037600     IF WS-MAST-STATUS NOT = "00"
037700         DISPLAY "BASEWHSE - ORDER MASTER NOT AVAILABLE, STATUS "
037800             WS-MAST-STATUS UPON OPCON
037900         SET WS-EXTRACT-FAILED TO TRUE
038000         GO TO 3000-EXIT
038100     END-IF.
038200     MOVE "N" TO WS-EOF-SW.
038300     PERFORM 3100-REFRESH-ONE THRU 3100-EXIT
038400         UNTIL WS-EOF-REACHED.
038500     CLOSE ORDER-MASTER.
038600     PERFORM 3500-FIND-JOURNAL-END THRU 3500-EXIT.
038700 3000-EXIT.
038800     EXIT.
038900 3100-REFRESH-ONE.
039000     READ ORDER-MASTER NEXT RECORD
039100         AT END
039200             SET WS-EOF-REACHED TO TRUE
039300             GO TO 3100-EXIT
039400     END-READ.
039500     MOVE "ADD"       TO WS-ACTION-NAME.
039600     MOVE ORDM-RECORD TO WS-ORDER-IMAGE.
039700     ADD 1 TO WS-ADD-COUNT.
039800     PERFORM 4000-WRITE-ORDER THRU 4000-EXIT.
039900 3100-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------*
040200*    3500-FIND-JOURNAL-END - READ ON FROM THE LAST POINT KNOWN
040300*    (OR THE START OF THE JOURNAL) TO ITS LAST RECORD.
040400*----------------------------------------------------------------*
040500 3500-FIND-JOURNAL-END.
040600     IF NOT WS-JRNL-PRESENT
040700         GO TO 3500-EXIT
040800     END-IF.
040900     MOVE "N" TO WS-EOF-SW.
041000     MOVE WS-LAST-KEY TO JRNL-KEY.
041100     START POSTING-JOURNAL KEY > JRNL-KEY
041200         INVALID KEY
041300             SET WS-EOF-REACHED TO TRUE
041400     END-START.
041500     PERFORM 3550-SKIP-ONE THRU 3550-EXIT
041600         UNTIL WS-EOF-REACHED.
041700 3500-EXIT.
041800     EXIT.
041900 3550-SKIP-ONE.
042000     READ POSTING-JOURNAL NEXT RECORD
042100         AT END
042200             SET WS-EOF-REACHED TO TRUE
042300             GO TO 3550-EXIT
042400     END-READ.
042500     MOVE JRNL-KEY TO WS-LAST-KEY.
042600 3550-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------*
042900*    4000-WRITE-ORDER - ONE ORDER ELEMENT PER LINE.  THE TEXT
043000*    FIELDS ARE TRIMMED AND ENTITY-ENCODED; THE DATES ARE DIGITS.
043100*----------------------------------------------------------------*
043200 4000-WRITE-ORDER.
043300     ADD 1 TO WS-TOTAL-COUNT.
043400     MOVE SPACES TO XML-LINE.
043500     MOVE 1 TO WS-XML-PTR.
043600     STRING "<ORDER><ACTION>" DELIMITED BY SIZE
043700             WS-ACTION-NAME DELIMITED BY SPACE
043800             "</ACTION>" DELIMITED BY SIZE
043900         INTO XML-LINE
044000         WITH POINTER WS-XML-PTR.
044100     MOVE "ORDERID"          TO WS-TAG-NAME.
044200     MOVE WS-IMG-ORDER-ID    TO WS-ENC-SOURCE.
044300     PERFORM 4100-ADD-TEXT-ELEMENT THRU 4100-EXIT.
044400     MOVE "CUSTOMERNAME"     TO WS-TAG-NAME.
044500     MOVE WS-IMG-CUSTOMER-NAME TO WS-ENC-SOURCE.
044600     PERFORM 4100-ADD-TEXT-ELEMENT THRU 4100-EXIT.
044700     MOVE "ORDERDATE"        TO WS-TAG-NAME.
044800     MOVE WS-IMG-ORDER-DATE  TO WS-ENC-SOURCE.
044900     PERFORM 4100-ADD-TEXT-ELEMENT THRU 4100-EXIT.
045000     MOVE "QUANTITY"         TO WS-TAG-NAME.
045100     MOVE WS-IMG-QUANTITY    TO WS-ENC-SOURCE.
045200     PERFORM 4100-ADD-TEXT-ELEMENT THRU 4100-EXIT.
045300     STRING "<ADDDATE>" DELIMITED BY SIZE
045400             WS-IMG-ADD-DATE DELIMITED BY SIZE
045500             "</ADDDATE><CHANGEDATE>" DELIMITED BY SIZE
045600             WS-IMG-CHANGE-DATE DELIMITED BY SIZE
045700             "</CHANGEDATE></ORDER>" DELIMITED BY SIZE
045800         INTO XML-LINE
045900         WITH POINTER WS-XML-PTR
046000         ON OVERFLOW
046100             CONTINUE
046200     END-STRING.
046300     WRITE XML-LINE.
046400 4000-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------*
046700*    4100-ADD-TEXT-ELEMENT - <TAG>ENCODED VALUE</TAG> FOR THE
046800*    TAG IN WS-TAG-NAME AND THE VALUE IN WS-ENC-SOURCE.  A BLANK
046900*    VALUE GIVES AN EMPTY ELEMENT.
047000*----------------------------------------------------------------*
047100 4100-ADD-TEXT-ELEMENT.
047200     PERFORM 4500-ENCODE-TEXT THRU 4500-EXIT.
047300     STRING "<" DELIMITED BY SIZE
047400             WS-TAG-NAME DELIMITED BY SPACE
047500             ">" DELIMITED BY SIZE
047600         INTO XML-LINE
047700         WITH POINTER WS-XML-PTR.
047800     IF WS-ENC-LEN > 0
047900         STRING WS-ENC-VALUE (1:WS-ENC-LEN) DELIMITED BY SIZE
048000             INTO XML-LINE
048100             WITH POINTER WS-XML-PTR
048200     END-IF.
048300     STRING "</" DELIMITED BY SIZE
048400             WS-TAG-NAME DELIMITED BY SPACE
048500             ">" DELIMITED BY SIZE
048600         INTO XML-LINE
048700         WITH POINTER WS-XML-PTR.
048800 4100-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------*
049100*    4500-ENCODE-TEXT - THE SAME ENTITIES BASEXML PUTS IN ITS
049200*    RESPONSE (3500-ENCODE-NORMALIZED), SO "JONES & CO" REACHES
049300*    THE WAREHOUSE AS WELL-FORMED XML.  TRAILING BLANKS ARE NOT
049400*    SENT.
049500*----------------------------------------------------------------*
049600 4500-ENCODE-TEXT.
049700     MOVE 30 TO WS-ENC-SRC-LEN.
049800     PERFORM 4510-BACK-UP-ONE THRU 4510-EXIT
049900         UNTIL WS-ENC-SRC-LEN = 0
050000             OR WS-ENC-SOURCE (WS-ENC-SRC-LEN:1) NOT = SPACE.
050100     MOVE SPACES TO WS-ENC-VALUE.
050200     MOVE 1 TO WS-ENC-IN-POS WS-ENC-OUT-POS.
050300     PERFORM 4550-ENCODE-ONE-CHAR THRU 4550-EXIT
050400         UNTIL WS-ENC-IN-POS > WS-ENC-SRC-LEN.
050500     COMPUTE WS-ENC-LEN = WS-ENC-OUT-POS - 1.
050600 4500-EXIT.
050700     EXIT.
050800 4510-BACK-UP-ONE.
050900     SUBTRACT 1 FROM WS-ENC-SRC-LEN.
051000 4510-EXIT.
051100     EXIT.
051200 4550-ENCODE-ONE-CHAR.
051300     MOVE WS-ENC-SOURCE (WS-ENC-IN-POS:1) TO WS-ENC-CHAR.
051400     EVALUATE WS-ENC-CHAR
051500         WHEN "&"
051600             MOVE "&amp;" TO WS-ENC-VALUE (WS-ENC-OUT-POS:5)
051700             ADD 5 TO WS-ENC-OUT-POS
051800         WHEN "<"
051900             MOVE "&lt;" TO WS-ENC-VALUE (WS-ENC-OUT-POS:4)
052000             ADD 4 TO WS-ENC-OUT-POS
052100         WHEN ">"
052200             MOVE "&gt;" TO WS-ENC-VALUE (WS-ENC-OUT-POS:4)
052300             ADD 4 TO WS-ENC-OUT-POS
052400         WHEN QUOTE
052500             MOVE "&quot;" TO WS-ENC-VALUE (WS-ENC-OUT-POS:6)
052600             ADD 6 TO WS-ENC-OUT-POS
052700         WHEN OTHER
052800             MOVE WS-ENC-CHAR TO WS-ENC-VALUE (WS-ENC-OUT-POS:1)
052900             ADD 1 TO WS-ENC-OUT-POS
053000     END-EVALUATE.
053100     ADD 1 TO WS-ENC-IN-POS.
053200 4550-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------*
053500*    7500-WRITE-RUN-CONTROL - APPEND ONE START/END RECORD TO THE
053600*    SHARED RUN-CONTROL FILE, CREATING IT ON THE NIGHT'S FIRST
053700*    JOB.  THE CALLER SETS THE PHASE AND COUNTS.
053800*----------------------------------------------------------------*
053900 7500-WRITE-RUN-CONTROL.
054000     OPEN EXTEND RUN-CONTROL-FILE.
054100     IF WS-RUNC-STATUS = "35"
054200         OPEN OUTPUT RUN-CONTROL-FILE
054300     END-IF.
054400     MOVE "BASEWHSE" TO RUNC-JOB-NAME.
054500     MOVE WS-RUNC-PHASE TO RUNC-PHASE.
054600     ACCEPT RUNC-RUN-DATE FROM DATE YYYYMMDD.
054700     ACCEPT RUNC-RUN-TIME FROM TIME.
054800     MOVE WS-RUNC-A TO RUNC-COUNT-A.
054900     MOVE WS-RUNC-B TO RUNC-COUNT-B.
055000     MOVE WS-RUNC-C TO RUNC-COUNT-C.
055100     WRITE RUNC-RECORD.
055200     CLOSE RUN-CONTROL-FILE.
055300 7500-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------*
055600*    9000-TERMINATE - CLOSE THE DOCUMENT WITH ITS CONTROL BLOCK,
055700*    THEN, AND ONLY THEN, MOVE THE EXTRACT POINT ON.  A FAILED
055800*    RUN LEAVES THE POINT AND ANY REQUEST AS THEY WERE, WRITES NO
055900*    END RECORD AND ENDS RETURN CODE 8.
056000*----------------------------------------------------------------*
056100 9000-TERMINATE.
056200     IF WS-EXTRACT-FAILED
056300         IF WS-XML-OPEN
056400             CLOSE EXTRACT-FILE
056500         END-IF
056600         IF WS-JRNL-PRESENT
056700             CLOSE POSTING-JOURNAL
056800         END-IF
056900         MOVE 8 TO RETURN-CODE
057000         DISPLAY "BASEWHSE FAILED - NOTHING SENT, EXTRACT POINT"
057100                 " NOT MOVED"
057200         GO TO 9000-EXIT
057300     END-IF.
057400     IF WS-JRNL-PRESENT
057500         CLOSE POSTING-JOURNAL
057600     END-IF.
057700     PERFORM 9100-WRITE-CONTROL-BLOCK THRU 9100-EXIT.
057800     CLOSE EXTRACT-FILE.
057900     PERFORM 9200-SAVE-EXTRACT-POINT THRU 9200-EXIT.
058000     IF WS-REQ-PRESENT
058100         OPEN OUTPUT REQUEST-FILE
058200         CLOSE REQUEST-FILE
058300     END-IF.
058400     MOVE "END" TO WS-RUNC-PHASE.
058500     MOVE WS-ADD-COUNT    TO WS-RUNC-A.
058600     MOVE WS-CHANGE-COUNT TO WS-RUNC-B.
058700     MOVE WS-DELETE-COUNT TO WS-RUNC-C.
058800     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
058900     DISPLAY "BASEWHSE COMPLETE - MODE=" WS-MODE-NAME
059000             " ADDED=" WS-ADD-COUNT
059100             " CHANGED=" WS-CHANGE-COUNT
059200             " DELETED=" WS-DELETE-COUNT
059300             " SKIPPED=" WS-SKIP-COUNT.
059400 9000-EXIT.
059500     EXIT.
059600 9100-WRITE-CONTROL-BLOCK.
059700     MOVE WS-ADD-COUNT    TO WS-ADD-DISP.
059800     MOVE WS-CHANGE-COUNT TO WS-CHANGE-DISP.
059900     MOVE WS-DELETE-COUNT TO WS-DELETE-DISP.
060000     MOVE WS-TOTAL-COUNT  TO WS-TOTAL-DISP.
060100     MOVE SPACES TO XML-LINE.
060200     STRING "<EXTRACTCONTROL><ADDED>" DELIMITED BY SIZE
060300             WS-ADD-DISP DELIMITED BY SIZE
060400             "</ADDED><CHANGED>" DELIMITED BY SIZE
060500             WS-CHANGE-DISP DELIMITED BY SIZE
060600             "</CHANGED><DELETED>" DELIMITED BY SIZE
060700             WS-DELETE-DISP DELIMITED BY SIZE
060800             "</DELETED><TOTAL>" DELIMITED BY SIZE
060900             WS-TOTAL-DISP DELIMITED BY SIZE
061000             "</TOTAL><THRUPOINT>" DELIMITED BY SIZE
061100             WS-LAST-KEY DELIMITED BY SIZE
061200             "</THRUPOINT></EXTRACTCONTROL>" DELIMITED BY SIZE
061300         INTO XML-LINE.
061400     WRITE XML-LINE.
061500     MOVE "</ORDEREXTRACT>" TO XML-LINE.
061600     WRITE XML-LINE.
061700 9100-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------*
062000*    9200-SAVE-EXTRACT-POINT - A CHANGES RUN'S SET BECOMES THE
062100*    ONE A RESEND REPEATS.  A RESEND LEAVES THE RANGE ALONE.  A
062200*    FULL REFRESH STARTS THE NEXT CHANGES AFTER THE JOURNAL END
062300*    IT FOUND, WITH NOTHING LEFT TO RESEND BUT ITSELF.
062400*----------------------------------------------------------------*
062500 9200-SAVE-EXTRACT-POINT.
062600     MOVE WS-POINT-FROM TO WHSP-FROM-KEY.
062700     MOVE WS-POINT-THRU TO WHSP-THRU-KEY.
062800     MOVE WS-POINT-MODE TO WHSP-LAST-MODE.
062900     EVALUATE TRUE
063000         WHEN WS-CHANGES-MODE
063100             MOVE WS-FROM-KEY TO WHSP-FROM-KEY
063200             MOVE WS-LAST-KEY TO WHSP-THRU-KEY
063300             MOVE "C"         TO WHSP-LAST-MODE
063400         WHEN WS-FULL-MODE
063500             MOVE WS-LAST-KEY TO WHSP-FROM-KEY
063600             MOVE WS-LAST-KEY TO WHSP-THRU-KEY
063700             MOVE "F"         TO WHSP-LAST-MODE
063800         WHEN OTHER
063900             CONTINUE
064000     END-EVALUATE.
064100     MOVE WS-RUN-DATE TO WHSP-EXTRACT-DATE.
064200     MOVE WS-RUN-TIME TO WHSP-EXTRACT-TIME.
064300     OPEN OUTPUT EXTRACT-POINT-FILE.
064400     WRITE WHSP-RECORD.
064500     CLOSE EXTRACT-POINT-FILE.
064600 9200-EXIT.
064700     EXIT.
