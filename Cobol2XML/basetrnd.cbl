000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                   BASETRND.
000300 AUTHOR.                       KJM.
000400 INSTALLATION.                 DATA PROCESSING.
000500 DATE-WRITTEN.                 10/06/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY
000900*
001000*  DATE       BY   DESCRIPTION
001100*  ---------- ---- -------------------------------------------
001200*  2026-10-06 KJM  ORIGINAL ISSUE.  WEEKLY VOLUME-TREND REPORT
001300*                  OVER THE BASEHIST RUN-HISTORY FILE BASERECN
001400*                  KEEPS (HISTFLDS).  FOR EACH JOB, AND FOR EACH
001500*                  DEPARTMENT BASEBAL ACCEPTED, THE LAST 13
001600*                  WEEKS ARE SHOWN ONE LINE PER WEEK - NIGHTS
001700*                  RUN AND THE A/B/C COUNT TOTALS AS ON THE
001800*                  RUN-CONTROL RECORD - WITH THE AVERAGE PER
001900*                  NIGHT BELOW.  THEN EVERY NIGHT IN THE 13
002000*                  WEEKS WHOSE ACCEPTED, REJECTED, SUSPENDED OR
002100*                  HELD COUNT IS WELL AWAY FROM THE AVERAGE OF
002200*                  THE OTHER NIGHTS FOR THAT JOB OR DEPARTMENT
002300*                  IS FLAGGED HIGH OR LOW, SO A SENDING SYSTEM
002400*                  QUIETLY BREAKING SHOWS UP BEFORE THE
002500*                  DEPARTMENT COMPLAINS.  "WELL AWAY" IS MORE
002600*                  THAN WS-FLAG-PCT PER CENT OF THAT AVERAGE
002700*                  AND NEVER LESS THAN WS-FLAG-MIN, JUDGED ONLY
002800*                  ONCE THERE ARE WS-FLAG-NIGHTS OTHER NIGHTS TO
002900*                  AVERAGE.  ENDS WITH RETURN CODE 4 WHEN ANY
003000*                  NIGHT IS FLAGGED.  TWO PASSES OVER THE
003100*                  HISTORY FILE: ONE TO TOTAL, ONE TO FLAG.
003200*----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.              IBM-370.
003600 OBJECT-COMPUTER.              IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RUN-HISTORY-FILE ASSIGN TO BASEHIST
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-HIST-STATUS.
004200     SELECT TREND-RPT-FILE ASSIGN TO BASETRNR
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS DEPT-CODE
004800         FILE STATUS IS WS-DEPT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------*
005200*    RUN-HISTORY-FILE - SHARED COPYBOOK WITH BASERECN, WHICH
005300*    WRITES IT.
005400*----------------------------------------------------------------*
005500 FD  RUN-HISTORY-FILE.
005600     COPY HISTFLDS.
005700 FD  TREND-RPT-FILE.
005800 01  RPT-LINE                   PIC X(100).
005900*----------------------------------------------------------------*
006000*    DEPARTMENT-MASTER - SAME LAYOUT BASEDMNT MAINTAINS.  ONLY
006100*    READ FOR THE NAMES.
006200*----------------------------------------------------------------*
006300 FD  DEPARTMENT-MASTER.
006400     COPY DEPTFLDS.
006500 WORKING-STORAGE SECTION.
006600 77  WS-HIST-STATUS             PIC X(02).
006700 77  WS-DEPT-STATUS             PIC X(02).
006800 01  WS-DEPT-SW                 PIC X(01) VALUE "N".
006900     88  WS-DEPT-ENABLED        VALUE "Y".
007000 01  WS-HIST-SW                 PIC X(01) VALUE "N".
007100     88  WS-HIST-PRESENT        VALUE "Y".
007200 01  WS-EOF-SW                  PIC X(01) VALUE "N".
007300     88  WS-EOF-REACHED         VALUE "Y".
007400 01  WS-SLOT-SW                 PIC X(01) VALUE "N".
007500     88  WS-SLOT-FOUND          VALUE "Y".
007600 01  WS-WINDOW-SW               PIC X(01) VALUE "N".
007700     88  WS-IN-WINDOW           VALUE "Y".
007800 77  WS-RUN-DATE                PIC 9(08).
007900 77  WS-RUN-INT                 PIC 9(08) COMP-3.
008000 77  WS-DAYS-BACK               PIC S9(08) COMP-3.
008100 77  WS-WEEK                    PIC 9(03) COMP-3.
008200 77  WS-WEEK-END-DATE           PIC 9(08).
008300 77  WS-READ-COUNT              PIC 9(07) COMP-3 VALUE 0.
008400 77  WS-USED-COUNT              PIC 9(07) COMP-3 VALUE 0.
008500 77  WS-FLAG-COUNT              PIC 9(05) COMP-3 VALUE 0.
008600 77  WS-LOOKUP-DEPT             PIC X(03).
008700 77  WS-LOOKUP-NAME             PIC X(30).
008800*----------------------------------------------------------------*
008900*    FLAG THRESHOLDS - A COUNT MORE THAN WS-FLAG-PCT PER CENT
009000*    AWAY FROM THE AVERAGE OF THE OTHER NIGHTS, AND AT LEAST
009100*    WS-FLAG-MIN AWAY, IS FLAGGED ONCE THERE ARE WS-FLAG-NIGHTS
009200*    OTHER NIGHTS IN THE 13 WEEKS.
009300*----------------------------------------------------------------*
009400 77  WS-FLAG-PCT                PIC 9(03) VALUE 50.
009500 77  WS-FLAG-MIN                PIC 9(07) VALUE 10.
009600 77  WS-FLAG-NIGHTS             PIC 9(03) VALUE 4.
009700 77  WS-OTHER-NIGHTS            PIC 9(05) COMP-3.
009800 77  WS-NIGHT-COUNT             PIC 9(07) COMP-3.
009900 77  WS-AVERAGE                 PIC 9(07) COMP-3.
010000 77  WS-LIMIT                   PIC 9(09) COMP-3.
010100 77  WS-DEVIATION               PIC 9(09) COMP-3.
010200*----------------------------------------------------------------*
010300*    WS-HIST-COUNTS - THE RECORD'S A/B/C COUNTS AS A TABLE, SO
010400*    THE ACCUMULATION AND THE FLAG CHECK CAN TAKE THEM BY NUMBER.
010500*----------------------------------------------------------------*
010600 77  WS-CNT-SUB                 PIC 9(01) COMP-3.
010700 01  WS-HIST-COUNTS.
010800     05  WS-HIST-CNT            PIC 9(07) OCCURS 3 TIMES.
010900*----------------------------------------------------------------*
011000*    WS-SERIES-TABLE - ONE SLOT PER JOB AND PER DEPARTMENT SEEN
011100*    IN THE 13 WEEKS, WITH 13-WEEK TOTALS AND ONE BUCKET PER
011200*    WEEK (WEEK 1 IS THE SEVEN DAYS ENDING TODAY).
011300*----------------------------------------------------------------*
011400 77  WS-SER-SUB                 PIC 9(03) COMP-3.
011500 77  WS-SER-COUNT               PIC 9(03) COMP-3 VALUE 0.
011600 77  WS-WEEK-SUB                PIC 9(03) COMP-3.
011700 01  WS-SERIES-TABLE.
011800     05  WS-SER-ENTRY OCCURS 40 TIMES.
011900         10  WS-SER-TYPE        PIC X(01).
012000         10  WS-SER-JOB         PIC X(08).
012100         10  WS-SER-DEPT        PIC X(03).
012200         10  WS-SER-NIGHTS      PIC 9(05) COMP-3.
012300         10  WS-SER-TOTAL       PIC 9(09) COMP-3
012400                                OCCURS 3 TIMES.
012500         10  WS-SER-WEEK OCCURS 13 TIMES.
012600             15  WS-WK-NIGHTS   PIC 9(03) COMP-3.
012700             15  WS-WK-TOTAL    PIC 9(09) COMP-3
012800                                OCCURS 3 TIMES.
012900*----------------------------------------------------------------*
013000*    WS-WATCH-TABLE - THE COUNTS THAT ARE FLAGGED, BY RECORD
013100*    TYPE AND JOB, WITH THE COUNT NUMBER (1=A 2=B 3=C) AND WHAT
013200*    IT MEANS FOR THAT JOB (SEE RUNCFLDS).
013300*----------------------------------------------------------------*
013400 77  WS-WATCH-SUB               PIC 9(03) COMP-3.
013500 01  WS-WATCH-VALUES.
013600     05  FILLER                 PIC X(20)
013700                                VALUE "JBASEBAL 1ACCEPTED  ".
013800     05  FILLER                 PIC X(20)
013900                                VALUE "JBASEBAL 2REJECTED  ".
014000     05  FILLER                 PIC X(20)
014100                                VALUE "DBASEBAL 1ACCEPTED  ".
014200     05  FILLER                 PIC X(20)
014300                                VALUE "DBASEBAL 2RETURNED  ".
014400     05  FILLER                 PIC X(20)
014500                                VALUE "JBASESCAN3SUSPENDED ".
014600     05  FILLER                 PIC X(20)
014700                                VALUE "JBASEPOST1POSTED    ".
014800     05  FILLER                 PIC X(20)
014900                                VALUE "JBASEPOST2REJECTED  ".
015000     05  FILLER                 PIC X(20)
015100                                VALUE "JBASEPOST3HELD      ".
015200     05  FILLER                 PIC X(20)
015300                                VALUE "JBASEXMLB2ACCEPTED  ".
015400     05  FILLER                 PIC X(20)
015500                                VALUE "JBASEXMLB3REJECTED  ".
015600 01  WS-WATCH-TABLE REDEFINES WS-WATCH-VALUES.
015700     05  WS-WATCH-ENTRY OCCURS 10 TIMES.
015800         10  WS-WATCH-TYPE      PIC X(01).
015900         10  WS-WATCH-JOB       PIC X(08).
016000         10  WS-WATCH-CNT       PIC 9(01).
016100         10  WS-WATCH-LABEL     PIC X(10).
016200*----------------------------------------------------------------*
016300*    REPORT LINES
016400*----------------------------------------------------------------*
016500 01  WS-RPT-HEADING.
016600     05  FILLER                 PIC X(31) VALUE
016700         "VOLUME TREND - 13 WEEKS ENDING ".
016800     05  WS-HDG-DATE            PIC 9(08).
016900 01  WS-RPT-SERIES-HDG.
017000     05  FILLER                 PIC X(04) VALUE "JOB ".
017100     05  WS-RPT-SH-JOB          PIC X(08).
017200     05  FILLER                 PIC X(02) VALUE SPACES.
017300     05  WS-RPT-SH-DEPT-LIT     PIC X(05).
017400     05  WS-RPT-SH-DEPT         PIC X(03).
017500     05  FILLER                 PIC X(01) VALUE SPACE.
017600     05  WS-RPT-SH-NAME         PIC X(30).
017700 01  WS-RPT-COL-HDG.
017800     05  FILLER                 PIC X(20) VALUE
017900         "  WEEK END    NIGHTS".
018000     05  FILLER                 PIC X(12) VALUE "     COUNT A".
018100     05  FILLER                 PIC X(12) VALUE "     COUNT B".
018200     05  FILLER                 PIC X(12) VALUE "     COUNT C".
018300 01  WS-RPT-WEEK-LINE.
018400     05  FILLER                 PIC X(02) VALUE SPACES.
018500     05  WS-RPT-WK-DATE         PIC 9(08).
018600     05  FILLER                 PIC X(04) VALUE SPACES.
018700     05  WS-RPT-WK-NIGHTS       PIC ZZZZZ9.
018800     05  FILLER                 PIC X(03) VALUE SPACES.
018900     05  WS-RPT-WK-A            PIC ZZZZZZZZ9.
019000     05  FILLER                 PIC X(03) VALUE SPACES.
019100     05  WS-RPT-WK-B            PIC ZZZZZZZZ9.
019200     05  FILLER                 PIC X(03) VALUE SPACES.
019300     05  WS-RPT-WK-C            PIC ZZZZZZZZ9.
019400 01  WS-RPT-AVG-LINE.
019500     05  FILLER                 PIC X(14) VALUE
019600         "  AVG/NIGHT   ".
019700     05  WS-RPT-AV-NIGHTS       PIC ZZZZZ9.
019800     05  FILLER                 PIC X(03) VALUE SPACES.
019900     05  WS-RPT-AV-A            PIC ZZZZZZZZ9.
020000     05  FILLER                 PIC X(03) VALUE SPACES.
020100     05  WS-RPT-AV-B            PIC ZZZZZZZZ9.
020200     05  FILLER                 PIC X(03) VALUE SPACES.
020300     05  WS-RPT-AV-C            PIC ZZZZZZZZ9.
020400 01  WS-RPT-FLAG-LINE.
020500     05  FILLER                 PIC X(06) VALUE "NIGHT ".
020600     05  WS-RPT-FL-DATE         PIC 9(08).
020700     05  FILLER                 PIC X(06) VALUE "  JOB ".
020800     05  WS-RPT-FL-JOB          PIC X(08).
020900     05  FILLER                 PIC X(01) VALUE SPACE.
021000     05  WS-RPT-FL-DEPT         PIC X(03).
021100     05  FILLER                 PIC X(02) VALUE SPACES.
021200     05  WS-RPT-FL-LABEL        PIC X(10).
021300     05  FILLER                 PIC X(01) VALUE SPACE.
021400     05  WS-RPT-FL-COUNT        PIC ZZZZZZ9.
021500     05  FILLER                 PIC X(09) VALUE " AVERAGE ".
021600     05  WS-RPT-FL-AVG          PIC ZZZZZZ9.
021700     05  FILLER                 PIC X(02) VALUE SPACES.
021800     05  WS-RPT-FL-VERDICT      PIC X(10).
021900 77  WS-COUNT-DISP              PIC ZZZZZZ9.
022000 PROCEDURE DIVISION.
022100*----------------------------------------------------------------*
022200*    0000-MAINLINE
022300*----------------------------------------------------------------*
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-ACCUMULATE THRU 2000-EXIT.
022700     PERFORM 3000-PRINT-TRENDS THRU 3000-EXIT.
022800     PERFORM 4000-FLAG-NIGHTS THRU 4000-EXIT.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     GOBACK.
023100*----------------------------------------------------------------*
023200*    1000-INITIALIZE - TODAY ENDS THE 13 WEEKS.
023300*----------------------------------------------------------------*
023400 1000-INITIALIZE.
023500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023600     COMPUTE WS-RUN-INT =
023700         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
023800     OPEN OUTPUT TREND-RPT-FILE.
023900     MOVE WS-RUN-DATE TO WS-HDG-DATE.
024000     WRITE RPT-LINE FROM WS-RPT-HEADING.
024100     MOVE "COUNTS A, B AND C AS ON EACH JOB'S RUN-CONTROL END"
024200         TO RPT-LINE.
024300     WRITE RPT-LINE.
024400     OPEN INPUT DEPARTMENT-MASTER.
024500     IF WS-DEPT-STATUS = "00"
024600         MOVE "Y" TO WS-DEPT-SW
024700     END-IF.
024800 1000-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------*
025100*    2000-ACCUMULATE - FIRST PASS: TOTAL EVERY HISTORY RECORD IN
025200*    THE 13 WEEKS INTO ITS JOB OR DEPARTMENT AND ITS WEEK.  NO
025300*    HISTORY FILE YET MEANS AN EMPTY REPORT, NOT A FAILURE.
025400*----------------------------------------------------------------*
025500 2000-ACCUMULATE.
025600     OPEN INPUT RUN-HISTORY-FILE.
025700     IF WS-HIST-STATUS NOT = "00"
025800         MOVE SPACES TO RPT-LINE
025900         WRITE RPT-LINE
026000         MOVE "RUN-HISTORY FILE NOT PRESENT - NOTHING TO REPORT"
026100             TO RPT-LINE
026200         WRITE RPT-LINE
026300         GO TO 2000-EXIT
026400     END-IF.
026500     MOVE "Y" TO WS-HIST-SW.
026600     MOVE "N" TO WS-EOF-SW.
026700     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
026800     PERFORM 2100-ACCUMULATE-ONE THRU 2100-EXIT
026900         UNTIL WS-EOF-REACHED.
027000     CLOSE RUN-HISTORY-FILE.
027100 2000-EXIT.
027200     EXIT.
027300 2100-ACCUMULATE-ONE.
027400     ADD 1 TO WS-READ-COUNT.
027500     PERFORM 2200-PLACE-NIGHT THRU 2200-EXIT.
027600     IF NOT WS-IN-WINDOW
027700         GO TO 2100-NEXT
027800     END-IF.
027900     PERFORM 2300-FIND-SERIES THRU 2300-EXIT.
028000     IF NOT WS-SLOT-FOUND
028100         IF WS-SER-COUNT < 40
028200             ADD 1 TO WS-SER-COUNT
028300             MOVE WS-SER-COUNT TO WS-SER-SUB
028400             PERFORM 2400-OPEN-SERIES THRU 2400-EXIT
028500             SET WS-SLOT-FOUND TO TRUE
028600         END-IF
028700     END-IF.
028800     IF NOT WS-SLOT-FOUND
028900         GO TO 2100-NEXT
029000     END-IF.
029100     ADD 1 TO WS-USED-COUNT.
029200     ADD 1 TO WS-SER-NIGHTS (WS-SER-SUB).
029300     ADD 1 TO WS-WK-NIGHTS (WS-SER-SUB, WS-WEEK).
029400     PERFORM 2500-ADD-ONE-COUNT THRU 2500-EXIT
029500         VARYING WS-CNT-SUB FROM 1 BY 1
029600         UNTIL WS-CNT-SUB > 3.
029700 2100-NEXT.
029800     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
029900 2100-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------*
030200*    2200-PLACE-NIGHT - IS THE RECORD'S NIGHT IN THE 13 WEEKS
030300*    ENDING TODAY, AND WHICH WEEK?  THE COUNTS ARE ALSO LAID
030400*    OUT AS A TABLE HERE.
030500*----------------------------------------------------------------*
030600 2200-PLACE-NIGHT.
030700     MOVE "N" TO WS-WINDOW-SW.
030800     IF HIST-NIGHT-DATE IS NOT NUMERIC
030900             OR HIST-NIGHT-DATE < 16010101
031000         GO TO 2200-EXIT
031100     END-IF.
031200     COMPUTE WS-DAYS-BACK = WS-RUN-INT
031300         - FUNCTION INTEGER-OF-DATE (HIST-NIGHT-DATE).
031400     IF WS-DAYS-BACK < 0 OR WS-DAYS-BACK > 90
031500         GO TO 2200-EXIT
031600     END-IF.
031700     COMPUTE WS-WEEK = WS-DAYS-BACK / 7 + 1.
031800     MOVE HIST-COUNT-A TO WS-HIST-CNT (1).
031900     MOVE HIST-COUNT-B TO WS-HIST-CNT (2).
032000     MOVE HIST-COUNT-C TO WS-HIST-CNT (3).
032100     SET WS-IN-WINDOW TO TRUE.
032200 2200-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------*
032500*    2300-FIND-SERIES - THE SLOT FOR THE RECORD'S JOB (OR
032600*    DEPARTMENT), LEFT IN WS-SER-SUB WHEN FOUND.
032700*----------------------------------------------------------------*
032800 2300-FIND-SERIES.
032900     MOVE "N" TO WS-SLOT-SW.
033000     PERFORM 2350-FIND-SLOT THRU 2350-EXIT
033100         VARYING WS-SER-SUB FROM 1 BY 1
033200         UNTIL WS-SER-SUB > WS-SER-COUNT
033300             OR WS-SLOT-FOUND.
033400 2300-EXIT.
033500     EXIT.
033600 2350-FIND-SLOT.
033700     IF WS-SER-TYPE (WS-SER-SUB) = HIST-REC-TYPE
033800             AND WS-SER-JOB (WS-SER-SUB) = HIST-JOB-NAME
033900             AND WS-SER-DEPT (WS-SER-SUB) = HIST-DEPT-CODE
034000         SET WS-SLOT-FOUND TO TRUE
034100         SUBTRACT 1 FROM WS-SER-SUB
034200     END-IF.
034300 2350-EXIT.
034400     EXIT.
034500 2400-OPEN-SERIES.
034600     MOVE HIST-REC-TYPE  TO WS-SER-TYPE (WS-SER-SUB).
034700     MOVE HIST-JOB-NAME  TO WS-SER-JOB (WS-SER-SUB).
034800     MOVE HIST-DEPT-CODE TO WS-SER-DEPT (WS-SER-SUB).
034900     MOVE 0 TO WS-SER-NIGHTS (WS-SER-SUB).
035000     PERFORM 2450-CLEAR-ONE-COUNT THRU 2450-EXIT
035100         VARYING WS-CNT-SUB FROM 1 BY 1
035200         UNTIL WS-CNT-SUB > 3.
035300     PERFORM 2460-CLEAR-ONE-WEEK THRU 2460-EXIT
035400         VARYING WS-WEEK-SUB FROM 1 BY 1
035500         UNTIL WS-WEEK-SUB > 13.
035600 2400-EXIT.
035700     EXIT.
035800 2450-CLEAR-ONE-COUNT.
035900     MOVE 0 TO WS-SER-TOTAL (WS-SER-SUB, WS-CNT-SUB).
036000 2450-EXIT.
036100     EXIT.
036200 2460-CLEAR-ONE-WEEK.
036300     MOVE 0 TO WS-WK-NIGHTS (WS-SER-SUB, WS-WEEK-SUB).
036400     MOVE 0 TO WS-WK-TOTAL (WS-SER-SUB, WS-WEEK-SUB, 1)
036500               WS-WK-TOTAL (WS-SER-SUB, WS-WEEK-SUB, 2)
036600               WS-WK-TOTAL (WS-SER-SUB, WS-WEEK-SUB, 3).
036700 2460-EXIT.
036800     EXIT.
036900 2500-ADD-ONE-COUNT.
037000     ADD WS-HIST-CNT (WS-CNT-SUB)
037100         TO WS-SER-TOTAL (WS-SER-SUB, WS-CNT-SUB).
037200     ADD WS-HIST-CNT (WS-CNT-SUB)
037300         TO WS-WK-TOTAL (WS-SER-SUB, WS-WEEK, WS-CNT-SUB).
037400 2500-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------*
037700*    3000-PRINT-TRENDS - THIRTEEN WEEK LINES PER JOB AND PER
037800*    DEPARTMENT, OLDEST WEEK FIRST, AND THE AVERAGE PER NIGHT.
037900*----------------------------------------------------------------*
038000 3000-PRINT-TRENDS.
038100     PERFORM 3100-PRINT-ONE-SERIES THRU 3100-EXIT
038200         VARYING WS-SER-SUB FROM 1 BY 1
038300         UNTIL WS-SER-SUB > WS-SER-COUNT.
038400 3000-EXIT.
038500     EXIT.
038600 3100-PRINT-ONE-SERIES.
038700     MOVE SPACES TO RPT-LINE.
038800     WRITE RPT-LINE.
038900     MOVE WS-SER-JOB (WS-SER-SUB) TO WS-RPT-SH-JOB.
039000     MOVE SPACES TO WS-RPT-SH-DEPT-LIT WS-RPT-SH-DEPT
039100                    WS-RPT-SH-NAME.
039200     IF WS-SER-TYPE (WS-SER-SUB) = "D"
039300         MOVE "DEPT "                  TO WS-RPT-SH-DEPT-LIT
039400         MOVE WS-SER-DEPT (WS-SER-SUB) TO WS-RPT-SH-DEPT
039500         MOVE WS-SER-DEPT (WS-SER-SUB) TO WS-LOOKUP-DEPT
039600         PERFORM 7000-LOOKUP-DEPT-NAME THRU 7000-EXIT
039700         MOVE WS-LOOKUP-NAME           TO WS-RPT-SH-NAME
039800     END-IF.
039900     WRITE RPT-LINE FROM WS-RPT-SERIES-HDG.
040000     WRITE RPT-LINE FROM WS-RPT-COL-HDG.
040100     PERFORM 3200-PRINT-ONE-WEEK THRU 3200-EXIT
040200         VARYING WS-WEEK-SUB FROM 13 BY -1
040300         UNTIL WS-WEEK-SUB < 1.
040400     MOVE WS-SER-NIGHTS (WS-SER-SUB) TO WS-RPT-AV-NIGHTS.
040500     COMPUTE WS-RPT-AV-A ROUNDED =
040600         WS-SER-TOTAL (WS-SER-SUB, 1)
040700         / WS-SER-NIGHTS (WS-SER-SUB).
040800     COMPUTE WS-RPT-AV-B ROUNDED =
040900         WS-SER-TOTAL (WS-SER-SUB, 2)
041000         / WS-SER-NIGHTS (WS-SER-SUB).
041100     COMPUTE WS-RPT-AV-C ROUNDED =
041200         WS-SER-TOTAL (WS-SER-SUB, 3)
041300         / WS-SER-NIGHTS (WS-SER-SUB).
041400     WRITE RPT-LINE FROM WS-RPT-AVG-LINE.
041500 3100-EXIT.
041600     EXIT.
041700 3200-PRINT-ONE-WEEK.
041800     COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
041900         (WS-RUN-INT - (WS-WEEK-SUB - 1) * 7).
042000     MOVE WS-WEEK-END-DATE TO WS-RPT-WK-DATE.
042100     MOVE WS-WK-NIGHTS (WS-SER-SUB, WS-WEEK-SUB)
042200         TO WS-RPT-WK-NIGHTS.
042300     MOVE WS-WK-TOTAL (WS-SER-SUB, WS-WEEK-SUB, 1)
042400         TO WS-RPT-WK-A.
042500     MOVE WS-WK-TOTAL (WS-SER-SUB, WS-WEEK-SUB, 2)
042600         TO WS-RPT-WK-B.
042700     MOVE WS-WK-TOTAL (WS-SER-SUB, WS-WEEK-SUB, 3)
042800         TO WS-RPT-WK-C.
042900     WRITE RPT-LINE FROM WS-RPT-WEEK-LINE.
043000 3200-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------*
043300*    4000-FLAG-NIGHTS - SECOND PASS: CHECK EACH NIGHT'S WATCHED
043400*    COUNTS AGAINST THE AVERAGE OF THE OTHER NIGHTS FOR THE SAME
043500*    JOB OR DEPARTMENT IN THE 13 WEEKS.
043600*----------------------------------------------------------------*
043700 4000-FLAG-NIGHTS.
043800     MOVE SPACES TO RPT-LINE.
043900     WRITE RPT-LINE.
044000     MOVE "NIGHTS WELL AWAY FROM THE AVERAGE OF THE OTHER NIGHTS"
044100         TO RPT-LINE.
044200     WRITE RPT-LINE.
044300     IF NOT WS-HIST-PRESENT
044400         GO TO 4000-EXIT
044500     END-IF.
044600     OPEN INPUT RUN-HISTORY-FILE.
044700     MOVE "N" TO WS-EOF-SW.
044800     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
044900     PERFORM 4100-CHECK-ONE-NIGHT THRU 4100-EXIT
045000         UNTIL WS-EOF-REACHED.
045100     CLOSE RUN-HISTORY-FILE.
045200     IF WS-FLAG-COUNT = 0
045300         MOVE "  NO NIGHTS FLAGGED" TO RPT-LINE
045400         WRITE RPT-LINE
045500     END-IF.
045600 4000-EXIT.
045700     EXIT.
045800 4100-CHECK-ONE-NIGHT.
045900     PERFORM 2200-PLACE-NIGHT THRU 2200-EXIT.
046000     IF NOT WS-IN-WINDOW
046100         GO TO 4100-NEXT
046200     END-IF.
046300     PERFORM 2300-FIND-SERIES THRU 2300-EXIT.
046400     IF NOT WS-SLOT-FOUND
046500         GO TO 4100-NEXT
046600     END-IF.
046700     PERFORM 4200-CHECK-ONE-COUNT THRU 4200-EXIT
046800         VARYING WS-WATCH-SUB FROM 1 BY 1
046900         UNTIL WS-WATCH-SUB > 10.
047000 4100-NEXT.
047100     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
047200 4100-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------*
047500*    4200-CHECK-ONE-COUNT - ONE WATCHED COUNT FOR THIS NIGHT.
047600*    THE NIGHT ITSELF IS LEFT OUT OF THE AVERAGE IT IS JUDGED
047700*    AGAINST, SO ONE BAD NIGHT CANNOT HIDE ITSELF.
047800*----------------------------------------------------------------*
047900 4200-CHECK-ONE-COUNT.
048000     IF WS-WATCH-TYPE (WS-WATCH-SUB) NOT = HIST-REC-TYPE
048100             OR WS-WATCH-JOB (WS-WATCH-SUB) NOT = HIST-JOB-NAME
048200         GO TO 4200-EXIT
048300     END-IF.
048400     COMPUTE WS-OTHER-NIGHTS = WS-SER-NIGHTS (WS-SER-SUB) - 1.
048500     IF WS-OTHER-NIGHTS < WS-FLAG-NIGHTS
048600         GO TO 4200-EXIT
048700     END-IF.
048800     MOVE WS-WATCH-CNT (WS-WATCH-SUB) TO WS-CNT-SUB.
048900     MOVE WS-HIST-CNT (WS-CNT-SUB) TO WS-NIGHT-COUNT.
049000     COMPUTE WS-AVERAGE ROUNDED =
049100         (WS-SER-TOTAL (WS-SER-SUB, WS-CNT-SUB) - WS-NIGHT-COUNT)
049200         / WS-OTHER-NIGHTS.
049300     COMPUTE WS-LIMIT = WS-AVERAGE * WS-FLAG-PCT / 100.
049400     IF WS-LIMIT < WS-FLAG-MIN
049500         MOVE WS-FLAG-MIN TO WS-LIMIT
049600     END-IF.
049700     IF WS-NIGHT-COUNT > WS-AVERAGE
049800         COMPUTE WS-DEVIATION = WS-NIGHT-COUNT - WS-AVERAGE
049900         MOVE "** HIGH **" TO WS-RPT-FL-VERDICT
050000     ELSE
050100         COMPUTE WS-DEVIATION = WS-AVERAGE - WS-NIGHT-COUNT
050200         MOVE "** LOW **" TO WS-RPT-FL-VERDICT
050300     END-IF.
050400     IF WS-DEVIATION NOT > WS-LIMIT
050500         GO TO 4200-EXIT
050600     END-IF.
050700     ADD 1 TO WS-FLAG-COUNT.
050800     MOVE HIST-NIGHT-DATE               TO WS-RPT-FL-DATE.
050900     MOVE HIST-JOB-NAME                 TO WS-RPT-FL-JOB.
051000     MOVE HIST-DEPT-CODE                TO WS-RPT-FL-DEPT.
051100     MOVE WS-WATCH-LABEL (WS-WATCH-SUB) TO WS-RPT-FL-LABEL.
051200     MOVE WS-NIGHT-COUNT                TO WS-RPT-FL-COUNT.
051300     MOVE WS-AVERAGE                    TO WS-RPT-FL-AVG.
051400     WRITE RPT-LINE FROM WS-RPT-FLAG-LINE.
051500 4200-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------*
051800*    7000-LOOKUP-DEPT-NAME - THE DEPARTMENT MASTER NAME FOR
051900*    WS-LOOKUP-DEPT, OR SPACES WHEN THERE IS NONE.
052000*----------------------------------------------------------------*
052100 7000-LOOKUP-DEPT-NAME.
052200     MOVE SPACES TO WS-LOOKUP-NAME.
052300     IF NOT WS-DEPT-ENABLED OR WS-LOOKUP-DEPT = SPACES
052400         GO TO 7000-EXIT
052500     END-IF.
052600     MOVE WS-LOOKUP-DEPT TO DEPT-CODE.
052700     READ DEPARTMENT-MASTER
052800         INVALID KEY
052900             GO TO 7000-EXIT
053000     END-READ.
053100     MOVE DEPT-NAME TO WS-LOOKUP-NAME.
053200 7000-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------*
053500*    8000-READ-HISTORY
053600*----------------------------------------------------------------*
053700 8000-READ-HISTORY.
053800     READ RUN-HISTORY-FILE
053900         AT END
054000             SET WS-EOF-REACHED TO TRUE
054100     END-READ.
054200 8000-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------*
054500*    9000-TERMINATE - CLOSE, RETURN CODE, CONSOLE TOTALS
054600*----------------------------------------------------------------*
054700 9000-TERMINATE.
054800     MOVE SPACES TO RPT-LINE.
054900     WRITE RPT-LINE.
055000     MOVE WS-USED-COUNT TO WS-COUNT-DISP.
055100     STRING "HISTORY RECORDS IN THE 13 WEEKS: " DELIMITED BY SIZE
055200         WS-COUNT-DISP DELIMITED BY SIZE
055300         INTO RPT-LINE.
055400     WRITE RPT-LINE.
055500     CLOSE TREND-RPT-FILE.
055600     IF WS-DEPT-ENABLED
055700         CLOSE DEPARTMENT-MASTER
055800     END-IF.
055900     IF WS-FLAG-COUNT > 0
056000         MOVE 4 TO RETURN-CODE
056100     END-IF.
056200     DISPLAY "BASETRND COMPLETE - HISTORY READ=" WS-READ-COUNT
056300             " USED=" WS-USED-COUNT
056400             " NIGHTS FLAGGED=" WS-FLAG-COUNT.
056500 9000-EXIT.
056600     EXIT.
