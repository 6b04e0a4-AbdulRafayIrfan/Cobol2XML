000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                   BASEACK.
000300 AUTHOR.                       KJM.
000400 INSTALLATION.                 DATA PROCESSING.
000500 DATE-WRITTEN.                 09/28/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY
000900*
001000*  DATE       BY   DESCRIPTION
001100*  ---------- ---- -------------------------------------------
001200*  2026-09-28 KJM  ORIGINAL ISSUE.  END-OF-NIGHT ACKNOWLEDGMENT
001300*                  RUN.  SPLITS THE BASEDISP DISPOSITION FILE
001400*                  BASEPOST WRITES OUT TO ONE ACKNOWLEDGMENT FILE
001500*                  PER HDR DEPARTMENT CODE (ACKFLDS LAYOUT), SO A
001600*                  SENDING DEPARTMENT LEARNS WHAT BECAME OF EVERY
001700*                  TRAN-ID IT SENT - POSTED, REJECTED BY
001800*                  BASEPOST AND WHY, SUSPENDED BY BASESCAN OR
001900*                  HELD, WITH THE FIELD AND RETURN CODE - NOT
002000*                  JUST THE BASEBAL DUPLICATES ON TRANREJS.  EACH
002100*                  GROUP ENDS WITH A CONTROL TRAILER: THE COUNT
002200*                  AND HASH THE DEPARTMENT'S OWN TRAILER CARRIED
002300*                  BESIDE THE COUNT AND HASH ACKNOWLEDGED, AND THE
002400*                  COUNT BY DISPOSITION.  THE FILES ARE NAMED
002500*                  BASEACK.DDD (DD_BASEACK OVERRIDES THE PREFIX).
002600*                  A DEPARTMENT WITH TWO GROUPS TONIGHT GETS BOTH
002700*                  IN ONE FILE.  A GROUP WHOSE ACKNOWLEDGED COUNT
002800*                  OR HASH DOES NOT MATCH ITS TRAILER IS FLAGGED
002900*                  ON THE BASEACKR REPORT AND ENDS THE RUN WITH
003000*                  RETURN CODE 4.
003009*  2026-10-15 KJM  DETAILS BASEBAL RETURNED ON TRANREJS AFTER A
003018*                  PARTIAL ACCEPT NEVER REACH BASEPOST, SO EACH
003027*                  GROUP NOW PICKS UP ITS OWN FROM TRANREJS
003036*                  (SAME DEPARTMENT AND FILE DATE) AS "B"
003045*                  RETURNED DETAILS AHEAD OF ITS TRAILER.  WITH
003054*                  BASEPOST NOW CARRYING THE DEPARTMENT'S SENT
003063*                  TOTALS THROUGH THE SPLIT, POSTED, REJECTED,
003072*                  SUSPENDED, HELD AND RETURNED BALANCE TO WHAT
003081*                  WAS SENT.  THE REPORT SHOWS THE RETURNED
003090*                  COUNT PER GROUP AND FOR THE RUN.
003100*----------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.              IBM-370.
003500 OBJECT-COMPUTER.              IBM-370.
003600 SPECIAL-NAMES.
003700     CONSOLE IS OPCON.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DISPOSITION-FILE ASSIGN TO BASEDISP
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-DISP-STATUS.
004300     SELECT ACK-OUT-FILE ASSIGN TO BASEACKF
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ACKF-STATUS.
004600     SELECT ACK-RPT-FILE ASSIGN TO BASEACKR
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT RUN-CONTROL-FILE ASSIGN TO BASERUNC
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RUNC-STATUS.
005025     SELECT RETURN-FILE ASSIGN TO TRANREJS
005050         ORGANIZATION IS LINE SEQUENTIAL
005075         FILE STATUS IS WS-REJS-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*----------------------------------------------------------------*
005400*    DISPOSITION-FILE - SHARED COPYBOOK, SO THIS JOB AND BASEPOST
005500*    CANNOT DRIFT OUT OF STEP ON THE ACKNOWLEDGMENT LAYOUT.
005600*----------------------------------------------------------------*
005700 FD  DISPOSITION-FILE.
005800     COPY ACKFLDS.
005900*----------------------------------------------------------------*
006000*    ACK-OUT-FILE - THE DEPARTMENT'S ACKNOWLEDGMENT, POINTED AT
006100*    BASEACK.DDD FOR THE GROUP IN HAND BEFORE EACH OPEN.
006200*----------------------------------------------------------------*
006300 FD  ACK-OUT-FILE.
006400 01  ACK-OUT-REC                PIC X(80).
006500 FD  ACK-RPT-FILE.
006600 01  RPT-LINE                   PIC X(112).
006700*----------------------------------------------------------------*
006800*    RUN-CONTROL-FILE - SHARED COPYBOOK, SO THIS JOB CANNOT
006900*    DRIFT OUT OF STEP WITH THE RECORDS BASERECN CROSS-FOOTS.
007000*----------------------------------------------------------------*
007100 FD  RUN-CONTROL-FILE.
007200     COPY RUNCFLDS.
007214*----------------------------------------------------------------*
007228*    RETURN-FILE - BASEBAL'S TRANREJS REJECT-RETURN FILE, IN THE
007242*    TRANFLDS LAYOUT WITH A HDR/TRL PER DEPARTMENT GROUP.
007256*----------------------------------------------------------------*
007270 FD  RETURN-FILE.
007284     COPY TRANFLDS.
007300 WORKING-STORAGE SECTION.
007400 77  WS-DISP-STATUS             PIC X(02).
007500 77  WS-ACKF-STATUS             PIC X(02).
007600 77  WS-RUNC-STATUS             PIC X(02).
007650 77  WS-REJS-STATUS             PIC X(02).
007700 77  WS-RUNC-PHASE              PIC X(05).
007800 77  WS-RUNC-A                  PIC 9(07) COMP-3 VALUE 0.
007900 77  WS-RUNC-B                  PIC 9(07) COMP-3 VALUE 0.
008000 77  WS-RUNC-C                  PIC 9(07) COMP-3 VALUE 0.
008100 01  WS-EOF-SW                  PIC X(01) VALUE "N".
008200     88  WS-EOF-REACHED         VALUE "Y".
008300 01  WS-DISP-PRESENT-SW         PIC X(01) VALUE "N".
008400     88  WS-DISP-PRESENT        VALUE "Y".
008500 01  WS-GROUP-OPEN-SW           PIC X(01) VALUE "N".
008600     88  WS-GROUP-OPEN          VALUE "Y".
008700 01  WS-SLOT-SW                 PIC X(01) VALUE "N".
008800     88  WS-SLOT-FOUND          VALUE "Y".
008820 01  WS-REJS-EOF-SW             PIC X(01) VALUE "N".
008840     88  WS-REJS-EOF            VALUE "Y".
008860 01  WS-REJS-MATCH-SW           PIC X(01) VALUE "N".
008880     88  WS-REJS-MATCHED        VALUE "Y".
008900 77  WS-RUN-DATE                PIC 9(08).
009000 77  WS-CURR-DEPT               PIC X(03) VALUE SPACES.
009050 77  WS-CURR-FILE-DATE          PIC 9(08) VALUE 0.
009100 77  WS-ACK-PREFIX              PIC X(60).
009200 77  WS-ACK-NAME                PIC X(80).
009300 77  WS-ACK-HOLD                PIC X(80).
009400*----------------------------------------------------------------*
009500*    GROUP COUNTS - FOOTED OVER THE DETAILS OF THE GROUP IN HAND
009600*    AND WRITTEN TO ITS TRAILER.
009700*----------------------------------------------------------------*
009800 77  WS-GRP-COUNT               PIC 9(07) COMP-3 VALUE 0.
009900 77  WS-GRP-HASH                PIC 9(12) COMP-3 VALUE 0.
010000 77  WS-GRP-POSTED              PIC 9(07) COMP-3 VALUE 0.
010100 77  WS-GRP-REJECTED            PIC 9(07) COMP-3 VALUE 0.
010200 77  WS-GRP-SUSPENDED           PIC 9(07) COMP-3 VALUE 0.
010300 77  WS-GRP-HELD                PIC 9(07) COMP-3 VALUE 0.
010350 77  WS-GRP-RETURNED            PIC 9(07) COMP-3 VALUE 0.
010400*----------------------------------------------------------------*
010500*    RUN COUNTS
010600*----------------------------------------------------------------*
010700 77  WS-GROUP-TOTAL             PIC 9(05) COMP-3 VALUE 0.
010800 77  WS-DETAIL-TOTAL            PIC 9(07) COMP-3 VALUE 0.
010900 77  WS-FILE-TOTAL              PIC 9(05) COMP-3 VALUE 0.
011000 77  WS-UNBAL-TOTAL             PIC 9(05) COMP-3 VALUE 0.
011100 77  WS-ORPHAN-TOTAL            PIC 9(05) COMP-3 VALUE 0.
011150 77  WS-RETURNED-TOTAL          PIC 9(07) COMP-3 VALUE 0.
011200*----------------------------------------------------------------*
011300*    WS-DEPT-TABLE - DEPARTMENTS WHOSE FILE THIS RUN HAS ALREADY
011400*    STARTED, SO A SECOND GROUP EXTENDS IT INSTEAD OF REPLACING
011500*    IT.
011600*----------------------------------------------------------------*
011700 77  WS-DEPT-SUB                PIC 9(03) COMP-3.
011800 77  WS-DEPT-COUNT              PIC 9(03) COMP-3 VALUE 0.
011900 01  WS-DEPT-TABLE.
012000     05  WS-DEPT-SEEN           PIC X(03) OCCURS 50 TIMES.
012100 01  WS-RPT-HEADING.
012200     05  FILLER                 PIC X(31)
012300             VALUE "DISPOSITION ACKNOWLEDGMENTS OF ".
012400     05  WS-RPT-RUN-DATE        PIC 9(08).
012500 01  WS-RPT-GROUP-LINE.
012600     05  FILLER                 PIC X(05) VALUE "DEPT ".
012700     05  WS-RPT-DEPT            PIC X(03).
012800     05  FILLER                 PIC X(06) VALUE " SENT ".
012900     05  WS-RPT-SENT            PIC ZZZZZZ9.
013000     05  FILLER                 PIC X(06) VALUE " ACKD ".
013100     05  WS-RPT-ACKD            PIC ZZZZZZ9.
013200     05  FILLER                 PIC X(06) VALUE " POST ".
013300     05  WS-RPT-POSTED          PIC ZZZZZZ9.
013400     05  FILLER                 PIC X(05) VALUE " REJ ".
013500     05  WS-RPT-REJECTED        PIC ZZZZZZ9.
013600     05  FILLER                 PIC X(06) VALUE " SUSP ".
013700     05  WS-RPT-SUSPENDED       PIC ZZZZZZ9.
013800     05  FILLER                 PIC X(06) VALUE " HELD ".
013900     05  WS-RPT-HELD            PIC ZZZZZZ9.
013933     05  FILLER                 PIC X(05) VALUE " RET ".
013966     05  WS-RPT-RETURNED        PIC ZZZZZZ9.
014000     05  FILLER                 PIC X(01) VALUE SPACES.
014100     05  WS-RPT-BALANCE         PIC X(14).
014200 01  WS-RPT-TOTAL.
014300     05  WS-RPT-TOT-LABEL       PIC X(21).
014400     05  WS-RPT-TOT-COUNT       PIC ZZZZZZ9.
014500 PROCEDURE DIVISION.
014600*----------------------------------------------------------------*
014700*    0000-MAINLINE
014800*----------------------------------------------------------------*
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     IF WS-DISP-PRESENT
015200         PERFORM 2000-ACK-ONE-RECORD THRU 2000-EXIT
015300             UNTIL WS-EOF-REACHED
015400         IF WS-GROUP-OPEN
015500             PERFORM 2350-CLOSE-SHORT-GROUP THRU 2350-EXIT
015600         END-IF
015700     END-IF.
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015900     GOBACK.
016000*----------------------------------------------------------------*
016100*    1000-INITIALIZE - A MISSING DISPOSITION FILE MEANS BASEPOST
016200*    HAS NOT RUN, SO THERE IS NOTHING TO ACKNOWLEDGE.
016300*----------------------------------------------------------------*
016400 1000-INITIALIZE.
016500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016600     MOVE "START" TO WS-RUNC-PHASE.
016700     MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C.
016800     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
016900     MOVE SPACES TO WS-ACK-PREFIX.
017000     ACCEPT WS-ACK-PREFIX FROM ENVIRONMENT "DD_BASEACK".
017100     IF WS-ACK-PREFIX = SPACES
017200         MOVE "BASEACK" TO WS-ACK-PREFIX
017300     END-IF.
017400     OPEN OUTPUT ACK-RPT-FILE.
017500     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
017600     WRITE RPT-LINE FROM WS-RPT-HEADING.
017700     MOVE SPACES TO RPT-LINE.
017800     WRITE RPT-LINE.
017900     OPEN INPUT DISPOSITION-FILE.
018000     IF WS-DISP-STATUS NOT = "00"
018100         MOVE "DISPOSITION FILE NOT PRESENT - NOTHING SENT"
018200             TO RPT-LINE
018300         WRITE RPT-LINE
018400         DISPLAY "BASEACK - NO BASEDISP DISPOSITION FILE -"
018500             " NO ACKNOWLEDGMENTS WRITTEN" UPON OPCON
018600         GO TO 1000-EXIT
018700     END-IF.
018800     SET WS-DISP-PRESENT TO TRUE.
018900     PERFORM 8000-READ-DISPOSITION THRU 8000-EXIT.
019000 1000-EXIT.
019100     EXIT.
019200*----------------------------------------------------------------*
019300*    2000-ACK-ONE-RECORD - AN "H" STARTS A DEPARTMENT'S GROUP, A
019400*    "D" IS ONE OF ITS DETAILS, A "T" ENDS IT.
019500*----------------------------------------------------------------*
019600 2000-ACK-ONE-RECORD.
019700     EVALUATE TRUE
019800         WHEN ACK-HEADER-REC
019900             PERFORM 2100-START-GROUP THRU 2100-EXIT
020000         WHEN ACK-DETAIL-REC
020100             PERFORM 2200-ACK-DETAIL THRU 2200-EXIT
020200         WHEN ACK-TRAILER-REC
020300             PERFORM 2300-END-GROUP THRU 2300-EXIT
020400     END-EVALUATE.
020500     PERFORM 8000-READ-DISPOSITION THRU 8000-EXIT.
020600 2000-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------*
020900*    2100-START-GROUP - POINT THE ACKNOWLEDGMENT FILE AT THIS
021000*    DEPARTMENT'S DATA SET, AS A DD WOULD, AND START IT - FRESH
021100*    FOR THE DEPARTMENT'S FIRST GROUP TONIGHT, EXTENDED FOR ANY
021200*    LATER ONE.  A GROUP LEFT OPEN BY A MISSING TRAILER IS
021300*    CLOSED SHORT FIRST.
021400*----------------------------------------------------------------*
021500 2100-START-GROUP.
021600     IF WS-GROUP-OPEN
021700         MOVE ACK-RECORD TO WS-ACK-HOLD
021800         PERFORM 2350-CLOSE-SHORT-GROUP THRU 2350-EXIT
021900         MOVE WS-ACK-HOLD TO ACK-RECORD
022000     END-IF.
022100     MOVE ACK-DEPT-CODE TO WS-CURR-DEPT.
022150     MOVE ACK-HDR-FILE-DATE TO WS-CURR-FILE-DATE.
022200     MOVE SPACES TO WS-ACK-NAME.
022300     STRING WS-ACK-PREFIX DELIMITED BY SPACE
022400         "." DELIMITED BY SIZE
022500         WS-CURR-DEPT DELIMITED BY SPACE
022600         INTO WS-ACK-NAME.
022700     DISPLAY "DD_BASEACKF" UPON ENVIRONMENT-NAME.
022800     DISPLAY WS-ACK-NAME UPON ENVIRONMENT-VALUE.
022900     MOVE "N" TO WS-SLOT-SW.
023000     PERFORM 2150-FIND-DEPT THRU 2150-EXIT
023100         VARYING WS-DEPT-SUB FROM 1 BY 1
023200         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
023300             OR WS-SLOT-FOUND.
023400     IF WS-SLOT-FOUND
023500         OPEN EXTEND ACK-OUT-FILE
023600     ELSE
023700         OPEN OUTPUT ACK-OUT-FILE
023800         ADD 1 TO WS-FILE-TOTAL
023900         IF WS-DEPT-COUNT < 50
024000             ADD 1 TO WS-DEPT-COUNT
024100             MOVE WS-CURR-DEPT TO WS-DEPT-SEEN (WS-DEPT-COUNT)
024200         END-IF
024300     END-IF.
024400     SET WS-GROUP-OPEN TO TRUE.
024500     ADD 1 TO WS-GROUP-TOTAL.
024600     MOVE 0 TO WS-GRP-COUNT WS-GRP-HASH WS-GRP-POSTED
024700         WS-GRP-REJECTED WS-GRP-SUSPENDED WS-GRP-HELD
024750         WS-GRP-RETURNED.
024800     WRITE ACK-OUT-REC FROM ACK-RECORD.
024900 2100-EXIT.
025000     EXIT.
025100 2150-FIND-DEPT.
025200     IF WS-DEPT-SEEN (WS-DEPT-SUB) = WS-CURR-DEPT
025300         SET WS-SLOT-FOUND TO TRUE
025400         SUBTRACT 1 FROM WS-DEPT-SUB
025500     END-IF.
025600 2150-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------*
025900*    2200-ACK-DETAIL - COUNT, HASH AND PASS ON ONE DETAIL.  A
026000*    DETAIL OUTSIDE ANY GROUP HAS NO DEPARTMENT TO GO BACK TO.
026100*----------------------------------------------------------------*
026200 2200-ACK-DETAIL.
026300     IF NOT WS-GROUP-OPEN
026400         ADD 1 TO WS-ORPHAN-TOTAL
026500         GO TO 2200-EXIT
026600     END-IF.
026700     ADD 1 TO WS-GRP-COUNT.
026800     ADD 1 TO WS-DETAIL-TOTAL.
026900     IF ACK-TRAN-ID-NUMBER IS NUMERIC
027000         ADD ACK-TRAN-ID-NUMBER TO WS-GRP-HASH
027100     END-IF.
027200     EVALUATE TRUE
027300         WHEN ACK-POSTED
027400             ADD 1 TO WS-GRP-POSTED
027500         WHEN ACK-REJECTED
027600             ADD 1 TO WS-GRP-REJECTED
027700         WHEN ACK-SUSPENDED
027800             ADD 1 TO WS-GRP-SUSPENDED
027900         WHEN ACK-HELD
028000             ADD 1 TO WS-GRP-HELD
028025         WHEN ACK-RETURNED
028050             ADD 1 TO WS-GRP-RETURNED
028075             ADD 1 TO WS-RETURNED-TOTAL
028100     END-EVALUATE.
028200     WRITE ACK-OUT-REC FROM ACK-RECORD.
028300 2200-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------*
028600*    2300-END-GROUP - FILL IN THE ACKNOWLEDGED SIDE OF THE
028700*    TRAILER, WRITE IT, AND REPORT WHETHER IT BALANCES WITH
028800*    WHAT THE DEPARTMENT SENT.
028900*----------------------------------------------------------------*
029000 2300-END-GROUP.
029100     IF NOT WS-GROUP-OPEN
029200         ADD 1 TO WS-ORPHAN-TOTAL
029300         GO TO 2300-EXIT
029400     END-IF.
029500     PERFORM 2400-FINISH-GROUP THRU 2400-EXIT.
029600 2300-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------*
029900*    2350-CLOSE-SHORT-GROUP - A GROUP WITH NO TRAILER (THE
030000*    DISPOSITION FILE WAS CUT SHORT) STILL GETS ONE, SHOWING
030100*    NOTHING SENT, SO IT CANNOT BALANCE.
030200*----------------------------------------------------------------*
030300 2350-CLOSE-SHORT-GROUP.
030400     MOVE SPACES TO ACK-RECORD.
030500     MOVE "T" TO ACK-REC-TYPE.
030600     MOVE WS-CURR-DEPT TO ACK-DEPT-CODE.
030700     MOVE 0 TO ACK-TRL-SENT-COUNT ACK-TRL-SENT-HASH.
030800     PERFORM 2400-FINISH-GROUP THRU 2400-EXIT.
030900 2350-EXIT.
031000     EXIT.
031020*----------------------------------------------------------------*
031040*    2400-FINISH-GROUP - ADD THE GROUP'S RETURNED DETAILS, THEN
031060*    WRITE ITS TRAILER (HELD ASIDE MEANWHILE) AND REPORT IT.
031080*----------------------------------------------------------------*
031100 2400-FINISH-GROUP.
031125     MOVE ACK-RECORD TO WS-ACK-HOLD.
031150     PERFORM 2500-ADD-RETURNED THRU 2500-EXIT.
031175     MOVE WS-ACK-HOLD TO ACK-RECORD.
031200     MOVE WS-GRP-COUNT     TO ACK-TRL-ACK-COUNT.
031300     MOVE WS-GRP-HASH      TO ACK-TRL-ACK-HASH.
031400     MOVE WS-GRP-POSTED    TO ACK-TRL-POSTED.
031500     MOVE WS-GRP-REJECTED  TO ACK-TRL-REJECTED.
031600     MOVE WS-GRP-SUSPENDED TO ACK-TRL-SUSPENDED.
031700     MOVE WS-GRP-HELD      TO ACK-TRL-HELD.
031750     MOVE WS-GRP-RETURNED  TO ACK-TRL-RETURNED.
031800     WRITE ACK-OUT-REC FROM ACK-RECORD.
031900     CLOSE ACK-OUT-FILE.
032000     MOVE "N" TO WS-GROUP-OPEN-SW.
032100     MOVE WS-CURR-DEPT       TO WS-RPT-DEPT.
032200     MOVE ACK-TRL-SENT-COUNT TO WS-RPT-SENT.
032300     MOVE WS-GRP-COUNT       TO WS-RPT-ACKD.
032400     MOVE WS-GRP-POSTED      TO WS-RPT-POSTED.
032500     MOVE WS-GRP-REJECTED    TO WS-RPT-REJECTED.
032600     MOVE WS-GRP-SUSPENDED   TO WS-RPT-SUSPENDED.
032700     MOVE WS-GRP-HELD        TO WS-RPT-HELD.
032750     MOVE WS-GRP-RETURNED    TO WS-RPT-RETURNED.
032800     IF ACK-TRL-SENT-COUNT = WS-GRP-COUNT
032900             AND ACK-TRL-SENT-HASH = WS-GRP-HASH
033000         MOVE "BALANCED" TO WS-RPT-BALANCE
033100     ELSE
033200         MOVE "OUT OF BALANCE" TO WS-RPT-BALANCE
033300         ADD 1 TO WS-UNBAL-TOTAL
033400         DISPLAY "BASEACK - DEPT " WS-CURR-DEPT
033500             " ACKNOWLEDGMENT OUT OF BALANCE WITH ITS TRAILER"
033600             UPON OPCON
033700     END-IF.
033800     WRITE RPT-LINE FROM WS-RPT-GROUP-LINE.
033900 2400-EXIT.
034000     EXIT.
034002*----------------------------------------------------------------*
034004*    2500-ADD-RETURNED - A DETAIL BASEBAL SENT BACK ON TRANREJS
034006*    NEVER REACHED BASEPOST, SO IT IS ACKNOWLEDGED FROM TRANREJS
034008*    ITSELF.  ONLY A TRANREJS GROUP WITH THIS GROUP'S DEPARTMENT
034010*    AND FILE DATE COUNTS - BASEBAL NEVER ACCEPTS A DEPARTMENT'S
034012*    FILE DATE TWICE, SO A RETURN FILE LEFT FROM AN EARLIER
034014*    NIGHT ADDS NOTHING.  NO TRANREJS MEANS NOTHING RETURNED.
034016*----------------------------------------------------------------*
034018 2500-ADD-RETURNED.
034020     OPEN INPUT RETURN-FILE.
034022     IF WS-REJS-STATUS NOT = "00"
034024         GO TO 2500-EXIT
034026     END-IF.
034028     MOVE "N" TO WS-REJS-EOF-SW WS-REJS-MATCH-SW.
034030     PERFORM 8100-READ-RETURN THRU 8100-EXIT.
034032     PERFORM 2550-RETURN-ONE THRU 2550-EXIT
034034         UNTIL WS-REJS-EOF.
034036     CLOSE RETURN-FILE.
034038 2500-EXIT.
034040     EXIT.
034042*----------------------------------------------------------------*
034044*    2550-RETURN-ONE - A HDR OPENS A MATCHING GROUP OR NOT, A TRL
034046*    CLOSES IT, AND EACH DETAIL OF A MATCHING GROUP IS COUNTED
034048*    AND WRITTEN AS A "B" RETURNED DETAIL.
034050*----------------------------------------------------------------*
034052 2550-RETURN-ONE.
034054     EVALUATE TRUE
034056         WHEN TRAN-HEADER-REC
034058             MOVE "N" TO WS-REJS-MATCH-SW
034060             IF TRAN-HDR-DEPT-CODE = WS-CURR-DEPT
034062                     AND TRAN-HDR-FILE-DATE = WS-CURR-FILE-DATE
034064                 SET WS-REJS-MATCHED TO TRUE
034066             END-IF
034068         WHEN TRAN-TRAILER-REC
034070             MOVE "N" TO WS-REJS-MATCH-SW
034072         WHEN WS-REJS-MATCHED
034074             MOVE SPACES           TO ACK-RECORD
034076             MOVE "D"              TO ACK-REC-TYPE
034078             MOVE WS-CURR-DEPT     TO ACK-DEPT-CODE
034080             MOVE TRAN-ID          TO ACK-TRAN-ID
034082             MOVE TRAN-ACTION-CODE TO ACK-ACTION-CODE
034084             MOVE "B"              TO ACK-DISPOSITION
034086             MOVE "RETURNED - TRAN-ID ALREADY ACCEPTED"
034088                 TO ACK-MESSAGE
034090             PERFORM 2200-ACK-DETAIL THRU 2200-EXIT
034092     END-EVALUATE.
034094     PERFORM 8100-READ-RETURN THRU 8100-EXIT.
034096 2550-EXIT.
034098     EXIT.
034100*----------------------------------------------------------------*
034200*    7500-WRITE-RUN-CONTROL - APPEND ONE START/END RECORD TO THE
034300*    SHARED RUN-CONTROL FILE, CREATING IT ON THE NIGHT'S FIRST
034400*    JOB.  THE CALLER SETS THE PHASE AND COUNTS.
034500*----------------------------------------------------------------*
034600 7500-WRITE-RUN-CONTROL.
034700     OPEN EXTEND RUN-CONTROL-FILE.
034800     IF WS-RUNC-STATUS = "35"
034900         OPEN OUTPUT RUN-CONTROL-FILE
035000     END-IF.
035100     MOVE "BASEACK" TO RUNC-JOB-NAME.
035200     MOVE WS-RUNC-PHASE TO RUNC-PHASE.
035300     ACCEPT RUNC-RUN-DATE FROM DATE YYYYMMDD.
035400     ACCEPT RUNC-RUN-TIME FROM TIME.
035500     MOVE WS-RUNC-A TO RUNC-COUNT-A.
035600     MOVE WS-RUNC-B TO RUNC-COUNT-B.
035700     MOVE WS-RUNC-C TO RUNC-COUNT-C.
035800     WRITE RUNC-RECORD.
035900     CLOSE RUN-CONTROL-FILE.
036000 7500-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------*
036300*    8000-READ-DISPOSITION
036400*----------------------------------------------------------------*
036500 8000-READ-DISPOSITION.
036600     READ DISPOSITION-FILE
036700         AT END
036800             SET WS-EOF-REACHED TO TRUE
036900     END-READ.
037000 8000-EXIT.
037100     EXIT.
037109*----------------------------------------------------------------*
037118*    8100-READ-RETURN
037127*----------------------------------------------------------------*
037136 8100-READ-RETURN.
037145     READ RETURN-FILE
037154         AT END
037163             SET WS-REJS-EOF TO TRUE
037172     END-READ.
037181 8100-EXIT.
037190     EXIT.
037200*----------------------------------------------------------------*
037300*    9000-TERMINATE - REPORT TOTALS, CLOSE, CONSOLE SUMMARY
037400*----------------------------------------------------------------*
037500 9000-TERMINATE.
037600     MOVE SPACES TO RPT-LINE.
037700     WRITE RPT-LINE.
037800     MOVE "GROUPS..............." TO WS-RPT-TOT-LABEL.
037900     MOVE WS-GROUP-TOTAL TO WS-RPT-TOT-COUNT.
038000     WRITE RPT-LINE FROM WS-RPT-TOTAL.
038100     MOVE "DETAILS ACKNOWLEDGED." TO WS-RPT-TOT-LABEL.
038200     MOVE WS-DETAIL-TOTAL TO WS-RPT-TOT-COUNT.
038300     WRITE RPT-LINE FROM WS-RPT-TOTAL.
038400     MOVE "DEPARTMENT FILES....." TO WS-RPT-TOT-LABEL.
038500     MOVE WS-FILE-TOTAL TO WS-RPT-TOT-COUNT.
038600     WRITE RPT-LINE FROM WS-RPT-TOTAL.
038700     MOVE "OUT OF BALANCE......." TO WS-RPT-TOT-LABEL.
038800     MOVE WS-UNBAL-TOTAL TO WS-RPT-TOT-COUNT.
038900     WRITE RPT-LINE FROM WS-RPT-TOTAL.
039000     MOVE "OUTSIDE ANY GROUP...." TO WS-RPT-TOT-LABEL.
039100     MOVE WS-ORPHAN-TOTAL TO WS-RPT-TOT-COUNT.
039200     WRITE RPT-LINE FROM WS-RPT-TOTAL.
039225     MOVE "RETURNED BY BASEBAL.." TO WS-RPT-TOT-LABEL.
039250     MOVE WS-RETURNED-TOTAL TO WS-RPT-TOT-COUNT.
039275     WRITE RPT-LINE FROM WS-RPT-TOTAL.
039300     CLOSE ACK-RPT-FILE.
039400     IF WS-DISP-PRESENT
039500         CLOSE DISPOSITION-FILE
039600     END-IF.
039700     MOVE "END" TO WS-RUNC-PHASE.
039800     MOVE WS-DETAIL-TOTAL TO WS-RUNC-A.
039900     MOVE WS-FILE-TOTAL   TO WS-RUNC-B.
040000     MOVE WS-UNBAL-TOTAL  TO WS-RUNC-C.
040100     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
040200     DISPLAY "BASEACK COMPLETE - GROUPS=" WS-GROUP-TOTAL
040300             " DETAILS=" WS-DETAIL-TOTAL
040400             " FILES=" WS-FILE-TOTAL
040450             " RETURNED=" WS-RETURNED-TOTAL
040500             " OUT OF BALANCE=" WS-UNBAL-TOTAL.
040600     IF WS-UNBAL-TOTAL > 0
040700         MOVE 4 TO RETURN-CODE
040800     END-IF.
040900 9000-EXIT.
041000     EXIT.
