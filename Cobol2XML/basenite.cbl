000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                   BASENITE.
000300 AUTHOR.                       KJM.
000400 INSTALLATION.                 DATA PROCESSING.
000500 DATE-WRITTEN.                 09/24/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY
000900*
001000*  DATE       BY   DESCRIPTION
001100*  ---------- ---- -------------------------------------------
001200*  2026-09-24 KJM  ORIGINAL ISSUE.  NIGHTLY STREAM DRIVER.  RUNS
001300*                  THE NIGHT'S JOBS IN THEIR FIXED ORDER -
001400*                  BASEXMLB, BASEBAL, BASEMRGE, BASESCAN,
001500*                  BASEPOST, BASEARCH - AND STOPS AT THE FIRST
001600*                  STEP THAT ENDS ABOVE RETURN CODE 4, SO NOBODY
001700*                  HAS TO JUDGE FROM CONSOLE TOTALS AT 2 A.M.
001800*                  WHETHER TO GO ON.  BASEXMLB RUNS FIRST: ITS
001900*                  WEB ORDER GROUP GOES ONTO ORDRTRAN AND MUST
002000*                  BE BALANCED BY BASEBAL WITH EVERYTHING ELSE.
002100*                  WHEN BASEBAL ENDS RC 4 (PARTIAL ACCEPT, SOME
002200*                  DETAILS RETURNED) THE REST OF THE NIGHT READS
002300*                  THE TRANACCP ACCEPTED STREAM INSTEAD OF THE
002400*                  RAW ORDRTRAN.  A RERUN READS BASERUNC AND
002500*                  SKIPS EVERY STEP THAT ALREADY WROTE ITS END
002600*                  RECORD TONIGHT - UNLESS THIS DRIVER MARKED
002700*                  THAT STEP FAILED AFTERWARD - SO IT RESUMES AT
002800*                  THE STEP THAT STOPPED THE NIGHT AND NEVER
002900*                  RUNS A COMPLETED STEP TWICE.  BASERECN STAYS
003000*                  A SEPARATE MORNING JOB.
003010*  2026-09-28 KJM  BASEACK, THE DEPARTMENT ACKNOWLEDGMENTS, RUNS
003020*                  LAST, AS STEP 7.
003030*  2026-10-09 KJM  BASEWHSE, THE WAREHOUSE ORDER EXTRACT, RUNS
003040*                  AFTER IT AS STEP 8, ONCE THE NIGHT'S POSTING
003050*                  IS ON THE JOURNAL.
003100*----------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.              IBM-370.
003500 OBJECT-COMPUTER.              IBM-370.
003600 SPECIAL-NAMES.
003700     CONSOLE IS OPCON.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RUN-CONTROL-FILE ASSIGN TO BASERUNC
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RUNC-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------*
004600*    RUN-CONTROL-FILE - SHARED COPYBOOK.  THE STEPS' OWN END
004700*    RECORDS SAY WHAT FINISHED; THIS DRIVER'S FAIL AND ACCP
004800*    RECORDS SAY WHAT FINISHED BADLY AND WHICH STREAM IS LIVE.
004900*----------------------------------------------------------------*
005000 FD  RUN-CONTROL-FILE.
005100     COPY RUNCFLDS.
005200 WORKING-STORAGE SECTION.
005300 77  WS-RUNC-STATUS             PIC X(02).
005400 77  WS-RUNC-PHASE              PIC X(05).
005500 77  WS-RUNC-A                  PIC 9(07) COMP-3 VALUE 0.
005600 77  WS-RUNC-B                  PIC 9(07) COMP-3 VALUE 0.
005700 77  WS-RUNC-C                  PIC 9(07) COMP-3 VALUE 0.
005800 01  WS-EOF-SW                  PIC X(01) VALUE "N".
005900     88  WS-EOF-REACHED         VALUE "Y".
006000 01  WS-SLOT-SW                 PIC X(01) VALUE "N".
006100     88  WS-SLOT-FOUND          VALUE "Y".
006200 01  WS-STOPPED-SW              PIC X(01) VALUE "N".
006300     88  WS-STREAM-STOPPED      VALUE "Y".
006400 01  WS-ACCP-SW                 PIC X(01) VALUE "N".
006500     88  WS-ACCP-STREAM         VALUE "Y".
006600 01  WS-NIGHT-DONE-SW           PIC X(01) VALUE "N".
006700     88  WS-NIGHT-DONE          VALUE "Y".
006800 77  WS-RUN-COUNT               PIC 9(03) COMP-3 VALUE 0.
006900 77  WS-SKIP-COUNT              PIC 9(03) COMP-3 VALUE 0.
007000 77  WS-STEP-RC                 PIC S9(04) COMP-3 VALUE 0.
007100 77  WS-NIGHT-RC                PIC S9(04) COMP-3 VALUE 0.
007200 77  WS-RC-DISP                 PIC 9(04).
007300 77  WS-STEP-DISP               PIC 9(01).
007400 77  WS-CALL-NAME               PIC X(08).
007500 77  WS-ACCP-NAME               PIC X(80).
007600*----------------------------------------------------------------*
007700*    WS-STEP-TABLE - THE NIGHT IN ORDER.  A FAIL RECORD CARRIES
007800*    THE STEP'S NUMBER IN THIS TABLE.  BASEBAL IS THE STEP WHOSE
007900*    RC 4 SWITCHES THE STREAM.
008000*----------------------------------------------------------------*
008100 77  WS-STEP-SUB                PIC 9(03) COMP-3.
008200 77  WS-FIND-SUB                PIC 9(03) COMP-3.
008300 77  WS-STEP-COUNT              PIC 9(03) COMP-3 VALUE 8.
008400 77  WS-BAL-STEP                PIC 9(03) COMP-3 VALUE 2.
008500 01  WS-STEP-NAMES.
008600     05  FILLER                 PIC X(08) VALUE "BASEXMLB".
008700     05  FILLER                 PIC X(08) VALUE "BASEBAL ".
008800     05  FILLER                 PIC X(08) VALUE "BASEMRGE".
008900     05  FILLER                 PIC X(08) VALUE "BASESCAN".
009000     05  FILLER                 PIC X(08) VALUE "BASEPOST".
009100     05  FILLER                 PIC X(08) VALUE "BASEARCH".
009110     05  FILLER                 PIC X(08) VALUE "BASEACK ".
009120     05  FILLER                 PIC X(08) VALUE "BASEWHSE".
009200 01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
009300     05  WS-STEP-NAME           PIC X(08) OCCURS 8 TIMES.
009400 01  WS-STEP-DONE-TABLE.
009500     05  WS-STEP-DONE-SW        PIC X(01) OCCURS 8 TIMES.
009600 PROCEDURE DIVISION.
009700*----------------------------------------------------------------*
009800*    0000-MAINLINE
009900*----------------------------------------------------------------*
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     IF NOT WS-STREAM-STOPPED
010300         PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
010400             VARYING WS-STEP-SUB FROM 1 BY 1
010500             UNTIL WS-STEP-SUB > WS-STEP-COUNT
010600                 OR WS-STREAM-STOPPED
010700     END-IF.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     GOBACK.
011000*----------------------------------------------------------------*
011100*    1000-INITIALIZE - WORK OUT FROM BASERUNC WHAT TONIGHT HAS
011200*    ALREADY DONE.  A MISSING FILE MEANS NOTHING HAS RUN YET.  A
011300*    NIGHT THIS DRIVER ALREADY FINISHED IS NOT RUN AGAIN UNTIL
011400*    BASERECN HAS RECONCILED IT AND EMPTIED THE FILE.
011500*----------------------------------------------------------------*
011600 1000-INITIALIZE.
011700     MOVE ALL "N" TO WS-STEP-DONE-TABLE.
011800     OPEN INPUT RUN-CONTROL-FILE.
011900     IF WS-RUNC-STATUS = "00"
012000         PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT
012100         PERFORM 1100-ROLL-ONE-RECORD THRU 1100-EXIT
012200             UNTIL WS-EOF-REACHED
012300         CLOSE RUN-CONTROL-FILE
012400     END-IF.
012500     IF WS-NIGHT-DONE
012600         DISPLAY "BASENITE - TONIGHT'S STREAM ALREADY COMPLETED"
012700             UPON OPCON
012800         DISPLAY "BASENITE - RUN BASERECN BEFORE THE NEXT NIGHT"
012900             UPON OPCON
013000         MOVE 8 TO WS-NIGHT-RC
013100         SET WS-STREAM-STOPPED TO TRUE
013200         GO TO 1000-EXIT
013300     END-IF.
013400     IF WS-ACCP-STREAM
013500         PERFORM 2500-SWITCH-STREAM THRU 2500-EXIT
013600     END-IF.
013700     MOVE "START" TO WS-RUNC-PHASE.
013800     MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C.
013900     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200*----------------------------------------------------------------*
014300*    1100-ROLL-ONE-RECORD - A STEP'S END RECORD MARKS IT DONE.  A
014400*    LATER FAIL RECORD FROM THIS DRIVER UNDOES THAT - SOME STEPS
014500*    (BASEBAL REJECTING A FILE) WRITE THEIR END RECORD AND STILL
014600*    END RC 8.  THE RECORDS ARE IN THE ORDER THEY HAPPENED, SO A
014700*    RERUN'S END RECORD MARKS THE STEP DONE AGAIN.
014800*----------------------------------------------------------------*
014900 1100-ROLL-ONE-RECORD.
015000     IF RUNC-JOB-NAME = "BASENITE"
015100         PERFORM 1200-ROLL-DRIVER-RECORD THRU 1200-EXIT
015200     ELSE
015300         IF RUNC-END-REC
015400             PERFORM 1300-MARK-STEP-DONE THRU 1300-EXIT
015500         END-IF
015600     END-IF.
015700     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
015800 1100-EXIT.
015900     EXIT.
016000 1200-ROLL-DRIVER-RECORD.
016100     EVALUATE TRUE
016200         WHEN RUNC-END-REC
016300             SET WS-NIGHT-DONE TO TRUE
016400         WHEN RUNC-ACCP-REC
016500             SET WS-ACCP-STREAM TO TRUE
016600         WHEN RUNC-FAIL-REC
016700             IF RUNC-COUNT-A > 0
016800                     AND RUNC-COUNT-A NOT > WS-STEP-COUNT
016900                 MOVE "N" TO WS-STEP-DONE-SW (RUNC-COUNT-A)
017000             END-IF
017100     END-EVALUATE.
017200 1200-EXIT.
017300     EXIT.
017400 1300-MARK-STEP-DONE.
017500     MOVE "N" TO WS-SLOT-SW.
017600     PERFORM 1350-FIND-STEP THRU 1350-EXIT
017700         VARYING WS-FIND-SUB FROM 1 BY 1
017800         UNTIL WS-FIND-SUB > WS-STEP-COUNT
017900             OR WS-SLOT-FOUND.
018000     IF WS-SLOT-FOUND
018100         MOVE "Y" TO WS-STEP-DONE-SW (WS-FIND-SUB)
018200     END-IF.
018300 1300-EXIT.
018400     EXIT.
018500 1350-FIND-STEP.
018600     IF WS-STEP-NAME (WS-FIND-SUB) = RUNC-JOB-NAME
018700         SET WS-SLOT-FOUND TO TRUE
018800         SUBTRACT 1 FROM WS-FIND-SUB
018900     END-IF.
019000 1350-EXIT.
019100     EXIT.
019200*----------------------------------------------------------------*
019300*    2000-RUN-ONE-STEP - SKIP A STEP ALREADY DONE TONIGHT,
019400*    OTHERWISE CALL IT AND JUDGE ITS RETURN CODE.  ABOVE 4 STOPS
019500*    THE NIGHT; BASEBAL'S 4 SWITCHES THE STREAM; ANY OTHER 4 IS
019600*    A WARNING THE NIGHT CARRIES ON PAST.
019700*----------------------------------------------------------------*
019800 2000-RUN-ONE-STEP.
019900     MOVE WS-STEP-SUB TO WS-STEP-DISP.
020000     MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-CALL-NAME.
020100     IF WS-STEP-DONE-SW (WS-STEP-SUB) = "Y"
020200         ADD 1 TO WS-SKIP-COUNT
020300         DISPLAY "BASENITE - STEP " WS-STEP-DISP " "
020400             WS-CALL-NAME " ALREADY COMPLETE - SKIPPED"
020500             UPON OPCON
020600         GO TO 2000-EXIT
020700     END-IF.
020800     DISPLAY "BASENITE - STEP " WS-STEP-DISP " "
020900         WS-CALL-NAME " STARTING" UPON OPCON.
021000     ADD 1 TO WS-RUN-COUNT.
021100     MOVE 0 TO RETURN-CODE.
021200     CALL WS-CALL-NAME
021300         ON EXCEPTION
021400             MOVE 16 TO RETURN-CODE
021500             DISPLAY "BASENITE - " WS-CALL-NAME
021600                 " COULD NOT BE LOADED" UPON OPCON
021700     END-CALL.
021800     MOVE RETURN-CODE TO WS-STEP-RC.
021900     MOVE 0 TO RETURN-CODE.
022000     MOVE WS-STEP-RC TO WS-RC-DISP.
022100     DISPLAY "BASENITE - STEP " WS-STEP-DISP " "
022200         WS-CALL-NAME " ENDED RC " WS-RC-DISP UPON OPCON.
022300     IF WS-STEP-RC > 4
022400         PERFORM 2900-STOP-STREAM THRU 2900-EXIT
022500         GO TO 2000-EXIT
022600     END-IF.
022700     IF WS-STEP-RC > WS-NIGHT-RC
022800         MOVE WS-STEP-RC TO WS-NIGHT-RC
022900     END-IF.
023000     IF WS-STEP-SUB = WS-BAL-STEP
023100             AND WS-STEP-RC = 4
023200             AND NOT WS-ACCP-STREAM
023300         MOVE "ACCP" TO WS-RUNC-PHASE
023400         MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C
023500         PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT
023600         SET WS-ACCP-STREAM TO TRUE
023700         PERFORM 2500-SWITCH-STREAM THRU 2500-EXIT
023800     END-IF.
023900 2000-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------*
024200*    2500-SWITCH-STREAM - EVERY STEP AFTER A PARTIAL ACCEPT
024300*    READS (AND BASEMRGE APPENDS TO) TRANACCP INSTEAD OF THE RAW
024400*    ORDRTRAN.  THE ORDRTRAN ASSIGNMENT IS POINTED AT THE
024500*    TRANACCP DATA SET FOR THE REST OF THIS RUN, AS AN OVERRIDE
024600*    DD WOULD, SO THE STEPS THEMSELVES DO NOT CHANGE.
024700*----------------------------------------------------------------*
024800 2500-SWITCH-STREAM.
024900     MOVE SPACES TO WS-ACCP-NAME.
025000     ACCEPT WS-ACCP-NAME FROM ENVIRONMENT "DD_TRANACCP".
025100     IF WS-ACCP-NAME = SPACES
025200         MOVE "TRANACCP" TO WS-ACCP-NAME
025300     END-IF.
025400     DISPLAY "DD_ORDRTRAN" UPON ENVIRONMENT-NAME.
025500     DISPLAY WS-ACCP-NAME UPON ENVIRONMENT-VALUE.
025600     DISPLAY "BASENITE - PARTIAL ACCEPT - THE REST OF THE NIGHT"
025700         " RUNS FROM TRANACCP" UPON OPCON.
025800 2500-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------*
026100*    2900-STOP-STREAM - RECORD WHICH STEP FAILED AND WITH WHAT,
026200*    SO THE RERUN STARTS THERE, AND HOLD THE REST OF THE NIGHT.
026300*----------------------------------------------------------------*
026400 2900-STOP-STREAM.
026500     MOVE "FAIL" TO WS-RUNC-PHASE.
026600     MOVE WS-STEP-SUB TO WS-RUNC-A.
026700     MOVE WS-STEP-RC  TO WS-RUNC-B.
026800     MOVE 0           TO WS-RUNC-C.
026900     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
027000     MOVE WS-STEP-RC TO WS-NIGHT-RC.
027100     SET WS-STREAM-STOPPED TO TRUE.
027200     DISPLAY "BASENITE - NIGHT STOPPED AT STEP " WS-STEP-DISP
027300         " " WS-CALL-NAME " RC " WS-RC-DISP UPON OPCON.
027400     DISPLAY "BASENITE - CORRECT THE CAUSE AND RERUN BASENITE -"
027500         " IT RESUMES AT THIS STEP" UPON OPCON.
027600 2900-EXIT.
027700     EXIT.
027800*----------------------------------------------------------------*
027900*    7500-WRITE-RUN-CONTROL - APPEND ONE RECORD TO THE SHARED
028000*    RUN-CONTROL FILE, CREATING IT ON THE NIGHT'S FIRST JOB.
028100*    THE CALLER SETS THE PHASE AND COUNTS.
028200*----------------------------------------------------------------*
028300 7500-WRITE-RUN-CONTROL.
028400     OPEN EXTEND RUN-CONTROL-FILE.
028500     IF WS-RUNC-STATUS = "35"
028600         OPEN OUTPUT RUN-CONTROL-FILE
028700     END-IF.
028800     MOVE "BASENITE" TO RUNC-JOB-NAME.
028900     MOVE WS-RUNC-PHASE TO RUNC-PHASE.
029000     ACCEPT RUNC-RUN-DATE FROM DATE YYYYMMDD.
029100     ACCEPT RUNC-RUN-TIME FROM TIME.
029200     MOVE WS-RUNC-A TO RUNC-COUNT-A.
029300     MOVE WS-RUNC-B TO RUNC-COUNT-B.
029400     MOVE WS-RUNC-C TO RUNC-COUNT-C.
029500     WRITE RUNC-RECORD.
029600     CLOSE RUN-CONTROL-FILE.
029700 7500-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------*
030000*    8000-READ-RUN-CONTROL
030100*----------------------------------------------------------------*
030200 8000-READ-RUN-CONTROL.
030300     READ RUN-CONTROL-FILE
030400         AT END
030500             SET WS-EOF-REACHED TO TRUE
030600     END-READ.
030700 8000-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------*
031000*    9000-TERMINATE - END RECORD FOR A NIGHT THAT RAN THROUGH,
031100*    CONSOLE SUMMARY, AND THE NIGHT'S RETURN CODE: THE FAILING
031200*    STEP'S, OR THE HIGHEST WARNING.
031300*----------------------------------------------------------------*
031400 9000-TERMINATE.
031500     IF NOT WS-STREAM-STOPPED
031600         MOVE "END" TO WS-RUNC-PHASE
031700         MOVE WS-RUN-COUNT  TO WS-RUNC-A
031800         MOVE WS-SKIP-COUNT TO WS-RUNC-B
031900         MOVE 0 TO WS-RUNC-C
032000         IF WS-ACCP-STREAM
032100             MOVE 1 TO WS-RUNC-C
032200         END-IF
032300         PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT
032400         DISPLAY "BASENITE - NIGHT COMPLETE - BASERECN IS DUE"
032500             " IN THE MORNING" UPON OPCON
032600     END-IF.
032700     MOVE WS-NIGHT-RC TO WS-RC-DISP.
032800     IF WS-ACCP-STREAM
032900         DISPLAY "BASENITE COMPLETE - RUN=" WS-RUN-COUNT
033000             " SKIPPED=" WS-SKIP-COUNT
033100             " STREAM=TRANACCP RC=" WS-RC-DISP
033200     ELSE
033300         DISPLAY "BASENITE COMPLETE - RUN=" WS-RUN-COUNT
033400             " SKIPPED=" WS-SKIP-COUNT
033500             " STREAM=ORDRTRAN RC=" WS-RC-DISP
033600     END-IF.
033700     MOVE WS-NIGHT-RC TO RETURN-CODE.
033800 9000-EXIT.
033900     EXIT.
