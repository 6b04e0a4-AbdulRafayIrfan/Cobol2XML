002600*                  EMPTIED AFTERWARD - THE REPORT KEEPS THE
002700*                  EVIDENCE - SO TOMORROW'S RECORDS DO NOT MIX
002800*                  WITH TONIGHT'S.
002810*  2026-09-08 KJM  NEW LEG FOR THE WEB CHANNEL: WEB DOCUMENTS
002820*                  BASEXMLB ACCEPTED AGAINST THE WEB DETAILS
002830*                  BASEPOST POSTED, REJECTED OR HELD, FROM ITS
002840*                  "WEB" PHASE RECORD.  ACCEPTED ORDERS WITH NO
002850*                  WEB RECORD AT ALL FAIL THE NIGHT.
002853*  2026-10-01 KJM  BASEBAL'S "DEPT" PHASE RECORDS LIST WITH THE
002856*                  DEPARTMENT CODE AND ITS NAME FROM THE DEPTMAST
002859*                  DEPARTMENT MASTER IN PLACE OF THE RUN TIME,
002862*                  ARE SUMMED ONE LINE PER DEPARTMENT, AND FOOT
002865*                  IN A NEW LEG AGAINST THE DETAILS BASEBAL
002868*                  ACCEPTED ON ITS END RECORD.
002871*  2026-10-06 KJM  BEFORE BASERUNC IS EMPTIED, THE NIGHT'S END
002874*                  COUNTS PER JOB AND DEPT COUNTS PER DEPARTMENT
002877*                  ARE APPENDED TO THE PERMANENT BASEHIST
002880*                  RUN-HISTORY FILE (HISTFLDS), DATED WITH THE
002883*                  NIGHT'S FIRST RUN-CONTROL DATE AND CARRYING
002886*                  THIS REPORT'S VERDICT, FOR THE WEEKLY BASETRND
002889*                  VOLUME-TREND REPORT.
002892*  2026-10-09 KJM  THE JOB TABLE HOLDS 20 JOBS NOW THAT BASEWHSE,
002895*                  THE WAREHOUSE EXTRACT, ENDS THE NIGHT.
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003800         FILE STATUS IS WS-RUNC-STATUS.
003900     SELECT RECON-RPT-FILE ASSIGN TO BASERECR
004000         ORGANIZATION IS LINE SEQUENTIAL.
004010     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS DEPT-CODE
004050         FILE STATUS IS WS-DEPT-STATUS.
004060     SELECT RUN-HISTORY-FILE ASSIGN TO BASEHIST
004070         ORGANIZATION IS LINE SEQUENTIAL
004080         FILE STATUS IS WS-HIST-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300*----------------------------------------------------------------*
004800     COPY RUNCFLDS.
004900 FD  RECON-RPT-FILE.
005000 01  RPT-LINE                   PIC X(100).
005010*----------------------------------------------------------------*
005020*    DEPARTMENT-MASTER - SAME LAYOUT BASEDMNT MAINTAINS.  ONLY
005030*    READ FOR THE NAMES.
005040*----------------------------------------------------------------*
005050 FD  DEPARTMENT-MASTER.
005060     COPY DEPTFLDS.
005066*----------------------------------------------------------------*
005072*    RUN-HISTORY-FILE - SHARED COPYBOOK WITH BASETRND.
005078*----------------------------------------------------------------*
005084 FD  RUN-HISTORY-FILE.
005090     COPY HISTFLDS.
005100 WORKING-STORAGE SECTION.
005200 77  WS-RUNC-STATUS             PIC X(02).
005300 01  WS-EOF-SW                  PIC X(01) VALUE "N".
006000     88  WS-FETCH-FOUND         VALUE "Y".
006100 77  WS-RECORD-COUNT            PIC 9(05) COMP-3 VALUE 0.
006200 77  WS-FAIL-COUNT              PIC 9(03) COMP-3 VALUE 0.
006210 77  WS-HIST-STATUS             PIC X(02).
006220 77  WS-NIGHT-DATE              PIC 9(08) VALUE 0.
006230 77  WS-HIST-COUNT              PIC 9(05) COMP-3 VALUE 0.
006240 77  WS-HIST-DISP               PIC ZZZZ9.
006300*----------------------------------------------------------------*
006400*    WS-JOB-TABLE - ONE SLOT PER JOB SEEN ON THE RUN-CONTROL
006500*    FILE, KEEPING WHETHER IT STARTED AND ENDED AND THE COUNTS
006800 77  WS-JOB-SUB                 PIC 9(03) COMP-3.
006900 77  WS-JOB-COUNT               PIC 9(03) COMP-3 VALUE 0.
007000 01  WS-JOB-TABLE.
007100     05  WS-JOB-ENTRY OCCURS 20 TIMES.
007200         10  WS-JOB-NAME        PIC X(08).
007300         10  WS-JOB-START-SW    PIC X(01).
007400         10  WS-JOB-END-SW      PIC X(01).
009000 77  WS-SCAN-C                  PIC 9(07) COMP-3 VALUE 0.
009100 77  WS-LEG-LEFT                PIC 9(08) COMP-3 VALUE 0.
009200 77  WS-LEG-RIGHT               PIC 9(08) COMP-3 VALUE 0.
009210*----------------------------------------------------------------*
009220*    WEB GROUP COUNTS FROM BASEPOST'S "WEB" PHASE RECORD - THE
009230*    LAST ONE WINS, AS FOR THE END RECORDS.
009240*----------------------------------------------------------------*
009250 01  WS-WEB-SW                  PIC X(01) VALUE "N".
009260     88  WS-WEB-SEEN            VALUE "Y".
009270 77  WS-WEB-POSTED              PIC 9(07) COMP-3 VALUE 0.
009280 77  WS-WEB-REJECTED            PIC 9(07) COMP-3 VALUE 0.
009281 77  WS-WEB-HELD                PIC 9(07) COMP-3 VALUE 0.
009282*----------------------------------------------------------------*
009283*    WS-DEPT-TABLE - ONE SLOT PER DEPARTMENT FROM BASEBAL'S "DEPT"
009284*    PHASE RECORDS.  THE LAST ONE FOR A DEPARTMENT WINS, AS FOR
009285*    THE END RECORDS.
009286*----------------------------------------------------------------*
009287 77  WS-DEPT-STATUS             PIC X(02).
009288 01  WS-DEPT-MAST-SW            PIC X(01) VALUE "N".
009289     88  WS-DEPT-MAST-OPEN      VALUE "Y".
009290 77  WS-DEPT-SUB                PIC 9(03) COMP-3.
009291 77  WS-DEPT-COUNT              PIC 9(03) COMP-3 VALUE 0.
009292 77  WS-DEPT-ACC-TOTAL          PIC 9(08) COMP-3 VALUE 0.
009293 77  WS-LOOKUP-NAME             PIC X(30).
009294 01  WS-DEPT-TABLE.
009295     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
009296         10  WS-DEPT-CODE       PIC X(03).
009297         10  WS-DEPT-A          PIC 9(07) COMP-3.
009298         10  WS-DEPT-B          PIC 9(07) COMP-3.
009300 01  WS-STREAM-OK-SW            PIC X(01) VALUE "Y".
009400     88  WS-STREAM-OK           VALUE "Y".
009500 01  WS-RPT-RECORD-LINE.
010100     05  WS-RPT-DATE            PIC 9(08).
010200     05  FILLER                 PIC X(01) VALUE SPACE.
010300     05  WS-RPT-TIME            PIC 9(08).
010310     05  WS-RPT-TIME-X REDEFINES WS-RPT-TIME
010320                                PIC X(08).
010400     05  FILLER                 PIC X(03) VALUE " A=".
010500     05  WS-RPT-A               PIC ZZZZZZ9.
010600     05  FILLER                 PIC X(03) VALUE " B=".
010700     05  WS-RPT-B               PIC ZZZZZZ9.
010800     05  FILLER                 PIC X(03) VALUE " C=".
010900     05  WS-RPT-C               PIC ZZZZZZ9.
010908     05  FILLER                 PIC X(02) VALUE SPACES.
010916     05  WS-RPT-DEPT-NAME       PIC X(20).
010924 01  WS-RPT-DEPT-LINE.
010932     05  FILLER                 PIC X(05) VALUE "DEPT ".
010940     05  WS-RPT-DL-CODE         PIC X(03).
010948     05  FILLER                 PIC X(01) VALUE SPACE.
010956     05  WS-RPT-DL-NAME         PIC X(30).
010964     05  FILLER                 PIC X(11) VALUE "  ACCEPTED ".
010972     05  WS-RPT-DL-ACC          PIC ZZZZZZ9.
010980     05  FILLER                 PIC X(11) VALUE "  RETURNED ".
010988     05  WS-RPT-DL-REJ          PIC ZZZZZZ9.
011000 01  WS-RPT-LEG-LINE.
011100     05  WS-RPT-LEG-DESC        PIC X(52).
011200     05  WS-RPT-LEG-LEFT        PIC ZZZZZZZ9.
012500         UNTIL WS-EOF-REACHED.
012600     PERFORM 3000-CHECK-END-RECORDS THRU 3000-EXIT.
012700     PERFORM 4000-CROSS-FOOT-LEGS THRU 4000-EXIT.
012710     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.
012800     PERFORM 8500-RESET-RUN-CONTROL THRU 8500-EXIT.
012900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013000     GOBACK.
013700     OPEN OUTPUT RECON-RPT-FILE.
013800     MOVE "NIGHT-RUN RECONCILIATION" TO RPT-LINE.
013900     WRITE RPT-LINE.
013910     OPEN INPUT DEPARTMENT-MASTER.
013920     IF WS-DEPT-STATUS = "00"
013930         MOVE "Y" TO WS-DEPT-MAST-SW
013940     END-IF.
014000     OPEN INPUT RUN-CONTROL-FILE.
014100     IF WS-RUNC-STATUS NOT = "00"
014200         MOVE "RUN-CONTROL FILE NOT PRESENT - NO JOB RAN"
015400*----------------------------------------------------------------*
015500 2000-LIST-ONE-RECORD.
015600     ADD 1 TO WS-RECORD-COUNT.
015610     IF WS-RECORD-COUNT = 1
015620         MOVE RUNC-RUN-DATE TO WS-NIGHT-DATE
015630     END-IF.
015700     MOVE RUNC-JOB-NAME TO WS-RPT-JOB.
015800     MOVE RUNC-PHASE    TO WS-RPT-PHASE.
015900     MOVE RUNC-RUN-DATE TO WS-RPT-DATE.
016100     MOVE RUNC-COUNT-A  TO WS-RPT-A.
016200     MOVE RUNC-COUNT-B  TO WS-RPT-B.
016300     MOVE RUNC-COUNT-C  TO WS-RPT-C.
016310     MOVE SPACES        TO WS-RPT-DEPT-NAME.
016320     IF RUNC-DEPT-REC
016330         MOVE RUNC-DEPT-AREA TO WS-RPT-TIME-X
016340         MOVE RUNC-DEPT-CODE TO DEPT-CODE
016350         PERFORM 7100-LOOKUP-DEPT-NAME THRU 7100-EXIT
016360         MOVE WS-LOOKUP-NAME TO WS-RPT-DEPT-NAME
016370     END-IF.
016400     WRITE RPT-LINE FROM WS-RPT-RECORD-LINE.
016500     PERFORM 2100-ROLL-INTO-TABLE THRU 2100-EXIT.
016600     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
017800         UNTIL WS-JOB-SUB > WS-JOB-COUNT
017900             OR WS-SLOT-FOUND.
018000     IF NOT WS-SLOT-FOUND
018100         IF WS-JOB-COUNT < 20
018200             ADD 1 TO WS-JOB-COUNT
018300             MOVE WS-JOB-COUNT TO WS-JOB-SUB
018400             MOVE RUNC-JOB-NAME TO WS-JOB-NAME (WS-JOB-SUB)
019300     IF NOT WS-SLOT-FOUND
019400         GO TO 2100-EXIT
019500     END-IF.
019510     IF RUNC-DEPT-REC
019520         PERFORM 2200-ROLL-DEPARTMENT THRU 2200-EXIT
019530     END-IF.
019600     IF RUNC-START-REC
019700         MOVE "Y" TO WS-JOB-START-SW (WS-JOB-SUB)
019800     END-IF.
020200         MOVE RUNC-COUNT-B TO WS-JOB-B (WS-JOB-SUB)
020300         MOVE RUNC-COUNT-C TO WS-JOB-C (WS-JOB-SUB)
020400     END-IF.
020410     IF RUNC-WEB-REC
020420         SET WS-WEB-SEEN TO TRUE
020430         MOVE RUNC-COUNT-A TO WS-WEB-POSTED
020440         MOVE RUNC-COUNT-B TO WS-WEB-REJECTED
020450         MOVE RUNC-COUNT-C TO WS-WEB-HELD
020460     END-IF.
020500 2100-EXIT.
020600     EXIT.
020700 2150-FIND-SLOT.
021000         SUBTRACT 1 FROM WS-JOB-SUB
021100     END-IF.
021200 2150-EXIT.
021203     EXIT.
021206*----------------------------------------------------------------*
021209*    2200-ROLL-DEPARTMENT - FIND (OR OPEN) THE DEPARTMENT'S SLOT
021212*    AND KEEP THE COUNTS FROM ITS LATEST DEPT RECORD.
021215*----------------------------------------------------------------*
021218 2200-ROLL-DEPARTMENT.
021221     MOVE "N" TO WS-SLOT-SW.
021224     PERFORM 2250-FIND-DEPT-SLOT THRU 2250-EXIT
021227         VARYING WS-DEPT-SUB FROM 1 BY 1
021230         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
021233             OR WS-SLOT-FOUND.
021236     IF NOT WS-SLOT-FOUND
021239         IF WS-DEPT-COUNT < 20
021242             ADD 1 TO WS-DEPT-COUNT
021245             MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
021248             MOVE RUNC-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-SUB)
021251             SET WS-SLOT-FOUND TO TRUE
021254         END-IF
021257     END-IF.
021260     IF WS-SLOT-FOUND
021263         MOVE RUNC-COUNT-A TO WS-DEPT-A (WS-DEPT-SUB)
021266         MOVE RUNC-COUNT-B TO WS-DEPT-B (WS-DEPT-SUB)
021269     END-IF.
021272 2200-EXIT.
021275     EXIT.
021278 2250-FIND-DEPT-SLOT.
021281     IF WS-DEPT-CODE (WS-DEPT-SUB) = RUNC-DEPT-CODE
021284         SET WS-SLOT-FOUND TO TRUE
021287         SUBTRACT 1 FROM WS-DEPT-SUB
021290     END-IF.
021293 2250-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------*
021500*    3000-CHECK-END-RECORDS - A JOB THAT STARTED BUT NEVER WROTE
027500     IF WS-STREAM-OK
027600         PERFORM 4100-LEG-ACCEPTED-VS-SWEPT THRU 4100-EXIT
027700         PERFORM 4200-LEG-FAILED-VS-SUSPENDED THRU 4200-EXIT
027710         PERFORM 4500-LEG-DEPARTMENTS THRU 4500-EXIT
027800     END-IF.
027900     PERFORM 4300-LEG-XML-DOCUMENTS THRU 4300-EXIT.
027910     PERFORM 4400-LEG-WEB-ORDERS THRU 4400-EXIT.
028000 4000-EXIT.
028100     EXIT.
028200 4100-LEG-ACCEPTED-VS-SWEPT.
030700         TO WS-RPT-LEG-DESC.
030800     PERFORM 5000-WRITE-LEG THRU 5000-EXIT.
030900 4300-EXIT.
030903     EXIT.
030906*----------------------------------------------------------------*
030909*    4400-LEG-WEB-ORDERS - EVERY WEB DOCUMENT BASEXMLB ACCEPTED
030912*    WENT INTO THE STREAM'S WEB GROUP, SO BASEPOST MUST HAVE
030915*    POSTED, REJECTED OR HELD EACH ONE OF THEM.
030918*----------------------------------------------------------------*
030921 4400-LEG-WEB-ORDERS.
030924     MOVE "BASEXMLB" TO WS-FETCH-NAME.
030927     PERFORM 6000-FETCH-JOB THRU 6000-EXIT.
030930     IF NOT WS-FETCH-FOUND
030933         GO TO 4400-EXIT
030936     END-IF.
030939     IF NOT WS-WEB-SEEN
030942         IF WS-FETCH-B > 0
030945             MOVE "WEB ORDERS ACCEPTED - NO BASEPOST WEB RECORD"
030948                 TO WS-FAIL-MSG
030951             PERFORM 7000-WRITE-FAILURE THRU 7000-EXIT
030954         END-IF
030957         GO TO 4400-EXIT
030960     END-IF.
030963     MOVE WS-FETCH-B TO WS-LEG-LEFT.
030966     COMPUTE WS-LEG-RIGHT = WS-WEB-POSTED + WS-WEB-REJECTED
030969         + WS-WEB-HELD.
030972     MOVE "WEB DOCUMENTS ACCEPTED VS WEB DETAILS POSTED/REJ/HELD"
030975         TO WS-RPT-LEG-DESC.
030978     PERFORM 5000-WRITE-LEG THRU 5000-EXIT.
030981 4400-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------*
031103*    4500-LEG-DEPARTMENTS - ONE LINE PER DEPARTMENT BASEBAL
031106*    ACCEPTED, THEN THEIR ACCEPTED DETAILS MUST FOOT TO THE
031109*    BASEBAL END RECORD.  A NIGHT WITH NO DEPT RECORDS (FILE
031112*    REJECTED, OR BASEBAL FROM BEFORE THEY EXISTED) HAS NO LEG.
031115*----------------------------------------------------------------*
031118 4500-LEG-DEPARTMENTS.
031121     IF WS-DEPT-COUNT = 0
031124         GO TO 4500-EXIT
031127     END-IF.
031130     MOVE 0 TO WS-DEPT-ACC-TOTAL.
031133     PERFORM 4550-WRITE-ONE-DEPT THRU 4550-EXIT
031136         VARYING WS-DEPT-SUB FROM 1 BY 1
031139         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
031142     MOVE WS-DEPT-ACC-TOTAL TO WS-LEG-LEFT.
031145     MOVE WS-BAL-A TO WS-LEG-RIGHT.
031148     MOVE "DETAILS ACCEPTED BY DEPARTMENT VS BASEBAL ACCEPTED"
031151         TO WS-RPT-LEG-DESC.
031154     PERFORM 5000-WRITE-LEG THRU 5000-EXIT.
031157 4500-EXIT.
031160     EXIT.
031163 4550-WRITE-ONE-DEPT.
031166     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-RPT-DL-CODE.
031169     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO DEPT-CODE.
031172     PERFORM 7100-LOOKUP-DEPT-NAME THRU 7100-EXIT.
031175     MOVE WS-LOOKUP-NAME             TO WS-RPT-DL-NAME.
031178     MOVE WS-DEPT-A (WS-DEPT-SUB)    TO WS-RPT-DL-ACC.
031181     MOVE WS-DEPT-B (WS-DEPT-SUB)    TO WS-RPT-DL-REJ.
031184     WRITE RPT-LINE FROM WS-RPT-DEPT-LINE.
031187     ADD WS-DEPT-A (WS-DEPT-SUB) TO WS-DEPT-ACC-TOTAL.
031190 4550-EXIT.
031193     EXIT.
031196*----------------------------------------------------------------*
031200*    5000-WRITE-LEG - ONE CROSS-FOOT LINE.  A LEG OUT OF BALANCE
031300*    FAILS THE RECONCILIATION.
031400*----------------------------------------------------------------*
035900 7000-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------*
036105*    7100-LOOKUP-DEPT-NAME - THE DEPARTMENT MASTER NAME FOR THE
036110*    CODE IN DEPT-CODE, OR SPACES WHEN THERE IS NONE.
036115*----------------------------------------------------------------*
036120 7100-LOOKUP-DEPT-NAME.
036125     MOVE SPACES TO WS-LOOKUP-NAME.
036130     IF NOT WS-DEPT-MAST-OPEN
036135         GO TO 7100-EXIT
036140     END-IF.
036145     READ DEPARTMENT-MASTER
036150         INVALID KEY
036155             GO TO 7100-EXIT
036160     END-READ.
036165     MOVE DEPT-NAME TO WS-LOOKUP-NAME.
036170 7100-EXIT.
036175     EXIT.
036180*----------------------------------------------------------------*
036200*    8000-READ-RUN-CONTROL
036300*----------------------------------------------------------------*
036400 8000-READ-RUN-CONTROL.
036900 8000-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------*
037101*    8400-WRITE-HISTORY - CARRY THE NIGHT'S COUNTS INTO THE
037102*    PERMANENT RUN-HISTORY FILE BEFORE BASERUNC IS EMPTIED,
037103*    CREATING THE FILE THE FIRST NIGHT.  A JOB WITH NO END RECORD
037104*    HAS NO COUNTS TO KEEP.  A NIGHT WITH NO RUN-CONTROL RECORDS
037105*    WRITES NOTHING.
037106*----------------------------------------------------------------*
037107 8400-WRITE-HISTORY.
037108     IF WS-RECORD-COUNT = 0
037109         GO TO 8400-EXIT
037110     END-IF.
037111     OPEN EXTEND RUN-HISTORY-FILE.
037112     IF WS-HIST-STATUS = "35"
037113         OPEN OUTPUT RUN-HISTORY-FILE
037114     END-IF.
037115     PERFORM 8410-WRITE-JOB-HISTORY THRU 8410-EXIT
037116         VARYING WS-JOB-SUB FROM 1 BY 1
037117         UNTIL WS-JOB-SUB > WS-JOB-COUNT.
037118     PERFORM 8420-WRITE-DEPT-HISTORY THRU 8420-EXIT
037119         VARYING WS-DEPT-SUB FROM 1 BY 1
037120         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
037121     CLOSE RUN-HISTORY-FILE.
037122     MOVE WS-HIST-COUNT TO WS-HIST-DISP.
037123     MOVE SPACES TO RPT-LINE.
037124     STRING "RUN-HISTORY RECORDS KEPT: " DELIMITED BY SIZE
037125         WS-HIST-DISP DELIMITED BY SIZE
037126         INTO RPT-LINE.
037127     WRITE RPT-LINE.
037128 8400-EXIT.
037129     EXIT.
037130 8410-WRITE-JOB-HISTORY.
037131     IF WS-JOB-END-SW (WS-JOB-SUB) NOT = "Y"
037132         GO TO 8410-EXIT
037133     END-IF.
037134     PERFORM 8450-START-HISTORY THRU 8450-EXIT.
037135     MOVE "J"                      TO HIST-REC-TYPE.
037136     MOVE WS-JOB-NAME (WS-JOB-SUB) TO HIST-JOB-NAME.
037137     MOVE WS-JOB-A (WS-JOB-SUB)    TO HIST-COUNT-A.
037138     MOVE WS-JOB-B (WS-JOB-SUB)    TO HIST-COUNT-B.
037139     MOVE WS-JOB-C (WS-JOB-SUB)    TO HIST-COUNT-C.
037140     WRITE HIST-RECORD.
037141     ADD 1 TO WS-HIST-COUNT.
037142 8410-EXIT.
037143     EXIT.
037144 8420-WRITE-DEPT-HISTORY.
037145     PERFORM 8450-START-HISTORY THRU 8450-EXIT.
037146     MOVE "D"                        TO HIST-REC-TYPE.
037147     MOVE "BASEBAL"                  TO HIST-JOB-NAME.
037148     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO HIST-DEPT-CODE.
037149     MOVE WS-DEPT-A (WS-DEPT-SUB)    TO HIST-COUNT-A.
037150     MOVE WS-DEPT-B (WS-DEPT-SUB)    TO HIST-COUNT-B.
037151     MOVE 0                          TO HIST-COUNT-C.
037152     WRITE HIST-RECORD.
037153     ADD 1 TO WS-HIST-COUNT.
037154 8420-EXIT.
037155     EXIT.
037156 8450-START-HISTORY.
037157     MOVE SPACES        TO HIST-RECORD.
037158     MOVE WS-NIGHT-DATE TO HIST-NIGHT-DATE.
037159     IF WS-RECON-GOOD
037160         MOVE "Y" TO HIST-RECON-SW
037161     ELSE
037162         MOVE "N" TO HIST-RECON-SW
037163     END-IF.
037164 8450-EXIT.
037165     EXIT.
037166*----------------------------------------------------------------*
037200*    8500-RESET-RUN-CONTROL - LEAVE AN EMPTY RUN-CONTROL FILE SO
037300*    TOMORROW'S RECORDS DO NOT MIX WITH TONIGHT'S.  THE REPORT
037400*    ABOVE KEEPS THE EVIDENCE.
039700     END-IF.
039800     WRITE RPT-LINE.
039900     CLOSE RECON-RPT-FILE.
039910     IF WS-DEPT-MAST-OPEN
039920         CLOSE DEPARTMENT-MASTER
039930     END-IF.
040000     DISPLAY "BASERECN COMPLETE - RECORDS=" WS-RECORD-COUNT
040100             " FAILURES=" WS-FAIL-COUNT.
040200 9000-EXIT.
