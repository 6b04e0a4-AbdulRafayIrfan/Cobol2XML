002616*                  NOTHING IN SUCH A FILE CAN BE TRUSTED.  IN
002617*                  PARTIAL MODE THE NIGHT'S DOWNSTREAM JOBS RUN
002618*                  FROM TRANACCP INSTEAD OF THE RAW ORDRTRAN.
002625*  2026-10-01 KJM  EACH HDR'S DEPARTMENT MUST BE ON THE DEPTMAST
002632*                  DEPARTMENT MASTER (DEPTFLDS) AND ACTIVE, OR
002639*                  THE FILE IS REJECTED AS FOR A DATE ALREADY
002646*                  PROCESSED.  A MISSING OR EMPTY MASTER SKIPS
002653*                  THE CHECK.  THE DEPARTMENT LINE ON THE
002660*                  BALANCE REPORT CARRIES THE DEPARTMENT NAME,
002667*                  AND EVERY GROUP ACCEPTED WRITES A "DEPT"
002674*                  RUN-CONTROL RECORD WITH ITS ACCEPTED AND
002681*                  RETURNED DETAILS FOR BASERECN.
002682*  2026-10-15 KJM  THE "WEB" GROUP BASEXMLB ADDS TO THE STREAM IS
002683*                  NO LONGER LOOKED UP ON DEPTMAST, SO A MASTER
002684*                  WITHOUT A WEB RECORD CANNOT REJECT THE NIGHT.
002685*  2026-10-15 KJM  EACH TRL REGENERATED FOR TRANACCP NOW ALSO
002686*                  CARRIES THE DEPARTMENT'S OWN TRAILER COUNT AND
002687*                  HASH (TRANFLDS SENT FIELDS), SO BASEPOST AND
002688*                  BASEACK CAN BALANCE THE ACKNOWLEDGMENT AGAINST
002689*                  WHAT WAS SENT RATHER THAN WHAT WAS ACCEPTED.
002690*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.              IBM-370.
004550         ORGANIZATION IS LINE SEQUENTIAL.
004560     SELECT REJECT-RETURN-FILE ASSIGN TO TRANREJS
004570         ORGANIZATION IS LINE SEQUENTIAL.
004575     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004580         ORGANIZATION IS INDEXED
004585         ACCESS MODE IS DYNAMIC
004590         RECORD KEY IS DEPT-CODE
004595         FILE STATUS IS WS-DEPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TRANSACTION-FILE.
006576 01  ACC-RECORD                 PIC X(54).
006577 FD  REJECT-RETURN-FILE.
006578 01  REJ-RECORD                 PIC X(54).
006581*----------------------------------------------------------------*
006584*    DEPARTMENT-MASTER - SAME LAYOUT BASEDMNT MAINTAINS.
006587*----------------------------------------------------------------*
006590 FD  DEPARTMENT-MASTER.
006593     COPY DEPTFLDS.
006600 WORKING-STORAGE SECTION.
006700 77  WS-TRAN-STATUS             PIC X(02).
006800 77  WS-DATE-STATUS             PIC X(02).
009000 77  WS-COUNT-DISP2             PIC ZZZZZZ9.
009100 77  WS-HASH-DISP               PIC ZZZZZZZZZZZ9.
009200 77  WS-HASH-DISP2              PIC ZZZZZZZZZZZ9.
009202 77  WS-DEPT-STATUS             PIC X(02).
009204 01  WS-DEPT-SW                 PIC X(01) VALUE "N".
009206     88  WS-DEPT-ENABLED        VALUE "Y".
009208 77  WS-CURR-DEPT-NAME          PIC X(30) VALUE SPACES.
009209 77  WS-WEB-DEPT                PIC X(03) VALUE "WEB".
009210*----------------------------------------------------------------*
009220*    PARTIAL-ACCEPT MODE FIELDS - THE OPERATOR'S MODE REPLY AND
009230*    THE PER-GROUP AND WHOLE-RUN SPLIT COUNTS AND HASHES.
009265     05  WS-CTL-TRL-COUNT       PIC 9(07).
009266     05  WS-CTL-TRL-HASH        PIC 9(12).
009267     05  WS-CTL-TRL-DEPT        PIC X(03).
009269     05  WS-CTL-TRL-SENT-COUNT  PIC 9(07).
009271     05  WS-CTL-TRL-SENT-HASH   PIC 9(12).
009273     05  FILLER                 PIC X(05).
009275*----------------------------------------------------------------*
009277*    WS-RPT-SPLIT-LINE - ACCEPTED AND RETURNED SIDE BY SIDE FOR
009279*    ONE DEPARTMENT GROUP ON THE BALANCE REPORT.
009281*----------------------------------------------------------------*
009283 01  WS-RPT-SPLIT-LINE.
009285     05  FILLER                 PIC X(05) VALUE "DEPT ".
009287     05  WS-RPT-SPL-DEPT        PIC X(03).
009289     05  FILLER                 PIC X(11) VALUE "  ACCEPTED ".
009291     05  WS-RPT-SPL-ACC         PIC ZZZZZZ9.
009293     05  FILLER                 PIC X(11) VALUE "  RETURNED ".
009295     05  WS-RPT-SPL-REJ         PIC ZZZZZZ9.
009300*----------------------------------------------------------------*
009400*    WS-RPT-DEPT-LINE - ONE BALANCE REPORT LINE PER DEPARTMENT
009500*    GROUP, WRITTEN WHETHER THE GROUP BALANCED OR NOT.
009700 01  WS-RPT-DEPT-LINE.
009800     05  FILLER                 PIC X(05) VALUE "DEPT ".
009900     05  WS-RPT-DEPT            PIC X(03).
009910     05  FILLER                 PIC X(01) VALUE " ".
009920     05  WS-RPT-DEPT-NAME       PIC X(30).
010000     05  FILLER                 PIC X(07) VALUE "  DATE ".
010100     05  WS-RPT-DATE            PIC 9(08).
010200     05  FILLER                 PIC X(10) VALUE "  DETAILS ".
013210     MOVE "START" TO WS-RUNC-PHASE.
013220     MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C.
013230     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
013235     PERFORM 1100-OPEN-DEPT-MASTER THRU 1100-EXIT.
013240     DISPLAY "BASEBAL - PARTIAL ACCEPT MODE (Y/N)" UPON OPCON.
013250     ACCEPT WS-MODE-REPLY FROM OPCON.
013260     IF WS-MODE-REPLY = "Y" OR "y"
013270         MOVE "Y" TO WS-PARTIAL-SW
013280     END-IF.
013300 1000-EXIT.
013304     EXIT.
013308*----------------------------------------------------------------*
013312*    1100-OPEN-DEPT-MASTER - THE DEPARTMENT CHECK ONLY RUNS WHEN
013316*    THE DEPARTMENT MASTER IS PRESENT AND HAS AT LEAST ONE RECORD,
013320*    AS THE OTHER CONTROL FILES FALL BACK.
013324*----------------------------------------------------------------*
013328 1100-OPEN-DEPT-MASTER.
013332     OPEN INPUT DEPARTMENT-MASTER.
013336     IF WS-DEPT-STATUS NOT = "00"
013340         GO TO 1100-EXIT
013344     END-IF.
013348     READ DEPARTMENT-MASTER NEXT RECORD
013352         AT END
013356             CONTINUE
013360     END-READ.
013364     IF WS-DEPT-STATUS = "00"
013368         MOVE "Y" TO WS-DEPT-SW
013372     ELSE
013376         CLOSE DEPARTMENT-MASTER
013380     END-IF.
013384 1100-EXIT.
013400     EXIT.
013500*----------------------------------------------------------------*
013600*    2000-VALIDATE-FILE - ONE PASS OVER THE UPLOAD, ONE HDR/TRL
017400     END-IF.
017500     MOVE TRAN-HDR-FILE-DATE TO WS-HDR-FILE-DATE.
017600     MOVE TRAN-HDR-DEPT-CODE TO WS-CURR-DEPT.
017610     PERFORM 2080-CHECK-DEPARTMENT THRU 2080-EXIT.
017700     PERFORM 2100-CHECK-FILE-DATE THRU 2100-EXIT.
017800     MOVE 0 TO WS-GROUP-COUNT WS-GROUP-HASH.
017900     MOVE "N" TO WS-TRAILER-SW.
020600     PERFORM 2500-WRITE-DEPT-LINE THRU 2500-EXIT.
020700     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
020800 2050-EXIT.
020803     EXIT.
020806*----------------------------------------------------------------*
020809*    2080-CHECK-DEPARTMENT - THE HDR'S DEPARTMENT MUST BE ON THE
020812*    DEPARTMENT MASTER AND ACTIVE.  ITS NAME IS KEPT FOR THE
020813*    BALANCE REPORT.  THE WEB GROUP BASEXMLB BUILDS IS OURS,
020814*    NOT AN UPLOADING DEPARTMENT'S, SO IT IS NEVER LOOKED UP -
020815*    THE NIGHT MUST NOT DEPEND ON SOMEONE KEYING "WEB" ONTO THE
020816*    MASTER.
020818*----------------------------------------------------------------*
020821 2080-CHECK-DEPARTMENT.
020824     MOVE SPACES TO WS-CURR-DEPT-NAME.
020827     IF NOT WS-DEPT-ENABLED
020830         GO TO 2080-EXIT
020833     END-IF.
020834     IF WS-CURR-DEPT = WS-WEB-DEPT
020835         MOVE "WEB ORDER CHANNEL" TO WS-CURR-DEPT-NAME
020836         GO TO 2080-EXIT
020837     END-IF.
020838     MOVE WS-CURR-DEPT TO DEPT-CODE.
020839     READ DEPARTMENT-MASTER
020842         INVALID KEY
020845             MOVE SPACES TO WS-REJECT-MSG
020848             STRING "UNKNOWN DEPARTMENT ON HDR: "
020851                     DELIMITED BY SIZE
020854                 WS-CURR-DEPT DELIMITED BY SIZE
020857                 INTO WS-REJECT-MSG
020860             PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
020863         NOT INVALID KEY
020866             MOVE DEPT-NAME TO WS-CURR-DEPT-NAME
020869             IF NOT DEPT-ACTIVE
020872                 MOVE SPACES TO WS-REJECT-MSG
020875                 STRING "DEPARTMENT NOT ACTIVE: "
020878                         DELIMITED BY SIZE
020881                     WS-CURR-DEPT DELIMITED BY SIZE
020884                     INTO WS-REJECT-MSG
020887                 PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
020890             END-IF
020893     END-READ.
020896 2080-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------*
021100*    2100-CHECK-FILE-DATE - A FILE DATE ALREADY ON TRANDATE FOR
028900*----------------------------------------------------------------*
029000 2500-WRITE-DEPT-LINE.
029100     MOVE WS-CURR-DEPT     TO WS-RPT-DEPT.
029110     MOVE WS-CURR-DEPT-NAME TO WS-RPT-DEPT-NAME.
029200     MOVE WS-HDR-FILE-DATE TO WS-RPT-DATE.
029300     MOVE WS-GROUP-COUNT   TO WS-RPT-DETAILS.
029400     MOVE WS-GROUP-HASH    TO WS-RPT-HASH.
029800*----------------------------------------------------------------*
029900*    5000-REGISTER-FILE - THE FILE BALANCED, SO RECORD EACH
030000*    DEPARTMENT'S FILE DATE AND EVERY DETAIL TRAN-ID AS
030100*    ACCEPTED, WITH A DEPT RUN-CONTROL RECORD PER GROUP.
030200*----------------------------------------------------------------*
030300 5000-REGISTER-FILE.
030400     CLOSE TRANSACTION-FILE.
032200             MOVE TRAN-HDR-DEPT-CODE TO PDT-DEPT-CODE
032300             MOVE TRAN-HDR-FILE-DATE TO PDT-FILE-DATE
032400             WRITE PDT-RECORD
032410             MOVE TRAN-HDR-DEPT-CODE TO WS-CURR-DEPT
032420             MOVE 0 TO WS-ACC-COUNT WS-REJ-COUNT
032500         WHEN TRAN-TRAILER-REC
032600             PERFORM 5900-WRITE-DEPT-CONTROL THRU 5900-EXIT
032700         WHEN OTHER
032710             ADD 1 TO WS-ACC-COUNT
032800             MOVE TRAN-ID TO TID-TRAN-ID
032900             WRITE TID-RECORD
033000                 INVALID KEY
033605*    WHOSE TRAN-ID IS ALREADY ACCEPTED BACK TO THE SENDER ON
033606*    TRANREJS.  BOTH OUTPUTS GET REGENERATED HDR/TRL CONTROL
033607*    RECORDS PER DEPARTMENT; THE REJECT HDR IS ONLY WRITTEN WHEN
033608*    A GROUP ACTUALLY RETURNS SOMETHING.  THE ACCEPTED TRL ALSO
033609*    CARRIES THE COUNT AND HASH THE DEPARTMENT'S OWN TRL SENT,
033610*    SO ITS ACKNOWLEDGMENT STILL FOOTS TO WHAT IT SENT.
033611*----------------------------------------------------------------*
033612 5500-SPLIT-FILE.
033613     CLOSE TRANSACTION-FILE.
033614     OPEN INPUT TRANSACTION-FILE.
033615     MOVE "N" TO WS-EOF-SW.
033616     OPEN OUTPUT ACCEPTED-OUT-FILE.
033617     OPEN OUTPUT REJECT-RETURN-FILE.
033618     OPEN EXTEND PROCESSED-DATE-FILE.
033619     IF WS-DATE-STATUS = "35"
033620         OPEN OUTPUT PROCESSED-DATE-FILE
033621     END-IF.
033622     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
033623     PERFORM 5600-SPLIT-ONE THRU 5600-EXIT
033666     MOVE WS-ACC-COUNT  TO WS-CTL-TRL-COUNT.
033667     MOVE WS-ACC-HASH   TO WS-CTL-TRL-HASH.
033668     MOVE WS-CURR-DEPT  TO WS-CTL-TRL-DEPT.
033669     MOVE TRAN-TRL-RECORD-COUNT TO WS-CTL-TRL-SENT-COUNT.
033670     MOVE TRAN-TRL-HASH-TOTAL   TO WS-CTL-TRL-SENT-HASH.
033671     WRITE ACC-RECORD FROM WS-CTL-RECORD.
033672     IF WS-REJ-HDR-WRITTEN
033673         MOVE SPACES TO WS-CTL-RECORD
033674         MOVE "TRL99999"    TO WS-CTL-TRL-ID
033675         MOVE WS-REJ-COUNT  TO WS-CTL-TRL-COUNT
033676         MOVE WS-REJ-HASH   TO WS-CTL-TRL-HASH
033677         MOVE WS-CURR-DEPT  TO WS-CTL-TRL-DEPT
033678         WRITE REJ-RECORD FROM WS-CTL-RECORD
033679     END-IF.
033680     MOVE WS-CURR-DEPT TO WS-RPT-SPL-DEPT.
033681     MOVE WS-ACC-COUNT TO WS-RPT-SPL-ACC.
033682     MOVE WS-REJ-COUNT TO WS-RPT-SPL-REJ.
033683     WRITE RPT-LINE FROM WS-RPT-SPLIT-LINE.
033684     PERFORM 5900-WRITE-DEPT-CONTROL THRU 5900-EXIT.
033685 5650-EXIT.
033686     EXIT.
033687*----------------------------------------------------------------*
033688*    5700-SPLIT-DETAIL - AN ID ALREADY ON TRANIDX (AN EARLIER
033689*    RUN, OR THE FIRST COPY EARLIER IN THIS SAME FILE) GOES BACK
033690*    TO THE SENDER; A CLEAN ID REGISTERS AND PASSES ON.
033691*----------------------------------------------------------------*
033692 5700-SPLIT-DETAIL.
033693     MOVE TRAN-ID TO TID-TRAN-ID.
033734 5800-EXIT.
033735     EXIT.
033740*----------------------------------------------------------------*
033741*    5900-WRITE-DEPT-CONTROL - ONE DEPT RUN-CONTROL RECORD FOR THE
033742*    GROUP JUST ACCEPTED: ITS ACCEPTED AND RETURNED DETAILS.
033743*----------------------------------------------------------------*
033744 5900-WRITE-DEPT-CONTROL.
033745     MOVE "DEPT"       TO WS-RUNC-PHASE.
033746     MOVE WS-ACC-COUNT TO WS-RUNC-A.
033747     MOVE WS-REJ-COUNT TO WS-RUNC-B.
033748     MOVE 0            TO WS-RUNC-C.
033749     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
033750 5900-EXIT.
033751     EXIT.
033752*----------------------------------------------------------------*
033760*    6000-WRITE-REJECT - LIST THE REJECT AND FAIL THE FILE
033780*----------------------------------------------------------------*
034000 6000-WRITE-REJECT.
037610*----------------------------------------------------------------*
037620*    7500-WRITE-RUN-CONTROL - APPEND ONE START/END RECORD TO THE
037630*    SHARED RUN-CONTROL FILE, CREATING IT ON THE NIGHT'S FIRST
037640*    JOB.  THE CALLER SETS THE PHASE AND COUNTS.  A DEPT RECORD
037645*    CARRIES THE DEPARTMENT CODE IN PLACE OF THE TIME.
037650*----------------------------------------------------------------*
037660 7500-WRITE-RUN-CONTROL.
037661     OPEN EXTEND RUN-CONTROL-FILE.
037669     MOVE WS-RUNC-A TO RUNC-COUNT-A.
037670     MOVE WS-RUNC-B TO RUNC-COUNT-B.
037671     MOVE WS-RUNC-C TO RUNC-COUNT-C.
037674     IF RUNC-DEPT-REC
037677         MOVE WS-CURR-DEPT TO RUNC-DEPT-AREA
037680     END-IF.
037683     WRITE RUNC-RECORD.
037686     CLOSE RUN-CONTROL-FILE.
037689 7500-EXIT.
037692     EXIT.
037700*----------------------------------------------------------------*
037800*    8000-READ-TRANSACTION
037900*----------------------------------------------------------------*
039600     MOVE WS-REJECT-MSG TO RPT-LINE.
039700     WRITE RPT-LINE.
039800     CLOSE TRANSACTION-FILE BALANCE-RPT-FILE ACCEPTED-ID-FILE.
039802     IF WS-DEPT-ENABLED
039804         CLOSE DEPARTMENT-MASTER
039806     END-IF.
039810     MOVE "END" TO WS-RUNC-PHASE.
039820     EVALUATE TRUE
039830         WHEN NOT WS-FILE-GOOD
