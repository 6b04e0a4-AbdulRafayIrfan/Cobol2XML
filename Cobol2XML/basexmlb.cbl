002390*                  ONE LINE PER ORDER INSTEAD OF FOUR.  THE
002391*                  ORDER-LEVEL STATUS TAG IS COUNTED EXACTLY AS
002392*                  BEFORE.
002393*  2026-09-08 KJM  AN ACCEPTED ORDER NOW ACTUALLY REACHES THE
002394*                  ORDER MASTER.  EVERY DOCUMENT THAT COMES BACK
002395*                  STATUS OK IS TURNED INTO A TRANFLDS DETAIL
002396*                  FROM ITS NORMALIZED FIELDS (MATCHED BY FIELD
002397*                  NAME) AND APPENDED TO THE NIGHT'S ORDRTRAN
002398*                  STREAM AS ITS OWN "WEB" DEPARTMENT GROUP,
002399*                  WITH A GENERATED HDR/TRL, SO BASEBAL BALANCES
002400*                  IT, BASESCAN SWEEPS IT AGAINST CUSTMAST AND
002401*                  BASEPOST POSTS IT LIKE ANY OTHER DEPARTMENT'S
002402*                  UPLOAD.  WEB TRAN-IDS ARE "WEB" PLUS A FIVE-
002403*                  DIGIT SEQUENCE CARRIED FROM RUN TO RUN ON THE
002404*                  BSXMLSEQ CONTROL FILE, AND THE ID ASSIGNED IS
002405*                  HANDED BACK TO THE CHANNEL IN A TRANID TAG ON
002406*                  THE ORDER'S RESPONSE.  REJECTED DOCUMENTS
002407*                  STAY OUT OF THE STREAM.  THIS JOB NOW RUNS
002408*                  AHEAD OF BASEBAL SO THE WEB GROUP IS IN THE
002409*                  STREAM BEFORE THE NIGHT IS BALANCED.
002422*  2026-10-15 KJM  AN ACCEPTED ORDER'S RESPONSE TOO LONG TO TAKE
002435*                  ITS TRANID TAG IS NO LONGER CUT OFF SHORT OF
002448*                  ITS CLOSING TAG.  IT GOES OUT UNTAGGED, THE
002461*                  OPERATOR IS TOLD WHICH TRAN-ID IT WAS, AND THE
002474*                  RUN ENDS WITH RETURN CODE 4.
002487*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.              IBM-370.
002800 OBJECT-COMPUTER.              IBM-370.
002833 SPECIAL-NAMES.
002866     CONSOLE IS OPCON.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT REQUEST-FILE ASSIGN TO BSXMLIN
003410     SELECT RUN-CONTROL-FILE ASSIGN TO BASERUNC
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-RUNC-STATUS.
003440     SELECT TRANSACTION-FILE ASSIGN TO ORDRTRAN
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-TRAN-STATUS.
003470     SELECT WEB-SEQUENCE-FILE ASSIGN TO BSXMLSEQ
003480         ORGANIZATION IS LINE SEQUENTIAL
003490         FILE STATUS IS WS-SEQ-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  REQUEST-FILE.
004040*----------------------------------------------------------------*
004050 FD  RUN-CONTROL-FILE.
004060     COPY RUNCFLDS.
004062*----------------------------------------------------------------*
004064*    TRANSACTION-FILE - THE NIGHT'S ORDRTRAN STREAM.  THE WEB
004066*    GROUP IS APPENDED BEHIND THE DEPARTMENTS' UPLOAD GROUPS.
004068*----------------------------------------------------------------*
004070 FD  TRANSACTION-FILE.
004072     COPY TRANFLDS.
004074*----------------------------------------------------------------*
004076*    WEB-SEQUENCE-FILE - ONE RECORD: THE LAST WEB TRAN-ID NUMBER
004078*    ISSUED AND THE RUN DATE THAT ISSUED IT.
004080*----------------------------------------------------------------*
004082 FD  WEB-SEQUENCE-FILE.
004084 01  SEQ-RECORD.
004086     05  SEQ-LAST-NUMBER        PIC 9(05).
004088     05  SEQ-LAST-DATE          PIC 9(08).
004100 WORKING-STORAGE SECTION.
004110 77  WS-RUNC-STATUS             PIC X(02).
004120 77  WS-RUNC-PHASE              PIC X(05).
004700 77  WS-READ-DISP               PIC 9(07).
004800 77  WS-ACCEPT-DISP             PIC 9(07).
004900 77  WS-REJECT-DISP             PIC 9(07).
004950 77  WS-UNTAGGED-COUNT          PIC 9(07) COMP-3 VALUE 0.
005000 77  WS-DISCARD                 PIC X(6100).
005100 77  WS-AFTER-TAG               PIC X(6100).
005200 77  WS-RESP-STATUS             PIC X(08).
005203 77  WS-TRAN-STATUS             PIC X(02).
005206 77  WS-SEQ-STATUS              PIC X(02).
005209 77  WS-RUN-DATE                PIC 9(08).
005212*----------------------------------------------------------------*
005215*    WEB GROUP FIELDS - THE DEPARTMENT CODE THE WEB CHANNEL'S
005218*    ORDERS TRAVEL UNDER, THE TRAN-ID SEQUENCE, AND THE GROUP'S
005221*    RUNNING COUNT AND HASH FOR ITS GENERATED TRAILER.
005224*----------------------------------------------------------------*
005227 77  WS-WEB-DEPT                PIC X(03) VALUE "WEB".
005230 77  WS-WEB-SEQ                 PIC 9(05) VALUE 0.
005233 77  WS-WEB-COUNT               PIC 9(07) COMP-3 VALUE 0.
005236 77  WS-WEB-HASH                PIC 9(12) COMP-3 VALUE 0.
005239 01  WS-WEB-GROUP-SW            PIC X(01) VALUE "N".
005242     88  WS-WEB-GROUP-OPEN      VALUE "Y".
005245*----------------------------------------------------------------*
005248*    RESPONSE FIELD WORK AREAS - ONE FIELD GROUP OF THE RESPONSE
005251*    AT A TIME, ITS NAME, AND ITS NORMALIZED VALUE BEFORE AND
005254*    AFTER THE XML CHARACTER ENTITIES ARE DECODED.
005257*----------------------------------------------------------------*
005260 77  WS-FIELD-DOC               PIC X(6100).
005263 77  WS-FLD-NAME                PIC X(20).
005266 77  WS-FLD-VALUE               PIC X(32).
005269 77  WS-RAW-VALUE               PIC X(200).
005272 77  WS-DEC-IN-POS              PIC 9(03) COMP-3.
005275 77  WS-DEC-OUT-POS             PIC 9(03) COMP-3.
005278 77  WS-PARSE-PTR               PIC 9(04) COMP-3.
005281 01  WS-PARSE-DONE-SW           PIC X(01) VALUE "N".
005284     88  WS-PARSE-DONE          VALUE "Y".
005300*----------------------------------------------------------------*
005400*    THE BASEXML CALLING LAYOUT - SHARED COPYBOOK, SO THIS
005500*    DRIVER CANNOT DRIFT OUT OF STEP WITH BASEXML ITSELF.
007110     MOVE "START" TO WS-RUNC-PHASE.
007120     MOVE 0 TO WS-RUNC-A WS-RUNC-B WS-RUNC-C.
007130     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
007140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007150     PERFORM 1100-READ-WEB-SEQUENCE THRU 1100-EXIT.
007200     OPEN INPUT REQUEST-FILE.
007300     OPEN OUTPUT RESPONSE-FILE.
007400     PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
007500 1000-EXIT.
007504     EXIT.
007508*----------------------------------------------------------------*
007512*    1100-READ-WEB-SEQUENCE - PICK UP THE LAST WEB TRAN-ID
007516*    NUMBER ISSUED.  A MISSING OR EMPTY FILE MEANS NO WEB ORDER
007520*    HAS EVER BEEN STREAMED, SO NUMBERING STARTS AT 00001.
007524*----------------------------------------------------------------*
007528 1100-READ-WEB-SEQUENCE.
007532     OPEN INPUT WEB-SEQUENCE-FILE.
007536     IF WS-SEQ-STATUS NOT = "00"
007540         GO TO 1100-EXIT
007544     END-IF.
007548     READ WEB-SEQUENCE-FILE
007552         AT END
007556             MOVE 0 TO SEQ-LAST-NUMBER
007560     END-READ.
007564     IF SEQ-LAST-NUMBER IS NUMERIC
007568         MOVE SEQ-LAST-NUMBER TO WS-WEB-SEQ
007572     END-IF.
007576     CLOSE WEB-SEQUENCE-FILE.
007580 1100-EXIT.
007600     EXIT.
007700*----------------------------------------------------------------*
007800*    2000-PROCESS-DOCUMENT - RUN ONE REQUEST DOCUMENT THROUGH
008700     MOVE REQ-RECORD TO BSXML-REQUEST.
008800     MOVE SPACES     TO BSXML-RESPONSE.
008900     CALL "BASEXML" USING BSXML-CALL-PARMS.
009100     PERFORM 2100-COUNT-RESULT THRU 2100-EXIT.
009110     IF WS-RESP-STATUS = "OK"
009120         PERFORM 3000-STREAM-WEB-ORDER THRU 3000-EXIT
009130         PERFORM 2200-WRITE-TAGGED-RESPONSE THRU 2200-EXIT
009140     ELSE
009150         WRITE RESP-RECORD FROM BSXML-RESPONSE
009160     END-IF.
009200     PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
009300 2000-EXIT.
009400     EXIT.
010800         ADD 1 TO WS-REJECT-COUNT
010900     END-IF.
011000 2100-EXIT.
011001     EXIT.
011002*----------------------------------------------------------------*
011003*    2200-WRITE-TAGGED-RESPONSE - AN ACCEPTED ORDER'S RESPONSE
011004*    CARRIES THE TRAN-ID IT WAS STREAMED UNDER, JUST AHEAD OF
011005*    THE CLOSING TAG, SO THE CHANNEL CAN MATCH ITS ORDER TO THE
011006*    NIGHT'S POSTING AND ACKNOWLEDGMENTS.  A RESPONSE TOO LONG
011007*    TO TAKE THE TAG GOES OUT AS BASEXML BUILT IT, WITH ITS
011008*    CLOSING TAG INTACT, AND IS REPORTED TO THE OPERATOR - THE
011009*    ORDER IS STILL IN THE STREAM, SO THE CHANNEL MUST BE GIVEN
011010*    ITS TRAN-ID BY HAND.
011011*----------------------------------------------------------------*
011012 2200-WRITE-TAGGED-RESPONSE.
011013     MOVE SPACES TO RESP-RECORD.
011014     STRING BSXML-RESPONSE DELIMITED BY "</BASERESPONSE>"
011015             "<TRANID>" DELIMITED BY SIZE
011016             TRAN-ID DELIMITED BY SIZE
011017             "</TRANID></BASERESPONSE>" DELIMITED BY SIZE
011018         INTO RESP-RECORD
011019         ON OVERFLOW
011020             MOVE BSXML-RESPONSE TO RESP-RECORD
011021             ADD 1 TO WS-UNTAGGED-COUNT
011022             DISPLAY "BASEXMLB - RESPONSE FOR " TRAN-ID
011023                 " TOO LONG FOR ITS TRANID TAG - SENT UNTAGGED"
011024                 UPON OPCON
011025     END-STRING.
011026     WRITE RESP-RECORD.
011027 2200-EXIT.
011028     EXIT.
011029*----------------------------------------------------------------*
011030*    3000-STREAM-WEB-ORDER - TURN ONE ACCEPTED ORDER INTO A
011031*    DETAIL IN THE WEB GROUP, OPENING THE GROUP ON THE NIGHT'S
011032*    FIRST ACCEPTED ORDER.  THE FIELDS ARE TAKEN FROM THE
011033*    RESPONSE, SO THE STREAM CARRIES THE VALUES AS BASE_JB
011034*    NORMALIZED THEM.
011035*----------------------------------------------------------------*
011036 3000-STREAM-WEB-ORDER.
011037     IF NOT WS-WEB-GROUP-OPEN
011038         PERFORM 3100-OPEN-WEB-GROUP THRU 3100-EXIT
011039     END-IF.
011040     IF WS-WEB-SEQ = 99999
011041         MOVE 0 TO WS-WEB-SEQ
011042     END-IF.
011043     ADD 1 TO WS-WEB-SEQ.
011044     MOVE SPACES     TO TRAN-RECORD.
011045     MOVE WS-WEB-DEPT TO TRAN-ID-PREFIX.
011046     MOVE WS-WEB-SEQ  TO TRAN-ID-NUMBER.
011047     PERFORM 3200-PULL-ORDER-FIELDS THRU 3200-EXIT.
011048     WRITE TRAN-RECORD.
011049     ADD 1 TO WS-WEB-COUNT.
011050     ADD TRAN-ID-NUMBER TO WS-WEB-HASH.
011051 3000-EXIT.
011052     EXIT.
011053*----------------------------------------------------------------*
011054*    3100-OPEN-WEB-GROUP - APPEND THE WEB GROUP'S HDR TO THE
011055*    STREAM, DATED WITH THE RUN DATE, CREATING THE STREAM ON A
011056*    NIGHT NO DEPARTMENT UPLOADED.
011057*----------------------------------------------------------------*
011058 3100-OPEN-WEB-GROUP.
011059     OPEN EXTEND TRANSACTION-FILE.
011060     IF WS-TRAN-STATUS = "35"
011061         OPEN OUTPUT TRANSACTION-FILE
011062     END-IF.
011063     MOVE SPACES       TO TRAN-RECORD.
011064     MOVE "HDR00000"   TO TRAN-ID.
011065     MOVE WS-RUN-DATE  TO TRAN-HDR-FILE-DATE.
011066     MOVE WS-WEB-DEPT  TO TRAN-HDR-DEPT-CODE.
011067     WRITE TRAN-RECORD.
011068     SET WS-WEB-GROUP-OPEN TO TRUE.
011069 3100-EXIT.
011070     EXIT.
011071*----------------------------------------------------------------*
011072*    3200-PULL-ORDER-FIELDS - WALK THE RESPONSE ONE </FIELD> AT
011073*    A TIME AND DROP EACH NORMALIZED VALUE INTO THE DETAIL BY
011074*    ITS FIELD NAME:
011075*        ACTION-CODE, CUSTOMER-NAME, ORDER-DATE, QUANTITY.
011076*    ANY OTHER NAME IS PASSED OVER.  A FIELD THE CHANNEL DID NOT
011077*    SEND IS LEFT BLANK, AND BASESCAN SUSPENDS THE DETAIL.
011078*----------------------------------------------------------------*
011079 3200-PULL-ORDER-FIELDS.
011080     MOVE 1 TO WS-PARSE-PTR.
011081     MOVE "N" TO WS-PARSE-DONE-SW.
011082     PERFORM 3250-PULL-ONE-FIELD THRU 3250-EXIT
011083         UNTIL WS-PARSE-DONE.
011084 3200-EXIT.
011085     EXIT.
011086 3250-PULL-ONE-FIELD.
011087     IF WS-PARSE-PTR > 6100
011088         SET WS-PARSE-DONE TO TRUE
011089         GO TO 3250-EXIT
011090     END-IF.
011091     MOVE SPACES TO WS-FIELD-DOC.
011092     UNSTRING BSXML-RESPONSE DELIMITED BY "</FIELD>"
011093         INTO WS-FIELD-DOC
011094         WITH POINTER WS-PARSE-PTR
011095         ON OVERFLOW
011096             CONTINUE
011097     END-UNSTRING.
011098     MOVE SPACES TO WS-DISCARD WS-AFTER-TAG WS-FLD-NAME.
011099     UNSTRING WS-FIELD-DOC DELIMITED BY "<NAME>"
011100         INTO WS-DISCARD WS-AFTER-TAG.
011101     IF WS-AFTER-TAG = SPACES
011102         SET WS-PARSE-DONE TO TRUE
011103         GO TO 3250-EXIT
011104     END-IF.
011105     UNSTRING WS-AFTER-TAG DELIMITED BY "</NAME>"
011106         INTO WS-FLD-NAME WS-DISCARD.
011107     MOVE SPACES TO WS-DISCARD WS-AFTER-TAG WS-RAW-VALUE.
011108     UNSTRING WS-FIELD-DOC DELIMITED BY "<NORMALIZED>"
011109         INTO WS-DISCARD WS-AFTER-TAG.
011110     UNSTRING WS-AFTER-TAG DELIMITED BY "</NORMALIZED>"
011111         INTO WS-RAW-VALUE WS-DISCARD.
011112     PERFORM 3300-DECODE-VALUE THRU 3300-EXIT.
011113     EVALUATE WS-FLD-NAME
011114         WHEN "ACTION-CODE"
011115             MOVE WS-FLD-VALUE (1:1)  TO TRAN-ACTION-CODE
011116         WHEN "CUSTOMER-NAME"
011117             MOVE WS-FLD-VALUE (1:30) TO TRAN-CUSTOMER-NAME
011118         WHEN "ORDER-DATE"
011119             MOVE WS-FLD-VALUE (1:8)  TO TRAN-ORDER-DATE
011120         WHEN "QUANTITY"
011121             MOVE WS-FLD-VALUE (1:7)  TO TRAN-QUANTITY
011122         WHEN OTHER
011123             CONTINUE
011124     END-EVALUATE.
011125 3250-EXIT.
011126     EXIT.
011127*----------------------------------------------------------------*
011128*    3300-DECODE-VALUE - TURN THE XML CHARACTER ENTITIES BASEXML
011129*    PUT IN THE NORMALIZED TAG BACK INTO THE REAL BYTES, AS
011130*    BASEXML DECODES A REQUEST VALUE, SO "JONES & CO" REACHES
011131*    THE STREAM AS THE CUSTOMER GAVE IT.
011132*----------------------------------------------------------------*
011133 3300-DECODE-VALUE.
011134     MOVE SPACES TO WS-FLD-VALUE.
011135     MOVE 1 TO WS-DEC-IN-POS WS-DEC-OUT-POS.
011136     PERFORM 3350-DECODE-ONE-CHAR THRU 3350-EXIT
011137         UNTIL WS-DEC-IN-POS > 200
011138             OR WS-DEC-OUT-POS > 32.
011139 3300-EXIT.
011140     EXIT.
011141 3350-DECODE-ONE-CHAR.
011142     EVALUATE TRUE
011143         WHEN WS-DEC-IN-POS NOT > 196
011144                 AND WS-RAW-VALUE (WS-DEC-IN-POS:5) = "&amp;"
011145             MOVE "&" TO WS-FLD-VALUE (WS-DEC-OUT-POS:1)
011146             ADD 5 TO WS-DEC-IN-POS
011147             ADD 1 TO WS-DEC-OUT-POS
011148         WHEN WS-DEC-IN-POS NOT > 197
011149                 AND WS-RAW-VALUE (WS-DEC-IN-POS:4) = "&lt;"
011150             MOVE "<" TO WS-FLD-VALUE (WS-DEC-OUT-POS:1)
011151             ADD 4 TO WS-DEC-IN-POS
011152             ADD 1 TO WS-DEC-OUT-POS
011153         WHEN WS-DEC-IN-POS NOT > 197
011154                 AND WS-RAW-VALUE (WS-DEC-IN-POS:4) = "&gt;"
011155             MOVE ">" TO WS-FLD-VALUE (WS-DEC-OUT-POS:1)
011156             ADD 4 TO WS-DEC-IN-POS
011157             ADD 1 TO WS-DEC-OUT-POS
011158         WHEN WS-DEC-IN-POS NOT > 195
011159                 AND WS-RAW-VALUE (WS-DEC-IN-POS:6) = "&quot;"
011160             MOVE QUOTE TO WS-FLD-VALUE (WS-DEC-OUT-POS:1)
011161             ADD 6 TO WS-DEC-IN-POS
011162             ADD 1 TO WS-DEC-OUT-POS
011163         WHEN OTHER
011164             MOVE WS-RAW-VALUE (WS-DEC-IN-POS:1)
011165                 TO WS-FLD-VALUE (WS-DEC-OUT-POS:1)
011166             ADD 1 TO WS-DEC-IN-POS
011167             ADD 1 TO WS-DEC-OUT-POS
011168     END-EVALUATE.
011169 3350-EXIT.
011170     EXIT.
011171*----------------------------------------------------------------*
011172*    3900-CLOSE-WEB-GROUP - THE WEB GROUP'S TRL, COUNT AND HASH
011173*    BUILT THE SAME WAY BASEBAL CHECKS THEM, THEN THE LAST ID
011174*    ISSUED GOES BACK ON BSXMLSEQ FOR THE NEXT RUN.
011175*----------------------------------------------------------------*
011176 3900-CLOSE-WEB-GROUP.
011177     MOVE SPACES        TO TRAN-RECORD.
011178     MOVE "TRL99999"    TO TRAN-ID.
011179     MOVE WS-WEB-COUNT  TO TRAN-TRL-RECORD-COUNT.
011180     MOVE WS-WEB-HASH   TO TRAN-TRL-HASH-TOTAL.
011181     MOVE WS-WEB-DEPT   TO TRAN-TRL-DEPT-CODE.
011182     WRITE TRAN-RECORD.
011183     CLOSE TRANSACTION-FILE.
011184     OPEN OUTPUT WEB-SEQUENCE-FILE.
011185     MOVE WS-WEB-SEQ    TO SEQ-LAST-NUMBER.
011186     MOVE WS-RUN-DATE   TO SEQ-LAST-DATE.
011187     WRITE SEQ-RECORD.
011188     CLOSE WEB-SEQUENCE-FILE.
011189 3900-EXIT.
011190     EXIT.
011191*----------------------------------------------------------------*
011192*    7500-WRITE-RUN-CONTROL - APPEND ONE START/END RECORD TO THE
011193*    SHARED RUN-CONTROL FILE, CREATING IT ON THE NIGHT'S FIRST
011194*    JOB.  THE CALLER SETS THE PHASE AND COUNTS.
011195*----------------------------------------------------------------*
011196 7500-WRITE-RUN-CONTROL.
011197     OPEN EXTEND RUN-CONTROL-FILE.
011198     IF WS-RUNC-STATUS = "35"
011199         OPEN OUTPUT RUN-CONTROL-FILE
011200     END-IF.
011201     MOVE "BASEXMLB" TO RUNC-JOB-NAME.
011202     MOVE WS-RUNC-PHASE TO RUNC-PHASE.
011203     ACCEPT RUNC-RUN-DATE FROM DATE YYYYMMDD.
011204     ACCEPT RUNC-RUN-TIME FROM TIME.
011205     MOVE WS-RUNC-A TO RUNC-COUNT-A.
011206     MOVE WS-RUNC-B TO RUNC-COUNT-B.
011207     MOVE WS-RUNC-C TO RUNC-COUNT-C.
011208     WRITE RUNC-RECORD.
011209     CLOSE RUN-CONTROL-FILE.
011210 7500-EXIT.
011211     EXIT.
011212*----------------------------------------------------------------*
011300*    8000-READ-REQUEST
011400*----------------------------------------------------------------*
011500 8000-READ-REQUEST.
013800             INTO RESP-RECORD.
013900     WRITE RESP-RECORD.
014000     CLOSE REQUEST-FILE RESPONSE-FILE.
014002     IF WS-WEB-GROUP-OPEN
014004         PERFORM 3900-CLOSE-WEB-GROUP THRU 3900-EXIT
014006     END-IF.
014010     MOVE "END" TO WS-RUNC-PHASE.
014020     MOVE WS-READ-COUNT   TO WS-RUNC-A.
014030     MOVE WS-ACCEPT-COUNT TO WS-RUNC-B.
014050     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
014100     DISPLAY "BASEXMLB COMPLETE - READ=" WS-READ-COUNT
014200             " ACCEPTED=" WS-ACCEPT-COUNT
014300             " REJECTED=" WS-REJECT-COUNT
014320             " UNTAGGED=" WS-UNTAGGED-COUNT.
014340     IF WS-UNTAGGED-COUNT > 0
014360         MOVE 4 TO RETURN-CODE
014380     END-IF.
014400 9000-EXIT.
014500     EXIT.
