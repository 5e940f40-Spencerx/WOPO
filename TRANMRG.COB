002410*    2026-09-02  DS  PASSES THE 76-BYTE HEADER FORM (ESCAPE-
002420*                    TABLE VERSION STAMP) THROUGH UNCHANGED; THE
002430*                    OLD 72-BYTE FORM STILL MERGES AS BEFORE.
002432*    2026-10-15  DS  PARM WORD "TRACE" AFTER THE MODE (E.G.
002438*                    PARM='4 DECODE TRACE') MERGES THE PARTITION
002444*                    RUNS' LINEAGE TRACES (TRC01-TRC08, SEE
002450*                    TRCEREC) INTO ONE TRACE FOR THE MERGED
002456*                    FILE, IN STEP WITH THE RECORDS THEMSELVES.
002462*                    EACH DATA ENTRY KEEPS ITS PARTITION AND
002468*                    PARTITION RECORD NUMBER AND GETS THE
002474*                    ORIGINAL INPUT'S RECORD NUMBER AND BYTE
002480*                    OFFSET FROM TRANSCODE-SPLIT'S SPLMAP.
002490*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS FRQH-KEY
005900         FILE STATUS IS MRG-FRQH-STATUS.
005903     SELECT MRG-TRC1-FILE ASSIGN TO "TRC01"
005906         ORGANIZATION IS SEQUENTIAL
005909         FILE STATUS IS MRG-TRCI-STATUS.
005912     SELECT MRG-TRC2-FILE ASSIGN TO "TRC02"
005915         ORGANIZATION IS SEQUENTIAL
005918         FILE STATUS IS MRG-TRCI-STATUS.
005921     SELECT MRG-TRC3-FILE ASSIGN TO "TRC03"
005924         ORGANIZATION IS SEQUENTIAL
005927         FILE STATUS IS MRG-TRCI-STATUS.
005930     SELECT MRG-TRC4-FILE ASSIGN TO "TRC04"
005933         ORGANIZATION IS SEQUENTIAL
005936         FILE STATUS IS MRG-TRCI-STATUS.
005939     SELECT MRG-TRC5-FILE ASSIGN TO "TRC05"
005942         ORGANIZATION IS SEQUENTIAL
005945         FILE STATUS IS MRG-TRCI-STATUS.
005948     SELECT MRG-TRC6-FILE ASSIGN TO "TRC06"
005951         ORGANIZATION IS SEQUENTIAL
005954         FILE STATUS IS MRG-TRCI-STATUS.
005957     SELECT MRG-TRC7-FILE ASSIGN TO "TRC07"
005960         ORGANIZATION IS SEQUENTIAL
005963         FILE STATUS IS MRG-TRCI-STATUS.
005966     SELECT MRG-TRC8-FILE ASSIGN TO "TRC08"
005969         ORGANIZATION IS SEQUENTIAL
005972         FILE STATUS IS MRG-TRCI-STATUS.
005975     SELECT MRG-TRCO-FILE ASSIGN TO "TRACE"
005978         ORGANIZATION IS SEQUENTIAL
005981         FILE STATUS IS MRG-TRCO-STATUS.
005984     SELECT MRG-SPLM-FILE ASSIGN TO "SPLMAP"
005987         ORGANIZATION IS INDEXED
005990         ACCESS MODE IS RANDOM
005993         RECORD KEY IS SPLM-KEY
005996         FILE STATUS IS MRG-SPLM-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
012800     LABEL RECORDS ARE STANDARD.
012900     COPY FRQHREC.
013000*
013001 FD  MRG-TRC1-FILE
013002     RECORDING MODE IS F
013003     RECORD CONTAINS 160 CHARACTERS
013004     LABEL RECORDS ARE STANDARD.
013005 01  MRG-TRC1-RECORD             PIC X(160).
013006*
013007 FD  MRG-TRC2-FILE
013008     RECORDING MODE IS F
013009     RECORD CONTAINS 160 CHARACTERS
013010     LABEL RECORDS ARE STANDARD.
013011 01  MRG-TRC2-RECORD             PIC X(160).
013012*
013013 FD  MRG-TRC3-FILE
013014     RECORDING MODE IS F
013015     RECORD CONTAINS 160 CHARACTERS
013016     LABEL RECORDS ARE STANDARD.
013017 01  MRG-TRC3-RECORD             PIC X(160).
013018*
013019 FD  MRG-TRC4-FILE
013020     RECORDING MODE IS F
013021     RECORD CONTAINS 160 CHARACTERS
013022     LABEL RECORDS ARE STANDARD.
013023 01  MRG-TRC4-RECORD             PIC X(160).
013024*
013025 FD  MRG-TRC5-FILE
013026     RECORDING MODE IS F
013027     RECORD CONTAINS 160 CHARACTERS
013028     LABEL RECORDS ARE STANDARD.
013029 01  MRG-TRC5-RECORD             PIC X(160).
013030*
013031 FD  MRG-TRC6-FILE
013032     RECORDING MODE IS F
013033     RECORD CONTAINS 160 CHARACTERS
013034     LABEL RECORDS ARE STANDARD.
013035 01  MRG-TRC6-RECORD             PIC X(160).
013036*
013037 FD  MRG-TRC7-FILE
013038     RECORDING MODE IS F
013039     RECORD CONTAINS 160 CHARACTERS
013040     LABEL RECORDS ARE STANDARD.
013041 01  MRG-TRC7-RECORD             PIC X(160).
013042*
013043 FD  MRG-TRC8-FILE
013044     RECORDING MODE IS F
013045     RECORD CONTAINS 160 CHARACTERS
013046     LABEL RECORDS ARE STANDARD.
013047 01  MRG-TRC8-RECORD             PIC X(160).
013048*
013049 FD  MRG-TRCO-FILE
013050     RECORDING MODE IS F
013051     RECORD CONTAINS 160 CHARACTERS
013052     LABEL RECORDS ARE STANDARD.
013053 01  MRG-TRCO-RECORD             PIC X(160).
013054*
013055 FD  MRG-SPLM-FILE
013056     RECORD CONTAINS 40 CHARACTERS
013057     LABEL RECORDS ARE STANDARD.
013058     COPY SPLMREC.
013059*
013100 WORKING-STORAGE SECTION.
013200     COPY FREQNAME.
013210     COPY TRNCTL.
013220     COPY TRCEREC.
013300*
013400 01  MRG-SWITCHES.
013500     03 MRG-IN-STATUS            PIC X(02) VALUE "00".
014400                                 OCCURS 8 TIMES.
014410     03 MRG-ABEND-DDNAME         PIC X(08) VALUE SPACES.
014420     03 MRG-ABEND-STATUS         PIC X(02) VALUE SPACES.
014426     03 MRG-TRC-SW               PIC X(01) VALUE "N".
014432         88 MRG-TRC-WANTED       VALUE "Y".
014438     03 MRG-TRCI-STATUS          PIC X(02) VALUE "00".
014444     03 MRG-TRCO-STATUS          PIC X(02) VALUE "00".
014450     03 MRG-SPLM-STATUS          PIC X(02) VALUE "00".
014456     03 MRG-TRC-FOUND-SW         PIC X(01) VALUE "N".
014462         88 MRG-TRC-FOUND        VALUE "Y".
014468     03 MRG-SPLM-FOUND-SW        PIC X(01) VALUE "N".
014474         88 MRG-SPLM-FOUND       VALUE "Y".
014480     03 MRG-TRC-EOF-SW           PIC X(01)
014486                                 OCCURS 8 TIMES.
014500*
014600 01  MRG-COUNTERS.
014700     03 MRG-REC-LEN              PIC 9(04) COMP VALUE 0.
015100     03 MRG-PART-COUNT           PIC 9(09) COMP
015200                                 OCCURS 8 TIMES.
015300     03 MRG-LIVE-COUNT           PIC 9(01) VALUE 0.
015301*
015302*    LINEAGE-TRACE COUNTERS.  PART-PHYS IS THE PHYSICAL RECORD
015303*    NUMBER WITHIN EACH PARTITION OUTPUT (FRAMING INCLUDED),
015304*    WHICH IS WHAT THE PARTITION TRACES ARE NUMBERED BY;
015305*    OUT-PHYS IS THE SAME FOR THE MERGED FILE.
015306 01  MRG-TRACE-COUNTERS.
015307     03 MRG-PART-PHYS            PIC 9(09) COMP
015308                                 OCCURS 8 TIMES.
015309     03 MRG-OUT-PHYS             PIC 9(09) COMP VALUE 0.
015310     03 MRG-ORIG-REC             PIC 9(09) COMP VALUE 0.
015311     03 MRG-TRC-COUNT            PIC 9(09) COMP VALUE 0.
015312     03 MRG-TRC-MISSING          PIC 9(09) COMP VALUE 0.
015313     03 MRG-TRC-UNMAPPED         PIC 9(09) COMP VALUE 0.
015314     03 MRG-NOW                  PIC 9(08) VALUE 0.
015400*
015500 01  MRG-SELECTION.
015600     03 MRG-MODE                 PIC X(06) VALUE SPACES.
018900        MRG-PARM-TEXT (1:1) IS NUMERIC THEN
019000         MOVE MRG-PARM-TEXT (1:1) TO MRG-PARTITIONS
019100         MOVE MRG-PARM-TEXT (3:6) TO MRG-MODE.
019101*    "TRACE" FOLLOWS THE MODE, OR STANDS IN ITS PLACE WHEN NO
019102*    FREQUENCY LISTING IS WANTED.
019103     IF MRG-MODE IS EQUAL TO "TRACE " THEN
019104         MOVE SPACES TO MRG-MODE
019105         MOVE "Y" TO MRG-TRC-SW.
019106     IF MRG-PARM-LEN IS GREATER THAN 13 AND
019107        MRG-PARM-TEXT (10:5) IS EQUAL TO "TRACE" THEN
019108         MOVE "Y" TO MRG-TRC-SW.
019200     IF MRG-PARTITIONS IS LESS THAN 2 OR
019300        MRG-PARTITIONS IS GREATER THAN 8 THEN
019400         DISPLAY "TRANSCODE-MERGE: PARTITIONS MUST BE 2-8"
019500         MOVE 8 TO RETURN-CODE
019600         GOBACK.
019700     ACCEPT MRG-TODAY FROM DATE YYYYMMDD.
019710     ACCEPT MRG-NOW FROM TIME.
019800     PERFORM 1100-CLEAR-ONE-PART THRU 1100-EXIT
019900         VARYING MRG-PART-SUB FROM 1 BY 1
020000         UNTIL MRG-PART-SUB IS GREATER THAN 8.
020220         MOVE "OUTFILE" TO MRG-ABEND-DDNAME
020230         MOVE MRG-OUT-STATUS TO MRG-ABEND-STATUS
020240         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
020250     IF MRG-TRC-WANTED THEN
020260         PERFORM 1300-OPEN-TRACES THRU 1300-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500*
020600 1100-CLEAR-ONE-PART.
020700     MOVE 0 TO MRG-PART-COUNT (MRG-PART-SUB).
020800     MOVE "N" TO MRG-PART-EOF-SW (MRG-PART-SUB).
020810     MOVE "N" TO MRG-TRC-EOF-SW (MRG-PART-SUB).
020820     MOVE 0 TO MRG-PART-PHYS (MRG-PART-SUB).
020900 1100-EXIT.
021000     EXIT.
021100*
021580 1250-EXIT.
021590     EXIT.
022900*
022901*    THE PARTITION TRACES, THE SPLIT'S PARTITION MAP, AND THE
022902*    MERGED TRACE.  A TRACED MERGE WITHOUT ALL OF THEM CANNOT
022903*    BE TRUSTED, SO ANY ONE MISSING STOPS THE RUN.
022904 1300-OPEN-TRACES.
022905     OPEN INPUT MRG-TRC1-FILE.
022906     MOVE "TRC01" TO MRG-ABEND-DDNAME.
022907     PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022908     OPEN INPUT MRG-TRC2-FILE.
022909     MOVE "TRC02" TO MRG-ABEND-DDNAME.
022910     PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022911     IF MRG-PARTITIONS IS GREATER THAN 2 THEN
022912         OPEN INPUT MRG-TRC3-FILE
022913         MOVE "TRC03" TO MRG-ABEND-DDNAME
022914         PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022915     IF MRG-PARTITIONS IS GREATER THAN 3 THEN
022916         OPEN INPUT MRG-TRC4-FILE
022917         MOVE "TRC04" TO MRG-ABEND-DDNAME
022918         PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022919     IF MRG-PARTITIONS IS GREATER THAN 4 THEN
022920         OPEN INPUT MRG-TRC5-FILE
022921         MOVE "TRC05" TO MRG-ABEND-DDNAME
022922         PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022923     IF MRG-PARTITIONS IS GREATER THAN 5 THEN
022924         OPEN INPUT MRG-TRC6-FILE
022925         MOVE "TRC06" TO MRG-ABEND-DDNAME
022926         PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022927     IF MRG-PARTITIONS IS GREATER THAN 6 THEN
022928         OPEN INPUT MRG-TRC7-FILE
022929         MOVE "TRC07" TO MRG-ABEND-DDNAME
022930         PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022931     IF MRG-PARTITIONS IS GREATER THAN 7 THEN
022932         OPEN INPUT MRG-TRC8-FILE
022933         MOVE "TRC08" TO MRG-ABEND-DDNAME
022934         PERFORM 1350-CHECK-TRACE-OPEN THRU 1350-EXIT.
022935     OPEN INPUT MRG-SPLM-FILE.
022936     IF MRG-SPLM-STATUS IS NOT EQUAL TO "00" THEN
022937         MOVE "SPLMAP" TO MRG-ABEND-DDNAME
022938         MOVE MRG-SPLM-STATUS TO MRG-ABEND-STATUS
022939         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
022940     OPEN OUTPUT MRG-TRCO-FILE.
022941     PERFORM 2790-CHECK-TRACE-WRITE THRU 2790-EXIT.
022942 1300-EXIT.
022943     EXIT.
022944*
022945 1350-CHECK-TRACE-OPEN.
022946     IF MRG-TRCI-STATUS IS NOT EQUAL TO "00" THEN
022947         MOVE MRG-TRCI-STATUS TO MRG-ABEND-STATUS
022948         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
022949 1350-EXIT.
022950     EXIT.
022951*
023000*    ONE ROUND-ROBIN CYCLE: TAKE THE NEXT RECORD FROM EACH
023100*    STILL-LIVE PARTITION IN ORDER.  ROUND-ROBIN DISTRIBUTION
023200*    MEANS THE PARTITIONS RUN DRY IN PARTITION ORDER WITHIN THE
024540     IF MRG-PART-EOF-SW (MRG-PART-SUB) IS EQUAL TO "Y" THEN
024550         GO TO 2100-EXIT.
024560     ADD 1 TO MRG-LIVE-COUNT.
024562     ADD 1 TO MRG-PART-PHYS (MRG-PART-SUB).
024564     IF MRG-TRC-WANTED THEN
024566         PERFORM 2600-FIND-PART-TRACE THRU 2600-EXIT.
024570*    PARTITION FRAMING IS ABSORBED, NOT COPIED -- THE FIRST
024580*    HEADER SEEN BECOMES THE MERGED FILE'S OWN HEADER AND THE
024590*    PARTITION TRAILERS SUM INTO ONE CONSOLIDATED TRAILER
024710     WRITE MRG-OUT-RECORD.
024720     PERFORM 2500-CHECK-OUT-WRITE THRU 2500-EXIT.
024730     ADD 1 TO MRG-RECS-WRITTEN.
024732     ADD 1 TO MRG-OUT-PHYS.
024734     IF MRG-TRC-WANTED THEN
024736         PERFORM 2700-TRACE-DATA THRU 2700-EXIT.
024740 2100-EXIT.
024750     EXIT.
024760*
024795     IF NOT MRG-HDR-WRITTEN THEN
024820         WRITE MRG-OUT-RECORD
024830         PERFORM 2500-CHECK-OUT-WRITE THRU 2500-EXIT
024840         MOVE "Y" TO MRG-HDR-WRITTEN-SW
024842         ADD 1 TO MRG-OUT-PHYS
024844         IF MRG-TRC-WANTED THEN
024846             PERFORM 2750-TRACE-FRAMING THRU 2750-EXIT.
024850 2300-EXIT.
024860     EXIT.
024870*
025030         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
025040 2500-EXIT.
025050     EXIT.
025051*
025052*    KEEPS EACH PARTITION TRACE IN STEP WITH ITS PARTITION: READ
025053*    FORWARD TO THE ENTRY FOR THE PARTITION RECORD JUST TAKEN.
025054*    A RESTARTED PARTITION RUN TRACED THE STRETCH SINCE ITS LAST
025055*    CHECKPOINT TWICE; THE REPEATS NUMBER BELOW THE RECORD
025056*    WANTED AND ARE PASSED OVER.  A TRACE THAT ENDS EARLY LEAVES
025057*    THE REST OF ITS PARTITION UNTRACED.
025058 2600-FIND-PART-TRACE.
025059     MOVE "N" TO MRG-TRC-FOUND-SW.
025060     PERFORM 2610-READ-PART-TRACE THRU 2610-EXIT
025061         UNTIL MRG-TRC-FOUND OR
025062               MRG-TRC-EOF-SW (MRG-PART-SUB) IS EQUAL TO "Y".
025063     IF NOT MRG-TRC-FOUND THEN
025064         ADD 1 TO MRG-TRC-MISSING.
025065 2600-EXIT.
025066     EXIT.
025067*
025068 2610-READ-PART-TRACE.
025069     EVALUATE MRG-PART-SUB
025070         WHEN 1
025071             READ MRG-TRC1-FILE INTO TRCE-RECORD
025072                 AT END MOVE "Y"
025073                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025074             END-READ
025075         WHEN 2
025076             READ MRG-TRC2-FILE INTO TRCE-RECORD
025077                 AT END MOVE "Y"
025078                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025079             END-READ
025080         WHEN 3
025081             READ MRG-TRC3-FILE INTO TRCE-RECORD
025082                 AT END MOVE "Y"
025083                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025084             END-READ
025085         WHEN 4
025086             READ MRG-TRC4-FILE INTO TRCE-RECORD
025087                 AT END MOVE "Y"
025088                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025089             END-READ
025090         WHEN 5
025091             READ MRG-TRC5-FILE INTO TRCE-RECORD
025092                 AT END MOVE "Y"
025093                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025094             END-READ
025095         WHEN 6
025096             READ MRG-TRC6-FILE INTO TRCE-RECORD
025097                 AT END MOVE "Y"
025098                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025099             END-READ
025100         WHEN 7
025101             READ MRG-TRC7-FILE INTO TRCE-RECORD
025102                 AT END MOVE "Y"
025103                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025104             END-READ
025105         WHEN 8
025106             READ MRG-TRC8-FILE INTO TRCE-RECORD
025107                 AT END MOVE "Y"
025108                     TO MRG-TRC-EOF-SW (MRG-PART-SUB)
025109             END-READ
025110     END-EVALUATE.
025111     IF MRG-TRCI-STATUS IS NOT EQUAL TO "00" AND
025112        MRG-TRCI-STATUS IS NOT EQUAL TO "10" THEN
025113         MOVE "TRC0" TO MRG-ABEND-DDNAME
025114         MOVE MRG-PART-SUB TO MRG-ABEND-DDNAME (5:1)
025115         MOVE MRG-TRCI-STATUS TO MRG-ABEND-STATUS
025116         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
025117     IF MRG-TRC-EOF-SW (MRG-PART-SUB) IS NOT EQUAL TO "Y" AND
025118        TRCE-OUT-REC IS EQUAL TO MRG-PART-PHYS (MRG-PART-SUB)
025119        THEN
025120         MOVE "Y" TO MRG-TRC-FOUND-SW.
025121 2610-EXIT.
025122     EXIT.
025123*
025124*    A DATA RECORD'S ENTRY.  ROUND-ROBIN DEALING MAKES PARTITION
025125*    P'S RECORD R THE ORIGINAL FILE'S RECORD (R-1)*N+P; THE
025126*    SPLIT'S MAP GIVES THAT RECORD'S OFFSET IN THE ORIGINAL, TO
025127*    WHICH THE COLUMN THE OUTPUT RECORD STARTED AT IS ADDED.
025128 2700-TRACE-DATA.
025129     IF NOT MRG-TRC-FOUND THEN
025130         GO TO 2700-EXIT.
025131     MOVE MRG-PART-SUB TO TRCE-PART.
025132     MOVE TRCE-IN-REC TO TRCE-PART-REC.
025133     COMPUTE MRG-ORIG-REC =
025134         (TRCE-IN-REC - 1) * MRG-PARTITIONS + MRG-PART-SUB.
025135     MOVE MRG-ORIG-REC TO TRCE-IN-REC.
025136     MOVE MRG-ORIG-REC TO SPLM-ORIG-REC.
025137     READ MRG-SPLM-FILE
025138         INVALID KEY
025139             MOVE "N" TO MRG-SPLM-FOUND-SW
025140         NOT INVALID KEY
025141             MOVE "Y" TO MRG-SPLM-FOUND-SW
025142     END-READ.
025143     IF MRG-SPLM-FOUND AND
025144        SPLM-PART IS EQUAL TO MRG-PART-SUB AND
025145        SPLM-PART-REC IS EQUAL TO TRCE-PART-REC THEN
025146         COMPUTE TRCE-IN-OFFSET =
025147             SPLM-ORIG-OFFSET + TRCE-IN-COLUMN - 1
025148     ELSE
025149         MOVE 0 TO TRCE-IN-OFFSET
025150         ADD 1 TO MRG-TRC-UNMAPPED.
025151     MOVE MRG-REC-LEN TO TRCE-OUT-LEN.
025152     PERFORM 2780-PUT-MERGED-TRACE THRU 2780-EXIT.
025153 2700-EXIT.
025154     EXIT.
025155*
025156*    THE MERGED FILE'S OWN HEADER AND TRAILER.
025157 2750-TRACE-FRAMING.
025158     MOVE SPACES TO TRCE-RECORD.
025159     MOVE 1 TO TRCE-MAN-ENTRY.
025160     MOVE MRG-REC-LEN TO TRCE-OUT-LEN.
025161     MOVE "F" TO TRCE-ORIGIN.
025162     MOVE "INFILE" TO TRCE-IN-DDNAME.
025163     MOVE 0 TO TRCE-IN-REC, TRCE-IN-OFFSET, TRCE-IN-COLUMN,
025164         TRCE-IN-LEN, TRCE-KEY-POS, TRCE-KEY-LEN, TRCE-PART,
025165         TRCE-PART-REC.
025166     PERFORM 2780-PUT-MERGED-TRACE THRU 2780-EXIT.
025167 2750-EXIT.
025168     EXIT.
025169*
025170 2780-PUT-MERGED-TRACE.
025171     MOVE "OUTFILE" TO TRCE-OUT-DDNAME.
025172     MOVE MRG-OUT-PHYS TO TRCE-OUT-REC.
025173     MOVE MRG-TODAY TO TRCE-RUN-DATE.
025174     MOVE MRG-NOW (1:6) TO TRCE-RUN-TIME.
025175     WRITE MRG-TRCO-RECORD FROM TRCE-RECORD.
025176     PERFORM 2790-CHECK-TRACE-WRITE THRU 2790-EXIT.
025177     ADD 1 TO MRG-TRC-COUNT.
025178 2780-EXIT.
025179     EXIT.
025180*
025181 2790-CHECK-TRACE-WRITE.
025182     IF MRG-TRCO-STATUS IS NOT EQUAL TO "00" THEN
025183         MOVE "TRACE" TO MRG-ABEND-DDNAME
025184         MOVE MRG-TRCO-STATUS TO MRG-ABEND-STATUS
025185         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
025186 2790-EXIT.
025196     EXIT.
025700*
025800*    THE PARTITION RECORD LANDS IN MRG-OUT-RECORD READY TO
025900*    WRITE, AT THE LENGTH THE SHARED DEPENDING ITEM CARRIES.
032900         UNTIL MRG-PART-SUB IS GREATER THAN MRG-PARTITIONS.
033000     IF MRG-MODE IS NOT EQUAL TO SPACES THEN
033100         PERFORM 9300-PRINT-COMBINED-FREQ THRU 9300-EXIT.
033110     IF MRG-TRC-WANTED THEN
033120         PERFORM 9500-CLOSE-TRACES THRU 9500-EXIT.
033200 9000-EXIT.
033300     EXIT.
033400*
040430     MOVE TRNT-TRAILER-RECORD TO MRG-OUT-RECORD (1:38).
040440     WRITE MRG-OUT-RECORD.
040450     PERFORM 2500-CHECK-OUT-WRITE THRU 2500-EXIT.
040452     ADD 1 TO MRG-OUT-PHYS.
040454     IF MRG-TRC-WANTED THEN
040456         PERFORM 2750-TRACE-FRAMING THRU 2750-EXIT.
040457 9400-EXIT.
040458     EXIT.
040459*
040460*    A MERGED TRACE WITH GAPS STILL GOES OUT, BUT THE RUN ENDS
040461*    RC 4 SO THE GAPS ARE NOTICED BEFORE A PARTNER'S QUERY IS.
040462 9500-CLOSE-TRACES.
040463     CLOSE MRG-TRC1-FILE.
040464     CLOSE MRG-TRC2-FILE.
040465     IF MRG-PARTITIONS IS GREATER THAN 2 THEN
040466         CLOSE MRG-TRC3-FILE.
040467     IF MRG-PARTITIONS IS GREATER THAN 3 THEN
040468         CLOSE MRG-TRC4-FILE.
040469     IF MRG-PARTITIONS IS GREATER THAN 4 THEN
040470         CLOSE MRG-TRC5-FILE.
040471     IF MRG-PARTITIONS IS GREATER THAN 5 THEN
040472         CLOSE MRG-TRC6-FILE.
040473     IF MRG-PARTITIONS IS GREATER THAN 6 THEN
040474         CLOSE MRG-TRC7-FILE.
040475     IF MRG-PARTITIONS IS GREATER THAN 7 THEN
040476         CLOSE MRG-TRC8-FILE.
040477     CLOSE MRG-SPLM-FILE.
040478     CLOSE MRG-TRCO-FILE.
040479     DISPLAY "TRANSCODE-MERGE: TRACE RECORDS WRITTEN="
040480         MRG-TRC-COUNT " MISSING=" MRG-TRC-MISSING
040481         " UNMAPPED=" MRG-TRC-UNMAPPED.
040482     IF MRG-TRC-MISSING IS GREATER THAN ZERO OR
040483        MRG-TRC-UNMAPPED IS GREATER THAN ZERO THEN
040484         DISPLAY "TRANSCODE-MERGE: MERGED TRACE IS INCOMPLETE"
040485         IF RETURN-CODE IS LESS THAN 4 THEN
040486             MOVE 4 TO RETURN-CODE.
040487 9500-EXIT.
040488     EXIT.
040489*
040490 9800-ABEND-FILE-ERROR.
040500     DISPLAY "TRANSCODE-MERGE: FATAL I/O ERROR ON "
040510         MRG-ABEND-DDNAME " FILE STATUS=" MRG-ABEND-STATUS.
