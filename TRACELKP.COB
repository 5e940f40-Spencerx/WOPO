000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "TRACE-LOOKUP".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-15  DS  INITIAL VERSION.  ANSWERS "RECORD 48,213 OF
001000*                    YOUR FILE" -- GIVEN AN OUTPUT RECORD NUMBER
001100*                    OR RANGE, READS THE RUN'S LINEAGE TRACE
001200*                    (TRACE DD, SEE TRCEREC) AND PRINTS, FOR
001300*                    EACH OUTPUT RECORD, THE INPUT RECORD, KEY,
001400*                    BYTE OFFSET AND COLUMN IT CAME FROM, THEN
001500*                    THAT INPUT RECORD FROM INFILE IN THE SAME
001600*                    THREE-LINE FORM AS TRANSCODE-DUMP.  A
001700*                    REFLOW RUN'S SEVERAL OUTPUT RECORDS FROM ONE
001800*                    INPUT RECORD DUMP IT ONCE.  WHERE THE TRACE
001900*                    HOLDS TWO ENTRIES FOR ONE OUTPUT RECORD (A
002000*                    RESTARTED RUN) THE LATER ONE STANDS.
002100*
002200*                    PARM: FROM-RECORD TO-RECORD AND OPTIONALLY
002300*                    THE MANIFEST ENTRY (DEFAULT 1), E.G.
002400*                    PARM='48213 48213'.  AT MOST 100 RECORDS
002500*                    PER RUN.  INFILE IS THE ENTRY'S INPUT AS
002600*                    THE RUN READ IT -- FOR A PARTITIONED RUN,
002700*                    THE FILE BEFORE THE SPLIT; FOR A KEYED
002800*                    INPUT, A SEQUENTIAL UNLOAD OF THE KSDS, IN
002900*                    WHICH THE RECORD IS FOUND BY ITS KEY.
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TLK-TRC-FILE ASSIGN TO "TRACE"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS TLK-TRC-STATUS.
003700     SELECT TLK-IN-FILE ASSIGN TO "INFILE"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS TLK-IN-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TLK-TRC-FILE
004400     RECORDING MODE IS F
004500     RECORD CONTAINS 160 CHARACTERS
004600     LABEL RECORDS ARE STANDARD.
004700 01  TLK-TRC-RECORD              PIC X(160).
004800*
004900 FD  TLK-IN-FILE
005000     RECORDING MODE IS V
005100     RECORD IS VARYING IN SIZE FROM 1 TO 5994 CHARACTERS
005200         DEPENDING ON TLK-REC-LEN
005300     LABEL RECORDS ARE STANDARD.
005400 01  TLK-IN-RECORD               PIC X(5994).
005500*
005600 WORKING-STORAGE SECTION.
005700     COPY ESCTAB.
005800     COPY TRCEREC.
005900*
006000 01  TLK-SWITCHES.
006100     03 TLK-TRC-EOF-SW           PIC X(01) VALUE "N".
006200         88 TLK-TRC-AT-EOF       VALUE "Y".
006300     03 TLK-EOF-SW               PIC X(01) VALUE "N".
006400         88 TLK-AT-EOF           VALUE "Y".
006500     03 TLK-FOUND-SW             PIC X(01) VALUE "N".
006600         88 TLK-FOUND            VALUE "Y".
006700     03 TLK-TRC-STATUS           PIC X(02) VALUE "00".
006800     03 TLK-IN-STATUS            PIC X(02) VALUE "00".
006900     03 TLK-ABEND-DDNAME         PIC X(08) VALUE SPACES.
007000     03 TLK-ABEND-STATUS         PIC X(02) VALUE SPACES.
007100*
007200 01  TLK-SELECTION.
007300     03 TLK-FROM-REC             PIC 9(09) COMP VALUE 1.
007400     03 TLK-TO-REC               PIC 9(09) COMP VALUE 1.
007500     03 TLK-ENTRY                PIC 9(03) VALUE 1.
007600     03 TLK-MAX-SLOTS            PIC 9(03) COMP VALUE 100.
007700     03 TLK-PARM-WORD            PIC X(09) OCCURS 3 TIMES.
007800     03 TLK-WORD-SUB             PIC 9(02) COMP VALUE 0.
007900     03 TLK-WORD-NUM             PIC 9(09) COMP VALUE 0.
008000     03 TLK-WORD-OK-SW           PIC X(01) VALUE "N".
008100     03 TLK-DIGIT-X              PIC X(01).
008200     03 TLK-DIGIT REDEFINES TLK-DIGIT-X
008300                                 PIC 9(01).
008400*
008500 01  TLK-COUNTERS.
008600     03 TLK-REC-LEN              PIC 9(04) COMP VALUE 0.
008700     03 TLK-RECS-READ            PIC 9(09) COMP VALUE 0.
008800     03 TLK-LAST-DUMPED          PIC 9(09) COMP VALUE 0.
008900     03 TLK-TRC-READ             PIC 9(09) COMP VALUE 0.
009000     03 TLK-SLOT-COUNT           PIC 9(03) COMP VALUE 0.
009100     03 TLK-SLOT-SUB             PIC 9(03) COMP VALUE 0.
009200     03 TLK-TRACED-COUNT         PIC 9(03) COMP VALUE 0.
009300     03 TLK-UNTRACED-COUNT       PIC 9(03) COMP VALUE 0.
009400     03 TLK-NOT-FOUND-COUNT      PIC 9(03) COMP VALUE 0.
009500     03 TLK-KEY-END              PIC 9(05) COMP VALUE 0.
009600     03 TLK-CHUNK-START          PIC 9(04) COMP VALUE 0.
009700     03 TLK-CHUNK-END            PIC 9(04) COMP VALUE 0.
009800     03 TLK-COL                  PIC 9(04) COMP VALUE 0.
009900     03 TLK-SLOT                 PIC 9(02) COMP VALUE 0.
010000*
010100*    ONE SLOT PER OUTPUT RECORD ASKED FOR, HOLDING THE LAST
010200*    TRACE ENTRY SEEN FOR IT.
010300 01  TLK-SLOT-TABLE.
010400     03 TLK-SLOT-ENTRY           OCCURS 100 TIMES.
010500         05 TLK-SLOT-SW          PIC X(01).
010600         05 TLK-SLOT-TRACE       PIC X(160).
010700*
010800 01  TLK-BYTE-CONV.
010900     03 TLK-BYTE-CHAR            PIC X.
011000     03 TLK-BYTE-NUM REDEFINES TLK-BYTE-CHAR
011100                                 PIC 9(02) COMP-X.
011200*
011300 01  TLK-HEX-DIGITS-LIT          PIC X(16)
011400         VALUE "0123456789ABCDEF".
011500 01  TLK-HEX-TABLE REDEFINES TLK-HEX-DIGITS-LIT.
011600     03 TLK-HEX-DIGIT            PIC X OCCURS 16 TIMES.
011700 01  TLK-HEX-HIGH                PIC 99 VALUE 0.
011800 01  TLK-HEX-LOW                 PIC 99 VALUE 0.
011900*
012000*    VERSION REQUEST/REPLY FOR ESCAPE-TABLE-LOAD -- THE DUMP
012100*    ALWAYS SHOWS THE ACTIVE TABLE'S MNEMONICS.
012200 01  TLK-ESCL-REQUEST.
012300     03 TLK-ESCL-VERSION-REQ     PIC 9(04) VALUE 0.
012400     03 TLK-ESCL-VERSION-LOADED  PIC 9(04) VALUE 0.
012500*
012600*    THE LINEAGE LINES PRINTED AHEAD OF EACH DUMP.
012700 01  TLK-OUT-LINE.
012800     03 FILLER                   PIC X(14) VALUE
012900         "OUTPUT RECORD ".
013000     03 TLK-OL-REC               PIC ZZZZZZZZ9.
013100     03 FILLER                   PIC X(08) VALUE " LENGTH=".
013200     03 TLK-OL-LEN               PIC ZZZZ9.
013300     03 FILLER                   PIC X(07) VALUE " ENTRY=".
013400     03 TLK-OL-ENTRY             PIC ZZ9.
013500     03 FILLER                   PIC X(01) VALUE SPACE.
013600     03 TLK-OL-DDNAME            PIC X(08).
013700     03 FILLER                   PIC X(01) VALUE SPACE.
013800     03 TLK-OL-ORIGIN            PIC X(10).
013900 01  TLK-IN-LINE.
014000     03 FILLER                   PIC X(20) VALUE
014100         "  FROM INPUT RECORD ".
014200     03 TLK-IL-REC               PIC ZZZZZZZZ9.
014300     03 FILLER                   PIC X(08) VALUE " OFFSET=".
014400     03 TLK-IL-OFFSET            PIC ZZZZZZZZZZZ9.
014500     03 FILLER                   PIC X(08) VALUE " COLUMN=".
014600     03 TLK-IL-COL               PIC ZZZZ9.
014700     03 FILLER                   PIC X(08) VALUE " LENGTH=".
014800     03 TLK-IL-LEN               PIC ZZZZ9.
014900 01  TLK-PART-LINE.
015000     03 FILLER                   PIC X(16) VALUE
015100         "  VIA PARTITION ".
015200     03 TLK-PL-PART              PIC 9.
015300     03 FILLER                   PIC X(08) VALUE " RECORD ".
015400     03 TLK-PL-REC               PIC ZZZZZZZZ9.
015500 01  TLK-KEY-LINE.
015600     03 FILLER                   PIC X(06) VALUE "  KEY=".
015700     03 TLK-KL-KEY               PIC X(64).
015800*
015900*    THE THREE DUMP LINES -- TEN COLUMNS OF SEVEN CHARACTERS
016000*    EACH BEHIND A COLUMN LABEL, AS TRANSCODE-DUMP PRINTS THEM.
016100 01  TLK-CHAR-LINE.
016200     03 TLK-CHAR-LABEL           PIC X(09).
016300     03 TLK-CHAR-SLOT            PIC X(07) OCCURS 10 TIMES.
016400 01  TLK-HEX-LINE.
016500     03 TLK-HEX-LABEL            PIC X(09).
016600     03 TLK-HEX-SLOT             PIC X(07) OCCURS 10 TIMES.
016700 01  TLK-MNEM-LINE.
016800     03 TLK-MNEM-LABEL           PIC X(09).
016900     03 TLK-MNEM-SLOT            PIC X(07) OCCURS 10 TIMES.
017000 01  TLK-COL-EDIT                PIC 9(04).
017100*
017200 01  TLK-REC-HEADER.
017300     03 FILLER                   PIC X(07) VALUE "RECORD ".
017400     03 TLK-HDR-RECNUM           PIC ZZZZZZZZ9.
017500     03 FILLER                   PIC X(08) VALUE " LENGTH=".
017600     03 TLK-HDR-LENGTH           PIC ZZZ9.
017700*
017800 LINKAGE SECTION.
017900 01  TLK-PARM-INFO.
018000     03 TLK-PARM-LEN             PIC S9(4) COMP.
018100     03 TLK-PARM-TEXT            PIC X(80).
018200*
018300 PROCEDURE DIVISION USING TLK-PARM-INFO.
018400*
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-EXIT
018800         UNTIL TLK-TRC-AT-EOF.
018900     CLOSE TLK-TRC-FILE.
019000     PERFORM 3000-REPORT-ONE-SLOT THRU 3000-EXIT
019100         VARYING TLK-SLOT-SUB FROM 1 BY 1
019200         UNTIL TLK-SLOT-SUB IS GREATER THAN TLK-SLOT-COUNT.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019400     GOBACK.
019500*
019600 1000-INITIALIZE.
019700     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
019800     PERFORM 1300-CLEAR-ONE-SLOT THRU 1300-EXIT
019900         VARYING TLK-SLOT-SUB FROM 1 BY 1
020000         UNTIL TLK-SLOT-SUB IS GREATER THAN TLK-MAX-SLOTS.
020100     CALL "ESCAPE-TABLE-LOAD" USING ESCT-TOKENS-LIT,
020200         TLK-ESCL-REQUEST.
020300     OPEN INPUT TLK-TRC-FILE.
020400     IF TLK-TRC-STATUS IS NOT EQUAL TO "00" THEN
020500         MOVE "TRACE" TO TLK-ABEND-DDNAME
020600         MOVE TLK-TRC-STATUS TO TLK-ABEND-STATUS
020700         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
020800     OPEN INPUT TLK-IN-FILE.
020900     IF TLK-IN-STATUS IS NOT EQUAL TO "00" THEN
021000         MOVE "INFILE" TO TLK-ABEND-DDNAME
021100         MOVE TLK-IN-STATUS TO TLK-ABEND-STATUS
021200         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
021300     DISPLAY "TRACE-LOOKUP: OUTPUT RECORDS " TLK-FROM-REC
021400         " TO " TLK-TO-REC " MANIFEST ENTRY " TLK-ENTRY.
021500 1000-EXIT.
021600     EXIT.
021700*
021800 1100-PARSE-PARM.
021900     MOVE SPACES TO TLK-PARM-WORD (1), TLK-PARM-WORD (2),
022000         TLK-PARM-WORD (3).
022100     IF TLK-PARM-LEN IS GREATER THAN ZERO THEN
022200         UNSTRING TLK-PARM-TEXT DELIMITED BY ALL SPACES
022300             INTO TLK-PARM-WORD (1), TLK-PARM-WORD (2),
022400                 TLK-PARM-WORD (3).
022500     MOVE 1 TO TLK-WORD-SUB.
022600     PERFORM 1200-CONVERT-WORD THRU 1200-EXIT.
022700     IF TLK-WORD-OK-SW IS EQUAL TO "Y" AND
022800        TLK-WORD-NUM IS GREATER THAN ZERO THEN
022900         MOVE TLK-WORD-NUM TO TLK-FROM-REC.
023000     MOVE 2 TO TLK-WORD-SUB.
023100     PERFORM 1200-CONVERT-WORD THRU 1200-EXIT.
023200     IF TLK-WORD-OK-SW IS EQUAL TO "Y" THEN
023300         MOVE TLK-WORD-NUM TO TLK-TO-REC
023400     ELSE
023500         MOVE TLK-FROM-REC TO TLK-TO-REC.
023600     MOVE 3 TO TLK-WORD-SUB.
023700     PERFORM 1200-CONVERT-WORD THRU 1200-EXIT.
023800     IF TLK-WORD-OK-SW IS EQUAL TO "Y" AND
023900        TLK-WORD-NUM IS GREATER THAN ZERO AND
024000        TLK-WORD-NUM IS LESS THAN 1000 THEN
024100         MOVE TLK-WORD-NUM TO TLK-ENTRY.
024200     IF TLK-TO-REC IS LESS THAN TLK-FROM-REC THEN
024300         MOVE TLK-FROM-REC TO TLK-TO-REC.
024400     IF TLK-TO-REC - TLK-FROM-REC IS NOT LESS THAN
024500            TLK-MAX-SLOTS THEN
024600         COMPUTE TLK-TO-REC = TLK-FROM-REC + TLK-MAX-SLOTS - 1
024700         DISPLAY "TRACE-LOOKUP: RANGE CUT TO " TLK-MAX-SLOTS
024800             " RECORDS".
024900     COMPUTE TLK-SLOT-COUNT = TLK-TO-REC - TLK-FROM-REC + 1.
025000 1100-EXIT.
025100     EXIT.
025200*
025300*    CONVERTS PARM WORD (TLK-WORD-SUB) -- DIGITS UP TO THE
025400*    FIRST BLANK; ANYTHING ELSE MARKS THE WORD UNUSABLE AND THE
025500*    DEFAULT STANDS.
025600 1200-CONVERT-WORD.
025700     MOVE 0 TO TLK-WORD-NUM.
025800     IF TLK-PARM-WORD (TLK-WORD-SUB) IS EQUAL TO SPACES THEN
025900         MOVE "N" TO TLK-WORD-OK-SW
026000         GO TO 1200-EXIT.
026100     MOVE "Y" TO TLK-WORD-OK-SW.
026200     PERFORM 1210-CONVERT-ONE-DIGIT THRU 1210-EXIT
026300         VARYING TLK-COL FROM 1 BY 1
026400         UNTIL TLK-COL IS GREATER THAN 9
026500            OR TLK-PARM-WORD (TLK-WORD-SUB) (TLK-COL:1)
026600               IS EQUAL TO SPACE
026700            OR TLK-WORD-OK-SW IS EQUAL TO "N".
026800 1200-EXIT.
026900     EXIT.
027000*
027100 1210-CONVERT-ONE-DIGIT.
027200     MOVE TLK-PARM-WORD (TLK-WORD-SUB) (TLK-COL:1)
027300         TO TLK-DIGIT-X.
027400     IF TLK-DIGIT-X IS NUMERIC THEN
027500         COMPUTE TLK-WORD-NUM = (TLK-WORD-NUM * 10) + TLK-DIGIT
027600     ELSE
027700         MOVE "N" TO TLK-WORD-OK-SW.
027800 1210-EXIT.
027900     EXIT.
028000*
028100 1300-CLEAR-ONE-SLOT.
028200     MOVE "N" TO TLK-SLOT-SW (TLK-SLOT-SUB).
028300     MOVE SPACES TO TLK-SLOT-TRACE (TLK-SLOT-SUB).
028400 1300-EXIT.
028500     EXIT.
028600*
028700*    PASS ONE -- THE WHOLE TRACE.  AN ENTRY FOR THE MANIFEST
028800*    ENTRY AND RECORD RANGE ASKED FOR LANDS IN ITS SLOT; A LATER
028900*    ENTRY FOR THE SAME OUTPUT RECORD REPLACES AN EARLIER ONE.
029000 2000-LOAD-ONE-ENTRY.
029100     READ TLK-TRC-FILE INTO TRCE-RECORD
029200         AT END
029300             MOVE "Y" TO TLK-TRC-EOF-SW
029400         NOT AT END
029500             ADD 1 TO TLK-TRC-READ.
029600     IF TLK-TRC-STATUS IS NOT EQUAL TO "00" AND
029700        TLK-TRC-STATUS IS NOT EQUAL TO "10" THEN
029800         MOVE "TRACE" TO TLK-ABEND-DDNAME
029900         MOVE TLK-TRC-STATUS TO TLK-ABEND-STATUS
030000         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
030100     IF TLK-TRC-AT-EOF THEN
030200         GO TO 2000-EXIT.
030300     IF TRCE-MAN-ENTRY IS NOT EQUAL TO TLK-ENTRY OR
030400        TRCE-OUT-REC IS LESS THAN TLK-FROM-REC OR
030500        TRCE-OUT-REC IS GREATER THAN TLK-TO-REC THEN
030600         GO TO 2000-EXIT.
030700     COMPUTE TLK-SLOT-SUB = TRCE-OUT-REC - TLK-FROM-REC + 1.
030800     MOVE "Y" TO TLK-SLOT-SW (TLK-SLOT-SUB).
030900     MOVE TRCE-RECORD TO TLK-SLOT-TRACE (TLK-SLOT-SUB).
031000 2000-EXIT.
031100     EXIT.
031200*
031300*    PASS TWO -- ONE OUTPUT RECORD: ITS LINEAGE, THEN THE INPUT
031400*    RECORD IT CAME FROM.
031500 3000-REPORT-ONE-SLOT.
031600     DISPLAY " ".
031700     IF TLK-SLOT-SW (TLK-SLOT-SUB) IS NOT EQUAL TO "Y" THEN
031800         COMPUTE TLK-OL-REC = TLK-FROM-REC + TLK-SLOT-SUB - 1
031900         DISPLAY "OUTPUT RECORD " TLK-OL-REC
032000             " -- NOT ON THE TRACE"
032100         ADD 1 TO TLK-UNTRACED-COUNT
032200         GO TO 3000-EXIT.
032300     ADD 1 TO TLK-TRACED-COUNT.
032400     MOVE TLK-SLOT-TRACE (TLK-SLOT-SUB) TO TRCE-RECORD.
032500     PERFORM 3100-PRINT-LINEAGE THRU 3100-EXIT.
032600     IF TRCE-FRAMING THEN
032700         DISPLAY "  HEADER, COLUMN-NAME OR TRAILER RECORD -- "
032800             "NO INPUT RECORD"
032900         GO TO 3000-EXIT.
033000     IF TRCE-KEY-LEN IS GREATER THAN ZERO THEN
033100         PERFORM 3250-FIND-BY-KEY THRU 3250-EXIT
033200     ELSE
033300         PERFORM 3200-FIND-BY-NUMBER THRU 3200-EXIT.
033400     IF NOT TLK-FOUND THEN
033500         DISPLAY "  INPUT RECORD NOT FOUND ON INFILE"
033600         ADD 1 TO TLK-NOT-FOUND-COUNT
033700         GO TO 3000-EXIT.
033800     IF TLK-RECS-READ IS EQUAL TO TLK-LAST-DUMPED THEN
033900         DISPLAY "  SAME INPUT RECORD AS ABOVE"
034000         GO TO 3000-EXIT.
034100     PERFORM 4000-DUMP-RECORD THRU 4000-EXIT.
034200     MOVE TLK-RECS-READ TO TLK-LAST-DUMPED.
034300 3000-EXIT.
034400     EXIT.
034500*
034600 3100-PRINT-LINEAGE.
034700     MOVE TRCE-OUT-REC TO TLK-OL-REC.
034800     MOVE TRCE-OUT-LEN TO TLK-OL-LEN.
034900     MOVE TRCE-MAN-ENTRY TO TLK-OL-ENTRY.
035000     MOVE TRCE-OUT-DDNAME TO TLK-OL-DDNAME.
035100     EVALUATE TRUE
035200         WHEN TRCE-TRANSCODED
035300             MOVE "TRANSCODED" TO TLK-OL-ORIGIN
035400         WHEN TRCE-COPIED
035500             MOVE "COPIED" TO TLK-OL-ORIGIN
035600         WHEN OTHER
035700             MOVE "FRAMING" TO TLK-OL-ORIGIN
035800     END-EVALUATE.
035900     DISPLAY TLK-OUT-LINE.
036000     IF TRCE-FRAMING THEN
036100         GO TO 3100-EXIT.
036200     MOVE TRCE-IN-REC TO TLK-IL-REC.
036300     MOVE TRCE-IN-OFFSET TO TLK-IL-OFFSET.
036400     MOVE TRCE-IN-COLUMN TO TLK-IL-COL.
036500     MOVE TRCE-IN-LEN TO TLK-IL-LEN.
036600     DISPLAY TLK-IN-LINE.
036700     IF TRCE-PART IS GREATER THAN ZERO THEN
036800         MOVE TRCE-PART TO TLK-PL-PART
036900         MOVE TRCE-PART-REC TO TLK-PL-REC
037000         DISPLAY TLK-PART-LINE.
037100     IF TRCE-KEY-LEN IS GREATER THAN ZERO THEN
037200         MOVE TRCE-IN-KEY TO TLK-KL-KEY
037300         DISPLAY TLK-KEY-LINE.
037400 3100-EXIT.
037500     EXIT.
037600*
037700*    THE SLOTS RUN IN OUTPUT ORDER, WHICH IS INPUT ORDER, SO
037800*    INFILE IS READ FORWARD; IT IS ONLY REREAD FROM THE TOP IF
037900*    THE RECORD WANTED HAS ALREADY GONE BY.
038000 3200-FIND-BY-NUMBER.
038100     MOVE "N" TO TLK-FOUND-SW.
038200     IF TLK-AT-EOF OR
038300        TRCE-IN-REC IS LESS THAN TLK-RECS-READ THEN
038400         PERFORM 3300-REWIND-INPUT THRU 3300-EXIT.
038500     PERFORM 3400-READ-INPUT THRU 3400-EXIT
038600         UNTIL TLK-AT-EOF
038700            OR TLK-RECS-READ IS NOT LESS THAN TRCE-IN-REC.
038800     IF NOT TLK-AT-EOF AND
038900        TLK-RECS-READ IS EQUAL TO TRCE-IN-REC THEN
039000         MOVE "Y" TO TLK-FOUND-SW.
039100 3200-EXIT.
039200     EXIT.
039300*
039400*    A KEYED INPUT IS LOOKED UP BY ITS KEY IN THE UNLOAD --
039500*    FORWARD FROM WHERE THE LAST LOOKUP LEFT OFF, THEN ONCE
039600*    FROM THE TOP.
039700 3250-FIND-BY-KEY.
039800     MOVE "N" TO TLK-FOUND-SW.
039900     COMPUTE TLK-KEY-END = TRCE-KEY-POS + TRCE-KEY-LEN - 1.
040000     IF TLK-AT-EOF THEN
040100         PERFORM 3300-REWIND-INPUT THRU 3300-EXIT.
040200     IF TLK-RECS-READ IS GREATER THAN ZERO THEN
040300         PERFORM 3260-CHECK-KEY THRU 3260-EXIT.
040400     PERFORM 3270-READ-AND-CHECK-KEY THRU 3270-EXIT
040500         UNTIL TLK-FOUND OR TLK-AT-EOF.
040600     IF TLK-FOUND THEN
040700         GO TO 3250-EXIT.
040800     PERFORM 3300-REWIND-INPUT THRU 3300-EXIT.
040900     PERFORM 3270-READ-AND-CHECK-KEY THRU 3270-EXIT
041000         UNTIL TLK-FOUND OR TLK-AT-EOF.
041100 3250-EXIT.
041200     EXIT.
041300*
041400 3260-CHECK-KEY.
041500     IF TLK-REC-LEN IS NOT LESS THAN TLK-KEY-END AND
041600        TLK-IN-RECORD (TRCE-KEY-POS:TRCE-KEY-LEN) IS EQUAL TO
041700            TRCE-IN-KEY (1:TRCE-KEY-LEN) THEN
041800         MOVE "Y" TO TLK-FOUND-SW.
041900 3260-EXIT.
042000     EXIT.
042100*
042200 3270-READ-AND-CHECK-KEY.
042300     PERFORM 3400-READ-INPUT THRU 3400-EXIT.
042400     IF NOT TLK-AT-EOF THEN
042500         PERFORM 3260-CHECK-KEY THRU 3260-EXIT.
042600 3270-EXIT.
042700     EXIT.
042800*
042900 3300-REWIND-INPUT.
043000     CLOSE TLK-IN-FILE.
043100     OPEN INPUT TLK-IN-FILE.
043200     IF TLK-IN-STATUS IS NOT EQUAL TO "00" THEN
043300         MOVE "INFILE" TO TLK-ABEND-DDNAME
043400         MOVE TLK-IN-STATUS TO TLK-ABEND-STATUS
043500         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
043600     MOVE "N" TO TLK-EOF-SW.
043700     MOVE 0 TO TLK-RECS-READ, TLK-LAST-DUMPED.
043800 3300-EXIT.
043900     EXIT.
044000*
044100 3400-READ-INPUT.
044200     READ TLK-IN-FILE
044300         AT END
044400             MOVE "Y" TO TLK-EOF-SW
044500         NOT AT END
044600             ADD 1 TO TLK-RECS-READ.
044700     IF TLK-IN-STATUS IS NOT EQUAL TO "00" AND
044800        TLK-IN-STATUS IS NOT EQUAL TO "10" THEN
044900         MOVE "INFILE" TO TLK-ABEND-DDNAME
045000         MOVE TLK-IN-STATUS TO TLK-ABEND-STATUS
045100         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
045200 3400-EXIT.
045300     EXIT.
045400*
045500*    THE INPUT RECORD, WHOLE, IN TRANSCODE-DUMP'S FORM.
045600 4000-DUMP-RECORD.
045700     MOVE TLK-RECS-READ TO TLK-HDR-RECNUM.
045800     MOVE TLK-REC-LEN TO TLK-HDR-LENGTH.
045900     DISPLAY TLK-REC-HEADER.
046000     MOVE 1 TO TLK-CHUNK-START.
046100     PERFORM 4100-DUMP-ONE-CHUNK THRU 4100-EXIT
046200         UNTIL TLK-CHUNK-START IS GREATER THAN TLK-REC-LEN.
046300 4000-EXIT.
046400     EXIT.
046500*
046600 4100-DUMP-ONE-CHUNK.
046700     COMPUTE TLK-CHUNK-END = TLK-CHUNK-START + 9.
046800     IF TLK-CHUNK-END IS GREATER THAN TLK-REC-LEN THEN
046900         MOVE TLK-REC-LEN TO TLK-CHUNK-END.
047000     MOVE SPACES TO TLK-CHAR-LINE, TLK-HEX-LINE, TLK-MNEM-LINE.
047100     MOVE TLK-CHUNK-START TO TLK-COL-EDIT.
047200     STRING "COL " TLK-COL-EDIT DELIMITED BY SIZE
047300         INTO TLK-CHAR-LABEL.
047400     MOVE 0 TO TLK-SLOT.
047500     PERFORM 4200-FORMAT-ONE-BYTE THRU 4200-EXIT
047600         VARYING TLK-COL FROM TLK-CHUNK-START BY 1
047700         UNTIL TLK-COL IS GREATER THAN TLK-CHUNK-END.
047800     DISPLAY TLK-CHAR-LINE.
047900     DISPLAY TLK-HEX-LINE.
048000     DISPLAY TLK-MNEM-LINE.
048100     COMPUTE TLK-CHUNK-START = TLK-CHUNK-END + 1.
048200 4100-EXIT.
048300     EXIT.
048400*
048500 4200-FORMAT-ONE-BYTE.
048600     ADD 1 TO TLK-SLOT.
048700     MOVE TLK-IN-RECORD (TLK-COL:1) TO TLK-BYTE-CHAR.
048800     IF TLK-BYTE-NUM IS GREATER THAN 31 AND
048900        TLK-BYTE-NUM IS LESS THAN 127 THEN
049000         MOVE TLK-BYTE-CHAR TO TLK-CHAR-SLOT (TLK-SLOT)
049100     ELSE
049200         MOVE "." TO TLK-CHAR-SLOT (TLK-SLOT)
049300         MOVE ESCT-TOKEN-ENTRY (TLK-BYTE-NUM + 1)
049400             TO TLK-MNEM-SLOT (TLK-SLOT).
049500     DIVIDE TLK-BYTE-NUM BY 16
049600         GIVING TLK-HEX-HIGH REMAINDER TLK-HEX-LOW.
049700     STRING TLK-HEX-DIGIT (TLK-HEX-HIGH + 1)
049800            TLK-HEX-DIGIT (TLK-HEX-LOW + 1)
049900            DELIMITED BY SIZE
050000            INTO TLK-HEX-SLOT (TLK-SLOT).
050100 4200-EXIT.
050200     EXIT.
050300*
050400*    RC 4 WHEN ANY RECORD ASKED FOR COULD NOT BE TRACED BACK.
050500 9000-TERMINATE.
050600     CLOSE TLK-IN-FILE.
050700     DISPLAY " ".
050800     DISPLAY "TRACE-LOOKUP: TRACE ENTRIES READ=" TLK-TRC-READ.
050900     DISPLAY "TRACE-LOOKUP: TRACED=" TLK-TRACED-COUNT
051000         " NOT ON TRACE=" TLK-UNTRACED-COUNT
051100         " INPUT NOT FOUND=" TLK-NOT-FOUND-COUNT.
051200     IF TLK-UNTRACED-COUNT IS GREATER THAN ZERO OR
051300        TLK-NOT-FOUND-COUNT IS GREATER THAN ZERO THEN
051400         MOVE 4 TO RETURN-CODE.
051500 9000-EXIT.
051600     EXIT.
051700*
051800 9800-ABEND-FILE-ERROR.
051900     DISPLAY "TRACE-LOOKUP: FATAL I/O ERROR ON "
052000         TLK-ABEND-DDNAME " FILE STATUS=" TLK-ABEND-STATUS.
052100     MOVE 16 TO RETURN-CODE.
052200     GOBACK.
052300 9800-EXIT.
052400     EXIT.
