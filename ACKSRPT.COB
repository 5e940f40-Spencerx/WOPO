000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "INBOUND-ACK-REPORT".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-15  DS  INITIAL VERSION.  LISTS THE ACKLOG WRITTEN
001000*                    BY INBOUND-ACK-SEND: FIRST THE INBOUND FILES
001100*                    ACKNOWLEDGED TO THEIR PARTNERS (ACCEPTED OR
001200*                    REJECTED, WITH COUNTS, CHECKSUM AND
001300*                    REJECTS), THEN THE FILES NOT ACKNOWLEDGED --
001400*                    HELD BACK OUT OF BALANCE, FOR FAILED
001500*                    VERIFICATION OR AN INCOMPLETE RUN, OR NOT
001600*                    WANTED BY THE PARTNER'S PROFILE.  A HELD
001700*                    FILE ACKNOWLEDGED BY A LATER RUN OF THE SAME
001800*                    PARTNER AND DATASET IS MARKED SO.  PARM
001900*                    SELECTS THE RECEIVING MONTH (YYYYMM); AN
002000*                    EMPTY PARM PRINTS THE WHOLE LOG.  RC 04 WHEN
002100*                    A HELD FILE IS STILL UNACKNOWLEDGED, RC 16
002110*                    ON AN ACKLOG I/O ERROR.
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ACKL-FILE ASSIGN TO "ACKLOG"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS ASRP-FILE-STATUS.
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  ACKL-FILE
003300     RECORDING MODE IS F
003400     RECORD CONTAINS 160 CHARACTERS
003500     LABEL RECORDS ARE STANDARD.
003600     COPY ACKLREC.
003700*
003800 WORKING-STORAGE SECTION.
003900 01  ASRP-SWITCHES.
004000     03 ASRP-EOF-SW              PIC X(01) VALUE "N".
004100         88 ASRP-AT-EOF          VALUE "Y".
004200     03 ASRP-FILE-STATUS         PIC X(02) VALUE "00".
004210         88 ASRP-FILE-OK         VALUE "00".
004300         88 ASRP-FILE-NOT-FOUND  VALUES "35", "05".
004400     03 ASRP-LATER-SW            PIC X(01) VALUE "N".
004500         88 ASRP-LATER-ACK       VALUE "Y".
004510     03 ASRP-TABLED-SW           PIC X(01) VALUE "N".
004520         88 ASRP-TABLED          VALUE "Y".
004600*
004700 01  ASRP-SELECTION.
004800     03 ASRP-MONTH               PIC X(06) VALUE SPACES.
004900     03 ASRP-RECORD-MONTH        PIC X(06) VALUE SPACES.
005000*
005100 01  ASRP-COUNTERS.
005200     03 ASRP-ACCEPTED            PIC 9(05) COMP VALUE 0.
005300     03 ASRP-REJECTED            PIC 9(05) COMP VALUE 0.
005400     03 ASRP-HELD                PIC 9(05) COMP VALUE 0.
005500     03 ASRP-HELD-OPEN           PIC 9(05) COMP VALUE 0.
005600     03 ASRP-NOT-WANTED          PIC 9(05) COMP VALUE 0.
005700     03 ASRP-SENT-COUNT          PIC 9(05) COMP VALUE 0.
005800     03 ASRP-SENT-OVERFLOW       PIC 9(05) COMP VALUE 0.
005900     03 ASRP-SENT-SUB            PIC 9(05) COMP VALUE 0.
006000*
006100*    ONE ENTRY PER PARTNER AND DATASET ACKNOWLEDGED, WHATEVER
006200*    THE MONTH -- A FILE HELD AT THE END OF ONE MONTH MAY BE
006300*    ACKNOWLEDGED IN THE NEXT -- HOLDING THE LATEST
006310*    ACKNOWLEDGMENT SENT FOR IT, SO THE TABLE GROWS WITH THE
006320*    FILES, NOT WITH THE LOG.  LOADED ON THE FIRST PASS,
006330*    SEARCHED ON THE SECOND.
006400 01  ASRP-SENT-TABLE.
006500     03 ASRP-SENT-ENTRY OCCURS 1000 TIMES.
006600        05 ASRP-SE-PARTNER       PIC X(08).
006700        05 ASRP-SE-DSN           PIC X(44).
006800        05 ASRP-SE-ACK-STAMP     PIC 9(14).
006900*
007000 01  ASRP-ACK-STAMP.
007100     03 ASRP-ACK-DATE            PIC 9(08) VALUE 0.
007200     03 ASRP-ACK-TIME            PIC 9(06) VALUE 0.
007300 01  ASRP-ACK-STAMP-N REDEFINES ASRP-ACK-STAMP
007400                                 PIC 9(14).
007410*
007420 01  ASRP-ABEND-INFO.
007430     03 ASRP-ABEND-DDNAME        PIC X(08) VALUE SPACES.
007440     03 ASRP-ABEND-STATUS        PIC X(02) VALUE SPACES.
007500*
007600 01  ASRP-PRINT-LINE.
007700     03 ASRP-PR-RUN-DATE         PIC 9(08).
007800     03 FILLER                   PIC X(01) VALUE SPACE.
007900     03 ASRP-PR-RUN-TIME         PIC 9(06).
008000     03 FILLER                   PIC X(02) VALUE SPACES.
008100     03 ASRP-PR-PARTNER          PIC X(08).
008200     03 FILLER                   PIC X(02) VALUE SPACES.
008300     03 ASRP-PR-STATUS           PIC X(20).
008400     03 FILLER                   PIC X(02) VALUE SPACES.
008500     03 ASRP-PR-RECS             PIC ZZZ,ZZZ,ZZ9.
008600     03 FILLER                   PIC X(02) VALUE SPACES.
008700     03 ASRP-PR-BYTES            PIC ZZZ,ZZZ,ZZZ,ZZ9.
008800     03 FILLER                   PIC X(02) VALUE SPACES.
008900     03 ASRP-PR-CKSUM            PIC 9(09).
009000     03 FILLER                   PIC X(02) VALUE SPACES.
009100     03 ASRP-PR-REJECTS          PIC ZZZ,ZZZ,ZZ9.
009200*
009300 01  ASRP-SOURCE-LINE.
009400     03 FILLER                   PIC X(08) VALUE " SOURCE=".
009500     03 ASRP-SL-DSN              PIC X(44).
009600     03 FILLER                   PIC X(06) VALUE " FILE=".
009700     03 ASRP-SL-GEN-DATE         PIC 9(08).
009800     03 FILLER                   PIC X(01) VALUE SPACE.
009900     03 ASRP-SL-GEN-TIME         PIC 9(06).
010000     03 FILLER                   PIC X(06) VALUE " DONE=".
010100     03 ASRP-SL-ACK-DATE         PIC 9(08).
010200     03 FILLER                   PIC X(01) VALUE SPACE.
010300     03 ASRP-SL-ACK-TIME         PIC 9(06).
010400     03 ASRP-SL-NOTE             PIC X(20).
010500*
010600 LINKAGE SECTION.
010700 01  ASRP-PARM-INFO.
010800     03 ASRP-PARM-LEN            PIC S9(4) COMP.
010900     03 ASRP-PARM-TEXT           PIC X(80).
011000*
011100 PROCEDURE DIVISION USING ASRP-PARM-INFO.
011200*
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     IF ASRP-FILE-NOT-FOUND THEN
011600         GO TO 0000-FINISH.
011700     PERFORM 2000-LIST-SENT THRU 2000-EXIT
011800         UNTIL ASRP-AT-EOF.
011900     CLOSE ACKL-FILE.
012000     PERFORM 3000-START-HELD THRU 3000-EXIT.
012100     PERFORM 3100-LIST-HELD THRU 3100-EXIT
012200         UNTIL ASRP-AT-EOF.
012300     CLOSE ACKL-FILE.
012400 0000-FINISH.
012500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012600     GOBACK.
012700*
012800 1000-INITIALIZE.
012900     IF ASRP-PARM-LEN IS GREATER THAN ZERO THEN
013000         MOVE ASRP-PARM-TEXT (1:6) TO ASRP-MONTH.
013100     OPEN INPUT ACKL-FILE.
013200     IF ASRP-FILE-NOT-FOUND THEN
013300         DISPLAY "INBOUND-ACK-REPORT: ACKLOG NOT FOUND"
013400         GO TO 1000-EXIT.
013410     IF NOT ASRP-FILE-OK THEN
013420         MOVE "ACKLOG" TO ASRP-ABEND-DDNAME
013430         MOVE ASRP-FILE-STATUS TO ASRP-ABEND-STATUS
013440         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
013500     DISPLAY "TRANCODE INBOUND RECEIPT ACKNOWLEDGMENTS".
013600     IF ASRP-MONTH IS NOT EQUAL TO SPACES THEN
013700         DISPLAY "MONTH SELECTED: " ASRP-MONTH.
013800     DISPLAY " ".
013900     DISPLAY "ACKNOWLEDGED".
014000     DISPLAY "RUNDATE  TIME    PARTNER   STATUS        "
014100         "            RECORDS            BYTES   CHECKSUM"
014200         "      REJECTS".
014300     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
014400 1000-EXIT.
014500     EXIT.
014600*
014700*--------------------------------------------------------------*
014800* FIRST PASS -- THE ACKNOWLEDGMENTS SENT.
014900*--------------------------------------------------------------*
015000 2000-LIST-SENT.
015100     IF NOT ACKL-SENT THEN
015200         GO TO 2000-READ-NEXT.
015300     PERFORM 2200-TABLE-SENT THRU 2200-EXIT.
015400     MOVE ACKL-RUN-DATE (1:6) TO ASRP-RECORD-MONTH.
015500     IF ASRP-MONTH IS NOT EQUAL TO SPACES AND
015600        ASRP-RECORD-MONTH IS NOT EQUAL TO ASRP-MONTH THEN
015700         GO TO 2000-READ-NEXT.
015800     IF ACKL-ACCEPTED THEN
015900         MOVE "ACCEPTED" TO ASRP-PR-STATUS
016000         ADD 1 TO ASRP-ACCEPTED
016100     ELSE
016200         MOVE "REJECTED" TO ASRP-PR-STATUS
016300         ADD 1 TO ASRP-REJECTED.
016400     MOVE SPACES TO ASRP-SL-NOTE.
016500     PERFORM 8000-PRINT-ENTRY THRU 8000-EXIT.
016600 2000-READ-NEXT.
016700     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
016800 2000-EXIT.
016900     EXIT.
017000*
017100 2100-READ-RECORD.
017200     READ ACKL-FILE
017300         AT END
017400             MOVE "Y" TO ASRP-EOF-SW.
017410     IF ASRP-AT-EOF THEN
017420         GO TO 2100-EXIT.
017430     IF NOT ASRP-FILE-OK THEN
017440         MOVE "ACKLOG" TO ASRP-ABEND-DDNAME
017450         MOVE ASRP-FILE-STATUS TO ASRP-ABEND-STATUS
017460         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
017500 2100-EXIT.
017600     EXIT.
017700*
017800 2200-TABLE-SENT.
017810     MOVE ACKL-ACK-DATE TO ASRP-ACK-DATE.
017820     MOVE ACKL-ACK-TIME TO ASRP-ACK-TIME.
017830     MOVE "N" TO ASRP-TABLED-SW.
017840     PERFORM 2210-TEST-ONE-FILE THRU 2210-EXIT
017850         VARYING ASRP-SENT-SUB FROM 1 BY 1
017860         UNTIL ASRP-SENT-SUB IS GREATER THAN ASRP-SENT-COUNT
017870            OR ASRP-TABLED.
017880     IF ASRP-TABLED THEN
017890         GO TO 2200-EXIT.
017900     IF ASRP-SENT-COUNT IS NOT LESS THAN 1000 THEN
018000         ADD 1 TO ASRP-SENT-OVERFLOW
018100         GO TO 2200-EXIT.
018200     ADD 1 TO ASRP-SENT-COUNT.
018300     MOVE ACKL-PARTNER TO ASRP-SE-PARTNER (ASRP-SENT-COUNT).
018400     MOVE ACKL-SOURCE-DSN TO ASRP-SE-DSN (ASRP-SENT-COUNT).
018700     MOVE ASRP-ACK-STAMP-N TO ASRP-SE-ACK-STAMP (ASRP-SENT-COUNT).
018800 2200-EXIT.
018806     EXIT.
018812*
018818*    THE FILE ALREADY HAS AN ENTRY -- KEEP THE LATER STAMP.
018824 2210-TEST-ONE-FILE.
018830     IF ASRP-SE-PARTNER (ASRP-SENT-SUB) IS EQUAL TO ACKL-PARTNER
018836             AND
018842        ASRP-SE-DSN (ASRP-SENT-SUB) IS EQUAL TO ACKL-SOURCE-DSN
018848             THEN
018854         MOVE "Y" TO ASRP-TABLED-SW
018860         IF ASRP-SE-ACK-STAMP (ASRP-SENT-SUB) IS LESS THAN
018866                 ASRP-ACK-STAMP-N THEN
018872             MOVE ASRP-ACK-STAMP-N
018878                 TO ASRP-SE-ACK-STAMP (ASRP-SENT-SUB).
018884 2210-EXIT.
018900     EXIT.
019000*
019100*--------------------------------------------------------------*
019200* SECOND PASS -- THE FILES NOT ACKNOWLEDGED, AND WHY.
019300*--------------------------------------------------------------*
019400 3000-START-HELD.
019500     MOVE "N" TO ASRP-EOF-SW.
019600     OPEN INPUT ACKL-FILE.
019610     IF NOT ASRP-FILE-OK THEN
019620         MOVE "ACKLOG" TO ASRP-ABEND-DDNAME
019630         MOVE ASRP-FILE-STATUS TO ASRP-ABEND-STATUS
019640         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
019700     DISPLAY " ".
019800     DISPLAY "NOT ACKNOWLEDGED".
019900     DISPLAY "RUNDATE  TIME    PARTNER   REASON        "
020000         "            RECORDS            BYTES   CHECKSUM"
020100         "      REJECTS".
020200     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
020300 3000-EXIT.
020400     EXIT.
020500*
020600 3100-LIST-HELD.
020700     IF ACKL-SENT THEN
020800         GO TO 3100-READ-NEXT.
020900     MOVE ACKL-RUN-DATE (1:6) TO ASRP-RECORD-MONTH.
021000     IF ASRP-MONTH IS NOT EQUAL TO SPACES AND
021100        ASRP-RECORD-MONTH IS NOT EQUAL TO ASRP-MONTH THEN
021200         GO TO 3100-READ-NEXT.
021300     MOVE SPACES TO ASRP-SL-NOTE.
021400     IF ACKL-NOT-WANTED THEN
021500         MOVE "NONE WANTED" TO ASRP-PR-STATUS
021600         ADD 1 TO ASRP-NOT-WANTED
021700         PERFORM 8000-PRINT-ENTRY THRU 8000-EXIT
021800         GO TO 3100-READ-NEXT.
021900     ADD 1 TO ASRP-HELD.
022000     IF ACKL-HOLD-BALANCE THEN
022100         MOVE "HELD: OUT OF BALANCE" TO ASRP-PR-STATUS
022200     ELSE IF ACKL-HOLD-VERIFY THEN
022300         MOVE "HELD: NOT VERIFIED" TO ASRP-PR-STATUS
022400     ELSE
022500         MOVE "HELD: RUN INCOMPLETE" TO ASRP-PR-STATUS.
022600     PERFORM 3200-FIND-LATER-ACK THRU 3200-EXIT.
022700     IF ASRP-LATER-ACK THEN
022800         MOVE " SINCE ACKNOWLEDGED" TO ASRP-SL-NOTE
022900     ELSE
023000         ADD 1 TO ASRP-HELD-OPEN.
023100     PERFORM 8000-PRINT-ENTRY THRU 8000-EXIT.
023200 3100-READ-NEXT.
023300     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
023400 3100-EXIT.
023500     EXIT.
023600*
023700*    ANY ACKNOWLEDGMENT FOR THE SAME PARTNER AND DATASET SENT
023800*    AFTER THIS FILE WAS HELD -- THE PARTNER RESENT IT, OR THE
023900*    RUN WAS PUT RIGHT AND JUDGED AGAIN.
024000 3200-FIND-LATER-ACK.
024100     MOVE "N" TO ASRP-LATER-SW.
024200     MOVE ACKL-ACK-DATE TO ASRP-ACK-DATE.
024300     MOVE ACKL-ACK-TIME TO ASRP-ACK-TIME.
024400     PERFORM 3210-TEST-ONE-SENT THRU 3210-EXIT
024500         VARYING ASRP-SENT-SUB FROM 1 BY 1
024600         UNTIL ASRP-SENT-SUB IS GREATER THAN ASRP-SENT-COUNT
024700            OR ASRP-LATER-ACK.
024800 3200-EXIT.
024900     EXIT.
025000*
025100 3210-TEST-ONE-SENT.
025200     IF ASRP-SE-PARTNER (ASRP-SENT-SUB) IS EQUAL TO ACKL-PARTNER
025300             AND
025400        ASRP-SE-DSN (ASRP-SENT-SUB) IS EQUAL TO ACKL-SOURCE-DSN
025500             AND
025600        ASRP-SE-ACK-STAMP (ASRP-SENT-SUB) IS GREATER THAN
025700             ASRP-ACK-STAMP-N THEN
025800         MOVE "Y" TO ASRP-LATER-SW.
025900 3210-EXIT.
026000     EXIT.
026100*
026200 8000-PRINT-ENTRY.
026300     MOVE ACKL-RUN-DATE TO ASRP-PR-RUN-DATE.
026400     MOVE ACKL-RUN-TIME TO ASRP-PR-RUN-TIME.
026500     MOVE ACKL-PARTNER TO ASRP-PR-PARTNER.
026600     MOVE ACKL-RECS TO ASRP-PR-RECS.
026700     MOVE ACKL-BYTES TO ASRP-PR-BYTES.
026800     MOVE ACKL-CHECKSUM TO ASRP-PR-CKSUM.
026900     MOVE ACKL-REJECTS TO ASRP-PR-REJECTS.
027000     DISPLAY ASRP-PRINT-LINE.
027100     MOVE ACKL-SOURCE-DSN TO ASRP-SL-DSN.
027200     MOVE ACKL-GEN-DATE TO ASRP-SL-GEN-DATE.
027300     MOVE ACKL-GEN-TIME TO ASRP-SL-GEN-TIME.
027400     MOVE ACKL-ACK-DATE TO ASRP-SL-ACK-DATE.
027500     MOVE ACKL-ACK-TIME TO ASRP-SL-ACK-TIME.
027600     DISPLAY ASRP-SOURCE-LINE.
027700 8000-EXIT.
027800     EXIT.
027900*
028000 9000-TERMINATE.
028100     IF ASRP-FILE-NOT-FOUND THEN
028200         GO TO 9000-EXIT.
028300     DISPLAY " ".
028400     DISPLAY "ACKNOWLEDGED ACCEPTED=" ASRP-ACCEPTED
028500         " REJECTED=" ASRP-REJECTED.
028600     DISPLAY "HELD BACK=" ASRP-HELD
028700         " STILL UNACKNOWLEDGED=" ASRP-HELD-OPEN
028800         " NONE WANTED=" ASRP-NOT-WANTED.
028900     IF ASRP-SENT-OVERFLOW IS GREATER THAN ZERO THEN
029000         DISPLAY "SENT TABLE FULL AT 1000 FILES, "
029010             ASRP-SENT-OVERFLOW
029100             " LATER ACKNOWLEDGMENTS NOT MATCHED TO HELD FILES".
029200     IF ASRP-HELD-OPEN IS GREATER THAN ZERO THEN
029300         MOVE 4 TO RETURN-CODE.
029400 9000-EXIT.
029500     EXIT.
029600*
029700 9800-ABEND-FILE-ERROR.
029800     DISPLAY "INBOUND-ACK-REPORT: I/O ERROR ON "
029900         ASRP-ABEND-DDNAME " STATUS=" ASRP-ABEND-STATUS.
030000     MOVE 16 TO RETURN-CODE.
030100     GOBACK.
030200 9800-EXIT.
030300     EXIT.
