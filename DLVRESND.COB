000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "DELIVERY-RETRANSMIT".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-01  DS  INITIAL VERSION.  RESENDS A PRIOR ENCODE
001000*                    DELIVERY BYTE FOR BYTE FROM THE DLVARCH
001100*                    ARCHIVE TRANSCODE-DRIVER FILED IT ON --
001200*                    NO RE-ENCODE, SO NO NEWER ESCAPE TABLE OR
001300*                    PROFILE CAN CHANGE A BYTE OF IT, AND NO
001400*                    FORCE=YES RERUN TO BILL IT AGAIN.
001500*
001600*                    SYSIN NAMES THE DELIVERY BY ITS DLVREG
001700*                    KEY, AS DLVREPT PRINTS IT: DSN=SOURCE DSN,
001800*                    FILEDATE=YYYYMMDD, FILETIME=HHMMSS, PLUS
001900*                    USER=WHO ASKED FOR IT.
002000*
002100*                    NOTHING IS WRITTEN UNTIL THE ARCHIVED COPY
002200*                    IS PROVED: ITS CONTROL RECORD MUST BE
002300*                    COMPLETE AND NAME THE SAME REGISTER ENTRY
002400*                    (RUN DATE/TIME, RECORD COUNT, CHECKSUM) AS
002500*                    DLVREG HOLDS NOW, AND A FULL READ OF THE
002600*                    ARCHIVED RECORDS MUST COME TO THE RECORD
002700*                    COUNT, BYTE COUNT AND CHECKSUM THE CONTROL
002800*                    RECORD SAYS WERE DELIVERED, WITH NO
002900*                    SEQUENCE GAP.  ANY FAILURE ENDS RC 08 WITH
003000*                    OUTFILE UNTOUCHED.
003100*
003200*                    A RESEND IS ITS OWN DLVREG EVENT (MODE
003300*                    "RESEND", MARKED "T", KEYED BY THE SOURCE
003400*                    DSN AND THE RESEND'S RUN DATE/TIME) AND
003500*                    ITS OWN ACCTFILE RECORD, MARKED "R" SO
003600*                    BILLING LEAVES IT OUT.  THE ARCHIVE'S
003700*                    CONTROL RECORD COUNTS THE RESENDS.
003800*
003900*                    RC 00 = RESENT; RC 04 = RESENT, BUT THE
004000*                    RESEND COULD NOT BE REGISTERED; RC 08 =
004100*                    REFUSED, NOTHING WRITTEN; RC 16 = I/O
004200*                    ERROR.
004210*    2026-10-15  DS  THE DATA PASS STOPS AT THE RECORD COUNT THE
004220*                    CONTROL RECORD GIVES, SO NO OLD RECORD LEFT
004230*                    PAST THE END OF A SHORTER RERUN'S COPY CAN
004240*                    BE PROVED OR SENT.  THE RESEND-COUNT UPDATE
004250*                    ON DLVARCH IS NOW STATUS-CHECKED.
004300*--------------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CTL-FILE ASSIGN TO "SYSIN"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS RSND-CTL-STATUS.
005000     SELECT DREG-FILE ASSIGN TO "DLVREG"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS DREG-KEY
005400         FILE STATUS IS RSND-DREG-STATUS.
005500     SELECT DARC-FILE ASSIGN TO "DLVARCH"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS DARC-KEY
005900         FILE STATUS IS RSND-DARC-STATUS.
006000     SELECT OUT-FILE ASSIGN TO "OUTFILE"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS RSND-OUT-STATUS.
006300     SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS RSND-ACCT-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CTL-FILE
007000     RECORDING MODE IS F
007100     RECORD CONTAINS 80 CHARACTERS
007200     LABEL RECORDS ARE STANDARD.
007300 01  CTL-RECORD                  PIC X(80).
007400*
007500 FD  DREG-FILE
007600     RECORD CONTAINS 128 CHARACTERS
007700     LABEL RECORDS ARE STANDARD.
007800     COPY DLVREC.
007900*
008000 FD  DARC-FILE
008100     RECORD CONTAINS 1070 CHARACTERS
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DARCREC.
008400*
008500*    SAME SHAPE AS TRANSCODE-DRIVER'S ENCODE OUTFILE.
008600 FD  OUT-FILE
008700     RECORDING MODE IS V
008800     RECORD IS VARYING IN SIZE FROM 1 TO 999 CHARACTERS
008900         DEPENDING ON RSND-OUT-LEN
009000     LABEL RECORDS ARE STANDARD.
009100 01  OUT-RECORD                  PIC X(999).
009200*
009300 FD  ACCT-FILE
009400     RECORDING MODE IS F
009500     RECORD CONTAINS 80 CHARACTERS
009600     LABEL RECORDS ARE STANDARD.
009700     COPY ACCTREC.
009800*
009900 WORKING-STORAGE SECTION.
010000 01  RSND-SWITCHES.
010100     03 RSND-CTL-STATUS          PIC X(02) VALUE "00".
010200         88 RSND-CTL-NOT-FOUND   VALUES "35", "05".
010300     03 RSND-DREG-STATUS         PIC X(02) VALUE "00".
010400         88 RSND-DREG-OK         VALUE "00".
010500         88 RSND-DREG-NO-RECORD  VALUE "23".
010600     03 RSND-DARC-STATUS         PIC X(02) VALUE "00".
010700         88 RSND-DARC-OK         VALUE "00".
010800         88 RSND-DARC-NO-RECORD  VALUE "23".
010900         88 RSND-DARC-END        VALUE "10".
011000     03 RSND-OUT-STATUS          PIC X(02) VALUE "00".
011100         88 RSND-OUT-OK          VALUE "00".
011200     03 RSND-ACCT-STATUS         PIC X(02) VALUE "00".
011300         88 RSND-ACCT-OK         VALUE "00".
011400         88 RSND-ACCT-NOT-FOUND  VALUES "35", "05".
011500     03 RSND-CTL-EOF-SW          PIC X(01) VALUE "N".
011600         88 RSND-CTL-AT-EOF      VALUE "Y".
011700     03 RSND-DARC-EOF-SW         PIC X(01) VALUE "N".
011800         88 RSND-DARC-AT-EOF     VALUE "Y".
011900     03 RSND-DREG-OPEN-SW        PIC X(01) VALUE "N".
012000         88 RSND-DREG-OPEN       VALUE "Y".
012100     03 RSND-DARC-OPEN-SW        PIC X(01) VALUE "N".
012200         88 RSND-DARC-OPEN       VALUE "Y".
012300*    SET BY ANY REFUSAL -- THE RUN THEN WRITES NOTHING MORE.
012400     03 RSND-STOP-SW             PIC X(01) VALUE "N".
012500         88 RSND-STOPPED         VALUE "Y".
012600*
012700*    THE DELIVERY ASKED FOR, FROM THE SYSIN CARDS.
012800 01  RSND-REQUEST.
012900     03 RSND-CTL-KEYWORD         PIC X(12) VALUE SPACES.
013000     03 RSND-CTL-VALUE           PIC X(44) VALUE SPACES.
013100     03 RSND-REQ-DSN             PIC X(44) VALUE SPACES.
013200     03 RSND-REQ-DATE-X          PIC X(08) VALUE SPACES.
013300     03 RSND-REQ-DATE REDEFINES RSND-REQ-DATE-X
013400                                 PIC 9(08).
013500     03 RSND-REQ-TIME-X          PIC X(06) VALUE SPACES.
013600     03 RSND-REQ-TIME REDEFINES RSND-REQ-TIME-X
013700                                 PIC 9(06).
013800     03 RSND-USER                PIC X(08) VALUE SPACES.
013900*
014000*    THE REGISTER ENTRY BEING REPEATED, KEPT ACROSS THE
014100*    ARCHIVE READS THAT REUSE THE RECORD AREAS.
014200 01  RSND-ORIGINAL.
014300     03 RSND-ORIG-KEY            PIC X(58) VALUE SPACES.
014400     03 RSND-ORIG-RUN-DATE       PIC 9(08) VALUE 0.
014500     03 RSND-ORIG-RUN-TIME       PIC 9(06) VALUE 0.
014600     03 RSND-ORIG-RECS           PIC 9(09) VALUE 0.
014700     03 RSND-ORIG-BYTES          PIC 9(12) VALUE 0.
014800     03 RSND-ORIG-CKSUM          PIC 9(09) VALUE 0.
014900     03 RSND-ORIG-PARTNER        PIC X(08) VALUE SPACES.
015000     03 RSND-ARCH-RECS           PIC 9(09) VALUE 0.
015100     03 RSND-ARCH-BYTES          PIC 9(12) VALUE 0.
015200     03 RSND-ARCH-CKSUM          PIC 9(09) VALUE 0.
015300*
015400*    WHAT A FULL READ OF THE ARCHIVED RECORDS ACTUALLY FINDS.
015500 01  RSND-COUNTERS.
015600     03 RSND-SEEN-RECS           PIC 9(09) COMP VALUE 0.
015700     03 RSND-SEEN-BYTES          PIC 9(12) COMP VALUE 0.
015800     03 RSND-SEEN-CKSUM          PIC 9(10) COMP VALUE 0.
015900     03 RSND-SENT-RECS           PIC 9(09) COMP VALUE 0.
016000     03 RSND-SENT-BYTES          PIC 9(12) COMP VALUE 0.
016100     03 RSND-BYTE-SUB            PIC 9(04) COMP VALUE 0.
016200     03 RSND-OUT-LEN             PIC 9(04) COMP VALUE 0.
016300*
016400 01  RSND-BYTE-CONV.
016500     03 RSND-BYTE-CHAR           PIC X.
016600     03 RSND-BYTE-NUM REDEFINES RSND-BYTE-CHAR
016700                                 PIC 9(02) COMP-X.
016800*
016900 01  RSND-RUN-STAMP.
017000     03 RSND-RUN-DATE            PIC 9(08) VALUE 0.
017100     03 RSND-RUN-TIME            PIC 9(08) VALUE 0.
017200     03 RSND-RUN-TIME-HMS REDEFINES RSND-RUN-TIME.
017300        05 RSND-RUN-TIME-HHMMSS  PIC 9(06).
017400        05 FILLER                PIC 9(02).
017500     03 RSND-END-TIME            PIC 9(08) VALUE 0.
017600     03 RSND-END-TIME-HMS REDEFINES RSND-END-TIME.
017700        05 RSND-END-TIME-HHMMSS  PIC 9(06).
017800        05 FILLER                PIC 9(02).
017900*
018000 01  RSND-ABEND-INFO.
018100     03 RSND-ABEND-DDNAME        PIC X(08) VALUE SPACES.
018200     03 RSND-ABEND-STATUS        PIC X(02) VALUE SPACES.
018300*
018400 PROCEDURE DIVISION.
018500*
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     IF RSND-STOPPED THEN
018900         GO TO 0000-FINISH.
019000     PERFORM 2000-FIND-DELIVERY THRU 2000-EXIT.
019100     IF RSND-STOPPED THEN
019200         GO TO 0000-FINISH.
019300     PERFORM 3000-PROVE-ARCHIVE THRU 3000-EXIT.
019400     IF RSND-STOPPED THEN
019500         GO TO 0000-FINISH.
019600     PERFORM 4000-RESEND THRU 4000-EXIT.
019700     PERFORM 5000-RECORD-EVENT THRU 5000-EXIT.
019800 0000-FINISH.
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020000     GOBACK.
020100*
020200*--------------------------------------------------------------*
020300* INITIALIZE -- THE SYSIN CARDS NAME THE DELIVERY.
020400*--------------------------------------------------------------*
020500 1000-INITIALIZE.
020600     ACCEPT RSND-RUN-DATE FROM DATE YYYYMMDD.
020700     ACCEPT RSND-RUN-TIME FROM TIME.
020800     DISPLAY "DELIVERY-RETRANSMIT: RUN " RSND-RUN-DATE " "
020900         RSND-RUN-TIME-HHMMSS.
021000     OPEN INPUT CTL-FILE.
021100     IF RSND-CTL-NOT-FOUND THEN
021200         DISPLAY "DELIVERY-RETRANSMIT: NO SYSIN CARDS"
021300         PERFORM 8900-REFUSE THRU 8900-EXIT
021400         GO TO 1000-EXIT.
021500     PERFORM 1100-READ-CARD THRU 1100-EXIT.
021600     PERFORM 1200-TAKE-CARD THRU 1200-EXIT
021700         UNTIL RSND-CTL-AT-EOF.
021800     CLOSE CTL-FILE.
021900     IF RSND-REQ-DSN IS EQUAL TO SPACES OR
022000        RSND-REQ-DATE-X IS NOT NUMERIC OR
022100        RSND-REQ-TIME-X IS NOT NUMERIC THEN
022200         DISPLAY "DELIVERY-RETRANSMIT: DSN=, FILEDATE=YYYYMMDD "
022300             "AND FILETIME=HHMMSS CARDS ARE ALL REQUIRED"
022400         PERFORM 8900-REFUSE THRU 8900-EXIT
022500         GO TO 1000-EXIT.
022600     DISPLAY "DELIVERY-RETRANSMIT: DELIVERY " RSND-REQ-DSN.
022700     DISPLAY "DELIVERY-RETRANSMIT:   FILE " RSND-REQ-DATE " "
022800         RSND-REQ-TIME "  REQUESTED BY " RSND-USER.
022900 1000-EXIT.
023000     EXIT.
023100*
023200 1100-READ-CARD.
023300     READ CTL-FILE
023400         AT END
023500             MOVE "Y" TO RSND-CTL-EOF-SW.
023600 1100-EXIT.
023700     EXIT.
023800*
023900 1200-TAKE-CARD.
024000     IF CTL-RECORD (1:1) IS EQUAL TO "*" OR
024100        CTL-RECORD IS EQUAL TO SPACES THEN
024200         GO TO 1200-READ-NEXT.
024300     MOVE SPACES TO RSND-CTL-KEYWORD, RSND-CTL-VALUE.
024400     UNSTRING CTL-RECORD DELIMITED BY "=" OR SPACE
024500         INTO RSND-CTL-KEYWORD, RSND-CTL-VALUE.
024600     IF RSND-CTL-KEYWORD IS EQUAL TO "DSN" THEN
024700         MOVE RSND-CTL-VALUE TO RSND-REQ-DSN
024800     ELSE IF RSND-CTL-KEYWORD IS EQUAL TO "FILEDATE" THEN
024900         MOVE RSND-CTL-VALUE (1:8) TO RSND-REQ-DATE-X
025000     ELSE IF RSND-CTL-KEYWORD IS EQUAL TO "FILETIME" THEN
025100         MOVE RSND-CTL-VALUE (1:6) TO RSND-REQ-TIME-X
025200     ELSE IF RSND-CTL-KEYWORD IS EQUAL TO "USER" THEN
025300         MOVE RSND-CTL-VALUE (1:8) TO RSND-USER
025400     ELSE
025500         DISPLAY "DELIVERY-RETRANSMIT: CARD IGNORED: "
025600             CTL-RECORD.
025700 1200-READ-NEXT.
025800     PERFORM 1100-READ-CARD THRU 1100-EXIT.
025900 1200-EXIT.
026000     EXIT.
026100*
026200*--------------------------------------------------------------*
026300* THE REGISTER ENTRY -- ONLY AN ENCODE DELIVERY WAS ARCHIVED,
026400* AND A RESEND IS RESENT BY NAMING THE ORIGINAL.
026500*--------------------------------------------------------------*
026600 2000-FIND-DELIVERY.
026700     OPEN I-O DREG-FILE.
026800     IF NOT RSND-DREG-OK THEN
026900         MOVE "DLVREG" TO RSND-ABEND-DDNAME
027000         MOVE RSND-DREG-STATUS TO RSND-ABEND-STATUS
027100         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
027200     MOVE "Y" TO RSND-DREG-OPEN-SW.
027300     MOVE RSND-REQ-DSN TO DREG-SOURCE-DSN.
027400     MOVE RSND-REQ-DATE TO DREG-FILE-DATE.
027500     MOVE RSND-REQ-TIME TO DREG-FILE-TIME.
027600     READ DREG-FILE
027700         INVALID KEY
027800             DISPLAY "DELIVERY-RETRANSMIT: NOT ON THE DELIVERY "
027900                 "REGISTER"
028000             PERFORM 8900-REFUSE THRU 8900-EXIT
028100             GO TO 2000-EXIT
028200     END-READ.
028300     IF DREG-RETRANSMITTED THEN
028400         DISPLAY "DELIVERY-RETRANSMIT: THAT ENTRY IS ITSELF A "
028500             "RESEND -- NAME THE ORIGINAL DELIVERY"
028600         PERFORM 8900-REFUSE THRU 8900-EXIT
028700         GO TO 2000-EXIT.
028800     IF DREG-MODE IS NOT EQUAL TO "ENCODE" THEN
028900         DISPLAY "DELIVERY-RETRANSMIT: A " DREG-MODE
029000             " GENERATION IS NOT A DELIVERY -- ONLY ENCODE "
029100             "OUTPUT IS ARCHIVED"
029200         PERFORM 8900-REFUSE THRU 8900-EXIT
029300         GO TO 2000-EXIT.
029400     MOVE DREG-KEY TO RSND-ORIG-KEY.
029500     MOVE DREG-RUN-DATE TO RSND-ORIG-RUN-DATE.
029600     MOVE DREG-RUN-TIME TO RSND-ORIG-RUN-TIME.
029700     MOVE DREG-RECS TO RSND-ORIG-RECS.
029800     MOVE DREG-BYTES TO RSND-ORIG-BYTES.
029900     MOVE DREG-CHECKSUM TO RSND-ORIG-CKSUM.
030000     MOVE DREG-PARTNER TO RSND-ORIG-PARTNER.
030100     DISPLAY "DELIVERY-RETRANSMIT: REGISTERED " DREG-RUN-DATE
030200         " " DREG-RUN-TIME " PARTNER=" DREG-PARTNER
030300         " RECORDS=" DREG-RECS " CHECKSUM=" DREG-CHECKSUM.
030400 2000-EXIT.
030500     EXIT.
030600*
030700*--------------------------------------------------------------*
030800* PROVE THE ARCHIVED COPY BEFORE A BYTE OF IT IS WRITTEN.
030900*--------------------------------------------------------------*
031000 3000-PROVE-ARCHIVE.
031100     OPEN I-O DARC-FILE.
031200     IF NOT RSND-DARC-OK THEN
031300         MOVE "DLVARCH" TO RSND-ABEND-DDNAME
031400         MOVE RSND-DARC-STATUS TO RSND-ABEND-STATUS
031500         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
031600     MOVE "Y" TO RSND-DARC-OPEN-SW.
031700     PERFORM 3050-READ-CONTROL THRU 3050-EXIT.
031800     IF RSND-STOPPED THEN
031900         GO TO 3000-EXIT.
032000     IF NOT DARC-COMPLETE THEN
032100         DISPLAY "DELIVERY-RETRANSMIT: ARCHIVED COPY IS "
032200             "INCOMPLETE -- THE DELIVERY NEVER FINISHED "
032300             "ARCHIVING"
032400         PERFORM 8900-REFUSE THRU 8900-EXIT
032500         GO TO 3000-EXIT.
032600     IF DARC-REG-RUN-DATE IS NOT EQUAL TO RSND-ORIG-RUN-DATE OR
032700        DARC-REG-RUN-TIME IS NOT EQUAL TO RSND-ORIG-RUN-TIME OR
032800        DARC-REG-RECS IS NOT EQUAL TO RSND-ORIG-RECS OR
032900        DARC-REG-CHECKSUM IS NOT EQUAL TO RSND-ORIG-CKSUM THEN
033000         DISPLAY "DELIVERY-RETRANSMIT: ARCHIVED COPY BELONGS TO "
033100             "ANOTHER REGISTER ENTRY -- RUN " DARC-REG-RUN-DATE
033200             " " DARC-REG-RUN-TIME " RECORDS=" DARC-REG-RECS
033300             " CHECKSUM=" DARC-REG-CHECKSUM
033400         PERFORM 8900-REFUSE THRU 8900-EXIT
033500         GO TO 3000-EXIT.
033600     MOVE DARC-OUT-RECS TO RSND-ARCH-RECS.
033700     MOVE DARC-OUT-BYTES TO RSND-ARCH-BYTES.
033800     MOVE DARC-OUT-CHECKSUM TO RSND-ARCH-CKSUM.
033900     MOVE 0 TO RSND-SEEN-RECS, RSND-SEEN-BYTES, RSND-SEEN-CKSUM.
034000     PERFORM 3100-START-DATA THRU 3100-EXIT.
034100     PERFORM 3200-PROVE-ONE-RECORD THRU 3200-EXIT
034200         UNTIL RSND-DARC-AT-EOF OR RSND-STOPPED.
034300     IF RSND-STOPPED THEN
034400         GO TO 3000-EXIT.
034500     DISPLAY "DELIVERY-RETRANSMIT: ARCHIVE  RECORDS="
034600         RSND-ARCH-RECS " BYTES=" RSND-ARCH-BYTES
034700         " CHECKSUM=" RSND-ARCH-CKSUM.
034800     DISPLAY "DELIVERY-RETRANSMIT: READ     RECORDS="
034900         RSND-SEEN-RECS " BYTES=" RSND-SEEN-BYTES
035000         " CHECKSUM=" RSND-SEEN-CKSUM.
035100     IF RSND-SEEN-RECS IS NOT EQUAL TO RSND-ARCH-RECS OR
035200        RSND-SEEN-BYTES IS NOT EQUAL TO RSND-ARCH-BYTES OR
035300        RSND-SEEN-CKSUM IS NOT EQUAL TO RSND-ARCH-CKSUM THEN
035400         DISPLAY "DELIVERY-RETRANSMIT: ARCHIVED COPY DOES NOT "
035500             "PROVE -- NOT RESENT"
035600         PERFORM 8900-REFUSE THRU 8900-EXIT
035700         GO TO 3000-EXIT.
035800     DISPLAY "DELIVERY-RETRANSMIT: ARCHIVED COPY PROVED".
035900 3000-EXIT.
036000     EXIT.
036100*
036200 3050-READ-CONTROL.
036300     MOVE RSND-ORIG-KEY TO DARC-DREG-KEY.
036400     MOVE 0 TO DARC-SEQ.
036500     READ DARC-FILE
036600         INVALID KEY
036700             DISPLAY "DELIVERY-RETRANSMIT: NOT ON THE DLVARCH "
036800                 "ARCHIVE (NEVER ARCHIVED, OR PURGED)"
036900             PERFORM 8900-REFUSE THRU 8900-EXIT
037000     END-READ.
037100 3050-EXIT.
037200     EXIT.
037300*
037400*    POSITIONS ON THE FIRST DATA RECORD (SEQUENCE 1) OF THE
037500*    DELIVERY.  SHARED BY THE PROVING AND THE RESENDING PASS.
037600 3100-START-DATA.
037700     MOVE "N" TO RSND-DARC-EOF-SW.
037800     MOVE RSND-ORIG-KEY TO DARC-DREG-KEY.
037900     MOVE 1 TO DARC-SEQ.
038000     START DARC-FILE KEY IS NOT LESS THAN DARC-KEY
038100         INVALID KEY
038200             MOVE "Y" TO RSND-DARC-EOF-SW
038300     END-START.
038400     IF NOT RSND-DARC-AT-EOF THEN
038500         PERFORM 3150-READ-DATA THRU 3150-EXIT.
038600 3100-EXIT.
038700     EXIT.
038800*
038900*    THE NEXT DATA RECORD OF THIS DELIVERY; THE FIRST KEY OF
039000*    ANY OTHER DELIVERY ENDS IT, AS DOES ANY RECORD PAST THE
039010*    COUNT THE CONTROL RECORD SAYS WERE DELIVERED.
039100 3150-READ-DATA.
039200     READ DARC-FILE NEXT RECORD
039300         AT END
039400             MOVE "Y" TO RSND-DARC-EOF-SW
039500     END-READ.
039600     IF RSND-DARC-AT-EOF THEN
039700         GO TO 3150-EXIT.
039800     IF NOT RSND-DARC-OK THEN
039900         MOVE "DLVARCH" TO RSND-ABEND-DDNAME
040000         MOVE RSND-DARC-STATUS TO RSND-ABEND-STATUS
040100         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
040200     IF DARC-DREG-KEY IS NOT EQUAL TO RSND-ORIG-KEY THEN
040210         MOVE "Y" TO RSND-DARC-EOF-SW.
040220     IF DARC-SEQ IS GREATER THAN RSND-ARCH-RECS THEN
040300         MOVE "Y" TO RSND-DARC-EOF-SW.
040400 3150-EXIT.
040500     EXIT.
040600*
040700*    A GAP IN THE SEQUENCE OR A LENGTH OUT OF RANGE IS A
040800*    DAMAGED COPY, WHATEVER THE TOTALS SAY.
040900 3200-PROVE-ONE-RECORD.
041000     ADD 1 TO RSND-SEEN-RECS.
041100     IF DARC-SEQ IS NOT EQUAL TO RSND-SEEN-RECS THEN
041200         DISPLAY "DELIVERY-RETRANSMIT: ARCHIVE SEQUENCE GAP AT "
041300             "RECORD " RSND-SEEN-RECS " (FOUND " DARC-SEQ ")"
041400         PERFORM 8900-REFUSE THRU 8900-EXIT
041500         GO TO 3200-EXIT.
041600     IF DARC-REC-LEN IS NOT NUMERIC OR
041700        DARC-REC-LEN IS LESS THAN 1 OR
041800        DARC-REC-LEN IS GREATER THAN 999 THEN
041900         DISPLAY "DELIVERY-RETRANSMIT: ARCHIVE RECORD "
042000             RSND-SEEN-RECS " HAS A BAD LENGTH"
042100         PERFORM 8900-REFUSE THRU 8900-EXIT
042200         GO TO 3200-EXIT.
042300     ADD DARC-REC-LEN TO RSND-SEEN-BYTES.
042400     PERFORM 3210-ADD-ONE-BYTE THRU 3210-EXIT
042500         VARYING RSND-BYTE-SUB FROM 1 BY 1
042600         UNTIL RSND-BYTE-SUB IS GREATER THAN DARC-REC-LEN.
042700     PERFORM 3150-READ-DATA THRU 3150-EXIT.
042800 3200-EXIT.
042900     EXIT.
043000*
043100*    THE SAME ADDITIVE CHECKSUM TRANSCODE-DRIVER KEEPS, BELOW
043200*    10**9 AS IT GOES.
043300 3210-ADD-ONE-BYTE.
043400     MOVE DARC-DATA (RSND-BYTE-SUB:1) TO RSND-BYTE-CHAR.
043500     ADD RSND-BYTE-NUM TO RSND-SEEN-CKSUM.
043600     IF RSND-SEEN-CKSUM IS GREATER THAN 999999999 THEN
043700         SUBTRACT 1000000000 FROM RSND-SEEN-CKSUM.
043800 3210-EXIT.
043900     EXIT.
044000*
044100*--------------------------------------------------------------*
044200* RESEND -- EVERY ARCHIVED RECORD, AT ITS ARCHIVED LENGTH.
044300*--------------------------------------------------------------*
044400 4000-RESEND.
044500     OPEN OUTPUT OUT-FILE.
044600     IF NOT RSND-OUT-OK THEN
044700         MOVE "OUTFILE" TO RSND-ABEND-DDNAME
044800         MOVE RSND-OUT-STATUS TO RSND-ABEND-STATUS
044900         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
045000     MOVE 0 TO RSND-SENT-RECS, RSND-SENT-BYTES.
045100     PERFORM 3100-START-DATA THRU 3100-EXIT.
045200     PERFORM 4100-SEND-ONE-RECORD THRU 4100-EXIT
045300         UNTIL RSND-DARC-AT-EOF.
045400     CLOSE OUT-FILE.
045500     DISPLAY "DELIVERY-RETRANSMIT: RESENT   RECORDS="
045600         RSND-SENT-RECS " BYTES=" RSND-SENT-BYTES.
045700 4000-EXIT.
045800     EXIT.
045900*
046000 4100-SEND-ONE-RECORD.
046100     MOVE DARC-REC-LEN TO RSND-OUT-LEN.
046200     MOVE DARC-DATA (1:RSND-OUT-LEN)
046300         TO OUT-RECORD (1:RSND-OUT-LEN).
046400     WRITE OUT-RECORD.
046500     IF NOT RSND-OUT-OK THEN
046600         MOVE "OUTFILE" TO RSND-ABEND-DDNAME
046700         MOVE RSND-OUT-STATUS TO RSND-ABEND-STATUS
046800         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
046900     ADD 1 TO RSND-SENT-RECS.
047000     ADD RSND-OUT-LEN TO RSND-SENT-BYTES.
047100     PERFORM 3150-READ-DATA THRU 3150-EXIT.
047200 4100-EXIT.
047300     EXIT.
047400*
047500*--------------------------------------------------------------*
047600* RECORD THE RESEND -- REGISTER EVENT, NO-CHARGE ACCOUNTING
047700* RECORD, AND THE ARCHIVE'S RESEND COUNT.
047800*--------------------------------------------------------------*
047900 5000-RECORD-EVENT.
048000     ACCEPT RSND-END-TIME FROM TIME.
048100     MOVE RSND-REQ-DSN TO DREG-SOURCE-DSN.
048200     MOVE RSND-RUN-DATE TO DREG-FILE-DATE.
048300     MOVE RSND-RUN-TIME-HHMMSS TO DREG-FILE-TIME.
048400     MOVE RSND-RUN-DATE TO DREG-RUN-DATE.
048500     MOVE RSND-RUN-TIME-HHMMSS TO DREG-RUN-TIME.
048600     MOVE "RESEND" TO DREG-MODE.
048700     MOVE RSND-ORIG-RECS TO DREG-RECS.
048800     MOVE RSND-ORIG-BYTES TO DREG-BYTES.
048900     MOVE RSND-ORIG-CKSUM TO DREG-CHECKSUM.
049000     MOVE "T" TO DREG-FORCE-IND.
049100     MOVE SPACES TO DREG-RECORD (110:19).
049200     MOVE RSND-ORIG-PARTNER TO DREG-PARTNER.
049300     MOVE RSND-END-TIME-HHMMSS TO DREG-DONE-TIME.
049400     WRITE DREG-RECORD
049500         INVALID KEY
049600             REWRITE DREG-RECORD
049700     END-WRITE.
049800     IF RSND-DREG-OK THEN
049900         DISPLAY "DELIVERY-RETRANSMIT: RESEND REGISTERED "
050000             RSND-RUN-DATE " " RSND-RUN-TIME-HHMMSS
050100     ELSE
050200         DISPLAY "DELIVERY-RETRANSMIT: RESEND NOT REGISTERED, "
050300             "DLVREG STATUS=" RSND-DREG-STATUS
050400         MOVE 4 TO RETURN-CODE.
050500     PERFORM 5100-WRITE-ACCOUNTING THRU 5100-EXIT.
050600     MOVE RSND-ORIG-KEY TO DARC-DREG-KEY.
050700     MOVE 0 TO DARC-SEQ.
050800     READ DARC-FILE
050900         INVALID KEY
051000             GO TO 5000-EXIT
051100     END-READ.
051110     IF NOT RSND-DARC-OK THEN
051120         MOVE "DLVARCH" TO RSND-ABEND-DDNAME
051130         MOVE RSND-DARC-STATUS TO RSND-ABEND-STATUS
051140         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
051200     ADD 1 TO DARC-RESEND-COUNT.
051300     MOVE RSND-RUN-DATE TO DARC-LAST-RESEND-DATE.
051400     MOVE RSND-RUN-TIME-HHMMSS TO DARC-LAST-RESEND-TIME.
051500     REWRITE DARC-RECORD.
051510     IF NOT RSND-DARC-OK THEN
051520         MOVE "DLVARCH" TO RSND-ABEND-DDNAME
051530         MOVE RSND-DARC-STATUS TO RSND-ABEND-STATUS
051540         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
051600 5000-EXIT.
051700     EXIT.
051800*
051900*    THE RESEND'S OWN ACCOUNTING RECORD, MARKED "R" SO
052000*    CHARGEBACK-REPORT LEAVES IT OUT.  A MISSING ACCTFILE IS
052100*    REPORTED AND SKIPPED, AS IN THE DRIVER.
052200 5100-WRITE-ACCOUNTING.
052300     OPEN EXTEND ACCT-FILE.
052400     IF RSND-ACCT-NOT-FOUND THEN
052500         OPEN OUTPUT ACCT-FILE.
052600     IF NOT RSND-ACCT-OK THEN
052700         DISPLAY "DELIVERY-RETRANSMIT: ACCOUNTING NOT WRITTEN, "
052800             "ACCTFILE STATUS=" RSND-ACCT-STATUS
052900         GO TO 5100-EXIT.
053000     MOVE RSND-RUN-DATE TO ACCT-RUN-DATE.
053100     MOVE RSND-RUN-TIME-HHMMSS TO ACCT-RUN-TIME.
053200     MOVE RSND-ORIG-PARTNER TO ACCT-PARTNER.
053300     MOVE "RESEND" TO ACCT-MODE.
053400     MOVE 1 TO ACCT-MAN-ENTRY.
053500     MOVE RSND-SENT-RECS TO ACCT-RECS.
053600     MOVE RSND-SENT-BYTES TO ACCT-BYTES.
053700     MOVE "R" TO ACCT-BILL-IND.
053800     MOVE RSND-REQ-DSN (1:26) TO ACCT-SOURCE-ID.
053900     MOVE SPACE TO ACCT-RECORD (80:1).
054000     WRITE ACCT-RECORD.
054100     CLOSE ACCT-FILE.
054200 5100-EXIT.
054300     EXIT.
054400*
054500 8900-REFUSE.
054600     MOVE "Y" TO RSND-STOP-SW.
054700     MOVE 8 TO RETURN-CODE.
054800 8900-EXIT.
054900     EXIT.
055000*
055100 9000-TERMINATE.
055200     IF RSND-DREG-OPEN THEN
055300         CLOSE DREG-FILE.
055400     IF RSND-DARC-OPEN THEN
055500         CLOSE DARC-FILE.
055600     IF RSND-STOPPED THEN
055700         DISPLAY "DELIVERY-RETRANSMIT: NOT RESENT, RC 08".
055800 9000-EXIT.
055900     EXIT.
056000*
056100 9800-ABEND-FILE-ERROR.
056200     DISPLAY "DELIVERY-RETRANSMIT: I/O ERROR ON "
056300         RSND-ABEND-DDNAME " STATUS=" RSND-ABEND-STATUS.
056400     MOVE 16 TO RETURN-CODE.
056500     GOBACK.
056600 9800-EXIT.
056700     EXIT.
