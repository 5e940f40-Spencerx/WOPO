000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "INBOUND-ACK-SEND".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-15  DS  INITIAL VERSION.  RECEIPT ACKNOWLEDGMENT
001000*                    FOR A FILE A PARTNER SENT US -- THE INBOUND
001100*                    TWIN OF PARTNER-ACK-MATCH.  RUN AFTER EACH
001200*                    DECODE RUN AND ITS TRANSCODE-VERIFY STEP,
001300*                    WITH THE SAME PARTNER= AND DSNID= CARDS AS
001400*                    THE DECODE RUN (ANY OTHER CARD IS SKIPPED,
001500*                    SO THE RUN'S OWN DECK WILL DO).  THE RUN IS
001600*                    THE PARTNER'S LATEST DECODE RUN ON RUNHIST;
001700*                    ITS SOURCE DSN AND GENERATION DATE/TIME,
001800*                    RECORD AND BYTE COUNTS AND CHECKSUM COME
001900*                    FROM ITS DLVREG ENTRY, AND ITS REJECT COUNT
002000*                    FROM THE ERRFILE RECORDS STAMPED WITH THE
002100*                    PARTNER AND THE RUN (OR ANY EARLIER RUN OF
002200*                    THE SAME RESTART CHAIN).
002300*
002400*                    PARM: VERIFIED OR NOTVERIFIED, AS THE JOB
002500*                    SETS IT FROM THE VERIFY STEP'S RETURN CODE;
002600*                    EMPTY WHEN THE OUTPUT HAS NO TRNHDR01/
002700*                    TRNTRL01 TO VERIFY (DELIMITED OR KEYED).
002800*
002900*                    THE FILE IS HELD BACK -- NO ACKNOWLEDGMENT
003000*                    -- WHEN IT WAS OUT OF BALANCE WITH THE
003100*                    SENDER'S CONTROL TOTALS, WHEN IT FAILED
003200*                    VERIFICATION, OR WHEN THE RUN NEVER
003300*                    FINISHED ONTO THE DELIVERY REGISTER.  A RUN
003400*                    STOPPED BY ITS REJECT LIMIT IS ANSWERED
003500*                    "REJECTED" -- THE PARTNER MUST RESEND; ANY
003600*                    OTHER IS ANSWERED "ACCEPTED" WITH ITS
003700*                    REJECT COUNT.  THE ACKNOWLEDGMENT GOES TO
003800*                    ACKOUT IN THE LAYOUT THE PARTNER'S PARTPROF
003900*                    PROFILE NAMES (NONE IF IT NAMES NONE), AND
004000*                    EVERY DECISION TO ACKLOG (SEE ACKLREC) FOR
004100*                    INBOUND-ACK-REPORT.  A RUN ALREADY
004200*                    ACKNOWLEDGED ON ACKLOG IS NOT SENT AGAIN.
004300*
004400*                    RC 00 = ACKNOWLEDGMENT WRITTEN; RC 04 = HELD
004500*                    BACK, OR NONE WANTED, ACKOUT EMPTY; RC 08 =
004600*                    REFUSED, NOTHING WRITTEN; RC 16 = I/O ERROR.
004700*--------------------------------------------------------------*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CTL-FILE ASSIGN TO "SYSIN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS ASND-CTL-STATUS.
005400     SELECT RUNH-FILE ASSIGN TO "RUNHIST"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS ASND-RUNH-STATUS.
005700     SELECT ERR-FILE ASSIGN TO "ERRFILE"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS ASND-ERR-STATUS.
006000     SELECT DREG-FILE ASSIGN TO "DLVREG"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS DREG-KEY
006400         FILE STATUS IS ASND-DREG-STATUS.
006500     SELECT PART-FILE ASSIGN TO "PARTPROF"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS PART-ID
006900         FILE STATUS IS ASND-PART-STATUS.
007000     SELECT ACKL-FILE ASSIGN TO "ACKLOG"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS ASND-ACKL-STATUS.
007300     SELECT ACKO-FILE ASSIGN TO "ACKOUT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS ASND-ACKO-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CTL-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS
008200     LABEL RECORDS ARE STANDARD.
008300 01  CTL-RECORD                  PIC X(80).
008400*
008500 FD  RUNH-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 160 CHARACTERS
008800     LABEL RECORDS ARE STANDARD.
008900     COPY RUNHREC.
009000*
009100*    TRANSCODE-DRIVER'S REJECT RECORD -- ONLY THE PARTNER AND
009200*    RUN STAMP ARE NEEDED HERE.  RECORDS FROM BEFORE THE STAMP
009300*    WAS CARRIED HAVE SPACES THERE AND ARE PASSED OVER.
009400 FD  ERR-FILE
009500     RECORDING MODE IS F
009600     RECORD CONTAINS 80 CHARACTERS
009700     LABEL RECORDS ARE STANDARD.
009800 01  ERR-RECORD.
009900     03 FILLER                      PIC X(28).
010000     03 ERRA-PARTNER                PIC X(08).
010100     03 FILLER                      PIC X(01).
010200     03 ERRA-RUN-DATE               PIC X(08).
010300     03 FILLER                      PIC X(01).
010400     03 ERRA-RUN-TIME               PIC X(06).
010500     03 FILLER                      PIC X(28).
010600*
010700 FD  DREG-FILE
010800     RECORD CONTAINS 128 CHARACTERS
010900     LABEL RECORDS ARE STANDARD.
011000     COPY DLVREC.
011100*
011200 FD  PART-FILE
011300     RECORD CONTAINS 320 CHARACTERS
011400     LABEL RECORDS ARE STANDARD.
011500     COPY PARTREC.
011600*
011700 FD  ACKL-FILE
011800     RECORDING MODE IS F
011900     RECORD CONTAINS 160 CHARACTERS
012000     LABEL RECORDS ARE STANDARD.
012100     COPY ACKLREC.
012200*
012300 FD  ACKO-FILE
012400     RECORDING MODE IS F
012500     RECORD CONTAINS 200 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700 01  ACKO-RECORD                 PIC X(200).
012800*
012900 WORKING-STORAGE SECTION.
013000 01  ASND-SWITCHES.
013100     03 ASND-CTL-STATUS          PIC X(02) VALUE "00".
013110         88 ASND-CTL-OK          VALUE "00".
013200         88 ASND-CTL-NOT-FOUND   VALUES "35", "05".
013300     03 ASND-RUNH-STATUS         PIC X(02) VALUE "00".
013310         88 ASND-RUNH-OK         VALUE "00".
013400         88 ASND-RUNH-NOT-FOUND  VALUES "35", "05".
013500     03 ASND-ERR-STATUS          PIC X(02) VALUE "00".
013510         88 ASND-ERR-OK          VALUE "00".
013600         88 ASND-ERR-NOT-FOUND   VALUES "35", "05".
013700     03 ASND-DREG-STATUS         PIC X(02) VALUE "00".
013800         88 ASND-DREG-OK         VALUE "00".
013900         88 ASND-DREG-NOT-FOUND  VALUES "35", "05".
014000     03 ASND-PART-STATUS         PIC X(02) VALUE "00".
014100         88 ASND-PART-OK         VALUE "00".
014200         88 ASND-PART-NOT-FOUND  VALUES "35", "05".
014300     03 ASND-ACKL-STATUS         PIC X(02) VALUE "00".
014400         88 ASND-ACKL-OK         VALUE "00".
014500         88 ASND-ACKL-NOT-FOUND  VALUES "35", "05".
014600     03 ASND-ACKO-STATUS         PIC X(02) VALUE "00".
014700         88 ASND-ACKO-OK         VALUE "00".
014800     03 ASND-CTL-EOF-SW          PIC X(01) VALUE "N".
014900         88 ASND-CTL-AT-EOF      VALUE "Y".
015000     03 ASND-RUNH-EOF-SW         PIC X(01) VALUE "N".
015100         88 ASND-RUNH-AT-EOF     VALUE "Y".
015200     03 ASND-ERR-EOF-SW          PIC X(01) VALUE "N".
015300         88 ASND-ERR-AT-EOF      VALUE "Y".
015400     03 ASND-ACKL-EOF-SW         PIC X(01) VALUE "N".
015500         88 ASND-ACKL-AT-EOF     VALUE "Y".
015600     03 ASND-RUN-FOUND-SW        PIC X(01) VALUE "N".
015700         88 ASND-RUN-FOUND       VALUE "Y".
015800     03 ASND-REG-FOUND-SW        PIC X(01) VALUE "N".
015900         88 ASND-REG-FOUND       VALUE "Y".
016000*    SET BY ANY REFUSAL -- THE RUN THEN WRITES NOTHING.
016100     03 ASND-STOP-SW             PIC X(01) VALUE "N".
016200         88 ASND-STOPPED         VALUE "Y".
016300*
016400*    THE FILE TO ACKNOWLEDGE, FROM THE PARM AND SYSIN CARDS.
016500 01  ASND-REQUEST.
016600     03 ASND-CTL-KEYWORD         PIC X(12) VALUE SPACES.
016700     03 ASND-CTL-VALUE           PIC X(44) VALUE SPACES.
016800     03 ASND-PARTNER             PIC X(08) VALUE SPACES.
016900     03 ASND-DSN                 PIC X(44) VALUE SPACES.
017000     03 ASND-VERIFY-IND          PIC X(01) VALUE SPACE.
017100         88 ASND-VERIFIED        VALUE "V".
017200         88 ASND-VERIFY-FAILED   VALUE "F".
017300*
017400*    THE RUN BEING ACKNOWLEDGED, KEPT FROM ITS RUNHIST RECORD.
017500*    THE CHAIN STAMP IS THE START OF THE FRESH RUN IT RESUMES
017600*    (ITS OWN START WHEN IT IS ITSELF FRESH) -- EARLIER LEGS OF
017700*    A RESTARTED RUN LOGGED THEIR REJECTS UNDER THEIR OWN
017800*    STAMPS.
017900 01  ASND-RUN.
018000     03 ASND-RUN-STAMP.
018100        05 ASND-RUN-DATE         PIC 9(08) VALUE 0.
018200        05 ASND-RUN-TIME         PIC 9(06) VALUE 0.
018300     03 ASND-RUN-STAMP-N REDEFINES ASND-RUN-STAMP
018400                                 PIC 9(14).
018500     03 ASND-CHAIN-STAMP.
018600        05 ASND-CHAIN-DATE       PIC 9(08) VALUE 0.
018700        05 ASND-CHAIN-TIME       PIC 9(06) VALUE 0.
018800     03 ASND-CHAIN-STAMP-N REDEFINES ASND-CHAIN-STAMP
018900                                 PIC 9(14).
019000     03 ASND-ERR-STAMP.
019100        05 ASND-ERR-DATE         PIC 9(08) VALUE 0.
019200        05 ASND-ERR-TIME         PIC 9(06) VALUE 0.
019300     03 ASND-ERR-STAMP-N REDEFINES ASND-ERR-STAMP
019400                                 PIC 9(14).
019500     03 ASND-RUN-RC              PIC 9(02) VALUE 0.
019600     03 ASND-RUN-RECS            PIC 9(09) VALUE 0.
019700     03 ASND-RUN-BAL-IND         PIC X(01) VALUE SPACE.
019800         88 ASND-RUN-OUT-OF-BAL  VALUE "O".
019900*
020000 01  ASND-COUNTERS.
020100     03 ASND-RUNS-SEEN           PIC 9(07) COMP VALUE 0.
020200     03 ASND-ERR-READ            PIC 9(09) COMP VALUE 0.
020300     03 ASND-REJECTS             PIC 9(09) COMP VALUE 0.
020400     03 ASND-LOG-READ            PIC 9(07) COMP VALUE 0.
020500*
020600 01  ASND-NOW.
020700     03 ASND-NOW-DATE            PIC 9(08) VALUE 0.
020800     03 ASND-NOW-TIME            PIC 9(08) VALUE 0.
020900     03 ASND-NOW-TIME-HMS REDEFINES ASND-NOW-TIME.
021000        05 ASND-NOW-TIME-HHMMSS  PIC 9(06).
021100        05 FILLER                PIC 9(02).
021200*
021300*    THE ACKNOWLEDGMENT AS THE PARTNER RECEIVES IT.  LAYOUT F
021400*    SENDS THIS RECORD AS IT STANDS; LAYOUTS C AND P SEND THE
021500*    SAME FIELDS IN THE SAME ORDER, SEPARATED BY A COMMA OR A
021600*    PIPE, TRAILING BLANKS OF THE NAMES DROPPED.  ALL LAYOUTS
021700*    ARE PADDED TO THE 200-BYTE ACKOUT RECORD.
021800 01  ASND-ACK-FIXED.
021900     03 ASND-AF-TYPE             PIC X(08) VALUE "TRNACK01".
022000     03 ASND-AF-PARTNER          PIC X(08).
022100     03 ASND-AF-DSN              PIC X(44).
022200     03 ASND-AF-GEN-DATE         PIC 9(08).
022300     03 ASND-AF-GEN-TIME         PIC 9(06).
022400     03 ASND-AF-RECS             PIC 9(09).
022500     03 ASND-AF-BYTES            PIC 9(12).
022600     03 ASND-AF-CHECKSUM         PIC 9(09).
022700     03 ASND-AF-REJECTS          PIC 9(09).
022800     03 ASND-AF-STATUS           PIC X(08).
022900     03 ASND-AF-ACK-DATE         PIC 9(08).
023000     03 ASND-AF-ACK-TIME         PIC 9(06).
023100     03 FILLER                   PIC X(65) VALUE SPACES.
023200*
023300 01  ASND-DELIM                  PIC X(01) VALUE SPACE.
023400*
023500 01  ASND-HOLD-TEXT              PIC X(40) VALUE SPACES.
023600*
023700 01  ASND-ABEND-INFO.
023800     03 ASND-ABEND-DDNAME        PIC X(08) VALUE SPACES.
023900     03 ASND-ABEND-STATUS        PIC X(02) VALUE SPACES.
024000*
024100 LINKAGE SECTION.
024200 01  ASND-PARM-INFO.
024300     03 ASND-PARM-LEN            PIC S9(4) COMP.
024400     03 ASND-PARM-TEXT           PIC X(80).
024500*
024600 PROCEDURE DIVISION USING ASND-PARM-INFO.
024700*
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     IF ASND-STOPPED THEN
025100         GO TO 0000-FINISH.
025200     PERFORM 2000-FIND-RUN THRU 2000-EXIT.
025300     IF ASND-STOPPED THEN
025400         GO TO 0000-FINISH.
025500     PERFORM 2500-CHECK-ACKLOG THRU 2500-EXIT.
025600     IF ASND-STOPPED THEN
025700         GO TO 0000-FINISH.
025800     PERFORM 3000-GATHER-FACTS THRU 3000-EXIT.
025900     IF ASND-STOPPED THEN
026000         GO TO 0000-FINISH.
026100     PERFORM 4000-DECIDE THRU 4000-EXIT.
026200     IF ACKL-SENT THEN
026300         PERFORM 5000-SEND-ACK THRU 5000-EXIT.
026400     PERFORM 6000-LOG-DECISION THRU 6000-EXIT.
026500 0000-FINISH.
026600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026700     GOBACK.
026800*
026900*--------------------------------------------------------------*
027000* INITIALIZE -- THE PARM CARRIES THE VERIFICATION RESULT, THE
027100* SYSIN CARDS NAME THE PARTNER AND ITS FILE.
027200*--------------------------------------------------------------*
027300 1000-INITIALIZE.
027400     ACCEPT ASND-NOW-DATE FROM DATE YYYYMMDD.
027500     ACCEPT ASND-NOW-TIME FROM TIME.
027600     DISPLAY "INBOUND-ACK-SEND: RUN " ASND-NOW-DATE " "
027700         ASND-NOW-TIME-HHMMSS.
027800     PERFORM 1300-TAKE-PARM THRU 1300-EXIT.
027900     IF ASND-STOPPED THEN
028000         GO TO 1000-EXIT.
028100     OPEN INPUT CTL-FILE.
028200     IF ASND-CTL-NOT-FOUND THEN
028300         DISPLAY "INBOUND-ACK-SEND: NO SYSIN CARDS"
028400         PERFORM 8900-REFUSE THRU 8900-EXIT
028500         GO TO 1000-EXIT.
028510     IF NOT ASND-CTL-OK THEN
028520         MOVE "SYSIN" TO ASND-ABEND-DDNAME
028530         MOVE ASND-CTL-STATUS TO ASND-ABEND-STATUS
028540         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
028600     PERFORM 1100-READ-CARD THRU 1100-EXIT.
028700     PERFORM 1200-TAKE-CARD THRU 1200-EXIT
028800         UNTIL ASND-CTL-AT-EOF.
028900     CLOSE CTL-FILE.
029000     IF ASND-PARTNER IS EQUAL TO SPACES OR
029100        ASND-DSN IS EQUAL TO SPACES THEN
029200         DISPLAY "INBOUND-ACK-SEND: PARTNER= AND DSNID= CARDS "
029300             "ARE BOTH REQUIRED"
029400         PERFORM 8900-REFUSE THRU 8900-EXIT
029500         GO TO 1000-EXIT.
029600     DISPLAY "INBOUND-ACK-SEND: PARTNER " ASND-PARTNER
029700         " FILE " ASND-DSN.
029800 1000-EXIT.
029900     EXIT.
030000*
030100 1100-READ-CARD.
030200     READ CTL-FILE
030300         AT END
030400             MOVE "Y" TO ASND-CTL-EOF-SW.
030410     IF ASND-CTL-AT-EOF THEN
030420         GO TO 1100-EXIT.
030430     IF NOT ASND-CTL-OK THEN
030440         MOVE "SYSIN" TO ASND-ABEND-DDNAME
030450         MOVE ASND-CTL-STATUS TO ASND-ABEND-STATUS
030460         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
030500 1100-EXIT.
030600     EXIT.
030700*
030800*    THE DECODE RUN'S OWN DECK MAY BE USED, SO A CARD THIS
030900*    PROGRAM DOES NOT TAKE IS PASSED OVER IN SILENCE.
031000 1200-TAKE-CARD.
031100     IF CTL-RECORD (1:1) IS EQUAL TO "*" OR
031200        CTL-RECORD IS EQUAL TO SPACES THEN
031300         GO TO 1200-READ-NEXT.
031400     MOVE SPACES TO ASND-CTL-KEYWORD, ASND-CTL-VALUE.
031500     UNSTRING CTL-RECORD DELIMITED BY "=" OR SPACE
031600         INTO ASND-CTL-KEYWORD, ASND-CTL-VALUE.
031700     IF ASND-CTL-KEYWORD IS EQUAL TO "PARTNER" THEN
031800         MOVE ASND-CTL-VALUE (1:8) TO ASND-PARTNER
031900     ELSE IF ASND-CTL-KEYWORD IS EQUAL TO "DSNID" THEN
032000         MOVE ASND-CTL-VALUE TO ASND-DSN.
032100 1200-READ-NEXT.
032200     PERFORM 1100-READ-CARD THRU 1100-EXIT.
032300 1200-EXIT.
032400     EXIT.
032500*
032600 1300-TAKE-PARM.
032700     IF ASND-PARM-LEN IS EQUAL TO ZERO THEN
032800         MOVE SPACE TO ASND-VERIFY-IND
032900         DISPLAY "INBOUND-ACK-SEND: NO VERIFICATION FOR THIS "
033000             "FILE"
033100         GO TO 1300-EXIT.
033200     IF ASND-PARM-LEN IS EQUAL TO 8 AND
033300        ASND-PARM-TEXT (1:8) IS EQUAL TO "VERIFIED" THEN
033400         MOVE "V" TO ASND-VERIFY-IND
033500         DISPLAY "INBOUND-ACK-SEND: FILE PASSED VERIFICATION"
033600         GO TO 1300-EXIT.
033700     IF ASND-PARM-LEN IS EQUAL TO 11 AND
033800        ASND-PARM-TEXT (1:11) IS EQUAL TO "NOTVERIFIED" THEN
033900         MOVE "F" TO ASND-VERIFY-IND
034000         DISPLAY "INBOUND-ACK-SEND: FILE FAILED VERIFICATION"
034100         GO TO 1300-EXIT.
034200     DISPLAY "INBOUND-ACK-SEND: PARM MUST BE VERIFIED, "
034300         "NOTVERIFIED OR EMPTY".
034400     PERFORM 8900-REFUSE THRU 8900-EXIT.
034500 1300-EXIT.
034600     EXIT.
034700*
034800*--------------------------------------------------------------*
034900* THE RUN -- THE PARTNER'S LAST DECODE RUN ON RUNHIST, AND THE
035000* FRESH RUN ITS RESTART CHAIN BEGAN WITH.
035100*--------------------------------------------------------------*
035200 2000-FIND-RUN.
035300     OPEN INPUT RUNH-FILE.
035400     IF ASND-RUNH-NOT-FOUND THEN
035500         DISPLAY "INBOUND-ACK-SEND: RUNHIST NOT FOUND"
035600         PERFORM 8900-REFUSE THRU 8900-EXIT
035700         GO TO 2000-EXIT.
035710     IF NOT ASND-RUNH-OK THEN
035720         MOVE "RUNHIST" TO ASND-ABEND-DDNAME
035730         MOVE ASND-RUNH-STATUS TO ASND-ABEND-STATUS
035740         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
035800     PERFORM 2100-READ-RUN THRU 2100-EXIT.
035900     PERFORM 2200-TAKE-ONE-RUN THRU 2200-EXIT
036000         UNTIL ASND-RUNH-AT-EOF.
036100     CLOSE RUNH-FILE.
036200     IF NOT ASND-RUN-FOUND THEN
036300         DISPLAY "INBOUND-ACK-SEND: NO DECODE RUN FOR THE "
036400             "PARTNER ON RUNHIST"
036500         PERFORM 8900-REFUSE THRU 8900-EXIT
036600         GO TO 2000-EXIT.
036700     DISPLAY "INBOUND-ACK-SEND: DECODE RUN " ASND-RUN-DATE " "
036800         ASND-RUN-TIME " RC=" ASND-RUN-RC
036900         " RECORDS READ=" ASND-RUN-RECS
037000         " BALANCE=" ASND-RUN-BAL-IND.
037100     IF ASND-CHAIN-STAMP-N IS NOT EQUAL TO ASND-RUN-STAMP-N
037200         THEN
037300         DISPLAY "INBOUND-ACK-SEND:   RESTART OF THE RUN OF "
037400             ASND-CHAIN-DATE " " ASND-CHAIN-TIME.
037500 2000-EXIT.
037600     EXIT.
037700*
037800 2100-READ-RUN.
037900     READ RUNH-FILE
038000         AT END
038100             MOVE "Y" TO ASND-RUNH-EOF-SW.
038110     IF ASND-RUNH-AT-EOF THEN
038120         GO TO 2100-EXIT.
038130     IF NOT ASND-RUNH-OK THEN
038140         MOVE "RUNHIST" TO ASND-ABEND-DDNAME
038150         MOVE ASND-RUNH-STATUS TO ASND-ABEND-STATUS
038160         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
038200 2100-EXIT.
038300     EXIT.
038400*
038500 2200-TAKE-ONE-RUN.
038600     ADD 1 TO ASND-RUNS-SEEN.
038700     IF RUNH-MODE IS NOT EQUAL TO "DECODE" OR
038800        RUNH-PARTNER IS NOT EQUAL TO ASND-PARTNER THEN
038900         GO TO 2200-READ-NEXT.
039000     MOVE "Y" TO ASND-RUN-FOUND-SW.
039100     MOVE RUNH-RUN-DATE TO ASND-RUN-DATE.
039200     MOVE RUNH-RUN-TIME TO ASND-RUN-TIME.
039300     IF NOT RUNH-RESTARTED OR ASND-CHAIN-STAMP-N IS EQUAL TO
039400             ZERO THEN
039500         MOVE ASND-RUN-STAMP TO ASND-CHAIN-STAMP.
039600     IF RUNH-RETURN-CODE IS NUMERIC THEN
039700         MOVE RUNH-RETURN-CODE TO ASND-RUN-RC
039800     ELSE
039900         MOVE 99 TO ASND-RUN-RC.
040000     MOVE RUNH-RECS-READ TO ASND-RUN-RECS.
040100     MOVE RUNH-BAL-IND TO ASND-RUN-BAL-IND.
040200 2200-READ-NEXT.
040300     PERFORM 2100-READ-RUN THRU 2100-EXIT.
040400 2200-EXIT.
040500     EXIT.
040600*
040700*--------------------------------------------------------------*
040800* ONE ACKNOWLEDGMENT PER RUN -- A RERUN OF THIS JOB MUST NOT
040900* SEND THE PARTNER A SECOND ONE.  A HELD-BACK RUN MAY BE
041000* JUDGED AGAIN.
041100*--------------------------------------------------------------*
041200 2500-CHECK-ACKLOG.
041300     OPEN INPUT ACKL-FILE.
041400     IF ASND-ACKL-NOT-FOUND THEN
041500         GO TO 2500-EXIT.
041600     IF NOT ASND-ACKL-OK THEN
041700         MOVE "ACKLOG" TO ASND-ABEND-DDNAME
041800         MOVE ASND-ACKL-STATUS TO ASND-ABEND-STATUS
041900         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
042000     PERFORM 2510-READ-LOG THRU 2510-EXIT.
042100     PERFORM 2520-TEST-ONE-LOG THRU 2520-EXIT
042200         UNTIL ASND-ACKL-AT-EOF OR ASND-STOPPED.
042300     CLOSE ACKL-FILE.
042400 2500-EXIT.
042500     EXIT.
042600*
042700 2510-READ-LOG.
042800     READ ACKL-FILE
042900         AT END
043000             MOVE "Y" TO ASND-ACKL-EOF-SW.
043010     IF ASND-ACKL-AT-EOF THEN
043020         GO TO 2510-EXIT.
043030     IF NOT ASND-ACKL-OK THEN
043040         MOVE "ACKLOG" TO ASND-ABEND-DDNAME
043050         MOVE ASND-ACKL-STATUS TO ASND-ABEND-STATUS
043060         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
043100 2510-EXIT.
043200     EXIT.
043300*
043400 2520-TEST-ONE-LOG.
043500     ADD 1 TO ASND-LOG-READ.
043600     IF ACKL-SENT AND
043700        ACKL-PARTNER IS EQUAL TO ASND-PARTNER AND
043800        ACKL-RUN-DATE IS EQUAL TO ASND-RUN-DATE AND
043900        ACKL-RUN-TIME IS EQUAL TO ASND-RUN-TIME THEN
044000         DISPLAY "INBOUND-ACK-SEND: RUN ALREADY ACKNOWLEDGED "
044100             ACKL-ACK-DATE " " ACKL-ACK-TIME
044200             " STATUS=" ACKL-STATUS
044300         PERFORM 8900-REFUSE THRU 8900-EXIT
044400         GO TO 2520-EXIT.
044500     PERFORM 2510-READ-LOG THRU 2510-EXIT.
044600 2520-EXIT.
044700     EXIT.
044800*
044900*--------------------------------------------------------------*
045000* THE FACTS -- THE PARTNER'S PROFILE, THE FILE'S REGISTER ENTRY
045100* AND THE RUN'S REJECTS.
045200*--------------------------------------------------------------*
045300 3000-GATHER-FACTS.
045400     PERFORM 3100-READ-PROFILE THRU 3100-EXIT.
045500     IF ASND-STOPPED THEN
045600         GO TO 3000-EXIT.
045700     PERFORM 3200-READ-REGISTER THRU 3200-EXIT.
045800     PERFORM 3300-COUNT-REJECTS THRU 3300-EXIT.
045900 3000-EXIT.
046000     EXIT.
046100*
046200 3100-READ-PROFILE.
046300     OPEN INPUT PART-FILE.
046400     IF ASND-PART-NOT-FOUND THEN
046500         DISPLAY "INBOUND-ACK-SEND: PARTPROF NOT FOUND"
046600         PERFORM 8900-REFUSE THRU 8900-EXIT
046700         GO TO 3100-EXIT.
046800     IF NOT ASND-PART-OK THEN
046900         MOVE "PARTPROF" TO ASND-ABEND-DDNAME
047000         MOVE ASND-PART-STATUS TO ASND-ABEND-STATUS
047100         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
047200     MOVE ASND-PARTNER TO PART-ID.
047300     READ PART-FILE
047400         INVALID KEY
047500             DISPLAY "INBOUND-ACK-SEND: PARTNER NOT ON PARTPROF"
047600             PERFORM 8900-REFUSE THRU 8900-EXIT
047700     END-READ.
047800     CLOSE PART-FILE.
047900 3100-EXIT.
048000     EXIT.
048100*
048200*    A DECODE GENERATION IS REGISTERED UNDER ITS DSNID NAME
048300*    ALONE.  THE ENTRY COUNTS FOR THIS RUN ONLY IF THIS RUN
048400*    WROTE IT -- A LEFTOVER ENTRY FROM AN EARLIER RUN OF THE
048500*    SAME NAME SAYS NOTHING ABOUT TONIGHT'S FILE.
048600 3200-READ-REGISTER.
048700     MOVE "N" TO ASND-REG-FOUND-SW.
048800     OPEN INPUT DREG-FILE.
048900     IF ASND-DREG-NOT-FOUND THEN
049000         DISPLAY "INBOUND-ACK-SEND: DLVREG NOT FOUND"
049100         GO TO 3200-EXIT.
049200     IF NOT ASND-DREG-OK THEN
049300         MOVE "DLVREG" TO ASND-ABEND-DDNAME
049400         MOVE ASND-DREG-STATUS TO ASND-ABEND-STATUS
049500         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
049600     MOVE ASND-DSN TO DREG-SOURCE-DSN.
049700     MOVE 0 TO DREG-FILE-DATE, DREG-FILE-TIME.
049800     READ DREG-FILE
049900         INVALID KEY
050000             CLOSE DREG-FILE
050100             DISPLAY "INBOUND-ACK-SEND: FILE NOT ON THE DELIVERY "
050200                 "REGISTER"
050300             GO TO 3200-EXIT
050400     END-READ.
050500     CLOSE DREG-FILE.
050600     IF DREG-MODE IS NOT EQUAL TO "DECODE" OR
050700        DREG-RUN-DATE IS NOT EQUAL TO ASND-RUN-DATE OR
050800        DREG-RUN-TIME IS NOT EQUAL TO ASND-RUN-TIME THEN
050900         DISPLAY "INBOUND-ACK-SEND: REGISTER ENTRY IS FROM "
051000             "ANOTHER RUN -- " DREG-MODE " " DREG-RUN-DATE " "
051100             DREG-RUN-TIME
051200         GO TO 3200-EXIT.
051300     MOVE "Y" TO ASND-REG-FOUND-SW.
051400     DISPLAY "INBOUND-ACK-SEND: REGISTERED RECORDS=" DREG-RECS
051500         " BYTES=" DREG-BYTES " CHECKSUM=" DREG-CHECKSUM.
051600 3200-EXIT.
051700     EXIT.
051800*
051900*    ERRFILE IS KEPT ACROSS RUNS; ONLY THE PARTNER'S RECORDS
052000*    STAMPED WITHIN THIS RUN'S RESTART CHAIN ARE ITS REJECTS.
052100*    A MISSING ERRFILE MEANS NO RUN HAS REJECTED ANYTHING.
052200 3300-COUNT-REJECTS.
052300     MOVE 0 TO ASND-REJECTS.
052400     OPEN INPUT ERR-FILE.
052500     IF ASND-ERR-NOT-FOUND THEN
052600         GO TO 3300-EXIT.
052610     IF NOT ASND-ERR-OK THEN
052620         MOVE "ERRFILE" TO ASND-ABEND-DDNAME
052630         MOVE ASND-ERR-STATUS TO ASND-ABEND-STATUS
052640         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
052700     PERFORM 3310-READ-ERR THRU 3310-EXIT.
052800     PERFORM 3320-TEST-ONE-ERR THRU 3320-EXIT
052900         UNTIL ASND-ERR-AT-EOF.
053000     CLOSE ERR-FILE.
053100     DISPLAY "INBOUND-ACK-SEND: REJECTS ON ERRFILE="
053200         ASND-REJECTS.
053300 3300-EXIT.
053400     EXIT.
053500*
053600 3310-READ-ERR.
053700     READ ERR-FILE
053800         AT END
053900             MOVE "Y" TO ASND-ERR-EOF-SW.
053910     IF ASND-ERR-AT-EOF THEN
053920         GO TO 3310-EXIT.
053930     IF NOT ASND-ERR-OK THEN
053940         MOVE "ERRFILE" TO ASND-ABEND-DDNAME
053950         MOVE ASND-ERR-STATUS TO ASND-ABEND-STATUS
053960         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
054000 3310-EXIT.
054100     EXIT.
054200*
054300 3320-TEST-ONE-ERR.
054400     ADD 1 TO ASND-ERR-READ.
054500     IF ERRA-PARTNER IS NOT EQUAL TO ASND-PARTNER OR
054600        ERRA-RUN-DATE IS NOT NUMERIC OR
054700        ERRA-RUN-TIME IS NOT NUMERIC THEN
054800         GO TO 3320-READ-NEXT.
054900     MOVE ERRA-RUN-DATE TO ASND-ERR-DATE.
055000     MOVE ERRA-RUN-TIME TO ASND-ERR-TIME.
055100     IF ASND-ERR-STAMP-N IS NOT LESS THAN ASND-CHAIN-STAMP-N AND
055200        ASND-ERR-STAMP-N IS NOT GREATER THAN ASND-RUN-STAMP-N
055300         THEN
055400         ADD 1 TO ASND-REJECTS.
055500 3320-READ-NEXT.
055600     PERFORM 3310-READ-ERR THRU 3310-EXIT.
055700 3320-EXIT.
055800     EXIT.
055900*
056000*--------------------------------------------------------------*
056100* THE DECISION, IN ORDER:
056200*   OUT OF BALANCE                     HELD (OB)
056300*   NOT REGISTERED, RC 8+, REJECTS     SENT, REJECTED -- THE
056400*                                      RUN HIT ITS REJECT LIMIT
056500*   NOT REGISTERED BY THIS RUN         HELD (NC)
056600*   FAILED VERIFICATION                HELD (VF)
056700*   OTHERWISE                          SENT, ACCEPTED
056800* A SENT ACKNOWLEDGMENT FOR A PARTNER WHOSE PROFILE NAMES NO
056900* LAYOUT IS LOGGED AS NOT WANTED INSTEAD.
057000*--------------------------------------------------------------*
057100 4000-DECIDE.
057200     MOVE SPACES TO ACKL-RECORD.
057300     MOVE ASND-PARTNER TO ACKL-PARTNER.
057400     MOVE ASND-DSN TO ACKL-SOURCE-DSN.
057500     MOVE ASND-RUN-DATE TO ACKL-RUN-DATE.
057600     MOVE ASND-RUN-TIME TO ACKL-RUN-TIME.
057700     MOVE ASND-RUN-RC TO ACKL-RUN-RC.
057800     MOVE ASND-REJECTS TO ACKL-REJECTS.
057900     MOVE ASND-RUN-BAL-IND TO ACKL-BAL-IND.
058000     MOVE ASND-VERIFY-IND TO ACKL-VERIFY-IND.
058100     MOVE PART-ACK-LAYOUT TO ACKL-LAYOUT.
058200     MOVE ASND-NOW-DATE TO ACKL-ACK-DATE.
058300     MOVE ASND-NOW-TIME-HHMMSS TO ACKL-ACK-TIME.
058400     IF ASND-REG-FOUND THEN
058500         MOVE DREG-RECS TO ACKL-RECS
058600         MOVE DREG-BYTES TO ACKL-BYTES
058700         MOVE DREG-CHECKSUM TO ACKL-CHECKSUM
058800         IF DREG-FILE-DATE IS GREATER THAN ZERO
058900             MOVE DREG-FILE-DATE TO ACKL-GEN-DATE
059000             MOVE DREG-FILE-TIME TO ACKL-GEN-TIME
059100         ELSE
059200             MOVE DREG-RUN-DATE TO ACKL-GEN-DATE
059300             MOVE DREG-RUN-TIME TO ACKL-GEN-TIME
059400         END-IF
059500     ELSE
059600         MOVE ASND-RUN-RECS TO ACKL-RECS
059700         MOVE 0 TO ACKL-BYTES, ACKL-CHECKSUM
059800         MOVE ASND-RUN-DATE TO ACKL-GEN-DATE
059900         MOVE ASND-RUN-TIME TO ACKL-GEN-TIME.
060000     IF ASND-RUN-OUT-OF-BAL THEN
060100         MOVE "H" TO ACKL-ACTION
060200         MOVE "OB" TO ACKL-HOLD-REASON
060300         MOVE "OUT OF BALANCE WITH THE SENDER'S TOTALS"
060400             TO ASND-HOLD-TEXT
060500         GO TO 4000-SHOW.
060600     IF NOT ASND-REG-FOUND AND
060700        ASND-RUN-RC IS NOT LESS THAN 8 AND
060800        ASND-REJECTS IS GREATER THAN ZERO THEN
060900         MOVE "S" TO ACKL-ACTION
061000         MOVE "R" TO ACKL-STATUS
061100         GO TO 4000-LAYOUT.
061200     IF NOT ASND-REG-FOUND THEN
061300         MOVE "H" TO ACKL-ACTION
061400         MOVE "NC" TO ACKL-HOLD-REASON
061500         MOVE "RUN DID NOT COMPLETE ONTO DLVREG"
061600             TO ASND-HOLD-TEXT
061700         GO TO 4000-SHOW.
061800     IF ASND-VERIFY-FAILED THEN
061900         MOVE "H" TO ACKL-ACTION
062000         MOVE "VF" TO ACKL-HOLD-REASON
062100         MOVE "FAILED VERIFICATION" TO ASND-HOLD-TEXT
062200         GO TO 4000-SHOW.
062300     MOVE "S" TO ACKL-ACTION.
062400     MOVE "A" TO ACKL-STATUS.
062500 4000-LAYOUT.
062600     IF PART-ACK-NONE THEN
062700         MOVE "N" TO ACKL-ACTION.
062800 4000-SHOW.
062900     IF ACKL-HELD THEN
063000         DISPLAY "INBOUND-ACK-SEND: HELD BACK -- " ASND-HOLD-TEXT
063100         MOVE 4 TO RETURN-CODE
063200     ELSE IF ACKL-NOT-WANTED THEN
063300         DISPLAY "INBOUND-ACK-SEND: PROFILE NAMES NO ACK LAYOUT, "
063400             "NONE SENT (STATUS WOULD BE " ACKL-STATUS ")"
063500         MOVE 4 TO RETURN-CODE.
063600 4000-EXIT.
063700     EXIT.
063800*
063900*--------------------------------------------------------------*
064000* SEND -- ONE RECORD TO ACKOUT IN THE PARTNER'S LAYOUT.
064100*--------------------------------------------------------------*
064200 5000-SEND-ACK.
064300     MOVE ACKL-PARTNER TO ASND-AF-PARTNER.
064400     MOVE ACKL-SOURCE-DSN TO ASND-AF-DSN.
064500     MOVE ACKL-GEN-DATE TO ASND-AF-GEN-DATE.
064600     MOVE ACKL-GEN-TIME TO ASND-AF-GEN-TIME.
064700     MOVE ACKL-RECS TO ASND-AF-RECS.
064800     MOVE ACKL-BYTES TO ASND-AF-BYTES.
064900     MOVE ACKL-CHECKSUM TO ASND-AF-CHECKSUM.
065000     MOVE ACKL-REJECTS TO ASND-AF-REJECTS.
065100     IF ACKL-ACCEPTED THEN
065200         MOVE "ACCEPTED" TO ASND-AF-STATUS
065300     ELSE
065400         MOVE "REJECTED" TO ASND-AF-STATUS.
065500     MOVE ACKL-ACK-DATE TO ASND-AF-ACK-DATE.
065600     MOVE ACKL-ACK-TIME TO ASND-AF-ACK-TIME.
065700     IF PART-ACK-FIXED THEN
065800         MOVE ASND-ACK-FIXED TO ACKO-RECORD
065900     ELSE
066000         PERFORM 5100-BUILD-DELIMITED THRU 5100-EXIT.
066100     OPEN OUTPUT ACKO-FILE.
066200     IF NOT ASND-ACKO-OK THEN
066300         MOVE "ACKOUT" TO ASND-ABEND-DDNAME
066400         MOVE ASND-ACKO-STATUS TO ASND-ABEND-STATUS
066500         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
066600     WRITE ACKO-RECORD.
066700     IF NOT ASND-ACKO-OK THEN
066800         MOVE "ACKOUT" TO ASND-ABEND-DDNAME
066900         MOVE ASND-ACKO-STATUS TO ASND-ABEND-STATUS
067000         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
067100     CLOSE ACKO-FILE.
067200     DISPLAY "INBOUND-ACK-SEND: ACKNOWLEDGED " ASND-AF-STATUS
067300         " LAYOUT=" PART-ACK-LAYOUT
067400         " RECORDS=" ASND-AF-RECS " REJECTS=" ASND-AF-REJECTS.
067500 5000-EXIT.
067600     EXIT.
067700*
067800 5100-BUILD-DELIMITED.
067900     IF PART-ACK-PIPE THEN
068000         MOVE "|" TO ASND-DELIM
068100     ELSE
068200         MOVE "," TO ASND-DELIM.
068300     MOVE SPACES TO ACKO-RECORD.
068400     STRING ASND-AF-TYPE DELIMITED BY SIZE
068500            ASND-DELIM DELIMITED BY SIZE
068600            ASND-AF-PARTNER DELIMITED BY SPACE
068700            ASND-DELIM DELIMITED BY SIZE
068800            ASND-AF-DSN DELIMITED BY SPACE
068900            ASND-DELIM DELIMITED BY SIZE
069000            ASND-AF-GEN-DATE DELIMITED BY SIZE
069100            ASND-DELIM DELIMITED BY SIZE
069200            ASND-AF-GEN-TIME DELIMITED BY SIZE
069300            ASND-DELIM DELIMITED BY SIZE
069400            ASND-AF-RECS DELIMITED BY SIZE
069500            ASND-DELIM DELIMITED BY SIZE
069600            ASND-AF-BYTES DELIMITED BY SIZE
069700            ASND-DELIM DELIMITED BY SIZE
069800            ASND-AF-CHECKSUM DELIMITED BY SIZE
069900            ASND-DELIM DELIMITED BY SIZE
070000            ASND-AF-REJECTS DELIMITED BY SIZE
070100            ASND-DELIM DELIMITED BY SIZE
070200            ASND-AF-STATUS DELIMITED BY SIZE
070300            ASND-DELIM DELIMITED BY SIZE
070400            ASND-AF-ACK-DATE DELIMITED BY SIZE
070500            ASND-DELIM DELIMITED BY SIZE
070600            ASND-AF-ACK-TIME DELIMITED BY SIZE
070700         INTO ACKO-RECORD.
070800 5100-EXIT.
070900     EXIT.
071000*
071100*--------------------------------------------------------------*
071200* LOG -- EVERY DECISION, SENT OR NOT, FOR INBOUND-ACK-REPORT.
071300*--------------------------------------------------------------*
071400 6000-LOG-DECISION.
071500     OPEN EXTEND ACKL-FILE.
071600     IF ASND-ACKL-NOT-FOUND THEN
071700         OPEN OUTPUT ACKL-FILE.
071800     IF NOT ASND-ACKL-OK THEN
071900         MOVE "ACKLOG" TO ASND-ABEND-DDNAME
072000         MOVE ASND-ACKL-STATUS TO ASND-ABEND-STATUS
072100         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
072200     WRITE ACKL-RECORD.
072300     IF NOT ASND-ACKL-OK THEN
072400         MOVE "ACKLOG" TO ASND-ABEND-DDNAME
072500         MOVE ASND-ACKL-STATUS TO ASND-ABEND-STATUS
072600         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
072700     CLOSE ACKL-FILE.
072800 6000-EXIT.
072900     EXIT.
073000*
073100 8900-REFUSE.
073200     MOVE "Y" TO ASND-STOP-SW.
073300     MOVE 8 TO RETURN-CODE.
073400 8900-EXIT.
073500     EXIT.
073600*
073700 9000-TERMINATE.
073800     IF ASND-STOPPED THEN
073900         DISPLAY "INBOUND-ACK-SEND: NOTHING SENT OR LOGGED, "
073950             "RC 08".
074000 9000-EXIT.
074100     EXIT.
074200*
074300 9800-ABEND-FILE-ERROR.
074400     DISPLAY "INBOUND-ACK-SEND: I/O ERROR ON "
074500         ASND-ABEND-DDNAME " STATUS=" ASND-ABEND-STATUS.
074600     MOVE 16 TO RETURN-CODE.
074700     GOBACK.
074800 9800-EXIT.
074900     EXIT.
