000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "RERUN-ADVISOR".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-09-28.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-09-28  DS  INITIAL VERSION.  TELLS THE OPERATOR HOW
001000*                    TO RECOVER A FAILED TRANSCODE-DRIVER RUN --
001100*                    RESTART, A FRESH RERUN, A FORCE=YES RERUN,
001200*                    OR NO RERUN AT ALL -- AND WHY, FROM THE
001300*                    SAME DATASETS THE OPERATOR USED TO READ BY
001400*                    HAND:
001500*
001600*                    - THE FAILED JOB'S CKPTFILE (RESUMABLE "P",
001700*                      COMPLETE "C", OR EMPTY WHEN THE RUN DIED
001800*                      BEFORE ITS FIRST CHECKPOINT);
001900*                    - RUNHIST, FOR THE FAILED RUN'S RETURN
002000*                      CODE AND BALANCING RESULT (A SYSTEM
002100*                      ABEND WRITES NO RECORD, WHICH THE
002200*                      CHECKPOINT GIVES AWAY);
002300*                    - THE FAILED STEP'S OWN SYSIN DECK AND
002400*                      MANIFEST (MULTI-FORMAT OUTPUTS, DSNID,
002500*                      PARTNER, FORCE);
002600*                    - THE INPUT'S TRNHDR01 HEADER ON AN ENCODE
002700*                      RUN, FOR THE GENERATION'S IDENTITY;
002800*                    - DLVREG, FOR WHETHER THAT GENERATION WAS
002900*                      ALREADY DELIVERED, AND BY WHICH RUN;
003000*                    - ACKFILE, FOR WHETHER THE PARTNER HAS
003100*                      ACKNOWLEDGED THAT EARLIER DELIVERY.
003200*
003300*                    FORCE=YES IS RECOMMENDED ONLY FOR A
003400*                    GENERATION AN EARLIER RUN REGISTERED AND
003500*                    THE PARTNER HAS NOT ACKNOWLEDGED.  AN
003600*                    ACKNOWLEDGED ONE (OR ONE WHOSE ACK CANNOT
003700*                    BE CHECKED) IS NOT RERUN, AND A FORCE CARD
003800*                    IN THE FAILED DECK IS DROPPED WHENEVER IT
003900*                    IS NOT NEEDED -- THE DOUBLE DELIVERY AND
004000*                    DOUBLE ACCTFILE CHARGE THIS GUARDS AGAINST.
004100*
004200*                    PRINTS THE ACTION, ITS REASONS, THE EXACT
004300*                    PARM, THE DATASETS TO SCRATCH FIRST, AND
004400*                    THE SYSIN DECK, WHICH IT ALSO WRITES TO
004500*                    NEWCARDS FOR THE RERUN TO READ.
004600*
004700*                    PARM: THE FAILED STEP'S PARM, AS CODED.
004800*                    RC 00 = NO RERUN NEEDED; RC 04 = RESTART
004900*                    OR RERUN AS ADVISED; RC 08 = DO NOT RERUN.
005000*--------------------------------------------------------------*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS RADV-CKPT-STATUS.
005700     SELECT CTL-FILE ASSIGN TO "CTLCARDS"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS RADV-CTL-STATUS.
006000     SELECT MAN-FILE ASSIGN TO "MANIFEST"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS RADV-MAN-STATUS.
006300     SELECT IN-FILE ASSIGN TO "INFILE"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS RADV-IN-STATUS.
006600     SELECT RUNH-FILE ASSIGN TO "RUNHIST"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS RADV-RUNH-STATUS.
006900     SELECT DREG-FILE ASSIGN TO "DLVREG"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS DREG-KEY
007300         FILE STATUS IS RADV-DREG-STATUS.
007400     SELECT ACK-FILE ASSIGN TO "ACKFILE"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS RADV-ACK-STATUS.
007700     SELECT NEWC-FILE ASSIGN TO "NEWCARDS"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS RADV-NEWC-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CKPT-FILE
008400     RECORDING MODE IS F
008500     RECORD CONTAINS 144 CHARACTERS
008600     LABEL RECORDS ARE STANDARD.
008700     COPY CKPTREC.
008800*
008900 FD  CTL-FILE
009000     RECORDING MODE IS F
009100     RECORD CONTAINS 80 CHARACTERS
009200     LABEL RECORDS ARE STANDARD.
009300 01  CTL-RECORD                  PIC X(80).
009400*
009500*    TRANSCODE-DRIVER'S MANIFEST CARD: MODE, INPUT DDNAME,
009600*    OUTPUT DDNAME.
009700 FD  MAN-FILE
009800     RECORDING MODE IS F
009900     RECORD CONTAINS 80 CHARACTERS
010000     LABEL RECORDS ARE STANDARD.
010100 01  MAN-RECORD.
010200     03 MANR-MODE                PIC X(06).
010300     03 FILLER                   PIC X(01).
010400     03 MANR-IN-DDNAME           PIC X(08).
010500     03 FILLER                   PIC X(01).
010600     03 MANR-OUT-DDNAME          PIC X(08).
010700     03 FILLER                   PIC X(56).
010800*
010900*    THE FAILED RUN'S INPUT -- ONLY THE FIRST RECORD IS READ,
011000*    FOR AN ENCODE INPUT'S TRNHDR01 HEADER.
011100 FD  IN-FILE
011200     RECORDING MODE IS V
011300     RECORD IS VARYING IN SIZE FROM 1 TO 5994 CHARACTERS
011400         DEPENDING ON RADV-IN-LEN
011500     LABEL RECORDS ARE STANDARD.
011600 01  IN-RECORD                   PIC X(5994).
011700*
011800 FD  RUNH-FILE
011900     RECORDING MODE IS F
012000     RECORD CONTAINS 160 CHARACTERS
012100     LABEL RECORDS ARE STANDARD.
012200     COPY RUNHREC.
012300*
012400 FD  DREG-FILE
012500     RECORD CONTAINS 128 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700     COPY DLVREC.
012800*
012900 FD  ACK-FILE
013000     RECORDING MODE IS F
013100     RECORD CONTAINS 80 CHARACTERS
013200     LABEL RECORDS ARE STANDARD.
013300 01  ACK-RECORD.
013400     03 ACKR-PARTNER                PIC X(08).
013500     03 ACKR-FILE-DATE              PIC X(08).
013600     03 ACKR-FILE-TIME              PIC X(06).
013700     03 ACKR-RECV-COUNT             PIC X(09).
013800     03 FILLER                      PIC X(49).
013900*
014000 FD  NEWC-FILE
014100     RECORDING MODE IS F
014200     RECORD CONTAINS 80 CHARACTERS
014300     LABEL RECORDS ARE STANDARD.
014400 01  NEWC-RECORD                 PIC X(80).
014500*
014600 WORKING-STORAGE SECTION.
014700 01  RADV-SWITCHES.
014800     03 RADV-CKPT-STATUS         PIC X(02) VALUE "00".
014900         88 RADV-CKPT-NOT-FOUND  VALUES "35", "05".
015000     03 RADV-CTL-STATUS          PIC X(02) VALUE "00".
015100         88 RADV-CTL-NOT-FOUND   VALUES "35", "05".
015200     03 RADV-MAN-STATUS          PIC X(02) VALUE "00".
015300         88 RADV-MAN-NOT-FOUND   VALUES "35", "05".
015400     03 RADV-IN-STATUS           PIC X(02) VALUE "00".
015500         88 RADV-IN-NOT-FOUND    VALUES "35", "05".
015600     03 RADV-RUNH-STATUS         PIC X(02) VALUE "00".
015700         88 RADV-RUNH-NOT-FOUND  VALUES "35", "05".
015800     03 RADV-DREG-STATUS         PIC X(02) VALUE "00".
015900         88 RADV-DREG-NOT-FOUND  VALUES "35", "05".
016000     03 RADV-ACK-STATUS          PIC X(02) VALUE "00".
016100         88 RADV-ACK-NOT-FOUND   VALUES "35", "05".
016200     03 RADV-NEWC-STATUS         PIC X(02) VALUE "00".
016300         88 RADV-NEWC-OK         VALUE "00".
016400     03 RADV-CTL-EOF-SW          PIC X(01) VALUE "N".
016500         88 RADV-CTL-AT-EOF      VALUE "Y".
016600     03 RADV-MAN-EOF-SW          PIC X(01) VALUE "N".
016700         88 RADV-MAN-AT-EOF      VALUE "Y".
016800     03 RADV-RUNH-EOF-SW         PIC X(01) VALUE "N".
016900         88 RADV-RUNH-AT-EOF     VALUE "Y".
017000     03 RADV-DREG-EOF-SW         PIC X(01) VALUE "N".
017100         88 RADV-DREG-AT-EOF     VALUE "Y".
017200     03 RADV-ACK-EOF-SW          PIC X(01) VALUE "N".
017300         88 RADV-ACK-AT-EOF      VALUE "Y".
017400*    WHAT THE FAILED JOB'S CHECKPOINT SAYS.
017500     03 RADV-CKPT-STATE          PIC X(01) VALUE "N".
017600         88 RADV-CKPT-NONE       VALUE "N".
017700         88 RADV-CKPT-EMPTY      VALUE "E".
017800         88 RADV-CKPT-RESUMABLE  VALUE "P".
017900         88 RADV-CKPT-DONE       VALUE "C".
018000*    THE FAILED STEP'S PARM AND SYSIN DECK.
018100     03 RADV-WAS-RESTART-SW      PIC X(01) VALUE "N".
018200         88 RADV-WAS-RESTART     VALUE "Y".
018300     03 RADV-FORCE-CARD-SW       PIC X(01) VALUE "N".
018400         88 RADV-FORCE-CARD      VALUE "Y".
018500     03 RADV-HDR-SW              PIC X(01) VALUE "N".
018600         88 RADV-HDR-TAKEN       VALUE "Y".
018700*    THE FAILED RUN'S RUN-HISTORY RECORD.
018800     03 RADV-HIST-SW             PIC X(01) VALUE "N".
018900         88 RADV-HIST-FOUND      VALUE "Y".
019000     03 RADV-HIST-THIS-SW        PIC X(01) VALUE "N".
019100         88 RADV-HIST-THIS-RUN   VALUE "Y".
019200*    THE GENERATION ON THE DELIVERY REGISTER.
019300     03 RADV-DREG-AVAIL-SW       PIC X(01) VALUE "Y".
019400         88 RADV-DREG-AVAIL      VALUE "Y".
019500     03 RADV-GEN-KNOWN-SW        PIC X(01) VALUE "N".
019600         88 RADV-GEN-KNOWN       VALUE "Y".
019700     03 RADV-GEN-REG-SW          PIC X(01) VALUE "N".
019800         88 RADV-GEN-REGISTERED  VALUE "Y".
019900     03 RADV-GEN-BY-THIS-SW      PIC X(01) VALUE "N".
020000         88 RADV-GEN-BY-THIS-RUN VALUE "Y".
020100     03 RADV-ACK-SW              PIC X(01) VALUE "U".
020200         88 RADV-ACK-UNKNOWN     VALUE "U".
020300         88 RADV-ACK-GIVEN       VALUE "Y".
020400         88 RADV-ACK-NOT-GIVEN   VALUE "N".
020500*    THE ADVICE.
020600     03 RADV-ACTION              PIC X(08) VALUE SPACES.
020700         88 RADV-ACT-NONE        VALUE "NONE".
020800         88 RADV-ACT-RESTART     VALUE "RESTART".
020900         88 RADV-ACT-FRESH       VALUE "FRESH".
021000         88 RADV-ACT-NO-RERUN    VALUE "NORERUN".
021100     03 RADV-FORCE-ADD-SW        PIC X(01) VALUE "N".
021200         88 RADV-FORCE-ADD       VALUE "Y".
021300     03 RADV-SCRATCH-SW          PIC X(01) VALUE "N".
021400         88 RADV-SCRATCH         VALUE "Y".
021500*
021600 01  RADV-COUNTERS.
021700     03 RADV-IN-LEN              PIC 9(04) COMP VALUE 0.
021800     03 RADV-CARD-COUNT          PIC 9(04) COMP VALUE 0.
021900     03 RADV-CARD-SUB            PIC 9(04) COMP VALUE 0.
022000     03 RADV-CARDS-DROPPED       PIC 9(04) COMP VALUE 0.
022100     03 RADV-CARDS-WRITTEN       PIC 9(04) COMP VALUE 0.
022200     03 RADV-MAN-COUNT           PIC 9(04) COMP VALUE 0.
022300     03 RADV-MAN-SUB             PIC 9(04) COMP VALUE 0.
022400     03 RADV-XOUT-COUNT          PIC 9(04) COMP VALUE 0.
022500     03 RADV-XOUT-SUB            PIC 9(04) COMP VALUE 0.
022600     03 RADV-WORD-SUB            PIC 9(04) COMP VALUE 0.
022700     03 RADV-PARM-PTR            PIC 9(04) COMP VALUE 0.
022800     03 RADV-NEW-PTR             PIC 9(04) COMP VALUE 0.
022900     03 RADV-REASON-COUNT        PIC 9(04) COMP VALUE 0.
023000     03 RADV-REASON-SUB          PIC 9(04) COMP VALUE 0.
023100     03 RADV-RUNS-MATCHED        PIC 9(07) COMP VALUE 0.
023200     03 RADV-THIS-RUN-GENS       PIC 9(05) COMP VALUE 0.
023300*
023400 01  RADV-RUN-INFO.
023500     03 RADV-TODAY               PIC 9(08) VALUE 0.
023600     03 RADV-NOW                 PIC 9(08) VALUE 0.
023700*    THE FAILED STEP'S PARM: MODE WORD FIRST, AS THE DRIVER
023800*    READS IT, THEN UP TO FOUR OPTION WORDS.  THE RERUN PARM
023900*    IS REBUILT FROM THEM WITHOUT ANY RESTART WORD, WHICH THE
024000*    ADVICE PUTS BACK ONLY WHEN A RESTART IS RIGHT.
024100     03 RADV-PARM-MODE           PIC X(06) VALUE SPACES.
024200     03 RADV-PARM-WORD           PIC X(12) OCCURS 4 TIMES.
024300     03 RADV-BASE-PARM           PIC X(80) VALUE SPACES.
024400     03 RADV-NEW-PARM            PIC X(80) VALUE SPACES.
024500     03 RADV-RUN-MODE            PIC X(06) VALUE SPACES.
024600*    FROM THE CHECKPOINT.
024700     03 RADV-CK-RECS             PIC 9(09) VALUE 0.
024800     03 RADV-CK-MODE             PIC X(06) VALUE SPACES.
024900     03 RADV-CK-ENTRY            PIC 9(03) VALUE 0.
025000*    FROM THE SYSIN DECK.
025100     03 RADV-PARTNER             PIC X(08) VALUE SPACES.
025200     03 RADV-DSNID               PIC X(44) VALUE SPACES.
025300     03 RADV-CTL-KEYWORD         PIC X(12) VALUE SPACES.
025400     03 RADV-CTL-VALUE           PIC X(44) VALUE SPACES.
025500     03 RADV-XOUT-DDNAME         PIC X(08) OCCURS 2 TIMES.
025600*    THE GENERATION'S REGISTER IDENTITY -- DECODE: THE DSNID
025700*    CARD WITH ZERO DATE/TIME; ENCODE: THE INPUT'S HEADER.
025800     03 RADV-GEN-DSN             PIC X(44) VALUE SPACES.
025900     03 RADV-GEN-DATE            PIC 9(08) VALUE 0.
026000     03 RADV-GEN-TIME            PIC 9(06) VALUE 0.
026100*    THE REGISTER ENTRY FOUND FOR IT.
026200     03 RADV-REG-RUN-DATE        PIC 9(08) VALUE 0.
026300     03 RADV-REG-RUN-TIME        PIC 9(06) VALUE 0.
026400     03 RADV-REG-RECS            PIC 9(09) VALUE 0.
026500     03 RADV-REG-PARTNER         PIC X(08) VALUE SPACES.
026600     03 RADV-REG-FORCE-IND       PIC X(01) VALUE SPACE.
026700     03 RADV-ACK-PARTNER         PIC X(08) VALUE SPACES.
026800     03 RADV-ACK-COUNT           PIC X(09) VALUE SPACES.
026900*
027000*    THE LATEST RUN-HISTORY RECORD FOR THIS JOB'S PARTNER AND
027100*    MODE -- THE FAILED RUN, UNLESS IT DIED WITHOUT WRITING ONE.
027200 01  RADV-HIST.
027300     03 RADV-H-RUN-DATE          PIC 9(08) VALUE 0.
027400     03 RADV-H-RUN-TIME          PIC 9(06) VALUE 0.
027500     03 RADV-H-MODE              PIC X(06) VALUE SPACES.
027600     03 RADV-H-RECS-READ         PIC 9(09) VALUE 0.
027700     03 RADV-H-RECS-WRITTEN      PIC 9(09) VALUE 0.
027800     03 RADV-H-RESTART-IND       PIC X(01) VALUE SPACE.
027900     03 RADV-H-RC                PIC 9(02) VALUE 0.
028000     03 RADV-H-BAL-IND           PIC X(01) VALUE SPACE.
028100         88 RADV-H-OUT-OF-BALANCE VALUE "O".
028200*
028300*    THE FAILED DECK, KEPT WHOLE SO IT CAN BE WRITTEN BACK OUT
028400*    CARD FOR CARD (LESS ANY FORCE CARD) FOR THE RERUN.
028500 01  RADV-CARD-TABLE.
028600     03 RADV-CARD                PIC X(80) OCCURS 200 TIMES.
028700*
028800 01  RADV-MAN-TABLE.
028900     03 RADV-MAN-ENTRY OCCURS 100 TIMES.
029000        05 RADV-ME-MODE          PIC X(06).
029100        05 RADV-ME-IN-DDNAME     PIC X(08).
029200        05 RADV-ME-OUT-DDNAME    PIC X(08).
029300*
029400 01  RADV-REASON-TABLE.
029500     03 RADV-REASON              PIC X(60) OCCURS 8 TIMES.
029600 01  RADV-REASON-TEXT            PIC X(60) VALUE SPACES.
029700 01  RADV-NEW-CARD               PIC X(80) VALUE SPACES.
029800*
029900 01  RADV-EDIT-FIELDS.
030000     03 RADV-ED-COUNT            PIC ZZZ,ZZZ,ZZ9.
030100     03 RADV-ED-RC               PIC 9(02).
030200     03 RADV-ED-ENTRY            PIC ZZ9.
030300*
030400 LINKAGE SECTION.
030500 01  RADV-PARM-INFO.
030600     03 RADV-PARM-LEN            PIC S9(4) COMP.
030700     03 RADV-PARM-TEXT           PIC X(80).
030800*
030900 PROCEDURE DIVISION USING RADV-PARM-INFO.
031000*
031100 0000-MAINLINE.
031200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031300     PERFORM 2000-READ-CHECKPOINT THRU 2000-EXIT.
031400     PERFORM 2100-FIND-LAST-RUN THRU 2100-EXIT.
031500     PERFORM 2200-CHECK-REGISTER THRU 2200-EXIT.
031600     IF RADV-GEN-REGISTERED AND
031700        NOT RADV-GEN-BY-THIS-RUN THEN
031800         PERFORM 2300-CHECK-ACK THRU 2300-EXIT.
031900     IF RADV-HIST-THIS-RUN AND RADV-DREG-AVAIL THEN
032000         PERFORM 2400-LIST-RUN-GENERATIONS THRU 2400-EXIT.
032100     PERFORM 3000-DECIDE THRU 3000-EXIT.
032200     IF RADV-ACT-RESTART OR RADV-ACT-FRESH THEN
032300         PERFORM 3100-APPLY-REGISTER THRU 3100-EXIT.
032400     PERFORM 4000-PRINT-ADVICE THRU 4000-EXIT.
032500     IF RADV-ACT-RESTART OR RADV-ACT-FRESH THEN
032600         PERFORM 5000-WRITE-CARDS THRU 5000-EXIT.
032700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032800     GOBACK.
032900*
033000*    ---------------------------------------------------------
033100*    WHAT THE FAILED STEP WAS ASKED TO DO: ITS PARM, ITS SYSIN
033200*    DECK, ITS MANIFEST, AND ITS INPUT'S HEADER.
033300*    ---------------------------------------------------------
033400 1000-INITIALIZE.
033500     ACCEPT RADV-TODAY FROM DATE YYYYMMDD.
033600     ACCEPT RADV-NOW FROM TIME.
033700     MOVE SPACES TO RADV-PARM-WORD (1), RADV-PARM-WORD (2),
033800         RADV-PARM-WORD (3), RADV-PARM-WORD (4).
033900     MOVE SPACES TO RADV-XOUT-DDNAME (1), RADV-XOUT-DDNAME (2).
034000     IF RADV-PARM-LEN IS GREATER THAN ZERO THEN
034100         UNSTRING RADV-PARM-TEXT DELIMITED BY ALL SPACES
034200             INTO RADV-PARM-MODE, RADV-PARM-WORD (1),
034300                 RADV-PARM-WORD (2), RADV-PARM-WORD (3),
034400                 RADV-PARM-WORD (4).
034500     IF RADV-PARM-MODE IS NOT EQUAL TO SPACES AND
034600        RADV-PARM-MODE IS NOT EQUAL TO "DECODE" AND
034700        RADV-PARM-MODE IS NOT EQUAL TO "ENCODE" THEN
034800         DISPLAY "RERUN-ADVISOR: PARM MODE NOT DECODE OR "
034900             "ENCODE, IGNORED: " RADV-PARM-MODE
035000         MOVE SPACES TO RADV-PARM-MODE.
035100     MOVE RADV-PARM-MODE TO RADV-BASE-PARM.
035200     MOVE 1 TO RADV-PARM-PTR.
035300     IF RADV-PARM-MODE IS NOT EQUAL TO SPACES THEN
035400         STRING RADV-PARM-MODE DELIMITED BY SPACE
035500             INTO RADV-BASE-PARM WITH POINTER RADV-PARM-PTR.
035600     PERFORM 1050-TAKE-PARM-WORD THRU 1050-EXIT
035700         VARYING RADV-WORD-SUB FROM 1 BY 1
035800         UNTIL RADV-WORD-SUB IS GREATER THAN 4.
035900     IF RADV-PARM-PTR IS GREATER THAN 1 THEN
035910         DISPLAY "RERUN-ADVISOR: FAILED STEP PARM='"
035920             RADV-BASE-PARM (1:RADV-PARM-PTR - 1) "'"
035930     ELSE
035940         DISPLAY "RERUN-ADVISOR: FAILED STEP HAD NO PARM".
036100     IF RADV-WAS-RESTART THEN
036200         DISPLAY "RERUN-ADVISOR:   (THE FAILED STEP WAS ITSELF "
036300             "A RESTART)".
036400     PERFORM 1200-LOAD-CONTROL-DECK THRU 1200-EXIT.
036500     PERFORM 1300-LOAD-MANIFEST THRU 1300-EXIT.
036600     PERFORM 1400-READ-INPUT-HEADER THRU 1400-EXIT.
036700 1000-EXIT.
036800     EXIT.
036900*
037000 1050-TAKE-PARM-WORD.
037100     IF RADV-PARM-WORD (RADV-WORD-SUB) IS EQUAL TO SPACES THEN
037200         GO TO 1050-EXIT.
037300     IF RADV-PARM-WORD (RADV-WORD-SUB) IS EQUAL TO "RESTART"
037400             THEN
037500         MOVE "Y" TO RADV-WAS-RESTART-SW
037600         GO TO 1050-EXIT.
037700     IF RADV-PARM-PTR IS GREATER THAN 1 THEN
037800         STRING " " DELIMITED BY SIZE
037900             INTO RADV-BASE-PARM WITH POINTER RADV-PARM-PTR.
038000     STRING RADV-PARM-WORD (RADV-WORD-SUB) DELIMITED BY SPACE
038100         INTO RADV-BASE-PARM WITH POINTER RADV-PARM-PTR.
038200 1050-EXIT.
038300     EXIT.
038400*
038500*    THE FAILED STEP'S SYSIN DECK, READ THE WAY THE DRIVER
038600*    READS IT ("*" IN COLUMN 1 IS A COMMENT, KEYWORD=VALUE).
038700*    ONLY THE CARDS THAT BEAR ON RECOVERY ARE LOOKED AT; EVERY
038800*    CARD IS KEPT FOR THE RERUN DECK.
038900 1200-LOAD-CONTROL-DECK.
039000     OPEN INPUT CTL-FILE.
039100     IF RADV-CTL-NOT-FOUND THEN
039200         DISPLAY "RERUN-ADVISOR: CTLCARDS NOT ALLOCATED, "
039300             "FAILED STEP TAKEN TO HAVE NO SYSIN CARDS"
039400         GO TO 1200-EXIT.
039500     PERFORM 1210-READ-CARD THRU 1210-EXIT.
039600     PERFORM 1220-TAKE-CARD THRU 1220-EXIT
039700         UNTIL RADV-CTL-AT-EOF.
039800     CLOSE CTL-FILE.
039900     IF RADV-CARDS-DROPPED IS GREATER THAN ZERO THEN
040000         DISPLAY "RERUN-ADVISOR: DECK LONGER THAN 200 CARDS, "
040100             "NO CARDS WILL BE GENERATED".
040200 1200-EXIT.
040300     EXIT.
040400*
040500 1210-READ-CARD.
040600     READ CTL-FILE
040700         AT END
040800             MOVE "Y" TO RADV-CTL-EOF-SW.
040900 1210-EXIT.
041000     EXIT.
041100*
041200 1220-TAKE-CARD.
041300     IF RADV-CARD-COUNT IS LESS THAN 200 THEN
041400         ADD 1 TO RADV-CARD-COUNT
041500         MOVE CTL-RECORD TO RADV-CARD (RADV-CARD-COUNT)
041600     ELSE
041700         ADD 1 TO RADV-CARDS-DROPPED.
041800     IF CTL-RECORD (1:1) IS EQUAL TO "*" OR
041900        CTL-RECORD IS EQUAL TO SPACES THEN
042000         GO TO 1220-READ-NEXT.
042100     MOVE SPACES TO RADV-CTL-KEYWORD, RADV-CTL-VALUE.
042200     UNSTRING CTL-RECORD DELIMITED BY "=" OR SPACE
042300         INTO RADV-CTL-KEYWORD, RADV-CTL-VALUE.
042400     IF RADV-CTL-KEYWORD IS EQUAL TO "PARTNER" THEN
042500         MOVE RADV-CTL-VALUE (1:8) TO RADV-PARTNER
042600     ELSE IF RADV-CTL-KEYWORD IS EQUAL TO "DSNID" THEN
042700         MOVE RADV-CTL-VALUE TO RADV-DSNID
042800     ELSE IF RADV-CTL-KEYWORD IS EQUAL TO "FORCE" THEN
042900         IF RADV-CTL-VALUE IS EQUAL TO "YES" THEN
043000             MOVE "Y" TO RADV-FORCE-CARD-SW
043100         END-IF
043200     ELSE IF RADV-CTL-KEYWORD IS EQUAL TO "OUTESC" OR
043300             RADV-CTL-KEYWORD IS EQUAL TO "OUTJSON" OR
043400             RADV-CTL-KEYWORD IS EQUAL TO "OUTBSLSH" THEN
043500         IF RADV-XOUT-COUNT IS LESS THAN 2 AND
043600            RADV-CTL-VALUE (1:8) IS NOT EQUAL TO SPACES THEN
043700             ADD 1 TO RADV-XOUT-COUNT
043800             MOVE RADV-CTL-VALUE (1:8)
043900                 TO RADV-XOUT-DDNAME (RADV-XOUT-COUNT)
044000         END-IF.
044100 1220-READ-NEXT.
044200     PERFORM 1210-READ-CARD THRU 1210-EXIT.
044300 1220-EXIT.
044400     EXIT.
044500*
044600*    THE FAILED STEP'S MANIFEST, WHEN IT HAD ONE.  WITHOUT IT
044700*    THE RUN WAS THE CLASSIC INFILE/OUTFILE PAIR.
044800 1300-LOAD-MANIFEST.
044900     OPEN INPUT MAN-FILE.
045000     IF RADV-MAN-NOT-FOUND THEN
045100         GO TO 1300-EXIT.
045200     PERFORM 1310-READ-MANIFEST-CARD THRU 1310-EXIT.
045300     PERFORM 1320-TABLE-MANIFEST-CARD THRU 1320-EXIT
045400         UNTIL RADV-MAN-AT-EOF.
045500     CLOSE MAN-FILE.
045600 1300-EXIT.
045700     EXIT.
045800*
045900 1310-READ-MANIFEST-CARD.
046000     READ MAN-FILE
046100         AT END
046200             MOVE "Y" TO RADV-MAN-EOF-SW.
046300 1310-EXIT.
046400     EXIT.
046500*
046600 1320-TABLE-MANIFEST-CARD.
046700     IF MAN-RECORD (1:1) IS NOT EQUAL TO "*" AND
046800        MAN-RECORD IS NOT EQUAL TO SPACES AND
046900        RADV-MAN-COUNT IS LESS THAN 100 THEN
047000         IF MANR-MODE IS EQUAL TO "DECODE" OR
047100            MANR-MODE IS EQUAL TO "ENCODE" THEN
047200             ADD 1 TO RADV-MAN-COUNT
047300             MOVE MANR-MODE TO RADV-ME-MODE (RADV-MAN-COUNT)
047400             MOVE MANR-IN-DDNAME
047500                 TO RADV-ME-IN-DDNAME (RADV-MAN-COUNT)
047600             MOVE MANR-OUT-DDNAME
047700                 TO RADV-ME-OUT-DDNAME (RADV-MAN-COUNT)
047800         END-IF.
047900     PERFORM 1310-READ-MANIFEST-CARD THRU 1310-EXIT.
048000 1320-EXIT.
048100     EXIT.
048200*
048300*    AN ENCODE INPUT NAMES ITS OWN GENERATION IN ITS TRNHDR01
048400*    HEADER: DATE AT 9, TIME AT 17, SOURCE DSN AT 29 -- THE
048500*    SAME FIELDS THE DRIVER CHECKS THE REGISTER WITH.
048600 1400-READ-INPUT-HEADER.
048700     OPEN INPUT IN-FILE.
048800     IF RADV-IN-NOT-FOUND THEN
048900         GO TO 1400-EXIT.
049000     READ IN-FILE
049100         AT END
049200             MOVE 0 TO RADV-IN-LEN.
049300     IF RADV-IN-LEN IS NOT LESS THAN 72 AND
049400        IN-RECORD (1:8) IS EQUAL TO "TRNHDR01" AND
049500        IN-RECORD (29:44) IS NOT EQUAL TO SPACES THEN
049600         MOVE "Y" TO RADV-HDR-SW
049700         MOVE IN-RECORD (29:44) TO RADV-GEN-DSN
049800         IF IN-RECORD (9:8) IS NUMERIC
049900             MOVE IN-RECORD (9:8) TO RADV-GEN-DATE
050000         END-IF
050100         IF IN-RECORD (17:6) IS NUMERIC
050200             MOVE IN-RECORD (17:6) TO RADV-GEN-TIME
050300         END-IF.
050400     CLOSE IN-FILE.
050500 1400-EXIT.
050600     EXIT.
050700*
050800*    ---------------------------------------------------------
050900*    WHAT THE FAILED STEP LEFT BEHIND.
051000*    ---------------------------------------------------------
051100 2000-READ-CHECKPOINT.
051200     OPEN INPUT CKPT-FILE.
051300     IF RADV-CKPT-NOT-FOUND THEN
051400         DISPLAY "RERUN-ADVISOR: CKPTFILE NOT FOUND"
051500         GO TO 2000-EXIT.
051600     MOVE "E" TO RADV-CKPT-STATE.
051700     READ CKPT-FILE
051800         AT END
051900             CONTINUE
052000         NOT AT END
052100             PERFORM 2010-TAKE-CHECKPOINT THRU 2010-EXIT
052200     END-READ.
052300     CLOSE CKPT-FILE.
052400     IF RADV-CKPT-RESUMABLE THEN
052500         MOVE RADV-CK-RECS TO RADV-ED-COUNT
052600         MOVE RADV-CK-ENTRY TO RADV-ED-ENTRY
052700         DISPLAY "RERUN-ADVISOR: CHECKPOINT IN PROGRESS, MODE "
052800             RADV-CK-MODE " ENTRY " RADV-ED-ENTRY
052900             " AFTER RECORD " RADV-ED-COUNT
053000     ELSE IF RADV-CKPT-DONE THEN
053100         DISPLAY "RERUN-ADVISOR: CHECKPOINT SHOWS THE RUN "
053200             "COMPLETE"
053300     ELSE
053400         DISPLAY "RERUN-ADVISOR: CHECKPOINT EMPTY -- NO "
053500             "CHECKPOINT WAS EVER TAKEN".
053600 2000-EXIT.
053700     EXIT.
053800*
053900*    THE RECORD AREA GOES WITH THE CLOSE -- KEEP WHAT THE
054000*    DECISION NEEDS.  AN OLD CHECKPOINT WITHOUT A MANIFEST
054100*    ENTRY IS ENTRY 1, AS THE DRIVER TREATS IT.
054200 2010-TAKE-CHECKPOINT.
054300     IF CKPT-IN-PROGRESS THEN
054400         MOVE "P" TO RADV-CKPT-STATE
054500     ELSE IF CKPT-COMPLETE THEN
054600         MOVE "C" TO RADV-CKPT-STATE.
054700     IF CKPT-RECS-PROCESSED IS NUMERIC THEN
054800         MOVE CKPT-RECS-PROCESSED TO RADV-CK-RECS.
054900     MOVE CKPT-RUN-MODE TO RADV-CK-MODE.
055000     IF CKPT-MAN-ENTRY IS NUMERIC AND
055100        CKPT-MAN-ENTRY IS GREATER THAN ZERO THEN
055200         MOVE CKPT-MAN-ENTRY TO RADV-CK-ENTRY
055300     ELSE
055400         MOVE 1 TO RADV-CK-ENTRY.
055500 2010-EXIT.
055600     EXIT.
055700*
055800*    THE LATEST RUNHIST RECORD FOR THIS PARTNER (BLANK FOR A
055900*    RUN THAT NAMED NONE) AND MODE.  A SYSTEM ABEND WRITES NO
056000*    RECORD, SO THE LATEST ONE MAY BELONG TO AN EARLIER RUN:
056100*    A CLEAN RUN CANNOT HAVE LEFT A RESUMABLE CHECKPOINT, AND
056200*    A RUN THAT TOOK NO CHECKPOINT AT ALL ONLY WRITES ONE WHEN
056300*    IT STOPS ITSELF RC 08 OR WORSE.
056400 2100-FIND-LAST-RUN.
056500     OPEN INPUT RUNH-FILE.
056600     IF RADV-RUNH-NOT-FOUND THEN
056700         DISPLAY "RERUN-ADVISOR: RUNHIST NOT FOUND"
056800         GO TO 2100-EXIT.
056900     PERFORM 2110-READ-RUN THRU 2110-EXIT.
057000     PERFORM 2120-TEST-ONE-RUN THRU 2120-EXIT
057100         UNTIL RADV-RUNH-AT-EOF.
057200     CLOSE RUNH-FILE.
057300     IF NOT RADV-HIST-FOUND THEN
057400         DISPLAY "RERUN-ADVISOR: NO RUN HISTORY FOR PARTNER '"
057500             RADV-PARTNER "' MODE '" RADV-PARM-MODE "'"
057600         GO TO 2100-EXIT.
057700     MOVE RADV-H-RC TO RADV-ED-RC.
057800     MOVE RADV-H-RECS-READ TO RADV-ED-COUNT.
057900     DISPLAY "RERUN-ADVISOR: LAST RUN " RADV-H-RUN-DATE " "
058000         RADV-H-RUN-TIME " " RADV-H-MODE " RC " RADV-ED-RC
058100         " READ " RADV-ED-COUNT.
058200     MOVE "Y" TO RADV-HIST-THIS-SW.
058300     IF (RADV-CKPT-RESUMABLE AND RADV-H-RC IS EQUAL TO ZERO) OR
058400        (RADV-CKPT-EMPTY AND RADV-H-RC IS LESS THAN 8) THEN
058500         MOVE "N" TO RADV-HIST-THIS-SW
058600         DISPLAY "RERUN-ADVISOR:   THAT IS AN EARLIER RUN -- "
058700             "THE FAILED RUN WROTE NO HISTORY (ABEND)".
058800 2100-EXIT.
058900     EXIT.
059000*
059100 2110-READ-RUN.
059200     READ RUNH-FILE
059300         AT END
059400             MOVE "Y" TO RADV-RUNH-EOF-SW.
059500 2110-EXIT.
059600     EXIT.
059700*
059800 2120-TEST-ONE-RUN.
059900     IF RUNH-PARTNER IS NOT EQUAL TO RADV-PARTNER THEN
060000         GO TO 2120-READ-NEXT.
060100     IF RADV-PARM-MODE IS NOT EQUAL TO SPACES AND
060200        RUNH-MODE IS NOT EQUAL TO RADV-PARM-MODE THEN
060300         GO TO 2120-READ-NEXT.
060400     ADD 1 TO RADV-RUNS-MATCHED.
060500     MOVE "Y" TO RADV-HIST-SW.
060600     MOVE RUNH-RUN-DATE TO RADV-H-RUN-DATE.
060700     MOVE RUNH-RUN-TIME TO RADV-H-RUN-TIME.
060800     MOVE RUNH-MODE TO RADV-H-MODE.
060900     MOVE RUNH-RECS-READ TO RADV-H-RECS-READ.
061000     MOVE RUNH-RECS-WRITTEN TO RADV-H-RECS-WRITTEN.
061100     MOVE RUNH-RESTART-IND TO RADV-H-RESTART-IND.
061200     MOVE RUNH-BAL-IND TO RADV-H-BAL-IND.
061300     IF RUNH-RETURN-CODE IS NUMERIC THEN
061400         MOVE RUNH-RETURN-CODE TO RADV-H-RC
061500     ELSE
061600         MOVE 0 TO RADV-H-RC.
061700 2120-READ-NEXT.
061800     PERFORM 2110-READ-RUN THRU 2110-EXIT.
061900 2120-EXIT.
062000     EXIT.
062100*
062200*    THE GENERATION THE FAILED STEP WAS PROCESSING, LOOKED UP
062300*    ON THE REGISTER BY THE KEY THE DRIVER USES.  A REGISTER
062400*    ENTRY STAMPED WITH THE FAILED RUN'S OWN START MEANS THE
062500*    FAILED RUN DELIVERED IT; ANY OTHER MEANS AN EARLIER RUN
062600*    DID, AND A RERUN NEEDS FORCE=YES TO GET PAST IT.
062700 2200-CHECK-REGISTER.
062800     MOVE RADV-PARM-MODE TO RADV-RUN-MODE.
062900     IF RADV-RUN-MODE IS EQUAL TO SPACES AND
063000        RADV-HIST-FOUND THEN
063100         MOVE RADV-H-MODE TO RADV-RUN-MODE.
063200     IF RADV-RUN-MODE IS EQUAL TO SPACES AND
063300        RADV-CKPT-RESUMABLE THEN
063400         MOVE RADV-CK-MODE TO RADV-RUN-MODE.
063500     IF RADV-RUN-MODE IS EQUAL TO SPACES THEN
063600         MOVE "DECODE" TO RADV-RUN-MODE.
063700     IF RADV-RUN-MODE IS EQUAL TO "DECODE" AND
063800        RADV-DSNID IS NOT EQUAL TO SPACES THEN
063900         MOVE RADV-DSNID TO RADV-GEN-DSN
064000         MOVE 0 TO RADV-GEN-DATE, RADV-GEN-TIME
064100         MOVE "Y" TO RADV-GEN-KNOWN-SW
064200     ELSE IF RADV-RUN-MODE IS EQUAL TO "ENCODE" AND
064300             RADV-HDR-TAKEN THEN
064400         MOVE "Y" TO RADV-GEN-KNOWN-SW.
064500     IF NOT RADV-GEN-KNOWN THEN
064600         DISPLAY "RERUN-ADVISOR: GENERATION NOT IDENTIFIED ("
064700             "NO DSNID CARD OR INPUT HEADER), REGISTER NOT "
064800             "CHECKED"
064900         GO TO 2200-EXIT.
065000     DISPLAY "RERUN-ADVISOR: GENERATION " RADV-GEN-DSN.
065100     DISPLAY "RERUN-ADVISOR:   FILE DATE/TIME " RADV-GEN-DATE
065200         " " RADV-GEN-TIME.
065300     OPEN INPUT DREG-FILE.
065400     IF RADV-DREG-STATUS IS NOT EQUAL TO "00" THEN
065500         DISPLAY "RERUN-ADVISOR: DLVREG NOT AVAILABLE, STATUS="
065600             RADV-DREG-STATUS ", REGISTER NOT CHECKED"
065700         MOVE "N" TO RADV-DREG-AVAIL-SW
065800         MOVE "N" TO RADV-GEN-KNOWN-SW
065900         GO TO 2200-EXIT.
066000     MOVE RADV-GEN-DSN TO DREG-SOURCE-DSN.
066100     MOVE RADV-GEN-DATE TO DREG-FILE-DATE.
066200     MOVE RADV-GEN-TIME TO DREG-FILE-TIME.
066300     READ DREG-FILE
066400         INVALID KEY
066500             DISPLAY "RERUN-ADVISOR:   NOT ON THE REGISTER"
066600         NOT INVALID KEY
066700             MOVE "Y" TO RADV-GEN-REG-SW
066800             MOVE DREG-RUN-DATE TO RADV-REG-RUN-DATE
066900             MOVE DREG-RUN-TIME TO RADV-REG-RUN-TIME
067000             MOVE DREG-RECS TO RADV-REG-RECS
067100             MOVE DREG-PARTNER TO RADV-REG-PARTNER
067200             MOVE DREG-FORCE-IND TO RADV-REG-FORCE-IND
067300     END-READ.
067400     CLOSE DREG-FILE.
067500     IF NOT RADV-GEN-REGISTERED THEN
067600         GO TO 2200-EXIT.
067700     MOVE RADV-REG-RECS TO RADV-ED-COUNT.
067800     DISPLAY "RERUN-ADVISOR:   REGISTERED BY THE RUN OF "
067900         RADV-REG-RUN-DATE " " RADV-REG-RUN-TIME
068000         " RECORDS " RADV-ED-COUNT.
068010     IF RADV-REG-FORCE-IND IS EQUAL TO "F" THEN
068020         DISPLAY "RERUN-ADVISOR:   (ITSELF A FORCE=YES RERUN)".
068100     IF RADV-HIST-THIS-RUN AND
068200        RADV-REG-RUN-DATE IS EQUAL TO RADV-H-RUN-DATE AND
068300        RADV-REG-RUN-TIME IS EQUAL TO RADV-H-RUN-TIME THEN
068400         MOVE "Y" TO RADV-GEN-BY-THIS-SW
068500         DISPLAY "RERUN-ADVISOR:   (THE FAILED RUN ITSELF)".
068600 2200-EXIT.
068700     EXIT.
068800*
068900*    HAS THE PARTNER ACKNOWLEDGED THE EARLIER DELIVERY?  AN ACK
069000*    NAMES OUR FILE BY THE DELIVERING RUN'S DATE/TIME, AS
069100*    PARTNER-ACK-MATCH MATCHES IT; A PARTNER ID ON BOTH SIDES
069200*    MUST AGREE TOO.  WITHOUT ACKFILE THE ANSWER IS UNKNOWN,
069300*    AND UNKNOWN NEVER EARNS A FORCE.
069400 2300-CHECK-ACK.
069500     OPEN INPUT ACK-FILE.
069600     IF RADV-ACK-NOT-FOUND THEN
069700         DISPLAY "RERUN-ADVISOR: ACKFILE NOT FOUND, "
069800             "ACKNOWLEDGMENT CANNOT BE CHECKED"
069900         GO TO 2300-EXIT.
070000     MOVE "N" TO RADV-ACK-SW.
070100     PERFORM 2310-READ-ACK THRU 2310-EXIT.
070200     PERFORM 2320-TEST-ONE-ACK THRU 2320-EXIT
070300         UNTIL RADV-ACK-AT-EOF OR RADV-ACK-GIVEN.
070400     CLOSE ACK-FILE.
070500     IF RADV-ACK-GIVEN THEN
070600         DISPLAY "RERUN-ADVISOR:   ACKNOWLEDGED BY PARTNER "
070700             RADV-ACK-PARTNER " RECEIVED " RADV-ACK-COUNT
070800     ELSE
070900         DISPLAY "RERUN-ADVISOR:   NOT ACKNOWLEDGED ON ACKFILE".
071000 2300-EXIT.
071100     EXIT.
071200*
071300 2310-READ-ACK.
071400     READ ACK-FILE
071500         AT END
071600             MOVE "Y" TO RADV-ACK-EOF-SW.
071700 2310-EXIT.
071800     EXIT.
071900*
072000 2320-TEST-ONE-ACK.
072100     IF ACK-RECORD (1:1) IS EQUAL TO "*" OR
072200        ACK-RECORD IS EQUAL TO SPACES THEN
072300         GO TO 2320-READ-NEXT.
072400     IF ACKR-FILE-DATE IS NOT NUMERIC OR
072500        ACKR-FILE-TIME IS NOT NUMERIC THEN
072600         GO TO 2320-READ-NEXT.
072700     IF ACKR-FILE-DATE IS NOT EQUAL TO RADV-REG-RUN-DATE OR
072800        ACKR-FILE-TIME IS NOT EQUAL TO RADV-REG-RUN-TIME THEN
072900         GO TO 2320-READ-NEXT.
073000     IF ACKR-PARTNER IS NOT EQUAL TO SPACES AND
073100        RADV-REG-PARTNER IS NOT EQUAL TO SPACES AND
073200        ACKR-PARTNER IS NOT EQUAL TO RADV-REG-PARTNER THEN
073300         GO TO 2320-READ-NEXT.
073400     MOVE "Y" TO RADV-ACK-SW.
073500     MOVE ACKR-PARTNER TO RADV-ACK-PARTNER.
073600     MOVE ACKR-RECV-COUNT TO RADV-ACK-COUNT.
073700     GO TO 2320-EXIT.
073800 2320-READ-NEXT.
073900     PERFORM 2310-READ-ACK THRU 2310-EXIT.
074000 2320-EXIT.
074100     EXIT.
074200*
074300*    EVERY GENERATION THE FAILED RUN ITSELF REGISTERED -- ON A
074400*    MANIFEST, THE FILES IT FINISHED (AND BILLED) BEFORE IT
074500*    FAILED, WHICH A RERUN MUST NOT PRODUCE AGAIN.
074600 2400-LIST-RUN-GENERATIONS.
074700     OPEN INPUT DREG-FILE.
074800     IF RADV-DREG-STATUS IS NOT EQUAL TO "00" THEN
074900         GO TO 2400-EXIT.
075000     PERFORM 2410-READ-NEXT-ENTRY THRU 2410-EXIT.
075100     PERFORM 2420-TEST-ONE-ENTRY THRU 2420-EXIT
075200         UNTIL RADV-DREG-AT-EOF.
075300     CLOSE DREG-FILE.
075400     MOVE RADV-THIS-RUN-GENS TO RADV-ED-COUNT.
075500     DISPLAY "RERUN-ADVISOR: GENERATIONS THE FAILED RUN "
075600         "COMPLETED AND REGISTERED: " RADV-ED-COUNT.
075700 2400-EXIT.
075800     EXIT.
075900*
076000 2410-READ-NEXT-ENTRY.
076100     READ DREG-FILE NEXT RECORD
076200         AT END
076300             MOVE "Y" TO RADV-DREG-EOF-SW.
076400 2410-EXIT.
076500     EXIT.
076600*
076700 2420-TEST-ONE-ENTRY.
076800     IF DREG-RUN-DATE IS EQUAL TO RADV-H-RUN-DATE AND
076900        DREG-RUN-TIME IS EQUAL TO RADV-H-RUN-TIME THEN
077000         ADD 1 TO RADV-THIS-RUN-GENS
077100         DISPLAY "RERUN-ADVISOR:   " DREG-MODE " "
077200             DREG-SOURCE-DSN " " DREG-FILE-DATE " "
077300             DREG-FILE-TIME.
077400     PERFORM 2410-READ-NEXT-ENTRY THRU 2410-EXIT.
077500 2420-EXIT.
077600     EXIT.
077700*
077800*    ---------------------------------------------------------
077900*    THE DECISION.  TAKEN IN THIS ORDER, FIRST MATCH WINS:
078000*      1. OUT OF BALANCE        -- FRESH, ONCE THE SENDER HAS
078100*                                  SENT A CORRECTED FILE;
078200*      2. ALREADY DELIVERED BY  -- NONE (SINGLE FILE ONLY; A
078300*         THE FAILED RUN           MANIFEST RESTARTS PAST IT);
078400*      3. RESUMABLE CHECKPOINT  -- RESTART, OR FRESH FOR A
078500*                                  MULTI-FORMAT RUN;
078600*      4. RAN TO RC 04 OR LESS  -- NONE;
078700*      5. ANYTHING ELSE         -- FRESH.
078800*    3100 THEN SETTLES FORCE FOR A RESTART OR FRESH RERUN.
078900*    ---------------------------------------------------------
079000 3000-DECIDE.
079100     MOVE 0 TO RADV-REASON-COUNT.
079200     MOVE SPACES TO RADV-REASON-TABLE.
079300     IF RADV-HIST-THIS-RUN AND RADV-H-OUT-OF-BALANCE THEN
079400         MOVE "FRESH" TO RADV-ACTION
079500         MOVE "Y" TO RADV-SCRATCH-SW
079600         MOVE "THE INPUT DID NOT BALANCE TO THE SENDER'S CONTROL"
079700             TO RADV-REASON-TEXT
079800         PERFORM 3900-ADD-REASON THRU 3900-EXIT
079900         MOVE "FILE.  GET A CORRECTED FILE AND CONTROL FILE FROM"
080000             TO RADV-REASON-TEXT
080100         PERFORM 3900-ADD-REASON THRU 3900-EXIT
080200         MOVE "THE SENDER BEFORE RERUNNING."
080300             TO RADV-REASON-TEXT
080400         PERFORM 3900-ADD-REASON THRU 3900-EXIT
080500         GO TO 3000-EXIT.
080600     IF RADV-GEN-BY-THIS-RUN AND RADV-MAN-COUNT IS LESS THAN 2
080700             THEN
080800         MOVE "NONE" TO RADV-ACTION
080900         MOVE "THE FAILED RUN DELIVERED AND REGISTERED THE FILE"
081000             TO RADV-REASON-TEXT
081100         PERFORM 3900-ADD-REASON THRU 3900-EXIT
081200         MOVE "BEFORE IT ENDED -- A RERUN WOULD DELIVER IT TWICE."
081300             TO RADV-REASON-TEXT
081400         PERFORM 3900-ADD-REASON THRU 3900-EXIT
081500         GO TO 3000-EXIT.
081600     IF RADV-CKPT-RESUMABLE THEN
081700         PERFORM 3200-DECIDE-RESUMABLE THRU 3200-EXIT
081800         GO TO 3000-EXIT.
081900     IF RADV-HIST-THIS-RUN AND RADV-H-RC IS LESS THAN 8 THEN
082000         MOVE "NONE" TO RADV-ACTION
082100         MOVE RADV-H-RC TO RADV-ED-RC
082200         STRING "THE LAST RUN COMPLETED RC " RADV-ED-RC
082300             " AND LEFT NOTHING TO RESUME."
082400             DELIMITED BY SIZE INTO RADV-REASON-TEXT
082500         PERFORM 3900-ADD-REASON THRU 3900-EXIT
082600         IF RADV-H-RC IS GREATER THAN ZERO
082700             MOVE "RC 04 MEANS REJECTS ON ERRFILE, NOT A FAILURE."
082800                 TO RADV-REASON-TEXT
082900             PERFORM 3900-ADD-REASON THRU 3900-EXIT
083000         END-IF
083100         GO TO 3000-EXIT.
083200     MOVE "FRESH" TO RADV-ACTION.
083300     MOVE "Y" TO RADV-SCRATCH-SW.
083400     IF RADV-HIST-THIS-RUN THEN
083500         MOVE RADV-H-RC TO RADV-ED-RC
083600         STRING "THE RUN ENDED RC " RADV-ED-RC
083700             " WITHOUT A RESUMABLE CHECKPOINT --"
083800             DELIMITED BY SIZE INTO RADV-REASON-TEXT
083900         PERFORM 3900-ADD-REASON THRU 3900-EXIT
084000     ELSE
084100         MOVE "THE RUN ABENDED BEFORE ITS FIRST CHECKPOINT AND"
084200             TO RADV-REASON-TEXT
084300         PERFORM 3900-ADD-REASON THRU 3900-EXIT
084400         MOVE "WROTE NO RUN HISTORY --" TO RADV-REASON-TEXT
084500         PERFORM 3900-ADD-REASON THRU 3900-EXIT.
084600     MOVE "THERE IS NOTHING TO RESUME FROM, SO START OVER."
084700         TO RADV-REASON-TEXT.
084800     PERFORM 3900-ADD-REASON THRU 3900-EXIT.
084900 3000-EXIT.
085000     EXIT.
085100*
085200*    A RESUMABLE CHECKPOINT RESTARTS -- EXCEPT ON A MULTI-
085300*    FORMAT RUN, WHICH THE DRIVER REFUSES TO RESTART BECAUSE
085400*    ITS CHECKPOINT CANNOT HOLD THE EXTRA OUTPUTS' TOTALS.
085500 3200-DECIDE-RESUMABLE.
085600     IF RADV-XOUT-COUNT IS GREATER THAN ZERO THEN
085700         MOVE "FRESH" TO RADV-ACTION
085800         MOVE "Y" TO RADV-SCRATCH-SW
085900         MOVE "A MULTI-FORMAT RUN CANNOT RESTART -- ITS"
086000             TO RADV-REASON-TEXT
086100         PERFORM 3900-ADD-REASON THRU 3900-EXIT
086200         MOVE "CHECKPOINT DOES NOT CARRY THE EXTRA OUTPUTS'"
086300             TO RADV-REASON-TEXT
086400         PERFORM 3900-ADD-REASON THRU 3900-EXIT
086500         MOVE "TOTALS, SO EVERY OUTPUT IS WRITTEN AGAIN."
086600             TO RADV-REASON-TEXT
086700         PERFORM 3900-ADD-REASON THRU 3900-EXIT
086800         GO TO 3200-EXIT.
086900     MOVE "RESTART" TO RADV-ACTION.
087000     MOVE RADV-CK-RECS TO RADV-ED-COUNT.
087100     STRING "THE CHECKPOINT IS IN PROGRESS AFTER RECORD "
087200         RADV-ED-COUNT DELIMITED BY SIZE INTO RADV-REASON-TEXT.
087300     PERFORM 3900-ADD-REASON THRU 3900-EXIT.
087400     IF RADV-MAN-COUNT IS GREATER THAN 1 AND
087500        RADV-CK-ENTRY IS GREATER THAN 1 THEN
087600         MOVE RADV-CK-ENTRY TO RADV-ED-ENTRY
087700         STRING "IT RESUMES AT MANIFEST ENTRY " RADV-ED-ENTRY
087800             "; THE ENTRIES BEFORE IT"
087900             DELIMITED BY SIZE INTO RADV-REASON-TEXT
088000         PERFORM 3900-ADD-REASON THRU 3900-EXIT
088010         MOVE "ARE DONE AND ARE NOT REDONE." TO RADV-REASON-TEXT
088020         PERFORM 3900-ADD-REASON THRU 3900-EXIT.
088100     IF NOT RADV-HIST-THIS-RUN THEN
088200         MOVE "THE RUN ABENDED -- IT WROTE NO RUN HISTORY."
088300             TO RADV-REASON-TEXT
088400         PERFORM 3900-ADD-REASON THRU 3900-EXIT
088500     ELSE IF RADV-H-RC IS GREATER THAN 8 THEN
088600         MOVE "IT ENDED ON AN I/O ERROR -- FIX THAT FILE FIRST."
088700             TO RADV-REASON-TEXT
088800         PERFORM 3900-ADD-REASON THRU 3900-EXIT
088900     ELSE IF RADV-H-RC IS EQUAL TO 8 THEN
089000         MOVE "IT ENDED RC 08 -- IF IT HIT MAXERR, CORRECT THE"
089100             TO RADV-REASON-TEXT
089200         PERFORM 3900-ADD-REASON THRU 3900-EXIT
089300         MOVE "INPUT OR RAISE MAXERR= BEFORE RESTARTING."
089400             TO RADV-REASON-TEXT
089500         PERFORM 3900-ADD-REASON THRU 3900-EXIT
089600     ELSE
089700         MOVE "IT WAS STOPPED BY THE OPERATOR."
089705             TO RADV-REASON-TEXT
089800         PERFORM 3900-ADD-REASON THRU 3900-EXIT.
089900 3200-EXIT.
090000     EXIT.
090100*
090200*    FORCE=YES ONLY GETS PAST A REGISTER ENTRY AN EARLIER RUN
090300*    MADE, AND ONLY WHEN THAT DELIVERY IS KNOWN TO BE
090400*    UNACKNOWLEDGED.  AN ACKNOWLEDGED DELIVERY (OR ONE WHOSE
090500*    ACK CANNOT BE CHECKED) IS NOT RERUN AT ALL.  A FORCE CARD
090600*    THE FAILED DECK CARRIED IS OTHERWISE DROPPED.
090700 3100-APPLY-REGISTER.
090800     IF RADV-GEN-REGISTERED AND
090900        NOT RADV-GEN-BY-THIS-RUN THEN
091000         IF RADV-ACK-NOT-GIVEN
091100             MOVE "Y" TO RADV-FORCE-ADD-SW
091200             MOVE "AN EARLIER RUN DELIVERED THIS FILE AND THE"
091300                 TO RADV-REASON-TEXT
091400             PERFORM 3900-ADD-REASON THRU 3900-EXIT
091500             MOVE "PARTNER HAS NOT ACKNOWLEDGED IT: FORCE=YES IS"
091600                 TO RADV-REASON-TEXT
091700             PERFORM 3900-ADD-REASON THRU 3900-EXIT
091800             MOVE "ADDED; THE RERUN IS MARKED R, NOT BILLED."
091900                 TO RADV-REASON-TEXT
092000             PERFORM 3900-ADD-REASON THRU 3900-EXIT
092100         ELSE
092200             PERFORM 3150-REFUSE-FORCE THRU 3150-EXIT
092300         END-IF
092400         GO TO 3100-EXIT.
092500     IF RADV-FORCE-CARD THEN
092600         MOVE "THE FAILED DECK'S FORCE=YES CARD IS DROPPED --"
092700             TO RADV-REASON-TEXT
092800         PERFORM 3900-ADD-REASON THRU 3900-EXIT
092900         IF RADV-GEN-KNOWN
093000             MOVE "NO EARLIER DELIVERY IS REGISTERED."
093100                 TO RADV-REASON-TEXT
093200         ELSE
093300             MOVE "THE EARLIER DELIVERY COULD NOT BE CHECKED."
093400                 TO RADV-REASON-TEXT
093500         END-IF
093600         PERFORM 3900-ADD-REASON THRU 3900-EXIT.
093700 3100-EXIT.
093800     EXIT.
093900*
094000 3150-REFUSE-FORCE.
094100     MOVE "NORERUN" TO RADV-ACTION.
094200     MOVE "N" TO RADV-SCRATCH-SW.
094300     MOVE 0 TO RADV-REASON-COUNT.
094400     MOVE SPACES TO RADV-REASON-TABLE.
094500     STRING "THE RUN OF " RADV-REG-RUN-DATE " " RADV-REG-RUN-TIME
094600         " ALREADY DELIVERED THIS FILE"
094700         DELIMITED BY SIZE INTO RADV-REASON-TEXT.
094800     PERFORM 3900-ADD-REASON THRU 3900-EXIT.
094900     IF RADV-ACK-GIVEN THEN
095000         MOVE "AND THE PARTNER HAS ACKNOWLEDGED IT.  FORCE=YES IS"
095100             TO RADV-REASON-TEXT
095200     ELSE
095300         MOVE "AND ITS ACK CANNOT BE CHECKED.  FORCE=YES IS"
095400             TO RADV-REASON-TEXT.
095500     PERFORM 3900-ADD-REASON THRU 3900-EXIT.
095600     MOVE "REFUSED -- A RERUN WOULD DELIVER AND BILL IT TWICE."
095700         TO RADV-REASON-TEXT.
095800     PERFORM 3900-ADD-REASON THRU 3900-EXIT.
095900     IF RADV-ACK-UNKNOWN THEN
096000         MOVE "RERUN THE ADVISOR WITH ACKFILE ALLOCATED."
096100             TO RADV-REASON-TEXT
096200         PERFORM 3900-ADD-REASON THRU 3900-EXIT.
096300 3150-EXIT.
096400     EXIT.
096500*
096600 3900-ADD-REASON.
096700     IF RADV-REASON-COUNT IS LESS THAN 8 THEN
096800         ADD 1 TO RADV-REASON-COUNT
096900         MOVE RADV-REASON-TEXT TO RADV-REASON (RADV-REASON-COUNT).
097000     MOVE SPACES TO RADV-REASON-TEXT.
097100 3900-EXIT.
097200     EXIT.
097300*
097400*    ---------------------------------------------------------
097500*    THE ADVICE: ACTION, REASONS, PARM, DISPOSITIONS, WHAT TO
097600*    SCRATCH FIRST.
097700*    ---------------------------------------------------------
097800 4000-PRINT-ADVICE.
097900     DISPLAY " ".
098000     IF RADV-ACT-NONE THEN
098100         DISPLAY "RERUN-ADVISOR: RECOMMENDED ACTION: NO RERUN "
098200             "NEEDED"
098300     ELSE IF RADV-ACT-NO-RERUN THEN
098400         DISPLAY "RERUN-ADVISOR: RECOMMENDED ACTION: DO NOT "
098500             "RERUN"
098600     ELSE IF RADV-ACT-RESTART THEN
098700         DISPLAY "RERUN-ADVISOR: RECOMMENDED ACTION: RESTART"
098800     ELSE IF RADV-FORCE-ADD THEN
098900         DISPLAY "RERUN-ADVISOR: RECOMMENDED ACTION: FRESH "
099000             "RERUN WITH FORCE=YES"
099100     ELSE
099200         DISPLAY "RERUN-ADVISOR: RECOMMENDED ACTION: FRESH "
099300             "RERUN".
099400     PERFORM 4100-PRINT-REASON THRU 4100-EXIT
099500         VARYING RADV-REASON-SUB FROM 1 BY 1
099600         UNTIL RADV-REASON-SUB IS GREATER THAN RADV-REASON-COUNT.
099700     IF RADV-ACT-NONE OR RADV-ACT-NO-RERUN THEN
099800         DISPLAY "RERUN-ADVISOR: NO PARM OR CONTROL CARDS "
099900             "GENERATED"
100000         GO TO 4000-EXIT.
100100     MOVE RADV-BASE-PARM TO RADV-NEW-PARM.
100110     MOVE RADV-PARM-PTR TO RADV-NEW-PTR.
100200     IF RADV-ACT-RESTART THEN
100400         IF RADV-PARM-PTR IS GREATER THAN 1
100500             STRING " " DELIMITED BY SIZE
100600                 INTO RADV-NEW-PARM WITH POINTER RADV-NEW-PTR
100700         END-IF
100800         STRING "RESTART" DELIMITED BY SIZE
100900             INTO RADV-NEW-PARM WITH POINTER RADV-NEW-PTR.
101000     DISPLAY " ".
101010     IF RADV-NEW-PTR IS GREATER THAN 1 THEN
101100         DISPLAY "RERUN-ADVISOR: PARM='"
101110             RADV-NEW-PARM (1:RADV-NEW-PTR - 1) "'"
101120     ELSE
101130         DISPLAY "RERUN-ADVISOR: NO PARM, AS THE FAILED STEP".
101200     IF RADV-ACT-RESTART THEN
101300         DISPLAY "RERUN-ADVISOR: DISPOSITIONS: CKPTFILE DISP=OLD,"
101400             " EVERY OUTPUT DD DISP=MOD"
101500         DISPLAY "RERUN-ADVISOR:   (TRANCODE.JCL: SET "
101600             "RESTART=YES)"
101700         DISPLAY "RERUN-ADVISOR: SCRATCH: NOTHING -- KEEP THE "
101800             "FAILED RUN'S OUTPUT AND CHECKPOINT"
101900     ELSE
102000         DISPLAY "RERUN-ADVISOR: DISPOSITIONS: AS FOR A NORMAL "
102100             "RUN (NEW,CATLG)"
102200         DISPLAY "RERUN-ADVISOR: SCRATCH FIRST -- THE DATASETS "
102300             "THE FAILED RUN CATALOGED ON:"
102400         PERFORM 4200-PRINT-SCRATCH-LIST THRU 4200-EXIT.
102500 4000-EXIT.
102600     EXIT.
102700*
102800 4100-PRINT-REASON.
102900     DISPLAY "RERUN-ADVISOR:   " RADV-REASON (RADV-REASON-SUB).
103000 4100-EXIT.
103100     EXIT.
103200*
103300 4200-PRINT-SCRATCH-LIST.
103400     IF RADV-MAN-COUNT IS GREATER THAN ZERO THEN
103500         PERFORM 4210-PRINT-MANIFEST-OUTPUT THRU 4210-EXIT
103600             VARYING RADV-MAN-SUB FROM 1 BY 1
103700             UNTIL RADV-MAN-SUB IS GREATER THAN RADV-MAN-COUNT
103800     ELSE
103900         DISPLAY "RERUN-ADVISOR:   DD OUTFILE".
104000     PERFORM 4220-PRINT-EXTRA-OUTPUT THRU 4220-EXIT
104100         VARYING RADV-XOUT-SUB FROM 1 BY 1
104200         UNTIL RADV-XOUT-SUB IS GREATER THAN RADV-XOUT-COUNT.
104300     DISPLAY "RERUN-ADVISOR:   DD CKPTFILE".
104400 4200-EXIT.
104500     EXIT.
104600*
104700 4210-PRINT-MANIFEST-OUTPUT.
104800     DISPLAY "RERUN-ADVISOR:   DD "
104900         RADV-ME-OUT-DDNAME (RADV-MAN-SUB).
105000 4210-EXIT.
105100     EXIT.
105200*
105300 4220-PRINT-EXTRA-OUTPUT.
105400     DISPLAY "RERUN-ADVISOR:   DD "
105500         RADV-XOUT-DDNAME (RADV-XOUT-SUB).
105600 4220-EXIT.
105700     EXIT.
105800*
105900*    ---------------------------------------------------------
106000*    THE RERUN'S SYSIN DECK: THE FAILED DECK CARD FOR CARD,
106100*    WITHOUT ITS FORCE CARDS, PLUS FORCE=YES WHEN EARNED.
106200*    PRINTED, AND WRITTEN TO NEWCARDS WHEN IT IS ALLOCATED.
106300*    ---------------------------------------------------------
106400 5000-WRITE-CARDS.
106500     IF RADV-CARDS-DROPPED IS GREATER THAN ZERO THEN
106600         GO TO 5000-EXIT.
106700     OPEN OUTPUT NEWC-FILE.
106800     IF NOT RADV-NEWC-OK THEN
106900         DISPLAY "RERUN-ADVISOR: NEWCARDS NOT ALLOCATED, DECK "
107000             "PRINTED ONLY".
107100     DISPLAY "RERUN-ADVISOR: SYSIN DECK FOR THE RERUN:".
107200     PERFORM 5100-COPY-ONE-CARD THRU 5100-EXIT
107300         VARYING RADV-CARD-SUB FROM 1 BY 1
107400         UNTIL RADV-CARD-SUB IS GREATER THAN RADV-CARD-COUNT.
107500     IF RADV-FORCE-ADD THEN
107600         MOVE "FORCE=YES" TO RADV-NEW-CARD
107700         PERFORM 5200-PUT-CARD THRU 5200-EXIT.
107800     IF RADV-CARDS-WRITTEN IS EQUAL TO ZERO THEN
107900         DISPLAY "RERUN-ADVISOR:   (NO CARDS)".
108000     IF RADV-NEWC-OK THEN
108100         CLOSE NEWC-FILE.
108200 5000-EXIT.
108300     EXIT.
108400*
108500 5100-COPY-ONE-CARD.
108600     MOVE RADV-CARD (RADV-CARD-SUB) TO RADV-NEW-CARD.
108700     IF RADV-NEW-CARD (1:1) IS NOT EQUAL TO "*" THEN
108800         MOVE SPACES TO RADV-CTL-KEYWORD, RADV-CTL-VALUE
108900         UNSTRING RADV-NEW-CARD DELIMITED BY "=" OR SPACE
109000             INTO RADV-CTL-KEYWORD, RADV-CTL-VALUE
109100         IF RADV-CTL-KEYWORD IS EQUAL TO "FORCE"
109200             GO TO 5100-EXIT
109300         END-IF.
109400     PERFORM 5200-PUT-CARD THRU 5200-EXIT.
109500 5100-EXIT.
109600     EXIT.
109700*
109800 5200-PUT-CARD.
109900     DISPLAY "RERUN-ADVISOR:   " RADV-NEW-CARD.
110000     IF RADV-NEWC-OK THEN
110100         WRITE NEWC-RECORD FROM RADV-NEW-CARD.
110200     ADD 1 TO RADV-CARDS-WRITTEN.
110300 5200-EXIT.
110400     EXIT.
110500*
110600 9000-TERMINATE.
110700     IF RADV-ACT-NO-RERUN THEN
110800         MOVE 8 TO RETURN-CODE
110900     ELSE IF RADV-ACT-NONE THEN
111000         MOVE 0 TO RETURN-CODE
111100     ELSE
111200         MOVE 4 TO RETURN-CODE.
111300 9000-EXIT.
111400     EXIT.
