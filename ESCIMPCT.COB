000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "ESCAPE-CHANGE-IMPACT".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-05.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-05  DS  INITIAL VERSION.  IMPACT ANALYSIS OF A
001000*                    PROPOSED ESCMNEM CHANGE, FOR THE CHANGE
001100*                    BOARD, BEFORE IT IS PROMOTED.  READS THE
001200*                    SAME MAINTXN CARDS ESCAPE-MNEMONIC-MAINT
001300*                    WOULD APPLY (OR THE CARDS DESCRIBING AN
001400*                    ESCM SCREEN CHANGE) AND APPLIES NOTHING.
001500*                    EACH CARD IS PLAYED AGAINST A COPY OF THE
001600*                    CURRENT TABLE UNDER THE MAINTENANCE RUN'S
001700*                    OWN EDITS, SO THE REPORT SHOWS WHAT THAT
001800*                    RUN WOULD ACCEPT AND REJECT.  THEN, FOR THE
001900*                    CODE POINTS THE CARDS TOUCH:
002000*                    - ANY TOKEN THAT WOULD BE AMBIGUOUS TO
002100*                      ENCODE-ASCII'S REVERSE LOOKUP -- IN THE
002200*                      PROPOSED TABLE ITSELF, OR IN ANY ESCMVERS
002300*                      SNAPSHOT ALREADY ON FILE (THE SAME TOKEN
002400*                      MEANING ANOTHER CODE THERE);
002500*                    - HOW OFTEN EACH CODE APPEARED IN FREQHIST
002600*                      OVER THE LAST DAYS=NNN DAYS (SYSIN CARD,
002700*                      DEFAULT 30), BY MODE;
002800*                    - THE DLVREG GENERATIONS DECODED UNDER THE
002900*                      ACTIVE TABLE VERSION THAT HAVE NOT YET
003000*                      BEEN ENCODED, WITH THE TABLE THEIR ENCODE
003100*                      WILL LOAD.
003200*                    RC 00 = NOTHING TO FLAG; RC 04 = A CARD THE
003300*                    MAINTENANCE RUN WOULD REJECT; RC 08 = AN
003400*                    AMBIGUOUS TOKEN, OR THE REPORT COULD NOT BE
003500*                    PRODUCED.
003501*    2026-10-15  DS  "V" AND "R" CARDS (APPROVE OR REJECT A
003502*                    PENDING CHANGE) ARE PASSED OVER -- THEY
003503*                    PROPOSE NO TOKEN OF THEIR OWN.  THE REPORT
003504*                    STILL READS THE "A"/"D" SUBMISSION DECK.
003600*--------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MAINT-TXN-FILE ASSIGN TO "MAINTXN"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS EIMP-TXN-STATUS.
004300     SELECT ESCM-FILE ASSIGN TO "ESCMNEM"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS ESCM-CODE
004700         FILE STATUS IS EIMP-ESCM-STATUS.
004800     SELECT ESCV-FILE ASSIGN TO "ESCMVERS"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS ESCV-KEY
005200         FILE STATUS IS EIMP-VERS-STATUS.
005300     SELECT FRQH-FILE ASSIGN TO "FREQHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS FRQH-KEY
005700         FILE STATUS IS EIMP-FRQH-STATUS.
005800     SELECT DREG-FILE ASSIGN TO "DLVREG"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS DREG-KEY
006200         FILE STATUS IS EIMP-DREG-STATUS.
006300     SELECT EIMP-CTL-FILE ASSIGN TO "SYSIN"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS EIMP-CTL-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900*    THE ESCAPE-MNEMONIC-MAINT TRANSACTION CARD, UNCHANGED.
007000 FD  MAINT-TXN-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 80 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400 01  MAINT-TXN-RECORD.
007500     03 MTXN-ACTION                 PIC X(01).
007600     03 MTXN-CODE-X                 PIC X(03).
007700     03 MTXN-TOKEN                  PIC X(06).
007800     03 MTXN-USER                   PIC X(08).
007900     03 MTXN-DATE                   PIC X(08).
008000     03 FILLER                      PIC X(54).
008100*
008200 FD  ESCM-FILE
008300     RECORD CONTAINS 21 CHARACTERS
008400     LABEL RECORDS ARE STANDARD.
008500     COPY ESCMREC.
008600*
008700 FD  ESCV-FILE
008800     RECORD CONTAINS 13 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000     COPY ESCVREC.
009100*
009200 FD  FRQH-FILE
009300     RECORD CONTAINS 26 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500     COPY FRQHREC.
009600*
009700 FD  DREG-FILE
009800     RECORD CONTAINS 128 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY DLVREC.
010100*
010200 FD  EIMP-CTL-FILE
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 80 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600 01  EIMP-CTL-RECORD             PIC X(80).
010700*
010800 WORKING-STORAGE SECTION.
010900*    THE COMPILED-IN DEFAULTS.  NEVER CHANGED HERE -- EVERY
011000*    TABLE BELOW STARTS AS A COPY OF THIS ONE, AS
011100*    ESCAPE-TABLE-LOAD'S DO, AND HAS ITS OVERRIDES LAID OVER IT.
011200     COPY ESCTAB.
011300*
011400 01  EIMP-SWITCHES.
011500     03 EIMP-TXN-STATUS          PIC X(02) VALUE "00".
011600         88 EIMP-TXN-NOT-FOUND   VALUES "35", "05".
011700     03 EIMP-ESCM-STATUS         PIC X(02) VALUE "00".
011800         88 EIMP-ESCM-OK         VALUE "00".
011900         88 EIMP-ESCM-NOT-FOUND  VALUES "35", "05".
012000     03 EIMP-VERS-STATUS         PIC X(02) VALUE "00".
012100         88 EIMP-VERS-OK         VALUE "00".
012200         88 EIMP-VERS-NOT-FOUND  VALUES "35", "05".
012300     03 EIMP-FRQH-STATUS         PIC X(02) VALUE "00".
012400         88 EIMP-FRQH-OK         VALUE "00".
012500         88 EIMP-FRQH-NOT-FOUND  VALUES "35", "05".
012600     03 EIMP-DREG-STATUS         PIC X(02) VALUE "00".
012700         88 EIMP-DREG-OK         VALUE "00".
012800         88 EIMP-DREG-NOT-FOUND  VALUES "35", "05".
012900     03 EIMP-CTL-STATUS          PIC X(02) VALUE "00".
013000         88 EIMP-CTL-NOT-FOUND   VALUES "35", "05".
013100     03 EIMP-TXN-EOF-SW          PIC X(01) VALUE "N".
013200         88 EIMP-TXN-AT-EOF      VALUE "Y".
013300     03 EIMP-ESCM-EOF-SW         PIC X(01) VALUE "N".
013400         88 EIMP-ESCM-AT-EOF     VALUE "Y".
013500     03 EIMP-VERS-EOF-SW         PIC X(01) VALUE "N".
013600         88 EIMP-VERS-AT-EOF     VALUE "Y".
013700     03 EIMP-FRQH-EOF-SW         PIC X(01) VALUE "N".
013800         88 EIMP-FRQH-AT-EOF     VALUE "Y".
013900     03 EIMP-DREG-EOF-SW         PIC X(01) VALUE "N".
014000         88 EIMP-DREG-AT-EOF     VALUE "Y".
014100     03 EIMP-CTL-EOF-SW          PIC X(01) VALUE "N".
014200         88 EIMP-CTL-AT-EOF      VALUE "Y".
014300     03 EIMP-DUP-FOUND-SW        PIC X(01) VALUE "N".
014400         88 EIMP-DUP-FOUND       VALUE "Y".
014500*    ON WHILE THE PROPOSED TABLE ITSELF IS BEING CHECKED, OFF
014600*    FOR THE SNAPSHOTS.
014700     03 EIMP-PROPOSED-SW         PIC X(01) VALUE "N".
014800         88 EIMP-CHECKING-PROPOSED VALUE "Y".
014900     03 EIMP-IN-WINDOW-SW        PIC X(01) VALUE "N".
015000         88 EIMP-IN-WINDOW       VALUE "Y".
015100     03 EIMP-HELD-SW             PIC X(01) VALUE "N".
015200         88 EIMP-HOLDING         VALUE "Y".
015300     03 EIMP-HELD-KNOWN-SW       PIC X(01) VALUE "N".
015400         88 EIMP-HELD-KNOWN      VALUE "Y".
015500*
015600 01  EIMP-SELECTION.
015700     03 EIMP-CTL-KEYWORD         PIC X(12) VALUE SPACES.
015800     03 EIMP-CTL-VALUE           PIC X(20) VALUE SPACES.
015900     03 EIMP-VALUE-LEN           PIC 9(04) COMP VALUE 0.
016000     03 EIMP-DAYS-X              PIC X(03) VALUE SPACES.
016100     03 EIMP-DAYS                PIC 9(03) VALUE 30.
016200     03 EIMP-TODAY               PIC 9(08) VALUE 0.
016300     03 EIMP-TODAY-NUM           PIC 9(09) COMP VALUE 0.
016400     03 EIMP-CUTOFF-NUM          PIC S9(09) COMP VALUE 0.
016500*
016600 01  EIMP-COUNTERS.
016700     03 EIMP-TXN-COUNT           PIC 9(04) COMP VALUE 0.
016800     03 EIMP-TXN-SUB             PIC 9(04) COMP VALUE 0.
016900     03 EIMP-APPLY-COUNT         PIC 9(04) COMP VALUE 0.
017000     03 EIMP-REJECT-COUNT        PIC 9(04) COMP VALUE 0.
017100     03 EIMP-CODE-SUB            PIC 9(04) COMP VALUE 0.
017200     03 EIMP-SLOT-SUB            PIC 9(04) COMP VALUE 0.
017300     03 EIMP-AFFECTED-COUNT      PIC 9(04) COMP VALUE 0.
017400     03 EIMP-AMBIG-COUNT         PIC 9(05) COMP VALUE 0.
017500     03 EIMP-SNAP-COUNT          PIC 9(05) COMP VALUE 0.
017600     03 EIMP-DECODE-DATES        PIC 9(05) COMP VALUE 0.
017700     03 EIMP-ENCODE-DATES        PIC 9(05) COMP VALUE 0.
017800     03 EIMP-PENDING-COUNT       PIC 9(05) COMP VALUE 0.
017900     03 EIMP-ENCODED-COUNT       PIC 9(05) COMP VALUE 0.
018000     03 EIMP-OLDER-COUNT         PIC 9(05) COMP VALUE 0.
018100*
018200 01  EIMP-WORK.
018300     03 EIMP-ACTIVE-VERSION      PIC 9(04) VALUE 0.
018400     03 EIMP-SNAP-VERSION        PIC 9(04) VALUE 0.
018500     03 EIMP-DUP-CODE            PIC 999 VALUE 0.
018600     03 EIMP-THIS-CODE           PIC 999 VALUE 0.
018700     03 EIMP-OTHER-CODE          PIC 999 VALUE 0.
018800     03 EIMP-CHECK-TOKEN         PIC X(06) VALUE SPACES.
018900     03 EIMP-CHECK-LABEL         PIC X(16) VALUE SPACES.
019000     03 EIMP-LAST-DATE           PIC 9(08) VALUE 0.
019100     03 EIMP-LAST-MODE           PIC X(06) VALUE SPACES.
019200*
019300 01  EIMP-EDIT-REQUEST.
019400     03 EIMP-EDIT-TOKEN          PIC X(06).
019500     03 EIMP-EDIT-RESULT         PIC X(02).
019600         88 EIMP-TOKEN-GOOD      VALUE "00".
019700*
019800*    THE TABLE AS IT STANDS, THE OVERRIDE SET THE CARDS ARE
019900*    PLAYED AGAINST (ESCMNEM AS THE MAINTENANCE RUN WOULD LEAVE
020000*    IT), THE TABLE THAT OVERRIDE SET WOULD MAKE, AND ONE
020100*    SNAPSHOT AT A TIME.  ENTRY (CODE + 1) HOLDS CODE'S TOKEN,
020200*    AS IN ESCTAB.
020300 01  EIMP-NOW-TABLE.
020400     03 EIMP-NOW-TOKEN           PIC X(06) OCCURS 256 TIMES.
020500 01  EIMP-OVR-TABLE.
020600     03 EIMP-OVR-ENTRY OCCURS 256 TIMES.
020700        05 EIMP-OVR-TOKEN        PIC X(06).
020800        05 EIMP-OVR-SW           PIC X(01).
020900           88 EIMP-OVR-PRESENT   VALUE "Y".
021000 01  EIMP-NEW-TABLE.
021100     03 EIMP-NEW-TOKEN           PIC X(06) OCCURS 256 TIMES.
021200 01  EIMP-SNAP-TABLE.
021300     03 EIMP-SNAP-TOKEN          PIC X(06) OCCURS 256 TIMES.
021400*
021500*    PER CODE POINT: TOUCHED BY A CARD THAT WOULD APPLY, AND ITS
021600*    FREQHIST COUNTS IN THE WINDOW.
021700 01  EIMP-CODE-TABLE.
021800     03 EIMP-CD OCCURS 256 TIMES.
021900        05 CD-AFFECTED-SW        PIC X(01).
022000           88 CD-AFFECTED        VALUE "Y".
022100        05 CD-DECODE-COUNT       PIC 9(11) COMP.
022200        05 CD-ENCODE-COUNT       PIC 9(11) COMP.
022300*
022400*    THE PROPOSED CARDS, IN CARD ORDER.  BEFORE/AFTER ARE THE
022500*    TOKENS THE CODE WOULD CARRY EITHER SIDE OF THE CARD --
022600*    BLANK MEANS THE NUMERIC "$NNN$" FORM.
022700 01  EIMP-TXN-TABLE.
022800     03 EIMP-TX OCCURS 200 TIMES.
022900        05 TX-ACTION             PIC X(01).
023000        05 TX-CODE-X             PIC X(03).
023100        05 TX-CODE REDEFINES TX-CODE-X
023200                                 PIC 999.
023300        05 TX-TOKEN              PIC X(06).
023400        05 TX-USER               PIC X(08).
023500        05 TX-DATE               PIC X(08).
023600        05 TX-BEFORE             PIC X(06).
023700        05 TX-AFTER              PIC X(06).
023800        05 TX-RESULT             PIC X(01).
023900           88 TX-APPLIES         VALUE "A".
024000           88 TX-REJECTED        VALUE "R".
024100        05 TX-REASON             PIC X(30).
024200*
024300*    THE DECODE GENERATION IN HAND ON DLVREG.  ITS ENCODE, IF
024400*    ANY, IS KEYED BY THE SAME DSN AND THE DECODE'S RUN
024500*    DATE/TIME, SO IT SORTS AFTER IT UNDER THE SAME DSN.
024600 01  EIMP-HELD-DECODE.
024700     03 EIMP-HELD-DSN            PIC X(44) VALUE SPACES.
024800     03 EIMP-HELD-RUN-DATE       PIC 9(08) VALUE 0.
024900     03 EIMP-HELD-RUN-TIME       PIC 9(06) VALUE 0.
025000     03 EIMP-HELD-PARTNER        PIC X(08) VALUE SPACES.
025100     03 EIMP-HELD-RECS           PIC 9(09) VALUE 0.
025200     03 EIMP-HELD-VERSION        PIC 9(04) VALUE 0.
025300*
025400*    DAY-NUMBER CONVERSION WORK AREA -- SAME CALENDAR
025500*    ARITHMETIC AS OPERATIONS-SUMMARY.
025600 01  EIMP-DATE-WORK.
025700     03 EIMP-DW-DATE             PIC 9(08) VALUE 0.
025800     03 EIMP-DW-DATE-SPLIT REDEFINES EIMP-DW-DATE.
025900        05 EIMP-DW-YYYY          PIC 9(04).
026000        05 EIMP-DW-MM            PIC 9(02).
026100        05 EIMP-DW-DD            PIC 9(02).
026200     03 EIMP-DW-PRIOR            PIC 9(09) COMP VALUE 0.
026300     03 EIMP-DW-QUOT             PIC 9(09) COMP VALUE 0.
026400     03 EIMP-DW-REM              PIC 9(09) COMP VALUE 0.
026500     03 EIMP-DW-DAYNUM           PIC 9(09) COMP VALUE 0.
026600     03 EIMP-DW-LEAP-SW          PIC X(01) VALUE "N".
026700         88 EIMP-DW-LEAP         VALUE "Y".
026800     03 EIMP-DW-CUM-LIT          PIC X(36) VALUE
026900         "000031059090120151181212243273304334".
027000     03 EIMP-DW-CUM-TABLE REDEFINES EIMP-DW-CUM-LIT.
027100        05 EIMP-DW-CUM           PIC 9(03) OCCURS 12 TIMES.
027200*
027300 01  EIMP-TXN-LINE.
027400     03 EIMP-TL-ACTION           PIC X(01).
027500     03 FILLER                   PIC X(02) VALUE SPACES.
027600     03 EIMP-TL-CODE             PIC X(03).
027700     03 FILLER                   PIC X(02) VALUE SPACES.
027800     03 EIMP-TL-BEFORE           PIC X(06).
027900     03 FILLER                   PIC X(02) VALUE SPACES.
028000     03 EIMP-TL-AFTER            PIC X(06).
028100     03 FILLER                   PIC X(02) VALUE SPACES.
028200     03 EIMP-TL-USER             PIC X(08).
028300     03 FILLER                   PIC X(01) VALUE SPACE.
028400     03 EIMP-TL-DATE             PIC X(08).
028500     03 FILLER                   PIC X(02) VALUE SPACES.
028600     03 EIMP-TL-RESULT           PIC X(08).
028700     03 EIMP-TL-REASON           PIC X(30).
028800*
028900 01  EIMP-AMBIG-LINE.
029000     03 FILLER                   PIC X(10) VALUE "AMBIGUOUS ".
029100     03 FILLER                   PIC X(05) VALUE "CODE ".
029200     03 EIMP-AL-CODE             PIC 999.
029300     03 FILLER                   PIC X(07) VALUE " TOKEN ".
029400     03 EIMP-AL-TOKEN            PIC X(06).
029500     03 FILLER                   PIC X(05) VALUE "  IN ".
029600     03 EIMP-AL-WHERE            PIC X(16).
029700     03 FILLER                   PIC X(01) VALUE SPACE.
029800     03 EIMP-AL-MEANING          PIC X(20).
029900     03 EIMP-AL-OTHER            PIC 999.
030000*
030100 01  EIMP-USAGE-LINE.
030200     03 EIMP-UL-CODE             PIC 999.
030300     03 FILLER                   PIC X(02) VALUE SPACES.
030400     03 EIMP-UL-NOW              PIC X(06).
030500     03 FILLER                   PIC X(02) VALUE SPACES.
030600     03 EIMP-UL-NEW              PIC X(06).
030700     03 FILLER                   PIC X(02) VALUE SPACES.
030800     03 EIMP-UL-DECODE           PIC ZZZ,ZZZ,ZZZ,ZZ9.
030900     03 FILLER                   PIC X(02) VALUE SPACES.
031000     03 EIMP-UL-ENCODE           PIC ZZZ,ZZZ,ZZZ,ZZ9.
031100     03 FILLER                   PIC X(02) VALUE SPACES.
031200     03 EIMP-UL-NOTE             PIC X(16).
031300*
031400 01  EIMP-GEN-LINE.
031500     03 EIMP-GL-DSN              PIC X(44).
031600     03 FILLER                   PIC X(01) VALUE SPACE.
031700     03 EIMP-GL-RUN-DATE         PIC 9(08).
031800     03 FILLER                   PIC X(01) VALUE SPACE.
031900     03 EIMP-GL-RUN-TIME         PIC 9(06).
032000     03 FILLER                   PIC X(01) VALUE SPACE.
032100     03 EIMP-GL-PARTNER          PIC X(08).
032200     03 FILLER                   PIC X(01) VALUE SPACE.
032300     03 EIMP-GL-RECS             PIC ZZZ,ZZZ,ZZ9.
032400     03 FILLER                   PIC X(02) VALUE SPACES.
032500     03 EIMP-GL-VERSION          PIC X(04).
032600     03 FILLER                   PIC X(02) VALUE SPACES.
032700     03 EIMP-GL-TABLE            PIC X(20).
032800*
032900 PROCEDURE DIVISION.
033000*
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     PERFORM 2000-PLAY-PROPOSALS THRU 2000-EXIT.
033400     PERFORM 3000-CHECK-AMBIGUITY THRU 3000-EXIT.
033500     PERFORM 4000-REPORT-USAGE THRU 4000-EXIT.
033600     PERFORM 5000-REPORT-PENDING-ENCODES THRU 5000-EXIT.
033700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033800     GOBACK.
033900*
034000*--------------------------------------------------------------*
034100* INITIALIZE -- THE DAYS CARD, THE TABLE AS IT STANDS, AND THE
034200* PROPOSED CARDS.  NO CARDS (OR NO MAINTXN) MEANS THERE IS
034300* NOTHING TO ASSESS, AND THE RUN STOPS RC 08.
034400*--------------------------------------------------------------*
034500 1000-INITIALIZE.
034600     ACCEPT EIMP-TODAY FROM DATE YYYYMMDD.
034700     OPEN INPUT EIMP-CTL-FILE.
034800     IF NOT EIMP-CTL-NOT-FOUND THEN
034900         PERFORM 1100-READ-CARD THRU 1100-EXIT
035000         PERFORM 1200-TAKE-CARD THRU 1200-EXIT
035100             UNTIL EIMP-CTL-AT-EOF
035200         CLOSE EIMP-CTL-FILE.
035300     DISPLAY "ESCAPE-TABLE CHANGE IMPACT REPORT  RUN DATE "
035400         EIMP-TODAY "  FREQHIST WINDOW " EIMP-DAYS " DAYS".
035500     DISPLAY "NOTHING ON THIS REPORT HAS BEEN APPLIED".
035600     PERFORM 1300-LOAD-CURRENT-TABLE THRU 1300-EXIT.
035700     PERFORM 1400-LOAD-PROPOSALS THRU 1400-EXIT.
035800     IF EIMP-TXN-COUNT IS EQUAL TO ZERO THEN
035900         DISPLAY "ESCAPE-CHANGE-IMPACT: NO PROPOSED CHANGES ON "
036000             "MAINTXN, RUN STOPPED"
036100         MOVE 8 TO RETURN-CODE
036200         GOBACK.
036300 1000-EXIT.
036400     EXIT.
036500*
036600 1100-READ-CARD.
036700     READ EIMP-CTL-FILE
036800         AT END
036900             MOVE "Y" TO EIMP-CTL-EOF-SW.
037000 1100-EXIT.
037100     EXIT.
037200*
037300*    DAYS=NNN, ONE TO THREE DIGITS, AT LEAST ONE DAY.  A BAD
037400*    CARD STOPS THE RUN RATHER THAN REPORT OVER A GUESSED
037500*    WINDOW.
037600 1200-TAKE-CARD.
037700     IF EIMP-CTL-RECORD (1:1) IS EQUAL TO "*" OR
037800        EIMP-CTL-RECORD IS EQUAL TO SPACES THEN
037900         GO TO 1200-READ-NEXT.
038000     MOVE SPACES TO EIMP-CTL-KEYWORD, EIMP-CTL-VALUE.
038100     UNSTRING EIMP-CTL-RECORD DELIMITED BY "=" OR SPACE
038200         INTO EIMP-CTL-KEYWORD, EIMP-CTL-VALUE.
038300     IF EIMP-CTL-KEYWORD IS NOT EQUAL TO "DAYS" THEN
038400         DISPLAY "ESCAPE-CHANGE-IMPACT: CARD IGNORED: "
038500             EIMP-CTL-RECORD
038600         GO TO 1200-READ-NEXT.
038700     MOVE 0 TO EIMP-VALUE-LEN.
038800     INSPECT EIMP-CTL-VALUE TALLYING EIMP-VALUE-LEN
038900         FOR CHARACTERS BEFORE INITIAL SPACE.
039000     MOVE "XXX" TO EIMP-DAYS-X.
039100     IF EIMP-VALUE-LEN IS GREATER THAN ZERO AND
039200        EIMP-VALUE-LEN IS LESS THAN 4 THEN
039300         MOVE "000" TO EIMP-DAYS-X
039400         MOVE EIMP-CTL-VALUE (1:EIMP-VALUE-LEN) TO
039500             EIMP-DAYS-X (4 - EIMP-VALUE-LEN:EIMP-VALUE-LEN).
039600     IF EIMP-DAYS-X IS NOT NUMERIC OR
039700        EIMP-DAYS-X IS EQUAL TO "000" THEN
039800         DISPLAY "ESCAPE-CHANGE-IMPACT: BAD DAYS CARD, "
039900             "RUN STOPPED: " EIMP-CTL-RECORD
040000         MOVE 8 TO RETURN-CODE
040100         CLOSE EIMP-CTL-FILE
040200         GOBACK.
040300     MOVE EIMP-DAYS-X TO EIMP-DAYS.
040400 1200-READ-NEXT.
040500     PERFORM 1100-READ-CARD THRU 1100-EXIT.
040600 1200-EXIT.
040700     EXIT.
040800*
040900*    THE TABLE AS ESCAPE-TABLE-LOAD WOULD BUILD IT TODAY: THE
041000*    COMPILED-IN DEFAULTS WITH EVERY ESCMNEM OVERRIDE LAID OVER
041100*    THEM.  THE OVERRIDES ARE ALSO KEPT APART, SINCE THAT IS THE
041200*    SET THE MAINTENANCE RUN EDITS AGAINST.  NO ESCMNEM MEANS
041300*    NO OVERRIDES.
041400 1300-LOAD-CURRENT-TABLE.
041500     MOVE ESCT-TOKENS-LIT TO EIMP-NOW-TABLE.
041600     MOVE SPACES TO EIMP-OVR-TABLE.
041700     OPEN INPUT ESCM-FILE.
041800     IF EIMP-ESCM-NOT-FOUND THEN
041900         DISPLAY "ESCAPE-CHANGE-IMPACT: ESCMNEM NOT FOUND, "
042000             "COMPILED-IN TABLE TAKEN AS CURRENT"
042100         GO TO 1300-EXIT.
042200     IF NOT EIMP-ESCM-OK THEN
042300         DISPLAY "ESCAPE-CHANGE-IMPACT: ESCMNEM NOT READABLE, "
042400             "STATUS=" EIMP-ESCM-STATUS ", RUN STOPPED"
042500         MOVE 8 TO RETURN-CODE
042600         GOBACK.
042700     PERFORM 1310-READ-OVERRIDE THRU 1310-EXIT.
042800     PERFORM 1320-TAKE-ONE-OVERRIDE THRU 1320-EXIT
042900         UNTIL EIMP-ESCM-AT-EOF.
043000     CLOSE ESCM-FILE.
043100 1300-EXIT.
043200     EXIT.
043300*
043400 1310-READ-OVERRIDE.
043500     READ ESCM-FILE NEXT RECORD
043600         AT END
043700             MOVE "Y" TO EIMP-ESCM-EOF-SW.
043800 1310-EXIT.
043900     EXIT.
044000*
044100 1320-TAKE-ONE-OVERRIDE.
044200     IF ESCM-CODE IS LESS THAN 256 THEN
044300         MOVE ESCM-TOKEN TO EIMP-NOW-TOKEN (ESCM-CODE + 1)
044400         MOVE ESCM-TOKEN TO EIMP-OVR-TOKEN (ESCM-CODE + 1)
044500         MOVE "Y" TO EIMP-OVR-SW (ESCM-CODE + 1).
044600     PERFORM 1310-READ-OVERRIDE THRU 1310-EXIT.
044700 1320-EXIT.
044800     EXIT.
044900*
045000*    TABLES THE PROPOSED CARDS.  A DECK TOO BIG TO TABLE STOPS
045100*    THE RUN -- A REPORT ON PART OF A CHANGE WOULD READ AS THE
045200*    WHOLE OF IT.
045300 1400-LOAD-PROPOSALS.
045400     OPEN INPUT MAINT-TXN-FILE.
045500     IF EIMP-TXN-NOT-FOUND THEN
045600         GO TO 1400-EXIT.
045700     PERFORM 1410-READ-TXN THRU 1410-EXIT.
045800     PERFORM 1420-TABLE-ONE-TXN THRU 1420-EXIT
045900         UNTIL EIMP-TXN-AT-EOF.
046000     CLOSE MAINT-TXN-FILE.
046100 1400-EXIT.
046200     EXIT.
046300*
046400 1410-READ-TXN.
046500     READ MAINT-TXN-FILE
046600         AT END
046700             MOVE "Y" TO EIMP-TXN-EOF-SW.
046800 1410-EXIT.
046900     EXIT.
047000*
047100 1420-TABLE-ONE-TXN.
047110     IF MTXN-ACTION IS EQUAL TO "V" OR
047120        MTXN-ACTION IS EQUAL TO "R" THEN
047130         GO TO 1420-READ-NEXT.
047200     IF EIMP-TXN-COUNT IS EQUAL TO 200 THEN
047300         DISPLAY "ESCAPE-CHANGE-IMPACT: MORE THAN 200 PROPOSED "
047400             "CHANGES, RUN STOPPED -- SPLIT THE DECK"
047500         MOVE 8 TO RETURN-CODE
047600         CLOSE MAINT-TXN-FILE
047700         GOBACK.
047800     ADD 1 TO EIMP-TXN-COUNT.
047900     MOVE MTXN-ACTION TO TX-ACTION (EIMP-TXN-COUNT).
048000     MOVE MTXN-CODE-X TO TX-CODE-X (EIMP-TXN-COUNT).
048100     MOVE MTXN-TOKEN TO TX-TOKEN (EIMP-TXN-COUNT).
048200     MOVE MTXN-USER TO TX-USER (EIMP-TXN-COUNT).
048300     MOVE MTXN-DATE TO TX-DATE (EIMP-TXN-COUNT).
048310 1420-READ-NEXT.
048400     PERFORM 1410-READ-TXN THRU 1410-EXIT.
048500 1420-EXIT.
048600     EXIT.
048700*
048800*--------------------------------------------------------------*
048900* PLAYS THE CARDS, IN ORDER, AGAINST THE OVERRIDE SET UNDER
049000* ESCAPE-MNEMONIC-MAINT'S OWN EDITS -- CODE RANGE, DELETE OF AN
049100* ENTRY THAT IS NOT THERE, TOKEN FORMAT (THROUGH
049200* ESCAPE-MNEMONIC-EDIT), AND A TOKEN ALREADY HELD BY ANOTHER
049300* CODE -- THEN BUILDS THE TABLE THE SURVIVING OVERRIDES WOULD
049400* MAKE AND LISTS EVERY CARD WITH ITS OUTCOME.
049500*--------------------------------------------------------------*
049600 2000-PLAY-PROPOSALS.
049700     PERFORM 2050-CLEAR-ONE-CODE THRU 2050-EXIT
049800         VARYING EIMP-CODE-SUB FROM 1 BY 1
049900         UNTIL EIMP-CODE-SUB IS GREATER THAN 256.
050000     PERFORM 2100-PLAY-ONE-TXN THRU 2100-EXIT
050100         VARYING EIMP-TXN-SUB FROM 1 BY 1
050200         UNTIL EIMP-TXN-SUB IS GREATER THAN EIMP-TXN-COUNT.
050300     MOVE ESCT-TOKENS-LIT TO EIMP-NEW-TABLE.
050400     PERFORM 2200-OVERLAY-ONE-CODE THRU 2200-EXIT
050500         VARYING EIMP-CODE-SUB FROM 1 BY 1
050600         UNTIL EIMP-CODE-SUB IS GREATER THAN 256.
050700     DISPLAY " ".
050800     DISPLAY "PROPOSED CHANGES -- AS ESCAPE-MNEMONIC-MAINT "
050900         "WOULD TAKE THEM".
051000     DISPLAY "A  CODE  BEFORE  AFTER   USER     DATE      "
051100         "RESULT".
051200     PERFORM 2300-PRINT-ONE-TXN THRU 2300-EXIT
051300         VARYING EIMP-TXN-SUB FROM 1 BY 1
051400         UNTIL EIMP-TXN-SUB IS GREATER THAN EIMP-TXN-COUNT.
051500 2000-EXIT.
051600     EXIT.
051700*
051800 2050-CLEAR-ONE-CODE.
051900     MOVE "N" TO CD-AFFECTED-SW (EIMP-CODE-SUB).
052000     MOVE 0 TO CD-DECODE-COUNT (EIMP-CODE-SUB).
052100     MOVE 0 TO CD-ENCODE-COUNT (EIMP-CODE-SUB).
052200 2050-EXIT.
052300     EXIT.
052400*
052500 2100-PLAY-ONE-TXN.
052600     MOVE "R" TO TX-RESULT (EIMP-TXN-SUB).
052700     MOVE SPACES TO TX-REASON (EIMP-TXN-SUB),
052800         TX-BEFORE (EIMP-TXN-SUB), TX-AFTER (EIMP-TXN-SUB).
052900     IF TX-CODE-X (EIMP-TXN-SUB) IS NOT NUMERIC OR
053000        TX-CODE (EIMP-TXN-SUB) IS GREATER THAN 255 THEN
053100         MOVE "CODE OUT OF RANGE" TO TX-REASON (EIMP-TXN-SUB)
053200         GO TO 2100-EXIT.
053300     COMPUTE EIMP-CODE-SUB = TX-CODE (EIMP-TXN-SUB) + 1.
053400     IF EIMP-OVR-PRESENT (EIMP-CODE-SUB) THEN
053500         MOVE EIMP-OVR-TOKEN (EIMP-CODE-SUB)
053600             TO TX-BEFORE (EIMP-TXN-SUB)
053700     ELSE
053800         MOVE ESCT-TOKEN-ENTRY (EIMP-CODE-SUB)
053900             TO TX-BEFORE (EIMP-TXN-SUB).
054000     IF TX-ACTION (EIMP-TXN-SUB) IS EQUAL TO "D" THEN
054100         PERFORM 2110-PLAY-DELETE THRU 2110-EXIT
054200     ELSE
054300         PERFORM 2120-PLAY-ADD-OR-CHANGE THRU 2120-EXIT.
054400     IF TX-APPLIES (EIMP-TXN-SUB) THEN
054500         MOVE "Y" TO CD-AFFECTED-SW (EIMP-CODE-SUB).
054600 2100-EXIT.
054700     EXIT.
054800*
054900*    A DELETE DROPS THE OVERRIDE; THE CODE GOES BACK TO ITS
055000*    COMPILED-IN TOKEN, OR TO THE NUMERIC FORM IF IT HAS NONE.
055100 2110-PLAY-DELETE.
055200     IF NOT EIMP-OVR-PRESENT (EIMP-CODE-SUB) THEN
055300         MOVE "DELETE NOT FOUND" TO TX-REASON (EIMP-TXN-SUB)
055400         GO TO 2110-EXIT.
055500     MOVE SPACES TO EIMP-OVR-ENTRY (EIMP-CODE-SUB).
055600     MOVE ESCT-TOKEN-ENTRY (EIMP-CODE-SUB)
055700         TO TX-AFTER (EIMP-TXN-SUB).
055800     MOVE "A" TO TX-RESULT (EIMP-TXN-SUB).
055900 2110-EXIT.
056000     EXIT.
056100*
056200 2120-PLAY-ADD-OR-CHANGE.
056300     MOVE TX-TOKEN (EIMP-TXN-SUB) TO EIMP-EDIT-TOKEN.
056400     CALL "ESCAPE-MNEMONIC-EDIT" USING EIMP-EDIT-REQUEST.
056500     IF NOT EIMP-TOKEN-GOOD THEN
056600         MOVE "BAD TOKEN FORMAT" TO TX-REASON (EIMP-TXN-SUB)
056700         GO TO 2120-EXIT.
056800     MOVE "N" TO EIMP-DUP-FOUND-SW.
056900     PERFORM 2130-SCAN-ONE-OVERRIDE THRU 2130-EXIT
057000         VARYING EIMP-SLOT-SUB FROM 1 BY 1
057100         UNTIL EIMP-SLOT-SUB IS GREATER THAN 256
057200            OR EIMP-DUP-FOUND.
057300     IF EIMP-DUP-FOUND THEN
057400         STRING "TOKEN IN USE BY CODE " EIMP-DUP-CODE
057500             DELIMITED BY SIZE INTO TX-REASON (EIMP-TXN-SUB)
057600         GO TO 2120-EXIT.
057700     MOVE TX-TOKEN (EIMP-TXN-SUB)
057800         TO EIMP-OVR-TOKEN (EIMP-CODE-SUB),
057900            TX-AFTER (EIMP-TXN-SUB).
058000     MOVE "Y" TO EIMP-OVR-SW (EIMP-CODE-SUB).
058100     MOVE "A" TO TX-RESULT (EIMP-TXN-SUB).
058200 2120-EXIT.
058300     EXIT.
058400*
058500 2130-SCAN-ONE-OVERRIDE.
058600     IF EIMP-OVR-PRESENT (EIMP-SLOT-SUB) AND
058700        EIMP-OVR-TOKEN (EIMP-SLOT-SUB) IS EQUAL TO
058800            TX-TOKEN (EIMP-TXN-SUB) AND
058900        EIMP-SLOT-SUB IS NOT EQUAL TO EIMP-CODE-SUB THEN
059000         COMPUTE EIMP-DUP-CODE = EIMP-SLOT-SUB - 1
059100         MOVE "Y" TO EIMP-DUP-FOUND-SW.
059200 2130-EXIT.
059300     EXIT.
059400*
059500 2200-OVERLAY-ONE-CODE.
059600     IF EIMP-OVR-PRESENT (EIMP-CODE-SUB) THEN
059700         MOVE EIMP-OVR-TOKEN (EIMP-CODE-SUB)
059800             TO EIMP-NEW-TOKEN (EIMP-CODE-SUB).
059900     IF CD-AFFECTED (EIMP-CODE-SUB) THEN
060000         ADD 1 TO EIMP-AFFECTED-COUNT.
060100 2200-EXIT.
060200     EXIT.
060300*
060400 2300-PRINT-ONE-TXN.
060500     MOVE TX-ACTION (EIMP-TXN-SUB) TO EIMP-TL-ACTION.
060600     MOVE TX-CODE-X (EIMP-TXN-SUB) TO EIMP-TL-CODE.
060700     MOVE TX-BEFORE (EIMP-TXN-SUB) TO EIMP-TL-BEFORE.
060800     MOVE TX-USER (EIMP-TXN-SUB) TO EIMP-TL-USER.
060900     MOVE TX-DATE (EIMP-TXN-SUB) TO EIMP-TL-DATE.
061000     MOVE TX-REASON (EIMP-TXN-SUB) TO EIMP-TL-REASON.
061100     IF TX-APPLIES (EIMP-TXN-SUB) THEN
061200         MOVE TX-AFTER (EIMP-TXN-SUB) TO EIMP-TL-AFTER
061300         MOVE "APPLIES" TO EIMP-TL-RESULT
061400         ADD 1 TO EIMP-APPLY-COUNT
061500     ELSE
061600         MOVE TX-TOKEN (EIMP-TXN-SUB) TO EIMP-TL-AFTER
061700         MOVE "REJECTED" TO EIMP-TL-RESULT
061800         ADD 1 TO EIMP-REJECT-COUNT.
061900     DISPLAY EIMP-TXN-LINE.
062000 2300-EXIT.
062100     EXIT.
062200*
062300*--------------------------------------------------------------*
062400* AMBIGUITY.  ENCODE-ASCII TURNS A TOKEN BACK INTO A CODE BY
062500* HASH LOOKUP OVER WHATEVER TABLE IT LOADED; TWO CODES WITH ONE
062600* TOKEN RESOLVE TO WHICHEVER LANDED FIRST.  EVERY CHANGED CODE'S
062700* NEW TOKEN IS CHECKED AGAINST:
062800* - THE PROPOSED TABLE ITSELF, COMPILED-IN TOKENS INCLUDED (THE
062900*   MAINTENANCE RUN'S OWN EDIT SEES ONLY THE OVERRIDES), AND
063000*   THE NUMERIC "$NNN$" FORM, WHICH ENCODE-ASCII TAKES AT FACE
063100*   VALUE BEFORE IT EVER CONSULTS THE TABLE;
063200* - EVERY ESCMVERS SNAPSHOT ON FILE.  A TOKEN THAT MEANS ANOTHER
063300*   CODE IN A SNAPSHOT MAKES EVERY FILE DECODED UNDER THAT
063400*   VERSION DEPEND ON ITS HEADER STAMP: IF IT IS EVER ENCODED
063500*   UNDER THE ACTIVE TABLE (A SHORT HEADER, A VERSION-ZERO
063600*   STAMP, OR A SNAPSHOT NOT FOUND, WHICH ESCAPE-TABLE-LOAD
063700*   FALLS BACK FROM) THE TOKEN COMES BACK AS THE WRONG BYTE.
063800*   WITH NO SNAPSHOTS AT ALL, THE TABLE AS IT STANDS IS VERSION
063900*   ZERO AND IS CHECKED IN THEIR PLACE.
064000* THE HIGH SNAPSHOT VERSION IS THE ACTIVE VERSION.
064100*--------------------------------------------------------------*
064200 3000-CHECK-AMBIGUITY.
064300     DISPLAY " ".
064400     DISPLAY "AMBIGUITY CHECK -- ENCODE-ASCII REVERSE LOOKUP".
064500     MOVE "PROPOSED TABLE" TO EIMP-CHECK-LABEL.
064600     MOVE EIMP-NEW-TABLE TO EIMP-SNAP-TABLE.
064700     MOVE "Y" TO EIMP-PROPOSED-SW.
064800     PERFORM 3100-CHECK-TABLE THRU 3100-EXIT.
064900     MOVE "N" TO EIMP-PROPOSED-SW.
065000     OPEN INPUT ESCV-FILE.
065100     IF EIMP-VERS-NOT-FOUND THEN
065200         DISPLAY "ESCAPE-CHANGE-IMPACT: ESCMVERS NOT FOUND, "
065300             "NO SNAPSHOTS ON FILE"
065400         GO TO 3000-CURRENT-TABLE.
065500     IF NOT EIMP-VERS-OK THEN
065600         DISPLAY "ESCAPE-CHANGE-IMPACT: ESCMVERS NOT READABLE, "
065700             "STATUS=" EIMP-VERS-STATUS ", RUN STOPPED"
065800         MOVE 8 TO RETURN-CODE
065900         GOBACK.
066000     PERFORM 3220-READ-SNAPSHOT THRU 3220-EXIT.
066100     PERFORM 3200-CHECK-ONE-VERSION THRU 3200-EXIT
066200         UNTIL EIMP-VERS-AT-EOF.
066300     CLOSE ESCV-FILE.
066400 3000-CURRENT-TABLE.
066500     IF EIMP-SNAP-COUNT IS EQUAL TO ZERO THEN
066600         MOVE "CURRENT TABLE" TO EIMP-CHECK-LABEL
066700         MOVE EIMP-NOW-TABLE TO EIMP-SNAP-TABLE
066800         PERFORM 3100-CHECK-TABLE THRU 3100-EXIT.
066900     IF EIMP-AMBIG-COUNT IS EQUAL TO ZERO THEN
067000         DISPLAY "NO CHANGED TOKEN IS AMBIGUOUS IN THE PROPOSED "
067100             "TABLE OR IN ANY OF " EIMP-SNAP-COUNT " SNAPSHOTS".
067200     DISPLAY "ACTIVE VERSION " EIMP-ACTIVE-VERSION
067300         "  SNAPSHOTS CHECKED " EIMP-SNAP-COUNT.
067400 3000-EXIT.
067500     EXIT.
067600*
067700 3100-CHECK-TABLE.
067800     PERFORM 3110-CHECK-ONE-CODE THRU 3110-EXIT
067900         VARYING EIMP-CODE-SUB FROM 1 BY 1
068000         UNTIL EIMP-CODE-SUB IS GREATER THAN 256.
068100 3100-EXIT.
068200     EXIT.
068300*
068400*    ONLY CODES WHOSE TOKEN ACTUALLY CHANGES.  A BLANK NEW
068500*    TOKEN IS THE CODE'S OWN NUMERIC FORM AND CANNOT COLLIDE.
068600 3110-CHECK-ONE-CODE.
068700     IF NOT CD-AFFECTED (EIMP-CODE-SUB) THEN
068800         GO TO 3110-EXIT.
068900     MOVE EIMP-NEW-TOKEN (EIMP-CODE-SUB) TO EIMP-CHECK-TOKEN.
069000     IF EIMP-CHECK-TOKEN IS EQUAL TO SPACES OR
069100        EIMP-CHECK-TOKEN IS EQUAL TO
069200            EIMP-NOW-TOKEN (EIMP-CODE-SUB) THEN
069300         GO TO 3110-EXIT.
069400     IF EIMP-CHECKING-PROPOSED AND
069500        EIMP-CHECK-TOKEN (1:1) IS EQUAL TO "$" AND
069600        EIMP-CHECK-TOKEN (5:2) IS EQUAL TO "$ " AND
069700        EIMP-CHECK-TOKEN (2:3) IS NUMERIC THEN
069800         MOVE EIMP-CHECK-TOKEN (2:3) TO EIMP-OTHER-CODE
069900         COMPUTE EIMP-THIS-CODE = EIMP-CODE-SUB - 1
070000         IF EIMP-OTHER-CODE IS NOT EQUAL TO EIMP-THIS-CODE
070100             MOVE "NUMERIC FORM OF CODE" TO EIMP-AL-MEANING
070200             PERFORM 3130-PRINT-AMBIGUITY THRU 3130-EXIT
070300         END-IF.
070400     PERFORM 3120-COMPARE-ONE-SLOT THRU 3120-EXIT
070500         VARYING EIMP-SLOT-SUB FROM 1 BY 1
070600         UNTIL EIMP-SLOT-SUB IS GREATER THAN 256.
070700 3110-EXIT.
070800     EXIT.
070900*
071000 3120-COMPARE-ONE-SLOT.
071100     IF EIMP-SLOT-SUB IS NOT EQUAL TO EIMP-CODE-SUB AND
071200        EIMP-SNAP-TOKEN (EIMP-SLOT-SUB) IS EQUAL TO
071300            EIMP-CHECK-TOKEN THEN
071400         COMPUTE EIMP-OTHER-CODE = EIMP-SLOT-SUB - 1
071500         MOVE "ALREADY MEANS CODE" TO EIMP-AL-MEANING
071600         PERFORM 3130-PRINT-AMBIGUITY THRU 3130-EXIT.
071700 3120-EXIT.
071800     EXIT.
071900*
072000 3130-PRINT-AMBIGUITY.
072100     COMPUTE EIMP-AL-CODE = EIMP-CODE-SUB - 1.
072200     MOVE EIMP-CHECK-TOKEN TO EIMP-AL-TOKEN.
072300     MOVE EIMP-CHECK-LABEL TO EIMP-AL-WHERE.
072400     MOVE EIMP-OTHER-CODE TO EIMP-AL-OTHER.
072500     DISPLAY EIMP-AMBIG-LINE.
072600     ADD 1 TO EIMP-AMBIG-COUNT.
072700 3130-EXIT.
072800     EXIT.
072900*
073000*    ONE VERSION'S RECORDS, IN KEY ORDER, LAID OVER THE
073100*    DEFAULTS -- THE TABLE ESCAPE-TABLE-LOAD WOULD BUILD FOR
073200*    THAT VERSION -- THEN CHECKED.
073300 3200-CHECK-ONE-VERSION.
073400     MOVE ESCV-VERSION TO EIMP-SNAP-VERSION, EIMP-ACTIVE-VERSION.
073500     ADD 1 TO EIMP-SNAP-COUNT.
073600     MOVE ESCT-TOKENS-LIT TO EIMP-SNAP-TABLE.
073700     PERFORM 3210-TAKE-ONE-SNAP-RECORD THRU 3210-EXIT
073800         UNTIL EIMP-VERS-AT-EOF
073900            OR ESCV-VERSION IS NOT EQUAL TO EIMP-SNAP-VERSION.
074000     MOVE SPACES TO EIMP-CHECK-LABEL.
074100     STRING "SNAPSHOT " EIMP-SNAP-VERSION
074200         DELIMITED BY SIZE INTO EIMP-CHECK-LABEL.
074300     PERFORM 3100-CHECK-TABLE THRU 3100-EXIT.
074400 3200-EXIT.
074500     EXIT.
074600*
074700 3210-TAKE-ONE-SNAP-RECORD.
074800     IF ESCV-CODE IS LESS THAN 256 THEN
074900         MOVE ESCV-TOKEN TO EIMP-SNAP-TOKEN (ESCV-CODE + 1).
075000     PERFORM 3220-READ-SNAPSHOT THRU 3220-EXIT.
075100 3210-EXIT.
075200     EXIT.
075300*
075400 3220-READ-SNAPSHOT.
075500     READ ESCV-FILE NEXT RECORD
075600         AT END
075700             MOVE "Y" TO EIMP-VERS-EOF-SW.
075800 3220-EXIT.
075900     EXIT.
076000*
076100*--------------------------------------------------------------*
076200* USAGE.  EVERY FREQHIST COUNT FOR A TOUCHED CODE DATED INSIDE
076300* THE WINDOW (TODAY AND THE DAYS BEFORE IT) IS SUMMED BY MODE.
076400* THE NUMBER OF RUN DATES ON FILE FOR EACH MODE IS SHOWN WITH
076500* THEM, SO A ZERO CAN BE TOLD FROM A GAP IN THE HISTORY.  NO
076600* FREQHIST LEAVES THE SECTION EMPTY, WITH A MESSAGE.
076700*--------------------------------------------------------------*
076800 4000-REPORT-USAGE.
076900     MOVE EIMP-TODAY TO EIMP-DW-DATE.
077000     PERFORM 7000-DATE-TO-DAYNUM THRU 7000-EXIT.
077100     MOVE EIMP-DW-DAYNUM TO EIMP-TODAY-NUM.
077200     COMPUTE EIMP-CUTOFF-NUM = EIMP-TODAY-NUM - EIMP-DAYS.
077300     DISPLAY " ".
077400     DISPLAY "FREQHIST USAGE OF THE CHANGED CODES, LAST "
077500         EIMP-DAYS " DAYS".
077600     OPEN INPUT FRQH-FILE.
077700     IF EIMP-FRQH-NOT-FOUND THEN
077800         DISPLAY "ESCAPE-CHANGE-IMPACT: FREQHIST NOT FOUND, "
077900             "NO USAGE HISTORY"
078000         GO TO 4000-EXIT.
078100     IF NOT EIMP-FRQH-OK THEN
078200         DISPLAY "ESCAPE-CHANGE-IMPACT: FREQHIST NOT READABLE, "
078300             "STATUS=" EIMP-FRQH-STATUS ", NO USAGE HISTORY"
078400         GO TO 4000-EXIT.
078500     PERFORM 4110-READ-HISTORY THRU 4110-EXIT.
078600     PERFORM 4100-TAKE-ONE-COUNT THRU 4100-EXIT
078700         UNTIL EIMP-FRQH-AT-EOF.
078800     CLOSE FRQH-FILE.
078900     DISPLAY "RUN DATES ON FILE: DECODE=" EIMP-DECODE-DATES
079000         " ENCODE=" EIMP-ENCODE-DATES.
079100     DISPLAY "CODE  NOW     AFTER          DECODE COUNT"
079200         "     ENCODE COUNT".
079300     PERFORM 4200-PRINT-ONE-CODE THRU 4200-EXIT
079400         VARYING EIMP-CODE-SUB FROM 1 BY 1
079500         UNTIL EIMP-CODE-SUB IS GREATER THAN 256.
079600 4000-EXIT.
079700     EXIT.
079800*
079900*    KEY ORDER IS DATE, MODE, CODE -- THE WINDOW TEST IS MADE
080000*    ONCE PER DATE AND THE DATE COUNT ONCE PER DATE AND MODE.
080100 4100-TAKE-ONE-COUNT.
080200     IF FRQH-RUN-DATE IS NOT EQUAL TO EIMP-LAST-DATE THEN
080300         MOVE FRQH-RUN-DATE TO EIMP-LAST-DATE
080400         MOVE SPACES TO EIMP-LAST-MODE
080500         PERFORM 4120-TEST-WINDOW THRU 4120-EXIT.
080600     IF NOT EIMP-IN-WINDOW THEN
080700         GO TO 4100-READ-NEXT.
080800     IF FRQH-MODE IS NOT EQUAL TO EIMP-LAST-MODE THEN
080900         MOVE FRQH-MODE TO EIMP-LAST-MODE
081000         IF FRQH-MODE IS EQUAL TO "DECODE"
081100             ADD 1 TO EIMP-DECODE-DATES
081200         ELSE IF FRQH-MODE IS EQUAL TO "ENCODE"
081300             ADD 1 TO EIMP-ENCODE-DATES
081400         END-IF.
081500     IF FRQH-CODE IS NOT LESS THAN 256 THEN
081600         GO TO 4100-READ-NEXT.
081700     IF NOT CD-AFFECTED (FRQH-CODE + 1) THEN
081800         GO TO 4100-READ-NEXT.
081900     IF FRQH-MODE IS EQUAL TO "DECODE" THEN
082000         ADD FRQH-COUNT TO CD-DECODE-COUNT (FRQH-CODE + 1)
082100     ELSE IF FRQH-MODE IS EQUAL TO "ENCODE" THEN
082200         ADD FRQH-COUNT TO CD-ENCODE-COUNT (FRQH-CODE + 1).
082300 4100-READ-NEXT.
082400     PERFORM 4110-READ-HISTORY THRU 4110-EXIT.
082500 4100-EXIT.
082600     EXIT.
082700*
082800 4110-READ-HISTORY.
082900     READ FRQH-FILE NEXT RECORD
083000         AT END
083100             MOVE "Y" TO EIMP-FRQH-EOF-SW.
083200 4110-EXIT.
083300     EXIT.
083400*
083500 4120-TEST-WINDOW.
083600     MOVE "N" TO EIMP-IN-WINDOW-SW.
083700     IF FRQH-RUN-DATE IS NOT NUMERIC THEN
083800         GO TO 4120-EXIT.
083900     MOVE FRQH-RUN-DATE TO EIMP-DW-DATE.
084000     PERFORM 7000-DATE-TO-DAYNUM THRU 7000-EXIT.
084100     IF EIMP-DW-DAYNUM IS GREATER THAN EIMP-CUTOFF-NUM AND
084200        EIMP-DW-DAYNUM IS NOT GREATER THAN EIMP-TODAY-NUM THEN
084300         MOVE "Y" TO EIMP-IN-WINDOW-SW.
084400 4120-EXIT.
084500     EXIT.
084600*
084700 4200-PRINT-ONE-CODE.
084800     IF NOT CD-AFFECTED (EIMP-CODE-SUB) THEN
084900         GO TO 4200-EXIT.
085000     COMPUTE EIMP-UL-CODE = EIMP-CODE-SUB - 1.
085100     MOVE EIMP-NOW-TOKEN (EIMP-CODE-SUB) TO EIMP-UL-NOW.
085200     MOVE EIMP-NEW-TOKEN (EIMP-CODE-SUB) TO EIMP-UL-NEW.
085300     MOVE CD-DECODE-COUNT (EIMP-CODE-SUB) TO EIMP-UL-DECODE.
085400     MOVE CD-ENCODE-COUNT (EIMP-CODE-SUB) TO EIMP-UL-ENCODE.
085500     IF EIMP-NEW-TOKEN (EIMP-CODE-SUB) IS EQUAL TO
085600            EIMP-NOW-TOKEN (EIMP-CODE-SUB) THEN
085700         MOVE "NO NET CHANGE" TO EIMP-UL-NOTE
085800     ELSE IF CD-DECODE-COUNT (EIMP-CODE-SUB) IS EQUAL TO ZERO
085900         AND CD-ENCODE-COUNT (EIMP-CODE-SUB) IS EQUAL TO ZERO
086000         MOVE "NOT SEEN" TO EIMP-UL-NOTE
086100     ELSE
086200         MOVE SPACES TO EIMP-UL-NOTE.
086300     DISPLAY EIMP-USAGE-LINE.
086400 4200-EXIT.
086500     EXIT.
086600*
086700*--------------------------------------------------------------*
086800* GENERATIONS DECODED UNDER THE ACTIVE VERSION AND NOT YET
086900* ENCODED -- THE FILES IN FLIGHT WHEN THE TABLE MOVES.  A DECODE
087000* ENTRY IS KEYED BY ITS DSN WITH A ZERO DATE/TIME; THE ENCODE
087100* THAT DELIVERS IT IS KEYED BY THE SAME DSN AND THE DECODE'S RUN
087200* DATE/TIME (THE TRNHDR01 STAMP), SO IT FOLLOWS THE DECODE
087300* ENTRY IN KEY ORDER AND ONE PASS SETTLES EACH DSN.  AN ENTRY
087400* FROM BEFORE THE REGISTER KEPT THE VERSION IS LISTED AS WELL,
087500* SINCE IT MAY BE ONE OF THEM.  THE LAST COLUMN IS THE TABLE
087600* ITS ENCODE WILL LOAD: ITS OWN SNAPSHOT, UNTOUCHED BY THE
087700* CHANGE, OR -- AT VERSION ZERO -- THE ACTIVE TABLE, WHICH THE
087800* CHANGE REPLACES.
087900*--------------------------------------------------------------*
088000 5000-REPORT-PENDING-ENCODES.
088100     DISPLAY " ".
088200     DISPLAY "GENERATIONS DECODED UNDER VERSION "
088300         EIMP-ACTIVE-VERSION " NOT YET ENCODED".
088400     OPEN INPUT DREG-FILE.
088500     IF EIMP-DREG-NOT-FOUND THEN
088600         DISPLAY "ESCAPE-CHANGE-IMPACT: DLVREG NOT FOUND, "
088700             "NO GENERATIONS LISTED"
088800         GO TO 5000-EXIT.
088900     IF NOT EIMP-DREG-OK THEN
089000         DISPLAY "ESCAPE-CHANGE-IMPACT: DLVREG NOT READABLE, "
089100             "STATUS=" EIMP-DREG-STATUS ", NO GENERATIONS LISTED"
089200         GO TO 5000-EXIT.
089300     DISPLAY "SOURCE DSN                                   "
089400         "DECODED  AT     PARTNER      RECORDS  VERS  "
089500         "ENCODE WILL LOAD".
089600     PERFORM 5110-READ-REGISTER THRU 5110-EXIT.
089700     PERFORM 5100-TAKE-ONE-ENTRY THRU 5100-EXIT
089800         UNTIL EIMP-DREG-AT-EOF.
089900     PERFORM 5200-SETTLE-HELD THRU 5200-EXIT.
090000     CLOSE DREG-FILE.
090100     DISPLAY "NOT YET ENCODED=" EIMP-PENDING-COUNT
090200         "  ALREADY ENCODED=" EIMP-ENCODED-COUNT
090300         "  DECODED UNDER EARLIER VERSIONS=" EIMP-OLDER-COUNT.
090400 5000-EXIT.
090500     EXIT.
090600*
090700 5100-TAKE-ONE-ENTRY.
090800     IF DREG-SOURCE-DSN IS NOT EQUAL TO EIMP-HELD-DSN THEN
090900         PERFORM 5200-SETTLE-HELD THRU 5200-EXIT
091000         MOVE DREG-SOURCE-DSN TO EIMP-HELD-DSN.
091100     IF DREG-MODE IS EQUAL TO "DECODE" THEN
091200         PERFORM 5300-HOLD-DECODE THRU 5300-EXIT
091300     ELSE IF DREG-MODE IS EQUAL TO "ENCODE" AND EIMP-HOLDING
091400         AND DREG-FILE-DATE IS EQUAL TO EIMP-HELD-RUN-DATE
091500         AND DREG-FILE-TIME IS EQUAL TO EIMP-HELD-RUN-TIME
091600         MOVE "N" TO EIMP-HELD-SW
091700         ADD 1 TO EIMP-ENCODED-COUNT.
091800     PERFORM 5110-READ-REGISTER THRU 5110-EXIT.
091900 5100-EXIT.
092000     EXIT.
092100*
092200 5110-READ-REGISTER.
092300     READ DREG-FILE NEXT RECORD
092400         AT END
092500             MOVE "Y" TO EIMP-DREG-EOF-SW.
092600 5110-EXIT.
092700     EXIT.
092800*
092900 5200-SETTLE-HELD.
093000     IF NOT EIMP-HOLDING THEN
093100         GO TO 5200-EXIT.
093200     MOVE "N" TO EIMP-HELD-SW.
093300     ADD 1 TO EIMP-PENDING-COUNT.
093400     MOVE EIMP-HELD-DSN TO EIMP-GL-DSN.
093500     MOVE EIMP-HELD-RUN-DATE TO EIMP-GL-RUN-DATE.
093600     MOVE EIMP-HELD-RUN-TIME TO EIMP-GL-RUN-TIME.
093700     MOVE EIMP-HELD-PARTNER TO EIMP-GL-PARTNER.
093800     MOVE EIMP-HELD-RECS TO EIMP-GL-RECS.
093900     IF NOT EIMP-HELD-KNOWN THEN
094000         MOVE "????" TO EIMP-GL-VERSION
094100         MOVE "VERSION NOT RECORDED" TO EIMP-GL-TABLE
094200     ELSE IF EIMP-HELD-VERSION IS EQUAL TO ZERO THEN
094300         MOVE EIMP-HELD-VERSION TO EIMP-GL-VERSION
094400         MOVE "ACTIVE TABLE" TO EIMP-GL-TABLE
094500     ELSE
094600         MOVE EIMP-HELD-VERSION TO EIMP-GL-VERSION
094700         MOVE "ITS OWN SNAPSHOT" TO EIMP-GL-TABLE.
094800     DISPLAY EIMP-GEN-LINE.
094900 5200-EXIT.
095000     EXIT.
095100*
095200 5300-HOLD-DECODE.
095300     IF DREG-ESC-VERSION IS NUMERIC THEN
095400         IF DREG-ESC-VERSION IS NOT EQUAL TO EIMP-ACTIVE-VERSION
095500             ADD 1 TO EIMP-OLDER-COUNT
095600             GO TO 5300-EXIT
095700         END-IF
095800         MOVE "Y" TO EIMP-HELD-KNOWN-SW
095900         MOVE DREG-ESC-VERSION TO EIMP-HELD-VERSION
096000     ELSE
096100         MOVE "N" TO EIMP-HELD-KNOWN-SW
096200         MOVE 0 TO EIMP-HELD-VERSION.
096300     MOVE "Y" TO EIMP-HELD-SW.
096400     MOVE DREG-RUN-DATE TO EIMP-HELD-RUN-DATE.
096500     MOVE DREG-RUN-TIME TO EIMP-HELD-RUN-TIME.
096600     MOVE DREG-PARTNER TO EIMP-HELD-PARTNER.
096700     MOVE DREG-RECS TO EIMP-HELD-RECS.
096800 5300-EXIT.
096900     EXIT.
097000*
097100*    YYYYMMDD TO A DAY NUMBER -- SEE PARTNER-ACK-MATCH.
097200 7000-DATE-TO-DAYNUM.
097300     COMPUTE EIMP-DW-PRIOR = EIMP-DW-YYYY - 1.
097400     COMPUTE EIMP-DW-DAYNUM = EIMP-DW-PRIOR * 365.
097500     DIVIDE EIMP-DW-PRIOR BY 4 GIVING EIMP-DW-QUOT.
097600     ADD EIMP-DW-QUOT TO EIMP-DW-DAYNUM.
097700     DIVIDE EIMP-DW-PRIOR BY 100 GIVING EIMP-DW-QUOT.
097800     SUBTRACT EIMP-DW-QUOT FROM EIMP-DW-DAYNUM.
097900     DIVIDE EIMP-DW-PRIOR BY 400 GIVING EIMP-DW-QUOT.
098000     ADD EIMP-DW-QUOT TO EIMP-DW-DAYNUM.
098100     IF EIMP-DW-MM IS GREATER THAN ZERO AND
098200        EIMP-DW-MM IS LESS THAN 13 THEN
098300         ADD EIMP-DW-CUM (EIMP-DW-MM) TO EIMP-DW-DAYNUM.
098400     ADD EIMP-DW-DD TO EIMP-DW-DAYNUM.
098500     PERFORM 7100-TEST-LEAP-YEAR THRU 7100-EXIT.
098600     IF EIMP-DW-LEAP AND EIMP-DW-MM IS GREATER THAN 2 THEN
098700         ADD 1 TO EIMP-DW-DAYNUM.
098800 7000-EXIT.
098900     EXIT.
099000*
099100 7100-TEST-LEAP-YEAR.
099200     MOVE "N" TO EIMP-DW-LEAP-SW.
099300     DIVIDE EIMP-DW-YYYY BY 4 GIVING EIMP-DW-QUOT
099400         REMAINDER EIMP-DW-REM.
099500     IF EIMP-DW-REM IS EQUAL TO ZERO THEN
099600         MOVE "Y" TO EIMP-DW-LEAP-SW.
099700     DIVIDE EIMP-DW-YYYY BY 100 GIVING EIMP-DW-QUOT
099800         REMAINDER EIMP-DW-REM.
099900     IF EIMP-DW-REM IS EQUAL TO ZERO THEN
100000         MOVE "N" TO EIMP-DW-LEAP-SW.
100100     DIVIDE EIMP-DW-YYYY BY 400 GIVING EIMP-DW-QUOT
100200         REMAINDER EIMP-DW-REM.
100300     IF EIMP-DW-REM IS EQUAL TO ZERO THEN
100400         MOVE "Y" TO EIMP-DW-LEAP-SW.
100500 7100-EXIT.
100600     EXIT.
100700*
100800 9000-TERMINATE.
100900     DISPLAY " ".
101000     DISPLAY "ESCAPE-CHANGE-IMPACT: CARDS=" EIMP-TXN-COUNT
101100         " WOULD APPLY=" EIMP-APPLY-COUNT
101200         " WOULD BE REJECTED=" EIMP-REJECT-COUNT
101300         " CODES TOUCHED=" EIMP-AFFECTED-COUNT.
101400     DISPLAY "ESCAPE-CHANGE-IMPACT: AMBIGUOUS TOKENS="
101500         EIMP-AMBIG-COUNT
101600         " GENERATIONS NOT YET ENCODED=" EIMP-PENDING-COUNT.
101700     IF EIMP-AMBIG-COUNT IS GREATER THAN ZERO THEN
101800         MOVE 8 TO RETURN-CODE
101900     ELSE IF EIMP-REJECT-COUNT IS GREATER THAN ZERO THEN
102000         MOVE 4 TO RETURN-CODE.
102100 9000-EXIT.
102200     EXIT.
