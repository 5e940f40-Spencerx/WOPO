000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "CHARGEBACK-GL-INTERFACE".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-12  DS  INITIAL VERSION.  MONTH-END PRICING OF THE
001000*                    ACCTFILE VOLUMES AGAINST THE RATEFILE RATE
001100*                    TABLE, WRITTEN AS A BALANCED GL JOURNAL
001200*                    (GLJOURNL: HEADER, DETAILS, TRAILER WITH
001300*                    CONTROL TOTALS) FOR THE LEDGER LOAD.  SAME
001400*                    SELECTION AS CHARGEBACK-REPORT: BILLABLE
001500*                    "B" RECORDS ONLY, BY PARTNER (OR THE
001600*                    SOURCE-IDENTIFIER FALLBACK) AND DIRECTION.
001700*                    EACH RECORD IS PRICED AT THE RATE IN EFFECT
001800*                    ON ITS RUN DATE, SO A MID-MONTH PRICE
001900*                    CHANGE SPLITS THE PARTNER'S CHARGE INTO ONE
002000*                    DEBIT PER RATE.  EACH DIRECTION'S DEBITS
002100*                    ARE OFFSET BY ONE CREDIT TO THE "*CREDIT"
002200*                    RECOVERY ACCOUNT IN EFFECT AT MONTH END.
002300*                    VOLUME WITH NO RATE IN EFFECT IS LISTED AS
002400*                    AN EXCEPTION AND NOT JOURNALED (RC 04).  NO
002500*                    RATE TABLE, NO ACCTFILE, OR NO RECOVERY
002600*                    ACCOUNT WRITES NO JOURNAL (RC 08).  PARM
002700*                    SELECTS THE MONTH (YYYYMM); AN EMPTY PARM
002800*                    PRICES LAST MONTH.
002810*    2026-10-15  DS  ALL OPENS AND THE JOURNAL WRITES ARE NOW
002820*                    STATUS-CHECKED: AN I/O ERROR ENDS THE RUN
002830*                    RC 16.
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS CBGL-ACCT-STATUS.
003600     SELECT RATE-FILE ASSIGN TO "RATEFILE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS RATE-KEY
004000         FILE STATUS IS CBGL-RATE-STATUS.
004100     SELECT GLJ-FILE ASSIGN TO "GLJOURNL"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CBGL-GLJ-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ACCT-FILE
004800     RECORDING MODE IS F
004900     RECORD CONTAINS 80 CHARACTERS
005000     LABEL RECORDS ARE STANDARD.
005100     COPY ACCTREC.
005200*
005300 FD  RATE-FILE
005400     RECORD CONTAINS 120 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY RATEREC.
005700*
005800 FD  GLJ-FILE
005900     RECORDING MODE IS F
006000     RECORD CONTAINS 120 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY GLJREC.
006300*
006400 WORKING-STORAGE SECTION.
006500 01  CBGL-SWITCHES.
006600     03 CBGL-EOF-SW                 PIC X(01) VALUE "N".
006700         88 CBGL-AT-EOF             VALUE "Y".
006800     03 CBGL-RATE-EOF-SW            PIC X(01) VALUE "N".
006900         88 CBGL-RATE-AT-EOF        VALUE "Y".
007000     03 CBGL-STOP-SW                PIC X(01) VALUE "N".
007100         88 CBGL-STOPPED            VALUE "Y".
007200     03 CBGL-ACCT-OPEN-SW           PIC X(01) VALUE "N".
007300         88 CBGL-ACCT-OPEN          VALUE "Y".
007400     03 CBGL-ACCT-STATUS            PIC X(02) VALUE "00".
007410         88 CBGL-ACCT-OK            VALUE "00".
007500         88 CBGL-ACCT-NOT-FOUND     VALUES "35", "05".
007600     03 CBGL-RATE-STATUS            PIC X(02) VALUE "00".
007610         88 CBGL-RATE-OK            VALUE "00".
007700         88 CBGL-RATE-NOT-FOUND     VALUES "35", "05".
007800     03 CBGL-GLJ-STATUS             PIC X(02) VALUE "00".
007810         88 CBGL-GLJ-OK             VALUE "00".
007820*
007830 01  CBGL-ABEND-INFO.
007840     03 CBGL-ABEND-DDNAME           PIC X(08) VALUE SPACES.
007850     03 CBGL-ABEND-STATUS           PIC X(02) VALUE SPACES.
007900*
008000 01  CBGL-SELECTION.
008100     03 CBGL-PERIOD                 PIC X(06) VALUE SPACES.
008200     03 CBGL-PERIOD-R REDEFINES CBGL-PERIOD.
008300        05 CBGL-PERIOD-YYYY         PIC 9(04).
008400        05 CBGL-PERIOD-MM           PIC 9(02).
008500     03 CBGL-PERIOD-END             PIC 9(08) VALUE 0.
008600     03 CBGL-RECORD-MONTH           PIC X(06) VALUE SPACES.
008700     03 CBGL-JOURNAL-ID             PIC X(12) VALUE SPACES.
008800     03 CBGL-TODAY                  PIC 9(08) VALUE 0.
008900     03 CBGL-TODAY-R REDEFINES CBGL-TODAY.
009000        05 CBGL-TODAY-YYYY          PIC 9(04).
009100        05 CBGL-TODAY-MM            PIC 9(02).
009200        05 CBGL-TODAY-DD            PIC 9(02).
009300     03 CBGL-NOW.
009400        05 CBGL-NOW-HHMMSS          PIC 9(06).
009500        05 FILLER                   PIC 9(02).
009600*
009700 01  CBGL-COUNTERS.
009800     03 CBGL-RECORDS-READ           PIC 9(07) COMP VALUE 0.
009900     03 CBGL-RERUNS-SKIPPED         PIC 9(05) COMP VALUE 0.
010000     03 CBGL-PRICED-COUNT           PIC 9(07) COMP VALUE 0.
010100     03 CBGL-EXCEPTION-COUNT        PIC 9(07) COMP VALUE 0.
010200     03 CBGL-RATE-SUB               PIC 9(04) COMP VALUE 0.
010300     03 CBGL-RATE-HIT               PIC 9(04) COMP VALUE 0.
010400     03 CBGL-EXC-SUB                PIC 9(03) COMP VALUE 0.
010500     03 CBGL-EXC-HIT                PIC 9(03) COMP VALUE 0.
010600     03 CBGL-GLJ-RECORDS            PIC 9(07) COMP VALUE 0.
010700     03 CBGL-DEBIT-COUNT            PIC 9(06) COMP VALUE 0.
010800     03 CBGL-CREDIT-COUNT           PIC 9(06) COMP VALUE 0.
010900*
011000*    THE RATE SEARCH KEY: PARTNER, DIRECTION AND THE DATE THE
011100*    RATE MUST BE IN EFFECT ON.
011200 01  CBGL-SEARCH.
011300     03 CBGL-KEY-ID                 PIC X(08) VALUE SPACES.
011400     03 CBGL-KEY-MODE               PIC X(06) VALUE SPACES.
011500     03 CBGL-KEY-DATE               PIC 9(08) VALUE 0.
011600*
011700 01  CBGL-TOTALS.
011800     03 CBGL-DEC-RECS               PIC 9(12) COMP VALUE 0.
011900     03 CBGL-DEC-BYTES              PIC 9(15) COMP VALUE 0.
012000     03 CBGL-DEC-DEBITS             PIC 9(13)V99 VALUE 0.
012100     03 CBGL-ENC-RECS               PIC 9(12) COMP VALUE 0.
012200     03 CBGL-ENC-BYTES              PIC 9(15) COMP VALUE 0.
012300     03 CBGL-ENC-DEBITS             PIC 9(13)V99 VALUE 0.
012400     03 CBGL-DEBIT-TOTAL            PIC 9(13)V99 VALUE 0.
012500     03 CBGL-CREDIT-TOTAL           PIC 9(13)V99 VALUE 0.
012600     03 CBGL-DEC-CREDIT-HIT         PIC 9(04) COMP VALUE 0.
012700     03 CBGL-ENC-CREDIT-HIT         PIC 9(04) COMP VALUE 0.
012800*
012900*    THE WHOLE RATE TABLE, IN KEY ORDER (PARTNER, DIRECTION,
013000*    EFFECTIVE DATE), WITH THE VOLUME PRICED AT EACH RATE.
013100 01  CBGL-RATE-TABLE.
013200     03 CBGL-RATE-COUNT             PIC 9(04) COMP VALUE 0.
013300     03 CBGL-MAX-RATES              PIC 9(04) COMP VALUE 500.
013400     03 CBGL-RATE-ENTRY OCCURS 500 TIMES.
013500        05 CBGL-RT-PARTNER          PIC X(08).
013600        05 CBGL-RT-MODE             PIC X(06).
013700        05 CBGL-RT-EFF-DATE         PIC 9(08).
013800        05 CBGL-RT-COST-CENTER      PIC X(10).
013900        05 CBGL-RT-GL-ACCOUNT       PIC X(12).
014000        05 CBGL-RT-PER-MB           PIC 9(05)V9(04).
014100        05 CBGL-RT-PER-KREC         PIC 9(05)V9(04).
014200        05 CBGL-RT-ACCT-COUNT       PIC 9(07) COMP.
014300        05 CBGL-RT-RECS             PIC 9(12) COMP.
014400        05 CBGL-RT-BYTES            PIC 9(15) COMP.
014500        05 CBGL-RT-AMOUNT           PIC 9(11)V99.
014600*
014700*    ONE SLOT PER PARTNER AND DIRECTION WITH NO RATE IN EFFECT.
014800 01  CBGL-EXCEPTION-TABLE.
014900     03 CBGL-EXC-COUNT              PIC 9(03) COMP VALUE 0.
015000     03 CBGL-EXC-OVERFLOW           PIC 9(07) COMP VALUE 0.
015100     03 CBGL-EXC-ENTRY OCCURS 100 TIMES.
015200        05 CBGL-EX-ID               PIC X(08).
015300        05 CBGL-EX-MODE             PIC X(06).
015400        05 CBGL-EX-FIRST-DATE       PIC 9(08).
015500        05 CBGL-EX-ACCT-COUNT       PIC 9(07) COMP.
015600        05 CBGL-EX-RECS             PIC 9(12) COMP.
015700        05 CBGL-EX-BYTES            PIC 9(15) COMP.
015800*
015900 01  CBGL-PRINT-LINE.
016000     03 CBGL-PR-DRCR                PIC X(02).
016100     03 FILLER                      PIC X(01) VALUE SPACE.
016200     03 CBGL-PR-ID                  PIC X(08).
016300     03 FILLER                      PIC X(01) VALUE SPACE.
016400     03 CBGL-PR-MODE                PIC X(06).
016500     03 FILLER                      PIC X(01) VALUE SPACE.
016600     03 CBGL-PR-EFF-DATE            PIC 9(08).
016700     03 FILLER                      PIC X(01) VALUE SPACE.
016800     03 CBGL-PR-COST-CENTER         PIC X(10).
016900     03 FILLER                      PIC X(01) VALUE SPACE.
017000     03 CBGL-PR-GL-ACCOUNT          PIC X(12).
017100     03 CBGL-PR-RECS                PIC ZZZ,ZZZ,ZZ9.
017200     03 FILLER                      PIC X(01) VALUE "/".
017300     03 CBGL-PR-BYTES               PIC ZZZ,ZZZ,ZZZ,ZZ9.
017400     03 FILLER                      PIC X(01) VALUE SPACE.
017500     03 CBGL-PR-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017600*
017700 01  CBGL-EXCEPTION-LINE.
017800     03 FILLER                      PIC X(11) VALUE
017900                                    "NO RATE:   ".
018000     03 CBGL-EL-ID                  PIC X(08).
018100     03 FILLER                      PIC X(01) VALUE SPACE.
018200     03 CBGL-EL-MODE                PIC X(06).
018300     03 FILLER                      PIC X(07) VALUE " FIRST=".
018400     03 CBGL-EL-FIRST-DATE          PIC 9(08).
018500     03 FILLER                      PIC X(06) VALUE " RUNS=".
018600     03 CBGL-EL-ACCT-COUNT          PIC ZZZ,ZZ9.
018700     03 FILLER                      PIC X(01) VALUE SPACE.
018800     03 CBGL-EL-RECS                PIC ZZZ,ZZZ,ZZ9.
018900     03 FILLER                      PIC X(01) VALUE "/".
019000     03 CBGL-EL-BYTES               PIC ZZZ,ZZZ,ZZZ,ZZ9.
019100*
019200 01  CBGL-TOTAL-EDIT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019300 01  CBGL-TOTAL-EDIT-2              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019400*
019500 LINKAGE SECTION.
019600 01  CBGL-PARM-INFO.
019700     03 CBGL-PARM-LEN               PIC S9(4) COMP.
019800     03 CBGL-PARM-TEXT              PIC X(80).
019900*
020000 PROCEDURE DIVISION USING CBGL-PARM-INFO.
020100*
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     PERFORM 2000-PRICE-ONE-RECORD THRU 2000-EXIT
020500         UNTIL CBGL-AT-EOF.
020600     PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800     GOBACK.
020900*
021000*--------------------------------------------------------------*
021100* SETS THE PERIOD, LOADS THE RATE TABLE AND OPENS ACCTFILE.
021200* ANYTHING MISSING STOPS THE RUN BEFORE A JOURNAL IS STARTED.
021300*--------------------------------------------------------------*
021400 1000-INITIALIZE.
021500     ACCEPT CBGL-TODAY FROM DATE YYYYMMDD.
021600     ACCEPT CBGL-NOW FROM TIME.
021700     MOVE "Y" TO CBGL-EOF-SW.
021800     IF CBGL-PARM-LEN IS GREATER THAN ZERO THEN
021900         MOVE CBGL-PARM-TEXT (1:6) TO CBGL-PERIOD
022000     ELSE
022100         PERFORM 1050-DEFAULT-PERIOD THRU 1050-EXIT.
022200     IF CBGL-PERIOD IS NOT NUMERIC THEN
022300         DISPLAY "CHARGEBACK-GL-INTERFACE: PARM MUST BE YYYYMM: "
022400             CBGL-PERIOD
022500         MOVE "Y" TO CBGL-STOP-SW
022600         GO TO 1000-EXIT.
022700     IF CBGL-PERIOD-MM IS LESS THAN 1 OR
022800        CBGL-PERIOD-MM IS GREATER THAN 12 THEN
022900         DISPLAY "CHARGEBACK-GL-INTERFACE: PARM MUST BE YYYYMM: "
023000             CBGL-PERIOD
023100         MOVE "Y" TO CBGL-STOP-SW
023200         GO TO 1000-EXIT.
023300*    ANY DATE IN THE MONTH IS NOT GREATER THAN YYYYMM31.
023400     MOVE CBGL-PERIOD TO CBGL-PERIOD-END (1:6).
023500     MOVE 31 TO CBGL-PERIOD-END (7:2).
023600     STRING "TRCHGB" CBGL-PERIOD DELIMITED BY SIZE
023700         INTO CBGL-JOURNAL-ID.
023800     DISPLAY "TRANSCODE CHARGEBACK -- GL JOURNAL FOR PERIOD "
023900         CBGL-PERIOD " JOURNAL " CBGL-JOURNAL-ID.
024000     OPEN INPUT RATE-FILE.
024100     IF CBGL-RATE-NOT-FOUND THEN
024200         DISPLAY "CHARGEBACK-GL-INTERFACE: RATEFILE NOT FOUND"
024300         MOVE "Y" TO CBGL-STOP-SW
024400         GO TO 1000-EXIT.
024410     IF NOT CBGL-RATE-OK THEN
024420         MOVE "RATEFILE" TO CBGL-ABEND-DDNAME
024430         MOVE CBGL-RATE-STATUS TO CBGL-ABEND-STATUS
024440         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
024500     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
024600         UNTIL CBGL-RATE-AT-EOF.
024700     CLOSE RATE-FILE.
024800     IF CBGL-STOPPED THEN
024900         GO TO 1000-EXIT.
025000     DISPLAY "RATES LOADED=" CBGL-RATE-COUNT.
025100     OPEN INPUT ACCT-FILE.
025200     IF CBGL-ACCT-NOT-FOUND THEN
025300         DISPLAY "CHARGEBACK-GL-INTERFACE: ACCTFILE NOT FOUND"
025400         MOVE "Y" TO CBGL-STOP-SW
025500         GO TO 1000-EXIT.
025510     IF NOT CBGL-ACCT-OK THEN
025520         MOVE "ACCTFILE" TO CBGL-ABEND-DDNAME
025530         MOVE CBGL-ACCT-STATUS TO CBGL-ABEND-STATUS
025540         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
025600     MOVE "Y" TO CBGL-ACCT-OPEN-SW.
025700     MOVE "N" TO CBGL-EOF-SW.
025800     DISPLAY " ".
025900     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200*
026300*    THE MONTH BEFORE TODAY'S.
026400 1050-DEFAULT-PERIOD.
026500     IF CBGL-TODAY-MM IS EQUAL TO 1 THEN
026600         COMPUTE CBGL-PERIOD-YYYY = CBGL-TODAY-YYYY - 1
026700         MOVE 12 TO CBGL-PERIOD-MM
026800     ELSE
026900         MOVE CBGL-TODAY-YYYY TO CBGL-PERIOD-YYYY
027000         COMPUTE CBGL-PERIOD-MM = CBGL-TODAY-MM - 1.
027100 1050-EXIT.
027200     EXIT.
027300*
027400 1100-LOAD-ONE-RATE.
027500     READ RATE-FILE NEXT RECORD
027600         AT END
027700             MOVE "Y" TO CBGL-RATE-EOF-SW
027800     END-READ.
027900     IF CBGL-RATE-AT-EOF THEN
028000         GO TO 1100-EXIT.
028100     IF CBGL-RATE-COUNT IS NOT LESS THAN CBGL-MAX-RATES THEN
028200         DISPLAY "CHARGEBACK-GL-INTERFACE: MORE THAN "
028300             CBGL-MAX-RATES " RATES ON RATEFILE"
028400         MOVE "Y" TO CBGL-STOP-SW
028500         MOVE "Y" TO CBGL-RATE-EOF-SW
028600         GO TO 1100-EXIT.
028700     ADD 1 TO CBGL-RATE-COUNT.
028800     MOVE RATE-PARTNER TO CBGL-RT-PARTNER (CBGL-RATE-COUNT).
028900     MOVE RATE-MODE TO CBGL-RT-MODE (CBGL-RATE-COUNT).
029000     MOVE RATE-EFF-DATE TO CBGL-RT-EFF-DATE (CBGL-RATE-COUNT).
029100     MOVE RATE-COST-CENTER
029200         TO CBGL-RT-COST-CENTER (CBGL-RATE-COUNT).
029300     MOVE RATE-GL-ACCOUNT
029400         TO CBGL-RT-GL-ACCOUNT (CBGL-RATE-COUNT).
029500     MOVE RATE-PER-MB TO CBGL-RT-PER-MB (CBGL-RATE-COUNT).
029600     MOVE RATE-PER-KREC TO CBGL-RT-PER-KREC (CBGL-RATE-COUNT).
029700     MOVE 0 TO CBGL-RT-ACCT-COUNT (CBGL-RATE-COUNT).
029800     MOVE 0 TO CBGL-RT-RECS (CBGL-RATE-COUNT).
029900     MOVE 0 TO CBGL-RT-BYTES (CBGL-RATE-COUNT).
030000     MOVE 0 TO CBGL-RT-AMOUNT (CBGL-RATE-COUNT).
030100 1100-EXIT.
030200     EXIT.
030300*
030400*--------------------------------------------------------------*
030500* ONE ACCTFILE RECORD: SELECTED AND KEYED AS CHARGEBACK-REPORT
030600* DOES, THEN ADDED TO THE RATE IN EFFECT ON ITS RUN DATE, OR TO
030700* THE EXCEPTIONS WHEN THERE IS NONE.
030800*--------------------------------------------------------------*
030900 2000-PRICE-ONE-RECORD.
031000     MOVE ACCT-RUN-DATE (1:6) TO CBGL-RECORD-MONTH.
031100     IF CBGL-RECORD-MONTH IS NOT EQUAL TO CBGL-PERIOD THEN
031200         GO TO 2000-READ-NEXT.
031300     ADD 1 TO CBGL-RECORDS-READ.
031400     IF ACCT-NO-CHARGE-RERUN THEN
031500         ADD 1 TO CBGL-RERUNS-SKIPPED
031600         GO TO 2000-READ-NEXT.
031700     IF ACCT-PARTNER IS NOT EQUAL TO SPACES THEN
031800         MOVE ACCT-PARTNER TO CBGL-KEY-ID
031900     ELSE
032000         MOVE ACCT-SOURCE-ID (1:8) TO CBGL-KEY-ID.
032100     MOVE ACCT-MODE TO CBGL-KEY-MODE.
032200     MOVE ACCT-RUN-DATE TO CBGL-KEY-DATE.
032300     PERFORM 2200-FIND-RATE THRU 2200-EXIT.
032400     IF CBGL-RATE-HIT IS EQUAL TO ZERO THEN
032500         PERFORM 2300-NOTE-EXCEPTION THRU 2300-EXIT
032600         GO TO 2000-READ-NEXT.
032700     ADD 1 TO CBGL-PRICED-COUNT.
032800     ADD 1 TO CBGL-RT-ACCT-COUNT (CBGL-RATE-HIT).
032900     ADD ACCT-RECS TO CBGL-RT-RECS (CBGL-RATE-HIT).
033000     ADD ACCT-BYTES TO CBGL-RT-BYTES (CBGL-RATE-HIT).
033100     IF ACCT-MODE IS EQUAL TO "ENCODE" THEN
033200         ADD ACCT-RECS TO CBGL-ENC-RECS
033300         ADD ACCT-BYTES TO CBGL-ENC-BYTES
033400     ELSE
033500         ADD ACCT-RECS TO CBGL-DEC-RECS
033600         ADD ACCT-BYTES TO CBGL-DEC-BYTES.
033700 2000-READ-NEXT.
033800     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
033900 2000-EXIT.
034000     EXIT.
034100*
034200 2100-READ-RECORD.
034300     READ ACCT-FILE
034400         AT END
034500             MOVE "Y" TO CBGL-EOF-SW.
034600 2100-EXIT.
034700     EXIT.
034800*
034900*    THE RATE FOR CBGL-KEY-ID/CBGL-KEY-MODE IN EFFECT ON
035000*    CBGL-KEY-DATE.  THE TABLE IS IN EFFECTIVE-DATE ORDER WITHIN
035100*    PARTNER AND DIRECTION, SO THE LAST ONE THAT QUALIFIES IS
035200*    THE ONE IN EFFECT.  CBGL-RATE-HIT IS ZERO WHEN NONE IS.
035300 2200-FIND-RATE.
035400     MOVE 0 TO CBGL-RATE-HIT.
035500     PERFORM 2210-TEST-ONE-RATE THRU 2210-EXIT
035600         VARYING CBGL-RATE-SUB FROM 1 BY 1
035700         UNTIL CBGL-RATE-SUB IS GREATER THAN CBGL-RATE-COUNT.
035800 2200-EXIT.
035900     EXIT.
036000*
036100 2210-TEST-ONE-RATE.
036200     IF CBGL-RT-PARTNER (CBGL-RATE-SUB) IS EQUAL TO CBGL-KEY-ID
036300        AND CBGL-RT-MODE (CBGL-RATE-SUB) IS EQUAL TO
036400            CBGL-KEY-MODE
036500        AND CBGL-RT-EFF-DATE (CBGL-RATE-SUB) IS NOT GREATER
036600            THAN CBGL-KEY-DATE THEN
036700         MOVE CBGL-RATE-SUB TO CBGL-RATE-HIT.
036800 2210-EXIT.
036900     EXIT.
037000*
037100 2300-NOTE-EXCEPTION.
037200     ADD 1 TO CBGL-EXCEPTION-COUNT.
037300     MOVE 0 TO CBGL-EXC-HIT.
037400     PERFORM 2310-TEST-ONE-EXCEPTION THRU 2310-EXIT
037500         VARYING CBGL-EXC-SUB FROM 1 BY 1
037600         UNTIL CBGL-EXC-SUB IS GREATER THAN CBGL-EXC-COUNT
037700            OR CBGL-EXC-HIT IS GREATER THAN ZERO.
037800     IF CBGL-EXC-HIT IS EQUAL TO ZERO THEN
037900         IF CBGL-EXC-COUNT IS LESS THAN 100 THEN
038000             ADD 1 TO CBGL-EXC-COUNT
038100             MOVE CBGL-EXC-COUNT TO CBGL-EXC-HIT
038200             MOVE CBGL-KEY-ID TO CBGL-EX-ID (CBGL-EXC-HIT)
038300             MOVE ACCT-MODE TO CBGL-EX-MODE (CBGL-EXC-HIT)
038400             MOVE ACCT-RUN-DATE
038500                 TO CBGL-EX-FIRST-DATE (CBGL-EXC-HIT)
038600             MOVE 0 TO CBGL-EX-ACCT-COUNT (CBGL-EXC-HIT)
038700             MOVE 0 TO CBGL-EX-RECS (CBGL-EXC-HIT)
038800             MOVE 0 TO CBGL-EX-BYTES (CBGL-EXC-HIT)
038900         ELSE
039000             ADD 1 TO CBGL-EXC-OVERFLOW
039100             GO TO 2300-EXIT.
039200     IF ACCT-RUN-DATE IS LESS THAN
039300        CBGL-EX-FIRST-DATE (CBGL-EXC-HIT) THEN
039400         MOVE ACCT-RUN-DATE TO CBGL-EX-FIRST-DATE (CBGL-EXC-HIT).
039500     ADD 1 TO CBGL-EX-ACCT-COUNT (CBGL-EXC-HIT).
039600     ADD ACCT-RECS TO CBGL-EX-RECS (CBGL-EXC-HIT).
039700     ADD ACCT-BYTES TO CBGL-EX-BYTES (CBGL-EXC-HIT).
039800 2300-EXIT.
039900     EXIT.
040000*
040100 2310-TEST-ONE-EXCEPTION.
040200     IF CBGL-EX-ID (CBGL-EXC-SUB) IS EQUAL TO CBGL-KEY-ID AND
040300        CBGL-EX-MODE (CBGL-EXC-SUB) IS EQUAL TO ACCT-MODE THEN
040400         MOVE CBGL-EXC-SUB TO CBGL-EXC-HIT.
040500 2310-EXIT.
040600     EXIT.
040700*
040800*--------------------------------------------------------------*
040900* PRICES EVERY RATE THAT CARRIED VOLUME, FINDS THE RECOVERY
041000* ACCOUNT FOR EACH DIRECTION CHARGED, AND ONLY THEN WRITES THE
041100* JOURNAL -- SO A RUN THAT CANNOT BALANCE LEAVES GLJOURNL EMPTY.
041200* CHARGE = BYTES / 1,000,000 X MB RATE + RECORDS / 1,000 X
041300* KREC RATE, ROUNDED TO THE CENT ONCE PER RATE.
041400*--------------------------------------------------------------*
041500 3000-BUILD-JOURNAL.
041600     IF CBGL-STOPPED THEN
041700         GO TO 3000-EXIT.
041800     PERFORM 3100-PRICE-ONE-RATE THRU 3100-EXIT
041900         VARYING CBGL-RATE-SUB FROM 1 BY 1
042000         UNTIL CBGL-RATE-SUB IS GREATER THAN CBGL-RATE-COUNT.
042100     MOVE "*CREDIT" TO CBGL-KEY-ID.
042200     MOVE CBGL-PERIOD-END TO CBGL-KEY-DATE.
042300     IF CBGL-DEC-RECS IS GREATER THAN ZERO OR
042400        CBGL-DEC-BYTES IS GREATER THAN ZERO THEN
042500         MOVE "DECODE" TO CBGL-KEY-MODE
042600         PERFORM 2200-FIND-RATE THRU 2200-EXIT
042700         MOVE CBGL-RATE-HIT TO CBGL-DEC-CREDIT-HIT
042800         IF CBGL-RATE-HIT IS EQUAL TO ZERO THEN
042900             DISPLAY "CHARGEBACK-GL-INTERFACE: NO *CREDIT "
043000                 "RECOVERY ACCOUNT IN EFFECT FOR DECODE"
043100             MOVE "Y" TO CBGL-STOP-SW.
043200     IF CBGL-ENC-RECS IS GREATER THAN ZERO OR
043300        CBGL-ENC-BYTES IS GREATER THAN ZERO THEN
043400         MOVE "ENCODE" TO CBGL-KEY-MODE
043500         PERFORM 2200-FIND-RATE THRU 2200-EXIT
043600         MOVE CBGL-RATE-HIT TO CBGL-ENC-CREDIT-HIT
043700         IF CBGL-RATE-HIT IS EQUAL TO ZERO THEN
043800             DISPLAY "CHARGEBACK-GL-INTERFACE: NO *CREDIT "
043900                 "RECOVERY ACCOUNT IN EFFECT FOR ENCODE"
044000             MOVE "Y" TO CBGL-STOP-SW.
044100     IF CBGL-STOPPED THEN
044200         DISPLAY "CHARGEBACK-GL-INTERFACE: JOURNAL NOT WRITTEN"
044300         GO TO 3000-EXIT.
044400     ADD CBGL-DEC-DEBITS CBGL-ENC-DEBITS
044500         GIVING CBGL-CREDIT-TOTAL.
044600     IF CBGL-CREDIT-TOTAL IS NOT EQUAL TO CBGL-DEBIT-TOTAL THEN
044700         DISPLAY "CHARGEBACK-GL-INTERFACE: JOURNAL OUT OF "
044800             "BALANCE, NOT WRITTEN"
044900         MOVE "Y" TO CBGL-STOP-SW
045000         GO TO 3000-EXIT.
045100     OPEN OUTPUT GLJ-FILE.
045110     IF NOT CBGL-GLJ-OK THEN
045120         MOVE "GLJOURNL" TO CBGL-ABEND-DDNAME
045130         MOVE CBGL-GLJ-STATUS TO CBGL-ABEND-STATUS
045140         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
045200     MOVE SPACES TO GLJ-RECORD.
045300     MOVE "H" TO GLJ-REC-TYPE.
045400     MOVE "TRANCODE" TO GLJ-H-SOURCE.
045500     MOVE CBGL-JOURNAL-ID TO GLJ-H-JOURNAL-ID.
045600     MOVE CBGL-PERIOD TO GLJ-H-PERIOD.
045700     MOVE CBGL-TODAY TO GLJ-H-RUN-DATE.
045800     MOVE CBGL-NOW-HHMMSS TO GLJ-H-RUN-TIME.
045900     MOVE "USD" TO GLJ-H-CURRENCY.
046000     MOVE "TRANSCODE DATA CHARGEBACK" TO GLJ-H-DESC.
046100     PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT.
046200     DISPLAY "DR PARTNER  MODE   EFFECTIV COST CNTR  GL ACCOUNT  "
046300         "    RECORDS/BYTES                       AMOUNT".
046400     PERFORM 3200-WRITE-DEBIT THRU 3200-EXIT
046500         VARYING CBGL-RATE-SUB FROM 1 BY 1
046600         UNTIL CBGL-RATE-SUB IS GREATER THAN CBGL-RATE-COUNT.
046700     IF CBGL-DEC-CREDIT-HIT IS GREATER THAN ZERO THEN
046800         MOVE CBGL-DEC-CREDIT-HIT TO CBGL-RATE-SUB
046900         MOVE CBGL-DEC-RECS TO CBGL-RT-RECS (CBGL-RATE-SUB)
047000         MOVE CBGL-DEC-BYTES TO CBGL-RT-BYTES (CBGL-RATE-SUB)
047100         MOVE CBGL-DEC-DEBITS TO CBGL-RT-AMOUNT (CBGL-RATE-SUB)
047200         PERFORM 3300-WRITE-CREDIT THRU 3300-EXIT.
047300     IF CBGL-ENC-CREDIT-HIT IS GREATER THAN ZERO THEN
047400         MOVE CBGL-ENC-CREDIT-HIT TO CBGL-RATE-SUB
047500         MOVE CBGL-ENC-RECS TO CBGL-RT-RECS (CBGL-RATE-SUB)
047600         MOVE CBGL-ENC-BYTES TO CBGL-RT-BYTES (CBGL-RATE-SUB)
047700         MOVE CBGL-ENC-DEBITS TO CBGL-RT-AMOUNT (CBGL-RATE-SUB)
047800         PERFORM 3300-WRITE-CREDIT THRU 3300-EXIT.
047900     MOVE SPACES TO GLJ-RECORD.
048000     MOVE "T" TO GLJ-REC-TYPE.
048100     MOVE CBGL-JOURNAL-ID TO GLJ-T-JOURNAL-ID.
048110*    THE TRAILER COUNTS ITSELF.
048300     COMPUTE GLJ-T-RECORD-COUNT = CBGL-GLJ-RECORDS + 1.
048400     ADD CBGL-DEBIT-COUNT CBGL-CREDIT-COUNT
048500         GIVING GLJ-T-DETAIL-COUNT.
048600     MOVE CBGL-DEBIT-COUNT TO GLJ-T-DEBIT-COUNT.
048700     MOVE CBGL-CREDIT-COUNT TO GLJ-T-CREDIT-COUNT.
048800     MOVE CBGL-DEBIT-TOTAL TO GLJ-T-DEBIT-TOTAL.
048900     MOVE CBGL-CREDIT-TOTAL TO GLJ-T-CREDIT-TOTAL.
049000     PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT.
049100     CLOSE GLJ-FILE.
049200 3000-EXIT.
049300     EXIT.
049400*
049500 3100-PRICE-ONE-RATE.
049600     IF CBGL-RT-ACCT-COUNT (CBGL-RATE-SUB) IS EQUAL TO ZERO THEN
049700         GO TO 3100-EXIT.
049800     COMPUTE CBGL-RT-AMOUNT (CBGL-RATE-SUB) ROUNDED =
049900         CBGL-RT-BYTES (CBGL-RATE-SUB) *
050000         CBGL-RT-PER-MB (CBGL-RATE-SUB) / 1000000 +
050100         CBGL-RT-RECS (CBGL-RATE-SUB) *
050200         CBGL-RT-PER-KREC (CBGL-RATE-SUB) / 1000.
050300     ADD CBGL-RT-AMOUNT (CBGL-RATE-SUB) TO CBGL-DEBIT-TOTAL.
050400     IF CBGL-RT-MODE (CBGL-RATE-SUB) IS EQUAL TO "ENCODE" THEN
050500         ADD CBGL-RT-AMOUNT (CBGL-RATE-SUB) TO CBGL-ENC-DEBITS
050600     ELSE
050700         ADD CBGL-RT-AMOUNT (CBGL-RATE-SUB) TO CBGL-DEC-DEBITS.
050800 3100-EXIT.
050900     EXIT.
051000*
051100*    ONE DEBIT PER RATE THAT CARRIED VOLUME.  THE "*CREDIT"
051200*    ENTRIES NEVER CARRY ANY, SINCE NO ACCTFILE RECORD IS KEYED
051300*    WITH AN ASTERISK.
051400 3200-WRITE-DEBIT.
051500     IF CBGL-RT-ACCT-COUNT (CBGL-RATE-SUB) IS EQUAL TO ZERO THEN
051600         GO TO 3200-EXIT.
051700     ADD 1 TO CBGL-DEBIT-COUNT.
051800     MOVE SPACES TO GLJ-RECORD.
051900     MOVE "D" TO GLJ-D-DRCR.
052000     PERFORM 3400-BUILD-DETAIL THRU 3400-EXIT.
052100 3200-EXIT.
052200     EXIT.
052300*
052400 3300-WRITE-CREDIT.
052500     ADD 1 TO CBGL-CREDIT-COUNT.
052600     MOVE SPACES TO GLJ-RECORD.
052700     MOVE "C" TO GLJ-D-DRCR.
052800     PERFORM 3400-BUILD-DETAIL THRU 3400-EXIT.
052900 3300-EXIT.
053000     EXIT.
053100*
053200*    WRITES AND PRINTS THE DETAIL FOR RATE CBGL-RATE-SUB ON THE
053300*    SIDE ALREADY IN GLJ-D-DRCR.
053400 3400-BUILD-DETAIL.
053500     MOVE "D" TO GLJ-REC-TYPE.
053600     MOVE "TRANSCODE CHARGEBACK" TO GLJ-D-DESC.
053700     ADD CBGL-DEBIT-COUNT CBGL-CREDIT-COUNT GIVING GLJ-D-SEQ.
053800     MOVE CBGL-RT-COST-CENTER (CBGL-RATE-SUB)
053900         TO GLJ-D-COST-CENTER.
054000     MOVE CBGL-RT-GL-ACCOUNT (CBGL-RATE-SUB) TO GLJ-D-GL-ACCOUNT.
054100     MOVE CBGL-RT-AMOUNT (CBGL-RATE-SUB) TO GLJ-D-AMOUNT.
054200     MOVE CBGL-RT-PARTNER (CBGL-RATE-SUB) TO GLJ-D-PARTNER.
054300     MOVE CBGL-RT-MODE (CBGL-RATE-SUB) TO GLJ-D-MODE.
054400     MOVE CBGL-RT-EFF-DATE (CBGL-RATE-SUB) TO GLJ-D-EFF-DATE.
054500     MOVE CBGL-RT-RECS (CBGL-RATE-SUB) TO GLJ-D-RECS.
054600     MOVE CBGL-RT-BYTES (CBGL-RATE-SUB) TO GLJ-D-BYTES.
054700     PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT.
054800     IF GLJ-D-DEBIT THEN
054900         MOVE "DR" TO CBGL-PR-DRCR
055000     ELSE
055100         MOVE "CR" TO CBGL-PR-DRCR.
055200     MOVE GLJ-D-PARTNER TO CBGL-PR-ID.
055300     MOVE GLJ-D-MODE TO CBGL-PR-MODE.
055400     MOVE GLJ-D-EFF-DATE TO CBGL-PR-EFF-DATE.
055500     MOVE GLJ-D-COST-CENTER TO CBGL-PR-COST-CENTER.
055600     MOVE GLJ-D-GL-ACCOUNT TO CBGL-PR-GL-ACCOUNT.
055700     MOVE GLJ-D-RECS TO CBGL-PR-RECS.
055800     MOVE GLJ-D-BYTES TO CBGL-PR-BYTES.
055900     MOVE GLJ-D-AMOUNT TO CBGL-PR-AMOUNT.
056000     DISPLAY CBGL-PRINT-LINE.
056100 3400-EXIT.
056200     EXIT.
056300*
056400 3500-WRITE-JOURNAL.
056500     WRITE GLJ-RECORD.
056510     IF NOT CBGL-GLJ-OK THEN
056520         MOVE "GLJOURNL" TO CBGL-ABEND-DDNAME
056530         MOVE CBGL-GLJ-STATUS TO CBGL-ABEND-STATUS
056540         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
056600     ADD 1 TO CBGL-GLJ-RECORDS.
056700 3500-EXIT.
056800     EXIT.
056900*
057000 9000-TERMINATE.
057100     IF CBGL-ACCT-OPEN THEN
057200         CLOSE ACCT-FILE.
057300     DISPLAY " ".
057400     IF NOT CBGL-STOPPED THEN
057500         MOVE CBGL-DEBIT-TOTAL TO CBGL-TOTAL-EDIT
057600         MOVE CBGL-CREDIT-TOTAL TO CBGL-TOTAL-EDIT-2
057700         DISPLAY "JOURNAL " CBGL-JOURNAL-ID
057800             " RECORDS=" CBGL-GLJ-RECORDS
057900             " DEBITS=" CBGL-DEBIT-COUNT
058000             " CREDITS=" CBGL-CREDIT-COUNT
058100         DISPLAY "TOTAL DEBITS=" CBGL-TOTAL-EDIT
058200             " TOTAL CREDITS=" CBGL-TOTAL-EDIT-2.
058300     DISPLAY "ACCOUNTING RECORDS READ=" CBGL-RECORDS-READ
058400         " PRICED=" CBGL-PRICED-COUNT
058500         " NO-CHARGE RERUNS=" CBGL-RERUNS-SKIPPED
058600         " NO RATE=" CBGL-EXCEPTION-COUNT.
058700     IF CBGL-EXC-COUNT IS GREATER THAN ZERO THEN
058800         DISPLAY " "
058900         DISPLAY "EXCEPTIONS -- VOLUME WITH NO RATE IN EFFECT, "
059000             "NOT CHARGED"
059100         PERFORM 9100-PRINT-ONE-EXCEPTION THRU 9100-EXIT
059200             VARYING CBGL-EXC-SUB FROM 1 BY 1
059300             UNTIL CBGL-EXC-SUB IS GREATER THAN CBGL-EXC-COUNT.
059400     IF CBGL-EXC-OVERFLOW IS GREATER THAN ZERO THEN
059500         DISPLAY "NO RATE:   OTHER PARTNERS, RUNS="
059600             CBGL-EXC-OVERFLOW.
059700     IF CBGL-STOPPED THEN
059800         MOVE 8 TO RETURN-CODE
059900     ELSE
060000         IF CBGL-EXCEPTION-COUNT IS GREATER THAN ZERO THEN
060100             MOVE 4 TO RETURN-CODE.
060200 9000-EXIT.
060300     EXIT.
060400*
060500 9100-PRINT-ONE-EXCEPTION.
060600     MOVE CBGL-EX-ID (CBGL-EXC-SUB) TO CBGL-EL-ID.
060700     MOVE CBGL-EX-MODE (CBGL-EXC-SUB) TO CBGL-EL-MODE.
060800     MOVE CBGL-EX-FIRST-DATE (CBGL-EXC-SUB)
060900         TO CBGL-EL-FIRST-DATE.
061000     MOVE CBGL-EX-ACCT-COUNT (CBGL-EXC-SUB)
061100         TO CBGL-EL-ACCT-COUNT.
061200     MOVE CBGL-EX-RECS (CBGL-EXC-SUB) TO CBGL-EL-RECS.
061300     MOVE CBGL-EX-BYTES (CBGL-EXC-SUB) TO CBGL-EL-BYTES.
061400     DISPLAY CBGL-EXCEPTION-LINE.
061500 9100-EXIT.
061600     EXIT.
061700*
061800 9800-ABEND-FILE-ERROR.
061900     DISPLAY "CHARGEBACK-GL-INTERFACE: I/O ERROR ON "
062000         CBGL-ABEND-DDNAME " STATUS=" CBGL-ABEND-STATUS.
062100     MOVE 16 TO RETURN-CODE.
062200     GOBACK.
062300 9800-EXIT.
062400     EXIT.
