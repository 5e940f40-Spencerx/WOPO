000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "CHARGEBACK-RATE-MAINT".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-12  DS  INITIAL VERSION.  BATCH MAINTENANCE AGAINST
001000*                    THE RATEFILE CHARGEBACK RATE TABLE -- EACH
001100*                    PARTNER'S COST CENTER, GL ACCOUNT AND RATES
001200*                    BY DIRECTION AND EFFECTIVE DATE, PRICED BY
001300*                    CHARGEBACK-GL-INTERFACE AT MONTH END.  SAME
001400*                    SHAPE AS PARTNER-PROFILE-MAINT: ONE
001500*                    TRANSACTION CARD PER ACTION, EVERY APPLIED
001600*                    CHANGE PRINTS AN AUDIT LINE, ANY REJECT
001700*                    ENDS THE RUN RC 04.  CARD ACTIONS:
001800*                      A  ADD OR REPLACE ONE RATE (PARTNER,
001900*                         DIRECTION, EFFECTIVE DATE).
002000*                      D  DELETE ONE RATE.
002100*                      L  LIST EVERY RATE OF A PARTNER (BLANK
002200*                         PARTNER LISTS THE WHOLE TABLE).
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RMNT-TXN-FILE ASSIGN TO "RATETXN"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS RMNT-TXN-STATUS.
003000     SELECT RATE-FILE ASSIGN TO "RATEFILE"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RATE-KEY
003400         FILE STATUS IS RMNT-RATE-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RMNT-TXN-FILE
003900     RECORDING MODE IS F
004000     RECORD CONTAINS 80 CHARACTERS
004100     LABEL RECORDS ARE STANDARD.
004200 01  RMNT-TXN-RECORD.
004300     03 RTXN-ACTION                 PIC X(01).
004400         88 RTXN-RATE               VALUE "A".
004500         88 RTXN-DELETE             VALUE "D".
004600         88 RTXN-LIST               VALUE "L".
004700     03 RTXN-PARTNER                PIC X(08).
004800     03 RTXN-MODE                   PIC X(06).
004900     03 RTXN-EFF-DATE               PIC X(08).
005000     03 RTXN-EFF-DATE-R REDEFINES RTXN-EFF-DATE.
005100        05 RTXN-EFF-YYYY            PIC 9(04).
005200        05 RTXN-EFF-MM              PIC 9(02).
005300        05 RTXN-EFF-DD              PIC 9(02).
005400     03 RTXN-COST-CENTER            PIC X(10).
005500     03 RTXN-GL-ACCOUNT             PIC X(12).
005600     03 RTXN-PER-MB                 PIC X(09).
005700     03 RTXN-PER-MB-N REDEFINES RTXN-PER-MB
005800                                    PIC 9(05)V9(04).
005900     03 RTXN-PER-KREC               PIC X(09).
006000     03 RTXN-PER-KREC-N REDEFINES RTXN-PER-KREC
006100                                    PIC 9(05)V9(04).
006200     03 RTXN-USER                   PIC X(08).
006300     03 RTXN-DATE                   PIC X(08).
006400     03 FILLER                      PIC X(01).
006500*
006600 FD  RATE-FILE
006700     RECORD CONTAINS 120 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900     COPY RATEREC.
007000*
007100 WORKING-STORAGE SECTION.
007200 01  RMNT-SWITCHES.
007300     03 RMNT-EOF-SW                 PIC X(01) VALUE "N".
007400         88 RMNT-AT-EOF             VALUE "Y".
007500     03 RMNT-TXN-STATUS             PIC X(02) VALUE "00".
007600     03 RMNT-RATE-STATUS            PIC X(02) VALUE "00".
007700         88 RMNT-RATE-NOT-FOUND     VALUES "35", "05".
007800     03 RMNT-OLD-FOUND-SW           PIC X(01) VALUE "N".
007900         88 RMNT-OLD-FOUND          VALUE "Y".
008000     03 RMNT-LIST-EOF-SW            PIC X(01) VALUE "N".
008100         88 RMNT-LIST-AT-EOF        VALUE "Y".
008200*
008300 01  RMNT-COUNTERS.
008400     03 RMNT-TXN-COUNT              PIC 9(05) COMP VALUE 0.
008500     03 RMNT-ADD-COUNT              PIC 9(05) COMP VALUE 0.
008600     03 RMNT-CHANGE-COUNT           PIC 9(05) COMP VALUE 0.
008700     03 RMNT-DELETE-COUNT           PIC 9(05) COMP VALUE 0.
008800     03 RMNT-REJECT-COUNT           PIC 9(05) COMP VALUE 0.
008900     03 RMNT-LIST-COUNT             PIC 9(05) COMP VALUE 0.
009000*
009100 01  RMNT-AUDIT-LINE.
009200     03 RMNT-AUD-ACTION             PIC X(07).
009300     03 FILLER                      PIC X(09) VALUE " PARTNER=".
009400     03 RMNT-AUD-PARTNER            PIC X(08).
009500     03 FILLER                      PIC X(01) VALUE SPACE.
009600     03 RMNT-AUD-MODE               PIC X(06).
009700     03 FILLER                      PIC X(11) VALUE
009800                                    " EFFECTIVE=".
009900     03 RMNT-AUD-EFF-DATE           PIC X(08).
010000     03 FILLER                      PIC X(06) VALUE " USER=".
010100     03 RMNT-AUD-USER               PIC X(08).
010200     03 FILLER                      PIC X(06) VALUE " DATE=".
010300     03 RMNT-AUD-DATE               PIC X(08).
010400*
010500 01  RMNT-RATE-LINE.
010600     03 FILLER                      PIC X(02) VALUE SPACES.
010700     03 RMNT-RL-PARTNER             PIC X(08).
010800     03 FILLER                      PIC X(01) VALUE SPACE.
010900     03 RMNT-RL-MODE                PIC X(06).
011000     03 FILLER                      PIC X(06) VALUE " FROM ".
011100     03 RMNT-RL-EFF-DATE            PIC 9(08).
011200     03 FILLER                      PIC X(04) VALUE " CC=".
011300     03 RMNT-RL-COST-CENTER         PIC X(10).
011400     03 FILLER                      PIC X(04) VALUE " GL=".
011500     03 RMNT-RL-GL-ACCOUNT          PIC X(12).
011600     03 FILLER                      PIC X(04) VALUE " MB=".
011700     03 RMNT-RL-PER-MB              PIC ZZZZ9.9999.
011800     03 FILLER                      PIC X(06) VALUE " KREC=".
011900     03 RMNT-RL-PER-KREC            PIC ZZZZ9.9999.
012000*
012100 PROCEDURE DIVISION.
012200*
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
012600         UNTIL RMNT-AT-EOF.
012700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012800     GOBACK.
012900*
013000 1000-INITIALIZE.
013100     OPEN INPUT RMNT-TXN-FILE.
013200     OPEN I-O RATE-FILE.
013300     IF RMNT-RATE-NOT-FOUND THEN
013400         CLOSE RATE-FILE
013500         OPEN OUTPUT RATE-FILE
013600         CLOSE RATE-FILE
013700         OPEN I-O RATE-FILE.
013800     DISPLAY "CHARGEBACK-RATE-MAINT: AUDIT".
013900     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200*
014300 2000-PROCESS-TRANSACTION.
014400     EVALUATE TRUE
014500         WHEN RTXN-LIST
014600             PERFORM 2500-LIST-RATES THRU 2500-EXIT
014700         WHEN RTXN-PARTNER IS EQUAL TO SPACES
014800             DISPLAY "CHARGEBACK-RATE-MAINT: BLANK PARTNER, "
014900                 "CARD REJECTED"
015000             ADD 1 TO RMNT-REJECT-COUNT
015100         WHEN RTXN-RATE
015200             PERFORM 2300-ADD-OR-CHANGE THRU 2300-EXIT
015300         WHEN RTXN-DELETE
015400             PERFORM 2200-DELETE-RATE THRU 2200-EXIT
015500         WHEN OTHER
015600             DISPLAY "CHARGEBACK-RATE-MAINT: BAD ACTION, "
015700                 "CARD REJECTED: " RTXN-ACTION
015800             ADD 1 TO RMNT-REJECT-COUNT
015900     END-EVALUATE.
016000     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
016100 2000-EXIT.
016200     EXIT.
016300*
016400 2100-READ-TRANSACTION.
016500     READ RMNT-TXN-FILE
016600         AT END
016700             MOVE "Y" TO RMNT-EOF-SW
016800         NOT AT END
016900             ADD 1 TO RMNT-TXN-COUNT.
017000 2100-EXIT.
017100     EXIT.
017200*
017300 2200-DELETE-RATE.
017400     IF RTXN-EFF-DATE IS NOT NUMERIC THEN
017500         DISPLAY "CHARGEBACK-RATE-MAINT: EFFECTIVE DATE MUST "
017600             "BE YYYYMMDD, CARD REJECTED, PARTNER="
017700             RTXN-PARTNER
017800         ADD 1 TO RMNT-REJECT-COUNT
017900         GO TO 2200-EXIT.
018000     MOVE RTXN-PARTNER TO RATE-PARTNER.
018100     MOVE RTXN-MODE TO RATE-MODE.
018200     MOVE RTXN-EFF-DATE TO RATE-EFF-DATE.
018300     DELETE RATE-FILE RECORD
018400         INVALID KEY
018500             DISPLAY "CHARGEBACK-RATE-MAINT: DELETE NOT FOUND, "
018600                 "PARTNER=" RTXN-PARTNER " " RTXN-MODE
018700                 " EFFECTIVE=" RTXN-EFF-DATE
018800             ADD 1 TO RMNT-REJECT-COUNT
018900         NOT INVALID KEY
019000             ADD 1 TO RMNT-DELETE-COUNT
019100             MOVE "DELETE " TO RMNT-AUD-ACTION
019200             PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT.
019300 2200-EXIT.
019400     EXIT.
019500*
019600*    EDITS THE "A" CARD, THEN ADDS OR REPLACES THE RATE.  THE
019700*    DIRECTION IS DECODE OR ENCODE; THE RATES ARE NINE DIGITS
019800*    WITH FOUR IMPLIED DECIMALS (000125000 IS 12.5000).  THE
019900*    "*CREDIT" RECOVERY ENTRY CARRIES AN ACCOUNT BUT NO RATES.
020000 2300-ADD-OR-CHANGE.
020100     IF RTXN-MODE IS NOT EQUAL TO "DECODE" AND
020200        RTXN-MODE IS NOT EQUAL TO "ENCODE" THEN
020300         DISPLAY "CHARGEBACK-RATE-MAINT: DIRECTION MUST BE "
020400             "DECODE OR ENCODE, CARD REJECTED, PARTNER="
020500             RTXN-PARTNER
020600         ADD 1 TO RMNT-REJECT-COUNT
020700         GO TO 2300-EXIT.
020800     IF RTXN-EFF-DATE IS NOT NUMERIC THEN
020900         DISPLAY "CHARGEBACK-RATE-MAINT: EFFECTIVE DATE MUST "
021000             "BE YYYYMMDD, CARD REJECTED, PARTNER="
021100             RTXN-PARTNER
021200         ADD 1 TO RMNT-REJECT-COUNT
021300         GO TO 2300-EXIT.
021400     IF RTXN-EFF-MM IS LESS THAN 1 OR
021500        RTXN-EFF-MM IS GREATER THAN 12 OR
021600        RTXN-EFF-DD IS LESS THAN 1 OR
021700        RTXN-EFF-DD IS GREATER THAN 31 THEN
021800         DISPLAY "CHARGEBACK-RATE-MAINT: BAD EFFECTIVE DATE, "
021900             "CARD REJECTED, PARTNER=" RTXN-PARTNER
022000             " EFFECTIVE=" RTXN-EFF-DATE
022100         ADD 1 TO RMNT-REJECT-COUNT
022200         GO TO 2300-EXIT.
022300     IF RTXN-COST-CENTER IS EQUAL TO SPACES OR
022400        RTXN-GL-ACCOUNT IS EQUAL TO SPACES THEN
022500         DISPLAY "CHARGEBACK-RATE-MAINT: COST CENTER AND GL "
022600             "ACCOUNT ARE REQUIRED, CARD REJECTED, PARTNER="
022700             RTXN-PARTNER
022800         ADD 1 TO RMNT-REJECT-COUNT
022900         GO TO 2300-EXIT.
023000     IF RTXN-PER-MB IS NOT NUMERIC OR
023100        RTXN-PER-KREC IS NOT NUMERIC THEN
023200         DISPLAY "CHARGEBACK-RATE-MAINT: RATES MUST BE 9 "
023300             "DIGITS, CARD REJECTED, PARTNER=" RTXN-PARTNER
023400         ADD 1 TO RMNT-REJECT-COUNT
023500         GO TO 2300-EXIT.
023600     IF RTXN-PARTNER IS EQUAL TO "*CREDIT" AND
023700        (RTXN-PER-MB-N IS NOT EQUAL TO ZERO OR
023800         RTXN-PER-KREC-N IS NOT EQUAL TO ZERO) THEN
023900         DISPLAY "CHARGEBACK-RATE-MAINT: THE *CREDIT ENTRY "
024000             "TAKES NO RATES, CARD REJECTED"
024100         ADD 1 TO RMNT-REJECT-COUNT
024200         GO TO 2300-EXIT.
024300     MOVE RTXN-PARTNER TO RATE-PARTNER.
024400     MOVE RTXN-MODE TO RATE-MODE.
024500     MOVE RTXN-EFF-DATE TO RATE-EFF-DATE.
024600     PERFORM 2700-READ-OLD-RATE THRU 2700-EXIT.
024700     MOVE SPACES TO RATE-RECORD.
024800     MOVE RTXN-PARTNER TO RATE-PARTNER.
024900     MOVE RTXN-MODE TO RATE-MODE.
025000     MOVE RTXN-EFF-DATE TO RATE-EFF-DATE.
025100     MOVE RTXN-COST-CENTER TO RATE-COST-CENTER.
025200     MOVE RTXN-GL-ACCOUNT TO RATE-GL-ACCOUNT.
025300     MOVE RTXN-PER-MB-N TO RATE-PER-MB.
025400     MOVE RTXN-PER-KREC-N TO RATE-PER-KREC.
025500     MOVE RTXN-USER TO RATE-USER.
025600     MOVE RTXN-DATE TO RATE-DATE.
025700     IF RMNT-OLD-FOUND THEN
025800         REWRITE RATE-RECORD
025900             INVALID KEY
026000                 DISPLAY "CHARGEBACK-RATE-MAINT: CHANGE FAILED, "
026100                     "PARTNER=" RATE-PARTNER " " RATE-MODE
026200                 ADD 1 TO RMNT-REJECT-COUNT
026300             NOT INVALID KEY
026400                 ADD 1 TO RMNT-CHANGE-COUNT
026500                 MOVE "CHANGE " TO RMNT-AUD-ACTION
026600                 PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT
026700                 PERFORM 2550-PRINT-RATE-LINE THRU 2550-EXIT
026800         END-REWRITE
026900     ELSE
027000         WRITE RATE-RECORD
027100             INVALID KEY
027200                 DISPLAY "CHARGEBACK-RATE-MAINT: ADD FAILED, "
027300                     "PARTNER=" RATE-PARTNER " " RATE-MODE
027400                 ADD 1 TO RMNT-REJECT-COUNT
027500             NOT INVALID KEY
027600                 ADD 1 TO RMNT-ADD-COUNT
027700                 MOVE "ADD    " TO RMNT-AUD-ACTION
027800                 PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT
027900                 PERFORM 2550-PRINT-RATE-LINE THRU 2550-EXIT
028000         END-WRITE.
028100 2300-EXIT.
028200     EXIT.
028300*
028400*    LISTS THE PARTNER'S RATES (OR THE WHOLE TABLE) IN KEY
028500*    ORDER: DIRECTION, THEN EFFECTIVE DATE.
028600 2500-LIST-RATES.
028700     MOVE 0 TO RMNT-LIST-COUNT.
028800     MOVE "N" TO RMNT-LIST-EOF-SW.
028900     MOVE LOW-VALUES TO RATE-KEY.
029000     MOVE RTXN-PARTNER TO RATE-PARTNER.
029100     START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
029200         INVALID KEY
029300             MOVE "Y" TO RMNT-LIST-EOF-SW
029400     END-START.
029500     IF RTXN-PARTNER IS EQUAL TO SPACES THEN
029600         DISPLAY "RATE TABLE"
029700     ELSE
029800         DISPLAY "RATES FOR " RTXN-PARTNER.
029900     PERFORM 2510-LIST-NEXT-RATE THRU 2510-EXIT
030000         UNTIL RMNT-LIST-AT-EOF.
030100     IF RMNT-LIST-COUNT IS EQUAL TO 0 THEN
030200         DISPLAY "CHARGEBACK-RATE-MAINT: LIST -- NO RATES ON "
030300             "FILE: " RTXN-PARTNER.
030400 2500-EXIT.
030500     EXIT.
030600*
030700 2510-LIST-NEXT-RATE.
030800     READ RATE-FILE NEXT RECORD
030900         AT END
031000             MOVE "Y" TO RMNT-LIST-EOF-SW
031100     END-READ.
031200     IF RMNT-LIST-AT-EOF THEN
031300         GO TO 2510-EXIT.
031400     IF RTXN-PARTNER IS NOT EQUAL TO SPACES AND
031500        RATE-PARTNER IS NOT EQUAL TO RTXN-PARTNER THEN
031600         MOVE "Y" TO RMNT-LIST-EOF-SW
031700         GO TO 2510-EXIT.
031800     ADD 1 TO RMNT-LIST-COUNT.
031900     PERFORM 2550-PRINT-RATE-LINE THRU 2550-EXIT.
032000 2510-EXIT.
032100     EXIT.
032200*
032300 2550-PRINT-RATE-LINE.
032400     MOVE RATE-PARTNER TO RMNT-RL-PARTNER.
032500     MOVE RATE-MODE TO RMNT-RL-MODE.
032600     MOVE RATE-EFF-DATE TO RMNT-RL-EFF-DATE.
032700     MOVE RATE-COST-CENTER TO RMNT-RL-COST-CENTER.
032800     MOVE RATE-GL-ACCOUNT TO RMNT-RL-GL-ACCOUNT.
032900     MOVE RATE-PER-MB TO RMNT-RL-PER-MB.
033000     MOVE RATE-PER-KREC TO RMNT-RL-PER-KREC.
033100     DISPLAY RMNT-RATE-LINE.
033200 2550-EXIT.
033300     EXIT.
033400*
033500 2600-PRINT-AUDIT-LINE.
033600     MOVE RTXN-PARTNER TO RMNT-AUD-PARTNER.
033700     MOVE RTXN-MODE TO RMNT-AUD-MODE.
033800     MOVE RTXN-EFF-DATE TO RMNT-AUD-EFF-DATE.
033900     MOVE RTXN-USER TO RMNT-AUD-USER.
034000     MOVE RTXN-DATE TO RMNT-AUD-DATE.
034100     DISPLAY RMNT-AUDIT-LINE.
034200 2600-EXIT.
034300     EXIT.
034400*
034500*    KEYED READ AIMED AT THE RATE IN RATE-KEY.
034600 2700-READ-OLD-RATE.
034700     MOVE "N" TO RMNT-OLD-FOUND-SW.
034800     READ RATE-FILE
034900         INVALID KEY
035000             CONTINUE
035100         NOT INVALID KEY
035200             MOVE "Y" TO RMNT-OLD-FOUND-SW
035300     END-READ.
035400 2700-EXIT.
035500     EXIT.
035600*
035700 9000-TERMINATE.
035800     CLOSE RMNT-TXN-FILE.
035900     CLOSE RATE-FILE.
036000     DISPLAY "CHARGEBACK-RATE-MAINT: TRANSACTIONS READ="
036100         RMNT-TXN-COUNT.
036200     DISPLAY "CHARGEBACK-RATE-MAINT: ADDED=" RMNT-ADD-COUNT
036300         " CHANGED=" RMNT-CHANGE-COUNT
036400         " DELETED=" RMNT-DELETE-COUNT
036500         " REJECTED=" RMNT-REJECT-COUNT.
036600     IF RMNT-REJECT-COUNT IS GREATER THAN ZERO THEN
036700         MOVE 4 TO RETURN-CODE.
036800 9000-EXIT.
036900     EXIT.
