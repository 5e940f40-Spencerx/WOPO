000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "DELIVERY-ARCHIVE-PURGE".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-01  DS  INITIAL VERSION.  KEEPS THE DLVARCH
001000*                    DELIVERY ARCHIVE TO ITS RETENTION: EVERY
001100*                    ARCHIVED DELIVERY WHOSE ARCHIVE DATE IS
001200*                    MORE THAN RETAIN=NNN DAYS (SYSIN CARD,
001300*                    DEFAULT 90) BEFORE TODAY IS DELETED --
001400*                    CONTROL RECORD AND DATA RECORDS TOGETHER,
001500*                    SO A DELIVERY IS EITHER WHOLLY RESENDABLE
001600*                    OR GONE.  DATA RECORDS WITH NO CONTROL
001700*                    RECORD AHEAD OF THEM BELONG TO NO
001800*                    DELIVERY AND GO TOO.  THE DLVREG ENTRIES
001900*                    ARE NOT TOUCHED -- THE REGISTER IS KEPT
002000*                    FOREVER; ONLY THE ABILITY TO RESEND LAPSES.
002100*                    EVERY DELIVERY PURGED IS PRINTED.
002200*                    RC 00 = DONE; RC 08 = BAD CARD OR FILE
002300*                    ERROR (NOTHING MORE IS PURGED).
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DARC-FILE ASSIGN TO "DLVARCH"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS DARC-KEY
003200         FILE STATUS IS DAPG-DARC-STATUS.
003300     SELECT DAPG-CTL-FILE ASSIGN TO "SYSIN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS DAPG-CTL-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DARC-FILE
004000     RECORD CONTAINS 1070 CHARACTERS
004100     LABEL RECORDS ARE STANDARD.
004200     COPY DARCREC.
004300*
004400 FD  DAPG-CTL-FILE
004500     RECORDING MODE IS F
004600     RECORD CONTAINS 80 CHARACTERS
004700     LABEL RECORDS ARE STANDARD.
004800 01  DAPG-CTL-RECORD             PIC X(80).
004900*
005000 WORKING-STORAGE SECTION.
005100 01  DAPG-SWITCHES.
005200     03 DAPG-DARC-STATUS         PIC X(02) VALUE "00".
005300         88 DAPG-DARC-OK         VALUE "00".
005400         88 DAPG-DARC-NOT-FOUND  VALUES "35", "05".
005500     03 DAPG-CTL-STATUS          PIC X(02) VALUE "00".
005600         88 DAPG-CTL-NOT-FOUND   VALUES "35", "05".
005700     03 DAPG-CTL-EOF-SW          PIC X(01) VALUE "N".
005800         88 DAPG-CTL-AT-EOF      VALUE "Y".
005900     03 DAPG-DARC-EOF-SW         PIC X(01) VALUE "N".
006000         88 DAPG-DARC-AT-EOF     VALUE "Y".
006100*    ON FOR EVERY RECORD OF THE DELIVERY IN HAND WHEN ITS
006200*    CONTROL RECORD SAID IT IS PAST RETENTION.
006300     03 DAPG-PURGING-SW          PIC X(01) VALUE "N".
006400         88 DAPG-PURGING         VALUE "Y".
006500     03 DAPG-DARC-OPEN-SW        PIC X(01) VALUE "N".
006600         88 DAPG-DARC-OPEN       VALUE "Y".
006700     03 DAPG-ERROR-SW            PIC X(01) VALUE "N".
006800         88 DAPG-RUN-ERROR       VALUE "Y".
006900*
007000 01  DAPG-SELECTION.
007100     03 DAPG-CTL-KEYWORD         PIC X(12) VALUE SPACES.
007200     03 DAPG-CTL-VALUE           PIC X(20) VALUE SPACES.
007300     03 DAPG-VALUE-LEN           PIC 9(04) COMP VALUE 0.
007400     03 DAPG-RETAIN-X            PIC X(03) VALUE SPACES.
007500     03 DAPG-RETAIN-DAYS         PIC 9(03) VALUE 90.
007600     03 DAPG-TODAY               PIC 9(08) VALUE 0.
007700     03 DAPG-TODAY-NUM           PIC 9(09) COMP VALUE 0.
007800     03 DAPG-CUTOFF-NUM          PIC S9(09) COMP VALUE 0.
007900     03 DAPG-GROUP-KEY           PIC X(58) VALUE SPACES.
008000*
008100 01  DAPG-COUNTERS.
008200     03 DAPG-KEPT                PIC 9(07) COMP VALUE 0.
008300     03 DAPG-PURGED              PIC 9(07) COMP VALUE 0.
008400     03 DAPG-ORPHANS             PIC 9(07) COMP VALUE 0.
008500     03 DAPG-RECS-DELETED        PIC 9(09) COMP VALUE 0.
008600*
008700*    DAY-NUMBER CONVERSION WORK AREA -- SAME CALENDAR
008800*    ARITHMETIC AS OPERATIONS-SUMMARY.
008900 01  DAPG-DATE-WORK.
009000     03 DAPG-DW-DATE             PIC 9(08) VALUE 0.
009100     03 DAPG-DW-DATE-SPLIT REDEFINES DAPG-DW-DATE.
009200        05 DAPG-DW-YYYY          PIC 9(04).
009300        05 DAPG-DW-MM            PIC 9(02).
009400        05 DAPG-DW-DD            PIC 9(02).
009500     03 DAPG-DW-PRIOR            PIC 9(09) COMP VALUE 0.
009600     03 DAPG-DW-QUOT             PIC 9(09) COMP VALUE 0.
009700     03 DAPG-DW-REM              PIC 9(09) COMP VALUE 0.
009800     03 DAPG-DW-DAYNUM           PIC 9(09) COMP VALUE 0.
009900     03 DAPG-DW-LEAP-SW          PIC X(01) VALUE "N".
010000         88 DAPG-DW-LEAP         VALUE "Y".
010100     03 DAPG-DW-CUM-LIT          PIC X(36) VALUE
010200         "000031059090120151181212243273304334".
010300     03 DAPG-DW-CUM-TABLE REDEFINES DAPG-DW-CUM-LIT.
010400        05 DAPG-DW-CUM           PIC 9(03) OCCURS 12 TIMES.
010500*
010600 01  DAPG-PRINT-LINE.
010700     03 DAPG-PR-ACTION           PIC X(08).
010800     03 DAPG-PR-DSN              PIC X(44).
010900     03 FILLER                   PIC X(01) VALUE SPACE.
011000     03 DAPG-PR-FILE-DATE        PIC 9(08).
011100     03 FILLER                   PIC X(01) VALUE SPACE.
011200     03 DAPG-PR-FILE-TIME        PIC 9(06).
011300     03 FILLER                   PIC X(10) VALUE " ARCHIVED=".
011400     03 DAPG-PR-ARCH-DATE        PIC 9(08).
011500     03 FILLER                   PIC X(08) VALUE " STATUS=".
011600     03 DAPG-PR-STATUS           PIC X(01).
011700     03 FILLER                   PIC X(09) VALUE " RECORDS=".
011800     03 DAPG-PR-RECS             PIC ZZZ,ZZZ,ZZ9.
011900     03 FILLER                   PIC X(09) VALUE " RESENDS=".
012000     03 DAPG-PR-RESENDS          PIC ZZZ9.
012100*
012200 PROCEDURE DIVISION.
012300*
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     IF NOT DAPG-RUN-ERROR THEN
012700         PERFORM 2000-SWEEP-ONE-RECORD THRU 2000-EXIT
012800             UNTIL DAPG-DARC-AT-EOF OR DAPG-RUN-ERROR.
012900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013000     GOBACK.
013100*
013200*--------------------------------------------------------------*
013300* INITIALIZE -- THE RETENTION CARD, THE CUTOFF, AND THE FIRST
013400* ARCHIVE RECORD.
013500*--------------------------------------------------------------*
013600 1000-INITIALIZE.
013700     ACCEPT DAPG-TODAY FROM DATE YYYYMMDD.
013800     OPEN INPUT DAPG-CTL-FILE.
013900     IF NOT DAPG-CTL-NOT-FOUND THEN
014000         PERFORM 1100-READ-CARD THRU 1100-EXIT
014100         PERFORM 1200-TAKE-CARD THRU 1200-EXIT
014200             UNTIL DAPG-CTL-AT-EOF
014300         CLOSE DAPG-CTL-FILE.
014400     IF DAPG-RUN-ERROR THEN
014500         GO TO 1000-EXIT.
014600     MOVE DAPG-TODAY TO DAPG-DW-DATE.
014700     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
014800     MOVE DAPG-DW-DAYNUM TO DAPG-TODAY-NUM.
014900     COMPUTE DAPG-CUTOFF-NUM = DAPG-TODAY-NUM - DAPG-RETAIN-DAYS.
015000     DISPLAY "DELIVERY-ARCHIVE-PURGE: TODAY=" DAPG-TODAY
015100         " RETAIN=" DAPG-RETAIN-DAYS " DAYS".
015200     OPEN I-O DARC-FILE.
015300     IF DAPG-DARC-NOT-FOUND THEN
015400         DISPLAY "DELIVERY-ARCHIVE-PURGE: DLVARCH NOT FOUND, "
015500             "NOTHING TO PURGE"
015600         MOVE "Y" TO DAPG-DARC-EOF-SW
015700         GO TO 1000-EXIT.
015800     IF NOT DAPG-DARC-OK THEN
015900         DISPLAY "DELIVERY-ARCHIVE-PURGE: DLVARCH OPEN FAILED, "
016000             "STATUS=" DAPG-DARC-STATUS
016100         MOVE "Y" TO DAPG-ERROR-SW
016200         GO TO 1000-EXIT.
016300     MOVE "Y" TO DAPG-DARC-OPEN-SW.
016400     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
016500 1000-EXIT.
016600     EXIT.
016700*
016800 1100-READ-CARD.
016900     READ DAPG-CTL-FILE
017000         AT END
017100             MOVE "Y" TO DAPG-CTL-EOF-SW.
017200 1100-EXIT.
017300     EXIT.
017400*
017500*    RETAIN=NNN, ONE TO THREE DIGITS, AT LEAST ONE DAY -- A
017600*    BAD CARD STOPS THE RUN RATHER THAN PURGE ON A GUESS.
017700 1200-TAKE-CARD.
017800     IF DAPG-CTL-RECORD (1:1) IS EQUAL TO "*" OR
017900        DAPG-CTL-RECORD IS EQUAL TO SPACES THEN
018000         GO TO 1200-READ-NEXT.
018100     MOVE SPACES TO DAPG-CTL-KEYWORD, DAPG-CTL-VALUE.
018200     UNSTRING DAPG-CTL-RECORD DELIMITED BY "=" OR SPACE
018300         INTO DAPG-CTL-KEYWORD, DAPG-CTL-VALUE.
018400     IF DAPG-CTL-KEYWORD IS NOT EQUAL TO "RETAIN" THEN
018500         DISPLAY "DELIVERY-ARCHIVE-PURGE: CARD IGNORED: "
018600             DAPG-CTL-RECORD
018700         GO TO 1200-READ-NEXT.
018800     MOVE 0 TO DAPG-VALUE-LEN.
018900     INSPECT DAPG-CTL-VALUE TALLYING DAPG-VALUE-LEN
019000         FOR CHARACTERS BEFORE INITIAL SPACE.
019100     MOVE "XXX" TO DAPG-RETAIN-X.
019200     IF DAPG-VALUE-LEN IS GREATER THAN ZERO AND
019300        DAPG-VALUE-LEN IS LESS THAN 4 THEN
019400         MOVE "000" TO DAPG-RETAIN-X
019500         MOVE DAPG-CTL-VALUE (1:DAPG-VALUE-LEN) TO
019600             DAPG-RETAIN-X (4 - DAPG-VALUE-LEN:DAPG-VALUE-LEN).
019700     IF DAPG-RETAIN-X IS NOT NUMERIC OR
019800        DAPG-RETAIN-X IS EQUAL TO "000" THEN
019900         DISPLAY "DELIVERY-ARCHIVE-PURGE: BAD RETAIN CARD, "
020000             "RUN STOPPED: " DAPG-CTL-RECORD
020100         MOVE "Y" TO DAPG-ERROR-SW
020200         MOVE "Y" TO DAPG-CTL-EOF-SW
020300         GO TO 1200-EXIT.
020400     MOVE DAPG-RETAIN-X TO DAPG-RETAIN-DAYS.
020500 1200-READ-NEXT.
020600     PERFORM 1100-READ-CARD THRU 1100-EXIT.
020700 1200-EXIT.
020800     EXIT.
020900*
021000*--------------------------------------------------------------*
021100* ONE PASS OVER THE ARCHIVE IN KEY ORDER.  EACH DELIVERY'S
021200* CONTROL RECORD (SEQUENCE ZERO) SORTS AHEAD OF ITS DATA, SO
021300* THE DECISION MADE THERE CARRIES TO EVERY RECORD AFTER IT
021400* WITH THE SAME DLVREG KEY.
021500*--------------------------------------------------------------*
021600 2000-SWEEP-ONE-RECORD.
021700     IF DARC-SEQ IS EQUAL TO ZERO THEN
021800         PERFORM 2200-JUDGE-DELIVERY THRU 2200-EXIT
021900     ELSE IF DARC-DREG-KEY IS NOT EQUAL TO DAPG-GROUP-KEY THEN
022000         MOVE DARC-DREG-KEY TO DAPG-GROUP-KEY
022100         MOVE "Y" TO DAPG-PURGING-SW
022200         ADD 1 TO DAPG-ORPHANS
022300         MOVE "ORPHAN  " TO DAPG-PR-ACTION
022400         MOVE DARC-SOURCE-DSN TO DAPG-PR-DSN
022500         MOVE DARC-FILE-DATE TO DAPG-PR-FILE-DATE
022600         MOVE DARC-FILE-TIME TO DAPG-PR-FILE-TIME
022700         MOVE 0 TO DAPG-PR-ARCH-DATE, DAPG-PR-RECS,
022800             DAPG-PR-RESENDS
022900         MOVE "-" TO DAPG-PR-STATUS
023000         DISPLAY DAPG-PRINT-LINE.
023100     IF DAPG-PURGING THEN
023200         DELETE DARC-FILE RECORD
023300         IF NOT DAPG-DARC-OK
023400             DISPLAY "DELIVERY-ARCHIVE-PURGE: DELETE FAILED, "
023500                 "STATUS=" DAPG-DARC-STATUS
023600             MOVE "Y" TO DAPG-ERROR-SW
023700             GO TO 2000-EXIT
023800         END-IF
023900         ADD 1 TO DAPG-RECS-DELETED.
024000     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
024100 2000-EXIT.
024200     EXIT.
024300*
024400 2100-READ-ARCHIVE.
024500     READ DARC-FILE NEXT RECORD
024600         AT END
024700             MOVE "Y" TO DAPG-DARC-EOF-SW
024800     END-READ.
024900     IF NOT DAPG-DARC-AT-EOF AND NOT DAPG-DARC-OK THEN
025000         DISPLAY "DELIVERY-ARCHIVE-PURGE: DLVARCH READ FAILED, "
025100             "STATUS=" DAPG-DARC-STATUS
025200         MOVE "Y" TO DAPG-ERROR-SW.
025300 2100-EXIT.
025400     EXIT.
025500*
025600*    PAST RETENTION WHEN ARCHIVED BEFORE THE CUTOFF DAY.  A
025700*    CONTROL RECORD WITH NO USABLE DATE CANNOT BE AGED AND IS
025800*    KEPT, WITH A MESSAGE.
025900 2200-JUDGE-DELIVERY.
026000     MOVE DARC-DREG-KEY TO DAPG-GROUP-KEY.
026100     MOVE "N" TO DAPG-PURGING-SW.
026200     MOVE DARC-SOURCE-DSN TO DAPG-PR-DSN.
026300     MOVE DARC-FILE-DATE TO DAPG-PR-FILE-DATE.
026400     MOVE DARC-FILE-TIME TO DAPG-PR-FILE-TIME.
026500     MOVE DARC-STATUS TO DAPG-PR-STATUS.
026600     IF DARC-ARCHIVE-DATE IS NOT NUMERIC OR
026700        DARC-ARCHIVE-DATE IS EQUAL TO ZERO THEN
026800         MOVE 0 TO DAPG-PR-ARCH-DATE, DAPG-PR-RECS,
026900             DAPG-PR-RESENDS
027000         MOVE "UNDATED " TO DAPG-PR-ACTION
027100         DISPLAY DAPG-PRINT-LINE
027200         ADD 1 TO DAPG-KEPT
027300         GO TO 2200-EXIT.
027400     MOVE DARC-ARCHIVE-DATE TO DAPG-PR-ARCH-DATE.
027500     MOVE DARC-OUT-RECS TO DAPG-PR-RECS.
027600     MOVE DARC-RESEND-COUNT TO DAPG-PR-RESENDS.
027700     MOVE DARC-ARCHIVE-DATE TO DAPG-DW-DATE.
027800     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
027900     IF DAPG-DW-DAYNUM IS LESS THAN DAPG-CUTOFF-NUM THEN
028000         MOVE "Y" TO DAPG-PURGING-SW
028100         ADD 1 TO DAPG-PURGED
028200         MOVE "PURGED  " TO DAPG-PR-ACTION
028300         DISPLAY DAPG-PRINT-LINE
028400     ELSE
028500         ADD 1 TO DAPG-KEPT.
028600 2200-EXIT.
028700     EXIT.
028800*
028900*    YYYYMMDD TO A DAY NUMBER: WHOLE PRIOR YEARS AT 365 PLUS
029000*    THEIR LEAP DAYS, THE MONTH'S CUMULATIVE OFFSET, THE DAY,
029100*    AND ONE MORE WHEN THE DATE SITS PAST FEBRUARY OF A LEAP
029200*    YEAR.
029300 5000-DATE-TO-DAYNUM.
029400     COMPUTE DAPG-DW-PRIOR = DAPG-DW-YYYY - 1.
029500     COMPUTE DAPG-DW-DAYNUM = DAPG-DW-PRIOR * 365.
029600     DIVIDE DAPG-DW-PRIOR BY 4 GIVING DAPG-DW-QUOT.
029700     ADD DAPG-DW-QUOT TO DAPG-DW-DAYNUM.
029800     DIVIDE DAPG-DW-PRIOR BY 100 GIVING DAPG-DW-QUOT.
029900     SUBTRACT DAPG-DW-QUOT FROM DAPG-DW-DAYNUM.
030000     DIVIDE DAPG-DW-PRIOR BY 400 GIVING DAPG-DW-QUOT.
030100     ADD DAPG-DW-QUOT TO DAPG-DW-DAYNUM.
030200     IF DAPG-DW-MM IS GREATER THAN ZERO AND
030300        DAPG-DW-MM IS LESS THAN 13 THEN
030400         ADD DAPG-DW-CUM (DAPG-DW-MM) TO DAPG-DW-DAYNUM.
030500     ADD DAPG-DW-DD TO DAPG-DW-DAYNUM.
030600     PERFORM 5100-TEST-LEAP-YEAR THRU 5100-EXIT.
030700     IF DAPG-DW-LEAP AND DAPG-DW-MM IS GREATER THAN 2 THEN
030800         ADD 1 TO DAPG-DW-DAYNUM.
030900 5000-EXIT.
031000     EXIT.
031100*
031200 5100-TEST-LEAP-YEAR.
031300     MOVE "N" TO DAPG-DW-LEAP-SW.
031400     DIVIDE DAPG-DW-YYYY BY 4 GIVING DAPG-DW-QUOT
031500         REMAINDER DAPG-DW-REM.
031600     IF DAPG-DW-REM IS EQUAL TO ZERO THEN
031700         MOVE "Y" TO DAPG-DW-LEAP-SW.
031800     DIVIDE DAPG-DW-YYYY BY 100 GIVING DAPG-DW-QUOT
031900         REMAINDER DAPG-DW-REM.
032000     IF DAPG-DW-REM IS EQUAL TO ZERO THEN
032100         MOVE "N" TO DAPG-DW-LEAP-SW.
032200     DIVIDE DAPG-DW-YYYY BY 400 GIVING DAPG-DW-QUOT
032300         REMAINDER DAPG-DW-REM.
032400     IF DAPG-DW-REM IS EQUAL TO ZERO THEN
032500         MOVE "Y" TO DAPG-DW-LEAP-SW.
032600 5100-EXIT.
032700     EXIT.
032800*
032900 9000-TERMINATE.
033000     IF DAPG-DARC-OPEN THEN
033100         CLOSE DARC-FILE.
033200     DISPLAY " ".
033300     DISPLAY "DELIVERY-ARCHIVE-PURGE: DELIVERIES KEPT="
033400         DAPG-KEPT " PURGED=" DAPG-PURGED
033500         " ORPHANS=" DAPG-ORPHANS
033600         " RECORDS DELETED=" DAPG-RECS-DELETED.
033700     IF DAPG-RUN-ERROR THEN
033800         MOVE 8 TO RETURN-CODE.
033900 9000-EXIT.
034000     EXIT.
