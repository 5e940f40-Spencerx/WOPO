000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "PENDING-CHANGE-REPORT".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-15  DS  INITIAL VERSION.  DAILY HOUSEKEEPING AND
001000*                    LISTING OF THE PENDCHG PENDING-CHANGE FILE
001100*                    (SEE PCHGREC).  A CHANGE STILL PENDING
001200*                    MORE THAN EXPIRE=NNN DAYS (SYSIN CARD,
001300*                    DEFAULT 7) AFTER IT WAS SUBMITTED IS
001400*                    EXPIRED -- STATUS "X", DECIDED BY
001500*                    "*EXPIRE" TODAY -- AND CAN NO LONGER BE
001600*                    APPROVED; THE MAKER MUST SUBMIT IT AGAIN.
001700*                    THE LISTING SHOWS EVERY CHANGE STILL
001800*                    PENDING AND EVERY CHANGE APPROVED,
001900*                    REJECTED OR EXPIRED TODAY OR IN THE
002000*                    LIST=NNN DAYS BEFORE (SYSIN CARD, DEFAULT
002100*                    1), WITH WHO MADE IT, WHO DECIDED IT, AND
002200*                    WHEN.  RC 00 = DONE; RC 08 = BAD CARD OR
002300*                    FILE ERROR (NOTHING MORE IS EXPIRED).
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PCHG-FILE ASSIGN TO "PENDCHG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS PCHG-KEY
003200         FILE STATUS IS PCRP-PCHG-STATUS.
003300     SELECT PCRP-CTL-FILE ASSIGN TO "SYSIN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS PCRP-CTL-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PCHG-FILE
004000     RECORD CONTAINS 800 CHARACTERS
004100     LABEL RECORDS ARE STANDARD.
004200     COPY PCHGREC.
004300*
004400 FD  PCRP-CTL-FILE
004500     RECORDING MODE IS F
004600     RECORD CONTAINS 80 CHARACTERS
004700     LABEL RECORDS ARE STANDARD.
004800 01  PCRP-CTL-RECORD             PIC X(80).
004900*
005000 WORKING-STORAGE SECTION.
005100 01  PCRP-SWITCHES.
005200     03 PCRP-PCHG-STATUS         PIC X(02) VALUE "00".
005300         88 PCRP-PCHG-OK         VALUE "00".
005400         88 PCRP-PCHG-NOT-FOUND  VALUES "35", "05".
005500     03 PCRP-CTL-STATUS          PIC X(02) VALUE "00".
005600         88 PCRP-CTL-NOT-FOUND   VALUES "35", "05".
005700     03 PCRP-CTL-EOF-SW          PIC X(01) VALUE "N".
005800         88 PCRP-CTL-AT-EOF      VALUE "Y".
005900     03 PCRP-PCHG-EOF-SW         PIC X(01) VALUE "N".
006000         88 PCRP-PCHG-AT-EOF     VALUE "Y".
006100     03 PCRP-PCHG-OPEN-SW        PIC X(01) VALUE "N".
006200         88 PCRP-PCHG-OPEN       VALUE "Y".
006300     03 PCRP-ERROR-SW            PIC X(01) VALUE "N".
006400         88 PCRP-RUN-ERROR       VALUE "Y".
006500*
006600 01  PCRP-SELECTION.
006700     03 PCRP-CTL-KEYWORD         PIC X(12) VALUE SPACES.
006800     03 PCRP-CTL-VALUE           PIC X(20) VALUE SPACES.
006900     03 PCRP-VALUE-LEN           PIC 9(04) COMP VALUE 0.
007000     03 PCRP-DAYS-X              PIC X(03) VALUE SPACES.
007100     03 PCRP-EXPIRE-DAYS         PIC 9(03) VALUE 7.
007200     03 PCRP-LIST-DAYS           PIC 9(03) VALUE 1.
007300     03 PCRP-TODAY               PIC 9(08) VALUE 0.
007400     03 PCRP-NOW                 PIC 9(08) VALUE 0.
007500     03 PCRP-TODAY-NUM           PIC 9(09) COMP VALUE 0.
007600     03 PCRP-EXPIRE-CUTOFF       PIC S9(09) COMP VALUE 0.
007700     03 PCRP-LIST-CUTOFF         PIC S9(09) COMP VALUE 0.
007800*
007900 01  PCRP-COUNTERS.
008000     03 PCRP-PENDING             PIC 9(07) COMP VALUE 0.
008100     03 PCRP-APPROVED            PIC 9(07) COMP VALUE 0.
008200     03 PCRP-REJECTED            PIC 9(07) COMP VALUE 0.
008300     03 PCRP-EXPIRED             PIC 9(07) COMP VALUE 0.
008400     03 PCRP-EXPIRED-NOW         PIC 9(07) COMP VALUE 0.
008500     03 PCRP-NOT-LISTED          PIC 9(07) COMP VALUE 0.
008600*
008700*    DAY-NUMBER CONVERSION WORK AREA -- SAME CALENDAR
008800*    ARITHMETIC AS OPERATIONS-SUMMARY.
008900 01  PCRP-DATE-WORK.
009000     03 PCRP-DW-DATE             PIC 9(08) VALUE 0.
009100     03 PCRP-DW-DATE-SPLIT REDEFINES PCRP-DW-DATE.
009200        05 PCRP-DW-YYYY          PIC 9(04).
009300        05 PCRP-DW-MM            PIC 9(02).
009400        05 PCRP-DW-DD            PIC 9(02).
009500     03 PCRP-DW-PRIOR            PIC 9(09) COMP VALUE 0.
009600     03 PCRP-DW-QUOT             PIC 9(09) COMP VALUE 0.
009700     03 PCRP-DW-REM              PIC 9(09) COMP VALUE 0.
009800     03 PCRP-DW-DAYNUM           PIC 9(09) COMP VALUE 0.
009900     03 PCRP-DW-LEAP-SW          PIC X(01) VALUE "N".
010000         88 PCRP-DW-LEAP         VALUE "Y".
010100     03 PCRP-DW-CUM-LIT          PIC X(36) VALUE
010200         "000031059090120151181212243273304334".
010300     03 PCRP-DW-CUM-TABLE REDEFINES PCRP-DW-CUM-LIT.
010400        05 PCRP-DW-CUM           PIC 9(03) OCCURS 12 TIMES.
010500*
010600*    HHMMSSHH AS STAMPED ON THE PENDING CHANGE; THE LISTING
010700*    SHOWS HHMMSS.
010800 01  PCRP-TIME-WORK.
010900     03 PCRP-TW-TIME             PIC 9(08) VALUE 0.
011000     03 PCRP-TW-TIME-SPLIT REDEFINES PCRP-TW-TIME.
011100        05 PCRP-TW-HHMMSS        PIC 9(06).
011200        05 PCRP-TW-HH            PIC 9(02).
011300*
011400 01  PCRP-EXPIRE-REASON.
011500     03 FILLER                   PIC X(19)
011600                                 VALUE "NOT DECIDED WITHIN ".
011700     03 PCRP-ER-DAYS             PIC ZZ9.
011800     03 FILLER                   PIC X(08) VALUE " DAYS".
011900*
012000 01  PCRP-HEADING-LINE.
012100     03 FILLER                   PIC X(09) VALUE "STATUS".
012200     03 FILLER                   PIC X(09) VALUE "FILE".
012300     03 FILLER                   PIC X(09) VALUE "ENTITY".
012400     03 FILLER                   PIC X(07) VALUE "ACTION".
012500     03 FILLER                   PIC X(09) VALUE "MAKER".
012600     03 FILLER                   PIC X(09) VALUE "SUBMITTED".
012700     03 FILLER                   PIC X(07) VALUE "AT".
012800     03 FILLER                   PIC X(05) VALUE "TERM".
012900     03 FILLER                   PIC X(09) VALUE "DECIDED".
013000     03 FILLER                   PIC X(09) VALUE "ON".
013100     03 FILLER                   PIC X(07) VALUE "AT".
013200     03 FILLER                   PIC X(05) VALUE "TERM".
013300     03 FILLER                   PIC X(06) VALUE "REASON".
013400*
013500 01  PCRP-PRINT-LINE.
013600     03 PCRP-PR-STATUS           PIC X(08).
013700     03 FILLER                   PIC X(01) VALUE SPACE.
013800     03 PCRP-PR-FILE             PIC X(08).
013900     03 FILLER                   PIC X(01) VALUE SPACE.
014000     03 PCRP-PR-ENTITY           PIC X(08).
014100     03 FILLER                   PIC X(01) VALUE SPACE.
014200     03 PCRP-PR-ACTION           PIC X(06).
014300     03 FILLER                   PIC X(01) VALUE SPACE.
014400     03 PCRP-PR-MAKER            PIC X(08).
014500     03 FILLER                   PIC X(01) VALUE SPACE.
014600     03 PCRP-PR-SUB-DATE         PIC 9(08).
014700     03 FILLER                   PIC X(01) VALUE SPACE.
014800     03 PCRP-PR-SUB-TIME         PIC 9(06).
014900     03 FILLER                   PIC X(01) VALUE SPACE.
015000     03 PCRP-PR-MAKER-TERM       PIC X(04).
015100     03 FILLER                   PIC X(01) VALUE SPACE.
015200     03 PCRP-PR-CHECKER          PIC X(08).
015300     03 FILLER                   PIC X(01) VALUE SPACE.
015400     03 PCRP-PR-DEC-DATE         PIC X(08).
015500     03 FILLER                   PIC X(01) VALUE SPACE.
015600     03 PCRP-PR-DEC-TIME         PIC X(06).
015700     03 FILLER                   PIC X(01) VALUE SPACE.
015800     03 PCRP-PR-DEC-TERM         PIC X(04).
015900     03 FILLER                   PIC X(01) VALUE SPACE.
016000     03 PCRP-PR-REASON           PIC X(30).
016100*
016200*    AN ESCMNEM CHANGE ALSO SHOWS THE TOKEN BEFORE AND AFTER.
016300 01  PCRP-TOKEN-LINE.
016400     03 FILLER                   PIC X(27) VALUE SPACES.
016500     03 FILLER                   PIC X(10) VALUE "OLD TOKEN=".
016600     03 PCRP-TL-OLD              PIC X(06).
016700     03 FILLER                   PIC X(11) VALUE " NEW TOKEN=".
016800     03 PCRP-TL-NEW              PIC X(06).
016900*
017000 PROCEDURE DIVISION.
017100*
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     IF NOT PCRP-RUN-ERROR THEN
017500         PERFORM 2000-TAKE-ONE-CHANGE THRU 2000-EXIT
017600             UNTIL PCRP-PCHG-AT-EOF OR PCRP-RUN-ERROR.
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800     GOBACK.
017900*
018000*--------------------------------------------------------------*
018100* INITIALIZE -- THE CONTROL CARDS, THE TWO CUTOFFS, AND THE
018200* FIRST PENDING-CHANGE RECORD.
018300*--------------------------------------------------------------*
018400 1000-INITIALIZE.
018500     ACCEPT PCRP-TODAY FROM DATE YYYYMMDD.
018600     ACCEPT PCRP-NOW FROM TIME.
018700     OPEN INPUT PCRP-CTL-FILE.
018800     IF NOT PCRP-CTL-NOT-FOUND THEN
018900         PERFORM 1100-READ-CARD THRU 1100-EXIT
019000         PERFORM 1200-TAKE-CARD THRU 1200-EXIT
019100             UNTIL PCRP-CTL-AT-EOF
019200         CLOSE PCRP-CTL-FILE.
019300     IF PCRP-RUN-ERROR THEN
019400         GO TO 1000-EXIT.
019500     MOVE PCRP-TODAY TO PCRP-DW-DATE.
019600     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
019700     MOVE PCRP-DW-DAYNUM TO PCRP-TODAY-NUM.
019800     COMPUTE PCRP-EXPIRE-CUTOFF =
019900         PCRP-TODAY-NUM - PCRP-EXPIRE-DAYS.
020000     COMPUTE PCRP-LIST-CUTOFF = PCRP-TODAY-NUM - PCRP-LIST-DAYS.
020100     MOVE PCRP-EXPIRE-DAYS TO PCRP-ER-DAYS.
020200     DISPLAY "PENDING-CHANGE-REPORT: TODAY=" PCRP-TODAY
020300         " EXPIRE=" PCRP-EXPIRE-DAYS " DAYS"
020400         " LIST=" PCRP-LIST-DAYS " DAYS".
020500     OPEN I-O PCHG-FILE.
020600     IF PCRP-PCHG-NOT-FOUND THEN
020700         DISPLAY "PENDING-CHANGE-REPORT: PENDCHG NOT FOUND, "
020800             "NO CHANGES TO LIST"
020900         MOVE "Y" TO PCRP-PCHG-EOF-SW
021000         GO TO 1000-EXIT.
021100     IF NOT PCRP-PCHG-OK THEN
021200         DISPLAY "PENDING-CHANGE-REPORT: PENDCHG OPEN FAILED, "
021300             "STATUS=" PCRP-PCHG-STATUS
021400         MOVE "Y" TO PCRP-ERROR-SW
021500         GO TO 1000-EXIT.
021600     MOVE "Y" TO PCRP-PCHG-OPEN-SW.
021700     DISPLAY " ".
021800     DISPLAY PCRP-HEADING-LINE.
021900     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200*
022300 1100-READ-CARD.
022400     READ PCRP-CTL-FILE
022500         AT END
022600             MOVE "Y" TO PCRP-CTL-EOF-SW.
022700 1100-EXIT.
022800     EXIT.
022900*
023000*    EXPIRE=NNN (AT LEAST ONE DAY) AND LIST=NNN (ZERO FOR
023100*    TODAY'S DECISIONS ONLY), ONE TO THREE DIGITS -- A BAD
023200*    CARD STOPS THE RUN RATHER THAN EXPIRE ON A GUESS.
023300 1200-TAKE-CARD.
023400     IF PCRP-CTL-RECORD (1:1) IS EQUAL TO "*" OR
023500        PCRP-CTL-RECORD IS EQUAL TO SPACES THEN
023600         GO TO 1200-READ-NEXT.
023700     MOVE SPACES TO PCRP-CTL-KEYWORD, PCRP-CTL-VALUE.
023800     UNSTRING PCRP-CTL-RECORD DELIMITED BY "=" OR SPACE
023900         INTO PCRP-CTL-KEYWORD, PCRP-CTL-VALUE.
024000     IF PCRP-CTL-KEYWORD IS NOT EQUAL TO "EXPIRE" AND
024100        PCRP-CTL-KEYWORD IS NOT EQUAL TO "LIST" THEN
024200         DISPLAY "PENDING-CHANGE-REPORT: CARD IGNORED: "
024300             PCRP-CTL-RECORD
024400         GO TO 1200-READ-NEXT.
024500     MOVE 0 TO PCRP-VALUE-LEN.
024600     INSPECT PCRP-CTL-VALUE TALLYING PCRP-VALUE-LEN
024700         FOR CHARACTERS BEFORE INITIAL SPACE.
024800     MOVE "XXX" TO PCRP-DAYS-X.
024900     IF PCRP-VALUE-LEN IS GREATER THAN ZERO AND
025000        PCRP-VALUE-LEN IS LESS THAN 4 THEN
025100         MOVE "000" TO PCRP-DAYS-X
025200         MOVE PCRP-CTL-VALUE (1:PCRP-VALUE-LEN) TO
025300             PCRP-DAYS-X (4 - PCRP-VALUE-LEN:PCRP-VALUE-LEN).
025400     IF PCRP-DAYS-X IS NOT NUMERIC OR
025500        (PCRP-DAYS-X IS EQUAL TO "000" AND
025600         PCRP-CTL-KEYWORD IS EQUAL TO "EXPIRE") THEN
025700         DISPLAY "PENDING-CHANGE-REPORT: BAD "
025800             PCRP-CTL-KEYWORD " CARD, RUN STOPPED: "
025900             PCRP-CTL-RECORD
026000         MOVE "Y" TO PCRP-ERROR-SW
026100         MOVE "Y" TO PCRP-CTL-EOF-SW
026200         GO TO 1200-EXIT.
026300     IF PCRP-CTL-KEYWORD IS EQUAL TO "EXPIRE" THEN
026400         MOVE PCRP-DAYS-X TO PCRP-EXPIRE-DAYS
026500     ELSE
026600         MOVE PCRP-DAYS-X TO PCRP-LIST-DAYS.
026700 1200-READ-NEXT.
026800     PERFORM 1100-READ-CARD THRU 1100-EXIT.
026900 1200-EXIT.
027000     EXIT.
027100*
027200*--------------------------------------------------------------*
027300* ONE PASS OVER THE FILE IN KEY ORDER -- BY FILE, THEN ENTITY,
027400* THEN SUBMISSION, OLDEST FIRST.  A PENDING CHANGE PAST THE
027500* EXPIRY CUTOFF IS EXPIRED IN PLACE; EVERY CHANGE STILL
027600* PENDING, AND EVERY ONE DECIDED INSIDE THE LISTING WINDOW,
027700* IS PRINTED.
027800*--------------------------------------------------------------*
027900 2000-TAKE-ONE-CHANGE.
028000     IF PCHG-PENDING THEN
028100         PERFORM 2200-AGE-PENDING THRU 2200-EXIT.
028200     IF PCRP-RUN-ERROR THEN
028300         GO TO 2000-EXIT.
028400     IF PCHG-PENDING THEN
028500         ADD 1 TO PCRP-PENDING
028600         MOVE "PENDING " TO PCRP-PR-STATUS
028700         PERFORM 2300-PRINT-CHANGE THRU 2300-EXIT
028800         GO TO 2000-READ-NEXT.
028900     IF PCHG-DEC-DATE IS NOT NUMERIC THEN
029000         ADD 1 TO PCRP-NOT-LISTED
029100         GO TO 2000-READ-NEXT.
029200     MOVE PCHG-DEC-DATE TO PCRP-DW-DATE.
029300     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
029400     IF PCRP-DW-DAYNUM IS LESS THAN PCRP-LIST-CUTOFF THEN
029500         ADD 1 TO PCRP-NOT-LISTED
029600         GO TO 2000-READ-NEXT.
029700     EVALUATE TRUE
029800         WHEN PCHG-APPROVED
029900             ADD 1 TO PCRP-APPROVED
030000             MOVE "APPROVED" TO PCRP-PR-STATUS
030100         WHEN PCHG-REJECTED
030200             ADD 1 TO PCRP-REJECTED
030300             MOVE "REJECTED" TO PCRP-PR-STATUS
030400         WHEN PCHG-EXPIRED
030500             ADD 1 TO PCRP-EXPIRED
030600             MOVE "EXPIRED " TO PCRP-PR-STATUS
030700         WHEN OTHER
030800             ADD 1 TO PCRP-NOT-LISTED
030900             GO TO 2000-READ-NEXT
031000     END-EVALUATE.
031100     PERFORM 2300-PRINT-CHANGE THRU 2300-EXIT.
031200 2000-READ-NEXT.
031300     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
031400 2000-EXIT.
031500     EXIT.
031600*
031700 2100-READ-CHANGE.
031800     READ PCHG-FILE NEXT RECORD
031900         AT END
032000             MOVE "Y" TO PCRP-PCHG-EOF-SW
032100     END-READ.
032200     IF NOT PCRP-PCHG-AT-EOF AND NOT PCRP-PCHG-OK THEN
032300         DISPLAY "PENDING-CHANGE-REPORT: PENDCHG READ FAILED, "
032400             "STATUS=" PCRP-PCHG-STATUS
032500         MOVE "Y" TO PCRP-ERROR-SW.
032600 2100-EXIT.
032700     EXIT.
032800*
032900*    PAST EXPIRY WHEN SUBMITTED BEFORE THE CUTOFF DAY.  THE
033000*    EXPIRED CHANGE IS STAMPED AS DECIDED BY "*EXPIRE" -- NO
033100*    SIGN-ON CAN CARRY AN ASTERISK -- SO THE MAINTENANCE
033200*    PROGRAMS SEE IT AS DECIDED AND THE LISTING SHOWS WHY.
033300 2200-AGE-PENDING.
033400     IF PCHG-SUB-DATE IS NOT NUMERIC THEN
033500         GO TO 2200-EXIT.
033600     MOVE PCHG-SUB-DATE TO PCRP-DW-DATE.
033700     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
033800     IF PCRP-DW-DAYNUM IS NOT LESS THAN PCRP-EXPIRE-CUTOFF THEN
033900         GO TO 2200-EXIT.
034000     MOVE "X" TO PCHG-STATUS.
034100     MOVE "*EXPIRE" TO PCHG-CHECKER.
034200     MOVE PCRP-TODAY TO PCHG-DEC-DATE.
034300     MOVE PCRP-NOW TO PCHG-DEC-TIME.
034400     MOVE "BTCH" TO PCHG-DEC-TERM.
034500     MOVE PCRP-EXPIRE-REASON TO PCHG-REASON.
034600     REWRITE PCHG-RECORD.
034700     IF NOT PCRP-PCHG-OK THEN
034800         DISPLAY "PENDING-CHANGE-REPORT: REWRITE FAILED, "
034900             "STATUS=" PCRP-PCHG-STATUS
035000         MOVE "Y" TO PCRP-ERROR-SW
035100         GO TO 2200-EXIT.
035200     ADD 1 TO PCRP-EXPIRED-NOW.
035300 2200-EXIT.
035400     EXIT.
035500*
035600 2300-PRINT-CHANGE.
035700     IF PCHG-FOR-ESCMNEM THEN
035800         MOVE "ESCMNEM " TO PCRP-PR-FILE
035900     ELSE
036000         MOVE "PARTPROF" TO PCRP-PR-FILE.
036100     MOVE PCHG-ENTITY TO PCRP-PR-ENTITY.
036200     IF PCHG-DELETE THEN
036300         MOVE "DELETE" TO PCRP-PR-ACTION
036400     ELSE IF PCHG-BEFORE IS EQUAL TO SPACES THEN
036500         MOVE "ADD   " TO PCRP-PR-ACTION
036600     ELSE
036700         MOVE "CHANGE" TO PCRP-PR-ACTION.
036800     MOVE PCHG-MAKER TO PCRP-PR-MAKER.
036900     MOVE PCHG-SUB-DATE TO PCRP-PR-SUB-DATE.
037000     MOVE PCHG-SUB-TIME TO PCRP-TW-TIME.
037100     MOVE PCRP-TW-HHMMSS TO PCRP-PR-SUB-TIME.
037200     MOVE PCHG-MAKER-TERM TO PCRP-PR-MAKER-TERM.
037300     IF PCHG-PENDING THEN
037400         MOVE SPACES TO PCRP-PR-CHECKER, PCRP-PR-DEC-DATE,
037500             PCRP-PR-DEC-TIME, PCRP-PR-DEC-TERM, PCRP-PR-REASON
037600     ELSE
037700         MOVE PCHG-CHECKER TO PCRP-PR-CHECKER
037800         MOVE PCHG-DEC-DATE TO PCRP-PR-DEC-DATE
037900         MOVE PCHG-DEC-TIME TO PCRP-TW-TIME
038000         MOVE PCRP-TW-HHMMSS TO PCRP-PR-DEC-TIME
038100         MOVE PCHG-DEC-TERM TO PCRP-PR-DEC-TERM
038200         MOVE PCHG-REASON TO PCRP-PR-REASON.
038300     DISPLAY PCRP-PRINT-LINE.
038400     IF PCHG-FOR-ESCMNEM THEN
038500         MOVE PCHG-EB-TOKEN TO PCRP-TL-OLD
038600         MOVE PCHG-EA-TOKEN TO PCRP-TL-NEW
038700         DISPLAY PCRP-TOKEN-LINE.
038800 2300-EXIT.
038900     EXIT.
039000*
039100*    YYYYMMDD TO A DAY NUMBER: WHOLE PRIOR YEARS AT 365 PLUS
039200*    THEIR LEAP DAYS, THE MONTH'S CUMULATIVE OFFSET, THE DAY,
039300*    AND ONE MORE WHEN THE DATE SITS PAST FEBRUARY OF A LEAP
039400*    YEAR.
039500 5000-DATE-TO-DAYNUM.
039600     COMPUTE PCRP-DW-PRIOR = PCRP-DW-YYYY - 1.
039700     COMPUTE PCRP-DW-DAYNUM = PCRP-DW-PRIOR * 365.
039800     DIVIDE PCRP-DW-PRIOR BY 4 GIVING PCRP-DW-QUOT.
039900     ADD PCRP-DW-QUOT TO PCRP-DW-DAYNUM.
040000     DIVIDE PCRP-DW-PRIOR BY 100 GIVING PCRP-DW-QUOT.
040100     SUBTRACT PCRP-DW-QUOT FROM PCRP-DW-DAYNUM.
040200     DIVIDE PCRP-DW-PRIOR BY 400 GIVING PCRP-DW-QUOT.
040300     ADD PCRP-DW-QUOT TO PCRP-DW-DAYNUM.
040400     IF PCRP-DW-MM IS GREATER THAN ZERO AND
040500        PCRP-DW-MM IS LESS THAN 13 THEN
040600         ADD PCRP-DW-CUM (PCRP-DW-MM) TO PCRP-DW-DAYNUM.
040700     ADD PCRP-DW-DD TO PCRP-DW-DAYNUM.
040800     PERFORM 5100-TEST-LEAP-YEAR THRU 5100-EXIT.
040900     IF PCRP-DW-LEAP AND PCRP-DW-MM IS GREATER THAN 2 THEN
041000         ADD 1 TO PCRP-DW-DAYNUM.
041100 5000-EXIT.
041200     EXIT.
041300*
041400 5100-TEST-LEAP-YEAR.
041500     MOVE "N" TO PCRP-DW-LEAP-SW.
041600     DIVIDE PCRP-DW-YYYY BY 4 GIVING PCRP-DW-QUOT
041700         REMAINDER PCRP-DW-REM.
041800     IF PCRP-DW-REM IS EQUAL TO ZERO THEN
041900         MOVE "Y" TO PCRP-DW-LEAP-SW.
042000     DIVIDE PCRP-DW-YYYY BY 100 GIVING PCRP-DW-QUOT
042100         REMAINDER PCRP-DW-REM.
042200     IF PCRP-DW-REM IS EQUAL TO ZERO THEN
042300         MOVE "N" TO PCRP-DW-LEAP-SW.
042400     DIVIDE PCRP-DW-YYYY BY 400 GIVING PCRP-DW-QUOT
042500         REMAINDER PCRP-DW-REM.
042600     IF PCRP-DW-REM IS EQUAL TO ZERO THEN
042700         MOVE "Y" TO PCRP-DW-LEAP-SW.
042800 5100-EXIT.
042900     EXIT.
043000*
043100 9000-TERMINATE.
043200     IF PCRP-PCHG-OPEN THEN
043300         CLOSE PCHG-FILE.
043400     DISPLAY " ".
043500     DISPLAY "PENDING-CHANGE-REPORT: PENDING=" PCRP-PENDING
043600         " APPROVED=" PCRP-APPROVED
043700         " REJECTED=" PCRP-REJECTED
043800         " EXPIRED=" PCRP-EXPIRED.
043900     DISPLAY "PENDING-CHANGE-REPORT: EXPIRED THIS RUN="
044000         PCRP-EXPIRED-NOW
044100         " DECIDED EARLIER, NOT LISTED=" PCRP-NOT-LISTED.
044200     IF PCRP-RUN-ERROR THEN
044300         MOVE 8 TO RETURN-CODE.
044400 9000-EXIT.
044500     EXIT.
