000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "DELIVERY-SCHEDULE-CHECK".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-09-08.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-09-08  DS  INITIAL VERSION.  CHECKS ONE PROCESSING
001000*                    DAY'S DELIVERIES AGAINST THE DLVSCHED
001100*                    EXPECTED-DELIVERY SCHEDULE (SEE SCHDREC).
001200*                    EVERY SCHEDULE CARD DUE ON THE DAY IS
001300*                    LOOKED FOR ON THE DLVREG REGISTER; A
001400*                    MATCHING GENERATION REGISTERED BY THE
001500*                    CUT-OFF IS ON TIME, ONE REGISTERED AFTER IT
001600*                    IS LATE, AND NONE AT ALL IS MISSING -- WITH
001700*                    THE FAILED RUN, WHEN RUNHIST SHOWS ONE FOR
001800*                    THE PARTNER, NAMED ON THE LINE.  THE
001900*                    COMPLETION TIME IS THE REGISTER'S OWN STAMP,
002000*                    ELSE THE RUN'S END TIME FROM RUNHIST, ELSE
002100*                    THE RUN'S START TIME (OLDER RECORDS).  A
002200*                    CARD CHECKED ON ITS OWN DAY BEFORE ITS
002300*                    CUT-OFF IS PENDING, NOT MISSING.
002400*                    REGISTERED DELIVERIES MATCHING NO CARD ARE
002500*                    LISTED AS UNSCHEDULED FOR INFORMATION.
002600*                    ANY MISSING DELIVERY ENDS THE RUN RC 08;
002700*                    OTHERWISE ANY LATE DELIVERY (OR A BAD
002800*                    SCHEDULE CARD) ENDS IT RC 04 -- SO THE
002900*                    SCHEDULER CAN PAGE ON EITHER.
003000*
003100*                    PARM: PROCESSING DATE YYYYMMDD (DEFAULT
003200*                    TODAY).
003201*    2026-09-24  DS  RUNHIST RECORD NOW 160 BYTES (INBOUND
003202*                    BALANCING LINE); FD LENGTH ONLY.
003300*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SCHD-FILE ASSIGN TO "DLVSCHED"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS SCHK-SCHD-STATUS.
004000     SELECT DREG-FILE ASSIGN TO "DLVREG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS DREG-KEY
004400         FILE STATUS IS SCHK-DREG-STATUS.
004500     SELECT RUNH-FILE ASSIGN TO "RUNHIST"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS SCHK-RUNH-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SCHD-FILE
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 80 CHARACTERS
005400     LABEL RECORDS ARE STANDARD.
005500     COPY SCHDREC.
005600*
005700 FD  DREG-FILE
005800     RECORD CONTAINS 128 CHARACTERS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DLVREC.
006100*
006200 FD  RUNH-FILE
006300     RECORDING MODE IS F
006400     RECORD CONTAINS 160 CHARACTERS
006500     LABEL RECORDS ARE STANDARD.
006600     COPY RUNHREC.
006700*
006800 WORKING-STORAGE SECTION.
006900 01  SCHK-SWITCHES.
007000     03 SCHK-SCHD-EOF-SW         PIC X(01) VALUE "N".
007100         88 SCHK-SCHD-AT-EOF     VALUE "Y".
007200     03 SCHK-DREG-EOF-SW         PIC X(01) VALUE "N".
007300         88 SCHK-DREG-AT-EOF     VALUE "Y".
007400     03 SCHK-RUNH-EOF-SW         PIC X(01) VALUE "N".
007500         88 SCHK-RUNH-AT-EOF     VALUE "Y".
007600     03 SCHK-SCHD-STATUS         PIC X(02) VALUE "00".
007700         88 SCHK-SCHD-NOT-FOUND  VALUES "35", "05".
007800     03 SCHK-DREG-STATUS         PIC X(02) VALUE "00".
007900         88 SCHK-DREG-NOT-FOUND  VALUES "35", "05".
008000     03 SCHK-RUNH-STATUS         PIC X(02) VALUE "00".
008100         88 SCHK-RUNH-NOT-FOUND  VALUES "35", "05".
008200     03 SCHK-CARD-OK-SW          PIC X(01) VALUE "N".
008300         88 SCHK-CARD-OK         VALUE "Y".
008400     03 SCHK-MATCHED-SW          PIC X(01) VALUE "N".
008500         88 SCHK-MATCHED         VALUE "Y".
008600     03 SCHK-RUN-FOUND-SW        PIC X(01) VALUE "N".
008700         88 SCHK-RUN-FOUND       VALUE "Y".
008800*
008900 01  SCHK-COUNTERS.
009000     03 SCHK-SCHED-COUNT         PIC 9(04) COMP VALUE 0.
009100     03 SCHK-SCHED-SUB           PIC 9(04) COMP VALUE 0.
009200     03 SCHK-SCHED-DROPPED       PIC 9(05) COMP VALUE 0.
009300     03 SCHK-BAD-CARDS           PIC 9(05) COMP VALUE 0.
009400     03 SCHK-RUN-COUNT           PIC 9(04) COMP VALUE 0.
009500     03 SCHK-RUN-SUB             PIC 9(04) COMP VALUE 0.
009600     03 SCHK-RUN-MATCH-SUB       PIC 9(04) COMP VALUE 0.
009700     03 SCHK-RUNS-DROPPED        PIC 9(05) COMP VALUE 0.
009800     03 SCHK-UNSCHED-COUNT       PIC 9(04) COMP VALUE 0.
009900     03 SCHK-UNSCHED-SUB         PIC 9(04) COMP VALUE 0.
010000     03 SCHK-UNSCHED-DROPPED     PIC 9(05) COMP VALUE 0.
010100     03 SCHK-DAY-SUB             PIC 9(01) COMP VALUE 0.
010200     03 SCHK-PFX-SUB             PIC 9(02) COMP VALUE 0.
010300     03 SCHK-REGISTERED          PIC 9(05) COMP VALUE 0.
010400     03 SCHK-DUE-COUNT           PIC 9(05) COMP VALUE 0.
010500     03 SCHK-NOT-DUE-COUNT       PIC 9(05) COMP VALUE 0.
010600     03 SCHK-ONTIME-COUNT        PIC 9(05) COMP VALUE 0.
010700     03 SCHK-LATE-COUNT          PIC 9(05) COMP VALUE 0.
010800     03 SCHK-MISSING-COUNT       PIC 9(05) COMP VALUE 0.
010900     03 SCHK-PENDING-COUNT       PIC 9(05) COMP VALUE 0.
011000*
011100*    THE PROCESSING DATE BEING CHECKED, ITS DAY OF THE WEEK
011200*    (1 = MONDAY), AND THE TIME OF THIS RUN -- A CARD DUE
011300*    TODAY WHOSE CUT-OFF HAS NOT YET PASSED IS ONLY PENDING.
011400 01  SCHK-RUN-CONTROL.
011500     03 SCHK-REPORT-DATE         PIC 9(08) VALUE 0.
011600     03 SCHK-REPORT-SPLIT REDEFINES SCHK-REPORT-DATE.
011700        05 SCHK-REPORT-YYYY      PIC 9(04).
011800        05 SCHK-REPORT-MM        PIC 9(02).
011900        05 SCHK-REPORT-DD        PIC 9(02).
012000     03 SCHK-TODAY               PIC 9(08) VALUE 0.
012100     03 SCHK-NOW-TIME            PIC 9(08) VALUE 0.
012200     03 SCHK-NOW-HMS REDEFINES SCHK-NOW-TIME.
012300        05 SCHK-NOW-HHMMSS       PIC 9(06).
012400        05 FILLER                PIC 9(02).
012500     03 SCHK-WEEKDAY             PIC 9(01) VALUE 0.
012600     03 SCHK-DAY-NAMES-LIT.
012610        05 FILLER                PIC X(09) VALUE "MONDAY".
012620        05 FILLER                PIC X(09) VALUE "TUESDAY".
012630        05 FILLER                PIC X(09) VALUE "WEDNESDAY".
012640        05 FILLER                PIC X(09) VALUE "THURSDAY".
012650        05 FILLER                PIC X(09) VALUE "FRIDAY".
012660        05 FILLER                PIC X(09) VALUE "SATURDAY".
012670        05 FILLER                PIC X(09) VALUE "SUNDAY".
012900     03 SCHK-DAY-NAMES REDEFINES SCHK-DAY-NAMES-LIT.
013000        05 SCHK-DAY-NAME         PIC X(09) OCCURS 7 TIMES.
013100     03 SCHK-DONE-TIME           PIC 9(06) VALUE 0.
013200     03 SCHK-DEADLINE            PIC 9(06) VALUE 0.
013300*
013400*    THE SCHEDULE -- SMALL (ONE CARD PER PARTNER AND
013500*    DIRECTION), SO IT LOADS UP FRONT AND THE REGISTER STREAMS
013600*    PAST IT.  EACH ENTRY COLLECTS ITS BEST (EARLIEST) MATCH.
013700 01  SCHK-SCHED-TABLE.
013800     03 SCHK-SE OCCURS 200 TIMES.
013900        05 SE-PARTNER            PIC X(08).
014000        05 SE-MODE               PIC X(06).
014100        05 SE-CUTOFF             PIC 9(04).
014200        05 SE-DEADLINE           PIC 9(06).
014300        05 SE-PREFIX             PIC X(44).
014400        05 SE-PREFIX-LEN         PIC 9(02) COMP.
014500        05 SE-STATUS             PIC X(01).
014600           88 SE-NOT-DUE         VALUE "N".
014700           88 SE-MISSING         VALUE "M".
014800           88 SE-ON-TIME         VALUE "O".
014900           88 SE-LATE            VALUE "L".
015000           88 SE-PENDING         VALUE "P".
015100        05 SE-DONE-TIME          PIC 9(06).
015200        05 SE-RECS               PIC 9(09).
015300        05 SE-DSN                PIC X(44).
015400*
015500*    THE PROCESSING DATE'S RUNS FROM RUNHIST -- FOR THE END
015600*    TIME OF A REGISTERED RUN AND THE RETURN CODE OF A RUN
015700*    THAT NEVER REGISTERED.
015800 01  SCHK-RUN-TABLE.
015900     03 SCHK-RT OCCURS 1000 TIMES.
016000        05 RT-TIME               PIC 9(06).
016100        05 RT-MODE               PIC X(06).
016200        05 RT-PARTNER            PIC X(08).
016300        05 RT-END-TIME           PIC 9(06).
016400        05 RT-RC                 PIC 9(02).
016500*
016600 01  SCHK-UNSCHED-TABLE.
016700     03 SCHK-UE OCCURS 100 TIMES.
016800        05 UE-MODE               PIC X(06).
016900        05 UE-PARTNER            PIC X(08).
017000        05 UE-DONE-TIME          PIC 9(06).
017100        05 UE-RECS               PIC 9(09).
017200        05 UE-DSN                PIC X(44).
017300*
017400*    DAY-NUMBER CONVERSION WORK AREA -- SAME CALENDAR
017500*    ARITHMETIC AS PARTNER-ACK-MATCH.  DAY 1 (0001-01-01) WAS
017600*    A MONDAY, SO THE DAY OF THE WEEK FALLS OUT OF THE
017700*    REMAINDER BY SEVEN.
017800 01  SCHK-DATE-WORK.
017900     03 SCHK-DW-DATE             PIC 9(08) VALUE 0.
018000     03 SCHK-DW-DATE-SPLIT REDEFINES SCHK-DW-DATE.
018100        05 SCHK-DW-YYYY          PIC 9(04).
018200        05 SCHK-DW-MM            PIC 9(02).
018300        05 SCHK-DW-DD            PIC 9(02).
018400     03 SCHK-DW-PRIOR            PIC 9(09) COMP VALUE 0.
018500     03 SCHK-DW-QUOT             PIC 9(09) COMP VALUE 0.
018600     03 SCHK-DW-REM              PIC 9(09) COMP VALUE 0.
018700     03 SCHK-DW-DAYNUM           PIC 9(09) COMP VALUE 0.
018800     03 SCHK-DW-LEAP-SW          PIC X(01) VALUE "N".
018900         88 SCHK-DW-LEAP         VALUE "Y".
019000     03 SCHK-DW-CUM-LIT          PIC X(36) VALUE
019100         "000031059090120151181212243273304334".
019200     03 SCHK-DW-CUM-TABLE REDEFINES SCHK-DW-CUM-LIT.
019300        05 SCHK-DW-CUM           PIC 9(03) OCCURS 12 TIMES.
019400*
019500 01  SCHK-PRINT-LINE.
019600     03 SCHK-PR-PARTNER          PIC X(08).
019700     03 FILLER                   PIC X(01) VALUE SPACE.
019800     03 SCHK-PR-MODE             PIC X(06).
019900     03 FILLER                   PIC X(02) VALUE SPACES.
020000     03 SCHK-PR-CUTOFF           PIC X(04).
020100     03 FILLER                   PIC X(02) VALUE SPACES.
020200     03 SCHK-PR-STATUS           PIC X(11).
020300     03 SCHK-PR-DONE             PIC 9(06) BLANK WHEN ZERO.
020400     03 FILLER                   PIC X(02) VALUE SPACES.
020500     03 SCHK-PR-RECS             PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
020600     03 FILLER                   PIC X(02) VALUE SPACES.
020700     03 SCHK-PR-DSN              PIC X(44).
020800*
020900 01  SCHK-FAIL-LINE.
021000     03 FILLER                   PIC X(21) VALUE SPACES.
021100     03 FILLER                   PIC X(11) VALUE "RUN AT".
021200     03 SCHK-FL-TIME             PIC 9(06).
021300     03 FILLER                   PIC X(10) VALUE " ENDED RC=".
021400     03 SCHK-FL-RC               PIC 9(02).
021500     03 FILLER                   PIC X(25) VALUE
021600         ", NOTHING REGISTERED".
021700*
021800 LINKAGE SECTION.
021900 01  SCHK-PARM-INFO.
022000     03 SCHK-PARM-LEN            PIC S9(4) COMP.
022100     03 SCHK-PARM-TEXT           PIC X(80).
022200*
022300 PROCEDURE DIVISION USING SCHK-PARM-INFO.
022400*
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     PERFORM 2000-MATCH-ONE-DELIVERY THRU 2000-EXIT
022800         UNTIL SCHK-DREG-AT-EOF.
022900     PERFORM 3000-PRINT-SCHEDULE THRU 3000-EXIT.
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023100     GOBACK.
023200*
023300 1000-INITIALIZE.
023400     ACCEPT SCHK-TODAY FROM DATE YYYYMMDD.
023500     ACCEPT SCHK-NOW-TIME FROM TIME.
023600     MOVE SCHK-TODAY TO SCHK-REPORT-DATE.
023700     IF SCHK-PARM-LEN IS GREATER THAN ZERO AND
023800        SCHK-PARM-TEXT (1:8) IS NOT EQUAL TO SPACES THEN
023900         IF SCHK-PARM-TEXT (1:8) IS NUMERIC
024000             MOVE SCHK-PARM-TEXT (1:8) TO SCHK-REPORT-DATE
024100         ELSE
024200             MOVE 0 TO SCHK-REPORT-DATE
024300         END-IF.
024400     IF SCHK-REPORT-MM IS LESS THAN 1 OR
024500        SCHK-REPORT-MM IS GREATER THAN 12 OR
024600        SCHK-REPORT-DD IS LESS THAN 1 OR
024700        SCHK-REPORT-DD IS GREATER THAN 31 THEN
024800         DISPLAY "DELIVERY-SCHEDULE-CHECK: BAD PARM DATE, "
024900             "EXPECTED YYYYMMDD: " SCHK-PARM-TEXT (1:8)
025000         MOVE 8 TO RETURN-CODE
025100         GOBACK.
025200     MOVE SCHK-REPORT-DATE TO SCHK-DW-DATE.
025300     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
025400     SUBTRACT 1 FROM SCHK-DW-DAYNUM.
025500     DIVIDE SCHK-DW-DAYNUM BY 7 GIVING SCHK-DW-QUOT
025600         REMAINDER SCHK-DW-REM.
025700     COMPUTE SCHK-WEEKDAY = SCHK-DW-REM + 1.
025800     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT.
025900     PERFORM 1300-LOAD-RUNS THRU 1300-EXIT.
026000     OPEN INPUT DREG-FILE.
026100     IF SCHK-DREG-NOT-FOUND THEN
026200         DISPLAY "DELIVERY-SCHEDULE-CHECK: DLVREG NOT FOUND, "
026300             "EVERY DUE DELIVERY TREATED AS MISSING"
026400         MOVE "Y" TO SCHK-DREG-EOF-SW
026500     ELSE
026600         PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
026700 1000-EXIT.
026800     EXIT.
026900*
027000*    NO SCHEDULE MEANS NOTHING CAN BE CHECKED -- THAT IS A SETUP
027100*    FAILURE, NOT A CLEAN NIGHT, SO IT ENDS RC 08.
027200 1100-LOAD-SCHEDULE.
027300     OPEN INPUT SCHD-FILE.
027400     IF SCHK-SCHD-NOT-FOUND THEN
027500         DISPLAY "DELIVERY-SCHEDULE-CHECK: DLVSCHED NOT FOUND, "
027600             "NOTHING TO CHECK"
027700         MOVE 8 TO RETURN-CODE
027800         GOBACK.
027900     PERFORM 1110-READ-SCHEDULE THRU 1110-EXIT.
028000     PERFORM 1120-TABLE-ONE-CARD THRU 1120-EXIT
028100         UNTIL SCHK-SCHD-AT-EOF
028200            OR SCHK-SCHED-COUNT IS EQUAL TO 200.
028300     IF NOT SCHK-SCHD-AT-EOF THEN
028400         PERFORM 1140-COUNT-ONE-DROPPED THRU 1140-EXIT
028500             UNTIL SCHK-SCHD-AT-EOF
028600         DISPLAY "DELIVERY-SCHEDULE-CHECK: SCHEDULE TABLE FULL, "
028700             "CARDS NOT LOADED=" SCHK-SCHED-DROPPED.
028800     CLOSE SCHD-FILE.
028900 1100-EXIT.
029000     EXIT.
029100*
029200 1110-READ-SCHEDULE.
029300     READ SCHD-FILE
029400         AT END
029500             MOVE "Y" TO SCHK-SCHD-EOF-SW.
029600 1110-EXIT.
029700     EXIT.
029800*
029900*    EDITS ONE CARD AND TABLES IT.  THE CARD'S DUE-TODAY FLAG
030000*    SETS THE ENTRY'S STARTING STATUS: NOT DUE, OR MISSING
030100*    UNTIL THE REGISTER SHOWS OTHERWISE.
030200 1120-TABLE-ONE-CARD.
030300     IF SCHD-RECORD (1:1) IS EQUAL TO "*" OR
030400        SCHD-RECORD IS EQUAL TO SPACES THEN
030500         GO TO 1120-READ-NEXT.
030600     PERFORM 1130-EDIT-CARD THRU 1130-EXIT.
030700     IF NOT SCHK-CARD-OK THEN
030800         ADD 1 TO SCHK-BAD-CARDS
030900         DISPLAY "DELIVERY-SCHEDULE-CHECK: BAD SCHEDULE CARD "
031000             "IGNORED: " SCHD-RECORD (1:25)
031100         GO TO 1120-READ-NEXT.
031200     ADD 1 TO SCHK-SCHED-COUNT.
031300     MOVE SCHD-PARTNER TO SE-PARTNER (SCHK-SCHED-COUNT).
031400     MOVE SCHD-MODE TO SE-MODE (SCHK-SCHED-COUNT).
031500     MOVE SCHD-CUTOFF TO SE-CUTOFF (SCHK-SCHED-COUNT).
031600     COMPUTE SE-DEADLINE (SCHK-SCHED-COUNT) =
031700         SE-CUTOFF (SCHK-SCHED-COUNT) * 100.
031800     MOVE SCHD-DSN-PREFIX TO SE-PREFIX (SCHK-SCHED-COUNT).
031900     MOVE 0 TO SE-PREFIX-LEN (SCHK-SCHED-COUNT).
032000     PERFORM 1150-NOTE-ONE-PREFIX-POS THRU 1150-EXIT
032100         VARYING SCHK-PFX-SUB FROM 1 BY 1
032200         UNTIL SCHK-PFX-SUB IS GREATER THAN 44.
032300     MOVE 0 TO SE-DONE-TIME (SCHK-SCHED-COUNT).
032400     MOVE 0 TO SE-RECS (SCHK-SCHED-COUNT).
032500     MOVE SPACES TO SE-DSN (SCHK-SCHED-COUNT).
032600     IF SCHD-DAY-FLAG (SCHK-WEEKDAY) IS EQUAL TO "Y" THEN
032700         MOVE "M" TO SE-STATUS (SCHK-SCHED-COUNT)
032800     ELSE
032900         MOVE "N" TO SE-STATUS (SCHK-SCHED-COUNT).
033000 1120-READ-NEXT.
033100     PERFORM 1110-READ-SCHEDULE THRU 1110-EXIT.
033200 1120-EXIT.
033300     EXIT.
033400*
033500 1130-EDIT-CARD.
033600     MOVE "Y" TO SCHK-CARD-OK-SW.
033700     IF SCHD-PARTNER IS EQUAL TO SPACES THEN
033800         MOVE "N" TO SCHK-CARD-OK-SW.
033900     IF SCHD-MODE IS NOT EQUAL TO "DECODE" AND
034000        SCHD-MODE IS NOT EQUAL TO "ENCODE" THEN
034100         MOVE "N" TO SCHK-CARD-OK-SW.
034200     IF SCHD-CUTOFF-X IS NOT NUMERIC THEN
034300         MOVE "N" TO SCHK-CARD-OK-SW
034400     ELSE IF SCHD-CUTOFF-HH IS GREATER THAN 23 OR
034500             SCHD-CUTOFF-MM IS GREATER THAN 59 THEN
034600         MOVE "N" TO SCHK-CARD-OK-SW.
034700     PERFORM 1135-EDIT-ONE-DAY THRU 1135-EXIT
034800         VARYING SCHK-DAY-SUB FROM 1 BY 1
034900         UNTIL SCHK-DAY-SUB IS GREATER THAN 7.
035000 1130-EXIT.
035100     EXIT.
035200*
035300 1135-EDIT-ONE-DAY.
035400     IF SCHD-DAY-FLAG (SCHK-DAY-SUB) IS NOT EQUAL TO "Y" AND
035500        SCHD-DAY-FLAG (SCHK-DAY-SUB) IS NOT EQUAL TO "N" AND
035600        SCHD-DAY-FLAG (SCHK-DAY-SUB) IS NOT EQUAL TO SPACE THEN
035700         MOVE "N" TO SCHK-CARD-OK-SW.
035800 1135-EXIT.
035900     EXIT.
036000*
036100 1140-COUNT-ONE-DROPPED.
036200     IF SCHD-RECORD (1:1) IS NOT EQUAL TO "*" AND
036300        SCHD-RECORD IS NOT EQUAL TO SPACES THEN
036400         ADD 1 TO SCHK-SCHED-DROPPED.
036500     PERFORM 1110-READ-SCHEDULE THRU 1110-EXIT.
036600 1140-EXIT.
036700     EXIT.
036800*
036900*    LENGTH OF THE DSN PREFIX -- THE POSITION OF ITS LAST
037000*    NONBLANK CHARACTER.  ZERO MEANS MATCH BY PARTNER ID ONLY.
037100 1150-NOTE-ONE-PREFIX-POS.
037200     IF SE-PREFIX (SCHK-SCHED-COUNT) (SCHK-PFX-SUB:1)
037300             IS NOT EQUAL TO SPACE THEN
037400         MOVE SCHK-PFX-SUB TO SE-PREFIX-LEN (SCHK-SCHED-COUNT).
037500 1150-EXIT.
037600     EXIT.
037700*
037800*    TABLES THE PROCESSING DATE'S RUNS.  A MISSING RUNHIST ONLY
037900*    COSTS THE END TIMES AND THE FAILED-RUN NOTES.
038000 1300-LOAD-RUNS.
038100     OPEN INPUT RUNH-FILE.
038200     IF SCHK-RUNH-NOT-FOUND THEN
038300         DISPLAY "DELIVERY-SCHEDULE-CHECK: RUNHIST NOT FOUND, "
038400             "REGISTER TIMES USED AS THEY STAND"
038500         GO TO 1300-EXIT.
038600     PERFORM 1310-READ-RUN THRU 1310-EXIT.
038700     PERFORM 1320-TABLE-ONE-RUN THRU 1320-EXIT
038800         UNTIL SCHK-RUNH-AT-EOF.
038900     CLOSE RUNH-FILE.
039000     IF SCHK-RUNS-DROPPED IS GREATER THAN ZERO THEN
039100         DISPLAY "DELIVERY-SCHEDULE-CHECK: RUN TABLE FULL, "
039200             "RUNS NOT LOADED=" SCHK-RUNS-DROPPED.
039300 1300-EXIT.
039400     EXIT.
039500*
039600 1310-READ-RUN.
039700     READ RUNH-FILE
039800         AT END
039900             MOVE "Y" TO SCHK-RUNH-EOF-SW.
040000 1310-EXIT.
040100     EXIT.
040200*
040300 1320-TABLE-ONE-RUN.
040400     IF RUNH-RUN-DATE IS NOT EQUAL TO SCHK-REPORT-DATE THEN
040500         GO TO 1320-READ-NEXT.
040600     IF SCHK-RUN-COUNT IS EQUAL TO 1000 THEN
040700         ADD 1 TO SCHK-RUNS-DROPPED
040800         GO TO 1320-READ-NEXT.
040900     ADD 1 TO SCHK-RUN-COUNT.
041000     MOVE RUNH-RUN-TIME TO RT-TIME (SCHK-RUN-COUNT).
041100     MOVE RUNH-MODE TO RT-MODE (SCHK-RUN-COUNT).
041200     MOVE RUNH-PARTNER TO RT-PARTNER (SCHK-RUN-COUNT).
041300     IF RUNH-END-TIME IS NUMERIC THEN
041400         MOVE RUNH-END-TIME TO RT-END-TIME (SCHK-RUN-COUNT)
041500     ELSE
041600         MOVE 0 TO RT-END-TIME (SCHK-RUN-COUNT).
041700     IF RUNH-RETURN-CODE IS NUMERIC THEN
041800         MOVE RUNH-RETURN-CODE TO RT-RC (SCHK-RUN-COUNT)
041900     ELSE
042000         MOVE 99 TO RT-RC (SCHK-RUN-COUNT).
042100 1320-READ-NEXT.
042200     PERFORM 1310-READ-RUN THRU 1310-EXIT.
042300 1320-EXIT.
042400     EXIT.
042500*
042600*    ONE REGISTER RECORD.  ONLY GENERATIONS REGISTERED ON THE
042700*    PROCESSING DATE COUNT; EACH IS OFFERED TO EVERY SCHEDULE
042800*    ENTRY DUE THAT DAY IN THE SAME DIRECTION.
042900 2000-MATCH-ONE-DELIVERY.
043000     IF DREG-RUN-DATE IS NOT EQUAL TO SCHK-REPORT-DATE THEN
043100         GO TO 2000-READ-NEXT.
043200     ADD 1 TO SCHK-REGISTERED.
043300     PERFORM 2200-SET-DONE-TIME THRU 2200-EXIT.
043400     MOVE "N" TO SCHK-MATCHED-SW.
043500     PERFORM 2300-OFFER-TO-ONE-ENTRY THRU 2300-EXIT
043600         VARYING SCHK-SCHED-SUB FROM 1 BY 1
043700         UNTIL SCHK-SCHED-SUB IS GREATER THAN SCHK-SCHED-COUNT.
043800     IF NOT SCHK-MATCHED THEN
043900         PERFORM 2400-NOTE-UNSCHEDULED THRU 2400-EXIT.
044000 2000-READ-NEXT.
044100     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
044200 2000-EXIT.
044300     EXIT.
044400*
044500 2100-READ-REGISTER.
044600     READ DREG-FILE NEXT RECORD
044700         AT END
044800             MOVE "Y" TO SCHK-DREG-EOF-SW.
044900 2100-EXIT.
045000     EXIT.
045100*
045200*    THE DELIVERY'S COMPLETION TIME: THE REGISTER'S OWN STAMP,
045300*    ELSE THE END TIME OF THE RUN THAT REGISTERED IT, ELSE (A
045400*    RECORD FROM BEFORE EITHER WAS KEPT) THE RUN'S START TIME.
045500 2200-SET-DONE-TIME.
045600     IF DREG-DONE-TIME IS NUMERIC AND
045700        DREG-DONE-TIME IS GREATER THAN ZERO THEN
045800         MOVE DREG-DONE-TIME TO SCHK-DONE-TIME
045900         GO TO 2200-EXIT.
046000     MOVE DREG-RUN-TIME TO SCHK-DONE-TIME.
046100     MOVE "N" TO SCHK-RUN-FOUND-SW.
046200     PERFORM 2210-TEST-ONE-RUN THRU 2210-EXIT
046300         VARYING SCHK-RUN-SUB FROM 1 BY 1
046400         UNTIL SCHK-RUN-SUB IS GREATER THAN SCHK-RUN-COUNT
046500            OR SCHK-RUN-FOUND.
046600     IF SCHK-RUN-FOUND THEN
046700         IF RT-END-TIME (SCHK-RUN-MATCH-SUB) IS GREATER THAN ZERO
046800             MOVE RT-END-TIME (SCHK-RUN-MATCH-SUB)
046900                 TO SCHK-DONE-TIME
047000         END-IF.
047100 2200-EXIT.
047200     EXIT.
047300*
047400 2210-TEST-ONE-RUN.
047500     IF RT-TIME (SCHK-RUN-SUB) IS EQUAL TO DREG-RUN-TIME AND
047600        RT-MODE (SCHK-RUN-SUB) IS EQUAL TO DREG-MODE THEN
047700         MOVE SCHK-RUN-SUB TO SCHK-RUN-MATCH-SUB
047800         MOVE "Y" TO SCHK-RUN-FOUND-SW.
047900 2210-EXIT.
048000     EXIT.
048100*
048200*    A MATCH IS THE SAME DIRECTION AND EITHER THE SAME PARTNER
048300*    STAMP OR THE CARD'S DSN PREFIX.  AN ENTRY KEEPS ITS
048400*    EARLIEST MATCH, SO A LATE RERUN NEVER HIDES AN ON-TIME
048500*    DELIVERY.
048600 2300-OFFER-TO-ONE-ENTRY.
048700     IF SE-NOT-DUE (SCHK-SCHED-SUB) OR
048800        SE-MODE (SCHK-SCHED-SUB) IS NOT EQUAL TO DREG-MODE THEN
048900         GO TO 2300-EXIT.
049000     IF DREG-PARTNER IS EQUAL TO SE-PARTNER (SCHK-SCHED-SUB)
049100         CONTINUE
049200     ELSE IF SE-PREFIX-LEN (SCHK-SCHED-SUB) IS GREATER THAN ZERO
049300          AND DREG-SOURCE-DSN (1:SE-PREFIX-LEN (SCHK-SCHED-SUB))
049400              IS EQUAL TO SE-PREFIX (SCHK-SCHED-SUB)
049500                  (1:SE-PREFIX-LEN (SCHK-SCHED-SUB))
049600         CONTINUE
049700     ELSE
049800         GO TO 2300-EXIT.
049900     MOVE "Y" TO SCHK-MATCHED-SW.
050000     IF SE-ON-TIME (SCHK-SCHED-SUB) OR SE-LATE (SCHK-SCHED-SUB)
050100         IF SCHK-DONE-TIME IS NOT LESS THAN
050200                 SE-DONE-TIME (SCHK-SCHED-SUB)
050300             GO TO 2300-EXIT
050400         END-IF.
050500     MOVE SCHK-DONE-TIME TO SE-DONE-TIME (SCHK-SCHED-SUB).
050600     MOVE DREG-RECS TO SE-RECS (SCHK-SCHED-SUB).
050700     MOVE DREG-SOURCE-DSN TO SE-DSN (SCHK-SCHED-SUB).
050800     IF SCHK-DONE-TIME IS GREATER THAN
050900             SE-DEADLINE (SCHK-SCHED-SUB) THEN
051000         MOVE "L" TO SE-STATUS (SCHK-SCHED-SUB)
051100     ELSE
051200         MOVE "O" TO SE-STATUS (SCHK-SCHED-SUB).
051300 2300-EXIT.
051400     EXIT.
051500*
051600 2400-NOTE-UNSCHEDULED.
051700     IF SCHK-UNSCHED-COUNT IS EQUAL TO 100 THEN
051800         ADD 1 TO SCHK-UNSCHED-DROPPED
051900         GO TO 2400-EXIT.
052000     ADD 1 TO SCHK-UNSCHED-COUNT.
052100     MOVE DREG-MODE TO UE-MODE (SCHK-UNSCHED-COUNT).
052200     MOVE DREG-PARTNER TO UE-PARTNER (SCHK-UNSCHED-COUNT).
052300     MOVE SCHK-DONE-TIME TO UE-DONE-TIME (SCHK-UNSCHED-COUNT).
052400     MOVE DREG-RECS TO UE-RECS (SCHK-UNSCHED-COUNT).
052500     MOVE DREG-SOURCE-DSN TO UE-DSN (SCHK-UNSCHED-COUNT).
052600 2400-EXIT.
052700     EXIT.
052800*
052900 3000-PRINT-SCHEDULE.
053000     DISPLAY "TRANCODE DELIVERY SCHEDULE CHECK FOR "
053100         SCHK-REPORT-DATE " " SCHK-DAY-NAME (SCHK-WEEKDAY).
053200     DISPLAY "PARTNER  MODE    CUT   STATUS       DONE"
053300         "      RECORDS  SOURCE".
053400     PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
053500         VARYING SCHK-SCHED-SUB FROM 1 BY 1
053600         UNTIL SCHK-SCHED-SUB IS GREATER THAN SCHK-SCHED-COUNT.
053700     PERFORM 3300-PRINT-ONE-UNSCHEDULED THRU 3300-EXIT
053800         VARYING SCHK-UNSCHED-SUB FROM 1 BY 1
053900         UNTIL SCHK-UNSCHED-SUB IS GREATER THAN
054000               SCHK-UNSCHED-COUNT.
054100 3000-EXIT.
054200     EXIT.
054300*
054400*    ONE LINE PER CARD DUE ON THE DAY.  A MISSING DELIVERY
054500*    STILL INSIDE ITS CUT-OFF ON ITS OWN DAY IS ONLY PENDING.
054600 3100-PRINT-ONE-ENTRY.
054700     IF SE-NOT-DUE (SCHK-SCHED-SUB) THEN
054800         ADD 1 TO SCHK-NOT-DUE-COUNT
054900         GO TO 3100-EXIT.
055000     ADD 1 TO SCHK-DUE-COUNT.
055100     IF SE-MISSING (SCHK-SCHED-SUB) AND
055200        SCHK-REPORT-DATE IS EQUAL TO SCHK-TODAY AND
055300        SCHK-NOW-HHMMSS IS NOT GREATER THAN
055400            SE-DEADLINE (SCHK-SCHED-SUB) THEN
055500         MOVE "P" TO SE-STATUS (SCHK-SCHED-SUB).
055600     MOVE SE-PARTNER (SCHK-SCHED-SUB) TO SCHK-PR-PARTNER.
055700     MOVE SE-MODE (SCHK-SCHED-SUB) TO SCHK-PR-MODE.
055800     MOVE SE-CUTOFF (SCHK-SCHED-SUB) TO SCHK-PR-CUTOFF.
055900     MOVE SE-DONE-TIME (SCHK-SCHED-SUB) TO SCHK-PR-DONE.
056000     MOVE SE-RECS (SCHK-SCHED-SUB) TO SCHK-PR-RECS.
056100     MOVE SE-DSN (SCHK-SCHED-SUB) TO SCHK-PR-DSN.
056200     EVALUATE TRUE
056300         WHEN SE-ON-TIME (SCHK-SCHED-SUB)
056400             MOVE "ON TIME" TO SCHK-PR-STATUS
056500             ADD 1 TO SCHK-ONTIME-COUNT
056600         WHEN SE-LATE (SCHK-SCHED-SUB)
056700             MOVE "LATE" TO SCHK-PR-STATUS
056800             ADD 1 TO SCHK-LATE-COUNT
056900         WHEN SE-PENDING (SCHK-SCHED-SUB)
057000             MOVE "PENDING" TO SCHK-PR-STATUS
057100             ADD 1 TO SCHK-PENDING-COUNT
057200         WHEN OTHER
057300             MOVE "MISSING" TO SCHK-PR-STATUS
057400             ADD 1 TO SCHK-MISSING-COUNT
057500     END-EVALUATE.
057600     DISPLAY SCHK-PRINT-LINE.
057700     IF SE-MISSING (SCHK-SCHED-SUB) THEN
057800         PERFORM 3200-NOTE-FAILED-RUNS THRU 3200-EXIT
057900             VARYING SCHK-RUN-SUB FROM 1 BY 1
058000             UNTIL SCHK-RUN-SUB IS GREATER THAN SCHK-RUN-COUNT.
058100 3100-EXIT.
058200     EXIT.
058300*
058400*    UNDER A MISSING DELIVERY, EVERY RUN FOR THE PARTNER AND
058500*    DIRECTION THAT DAY THAT ENDED NONZERO -- THE USUAL REASON
058600*    NOTHING REACHED THE REGISTER.
058700 3200-NOTE-FAILED-RUNS.
058800     IF RT-PARTNER (SCHK-RUN-SUB) IS EQUAL TO
058900            SE-PARTNER (SCHK-SCHED-SUB) AND
059000        RT-MODE (SCHK-RUN-SUB) IS EQUAL TO
059100            SE-MODE (SCHK-SCHED-SUB) AND
059200        RT-RC (SCHK-RUN-SUB) IS GREATER THAN ZERO THEN
059300         MOVE RT-TIME (SCHK-RUN-SUB) TO SCHK-FL-TIME
059400         MOVE RT-RC (SCHK-RUN-SUB) TO SCHK-FL-RC
059500         DISPLAY SCHK-FAIL-LINE.
059600 3200-EXIT.
059700     EXIT.
059800*
059900 3300-PRINT-ONE-UNSCHEDULED.
060000     MOVE UE-PARTNER (SCHK-UNSCHED-SUB) TO SCHK-PR-PARTNER.
060100     MOVE UE-MODE (SCHK-UNSCHED-SUB) TO SCHK-PR-MODE.
060200     MOVE SPACES TO SCHK-PR-CUTOFF.
060300     MOVE "UNSCHEDULED" TO SCHK-PR-STATUS.
060400     MOVE UE-DONE-TIME (SCHK-UNSCHED-SUB) TO SCHK-PR-DONE.
060500     MOVE UE-RECS (SCHK-UNSCHED-SUB) TO SCHK-PR-RECS.
060600     MOVE UE-DSN (SCHK-UNSCHED-SUB) TO SCHK-PR-DSN.
060700     DISPLAY SCHK-PRINT-LINE.
060800 3300-EXIT.
060900     EXIT.
061000*
061100*    YYYYMMDD TO A DAY NUMBER -- SEE PARTNER-ACK-MATCH.
061200 5000-DATE-TO-DAYNUM.
061300     COMPUTE SCHK-DW-PRIOR = SCHK-DW-YYYY - 1.
061400     COMPUTE SCHK-DW-DAYNUM = SCHK-DW-PRIOR * 365.
061500     DIVIDE SCHK-DW-PRIOR BY 4 GIVING SCHK-DW-QUOT.
061600     ADD SCHK-DW-QUOT TO SCHK-DW-DAYNUM.
061700     DIVIDE SCHK-DW-PRIOR BY 100 GIVING SCHK-DW-QUOT.
061800     SUBTRACT SCHK-DW-QUOT FROM SCHK-DW-DAYNUM.
061900     DIVIDE SCHK-DW-PRIOR BY 400 GIVING SCHK-DW-QUOT.
062000     ADD SCHK-DW-QUOT TO SCHK-DW-DAYNUM.
062100     IF SCHK-DW-MM IS GREATER THAN ZERO AND
062200        SCHK-DW-MM IS LESS THAN 13 THEN
062300         ADD SCHK-DW-CUM (SCHK-DW-MM) TO SCHK-DW-DAYNUM.
062400     ADD SCHK-DW-DD TO SCHK-DW-DAYNUM.
062500     PERFORM 5100-TEST-LEAP-YEAR THRU 5100-EXIT.
062600     IF SCHK-DW-LEAP AND SCHK-DW-MM IS GREATER THAN 2 THEN
062700         ADD 1 TO SCHK-DW-DAYNUM.
062800 5000-EXIT.
062900     EXIT.
063000*
063100 5100-TEST-LEAP-YEAR.
063200     MOVE "N" TO SCHK-DW-LEAP-SW.
063300     DIVIDE SCHK-DW-YYYY BY 4 GIVING SCHK-DW-QUOT
063400         REMAINDER SCHK-DW-REM.
063500     IF SCHK-DW-REM IS EQUAL TO ZERO THEN
063600         MOVE "Y" TO SCHK-DW-LEAP-SW.
063700     DIVIDE SCHK-DW-YYYY BY 100 GIVING SCHK-DW-QUOT
063800         REMAINDER SCHK-DW-REM.
063900     IF SCHK-DW-REM IS EQUAL TO ZERO THEN
064000         MOVE "N" TO SCHK-DW-LEAP-SW.
064100     DIVIDE SCHK-DW-YYYY BY 400 GIVING SCHK-DW-QUOT
064200         REMAINDER SCHK-DW-REM.
064300     IF SCHK-DW-REM IS EQUAL TO ZERO THEN
064400         MOVE "Y" TO SCHK-DW-LEAP-SW.
064500 5100-EXIT.
064600     EXIT.
064700*
064800 9000-TERMINATE.
064900     IF NOT SCHK-DREG-NOT-FOUND THEN
065000         CLOSE DREG-FILE.
065100     DISPLAY " ".
065200     DISPLAY "DELIVERY-SCHEDULE-CHECK: DUE=" SCHK-DUE-COUNT
065300         " ON TIME=" SCHK-ONTIME-COUNT
065400         " LATE=" SCHK-LATE-COUNT
065500         " MISSING=" SCHK-MISSING-COUNT
065600         " PENDING=" SCHK-PENDING-COUNT.
065700     DISPLAY "DELIVERY-SCHEDULE-CHECK: CARDS NOT DUE="
065800         SCHK-NOT-DUE-COUNT
065900         " REGISTERED=" SCHK-REGISTERED
066000         " UNSCHEDULED=" SCHK-UNSCHED-COUNT.
066100     IF SCHK-UNSCHED-DROPPED IS GREATER THAN ZERO THEN
066200         DISPLAY "DELIVERY-SCHEDULE-CHECK: UNSCHEDULED NOT "
066300             "LISTED=" SCHK-UNSCHED-DROPPED.
066400     IF SCHK-MISSING-COUNT IS GREATER THAN ZERO THEN
066500         MOVE 8 TO RETURN-CODE
066600     ELSE IF SCHK-LATE-COUNT IS GREATER THAN ZERO OR
066700             SCHK-BAD-CARDS IS GREATER THAN ZERO OR
066800             SCHK-SCHED-DROPPED IS GREATER THAN ZERO OR
066900             SCHK-RUNS-DROPPED IS GREATER THAN ZERO THEN
067000         MOVE 4 TO RETURN-CODE.
067100 9000-EXIT.
067200     EXIT.
