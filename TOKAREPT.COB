000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "TOKEN-AUDIT-REPORT".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-09-09.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-09-09  DS  INITIAL VERSION.  LISTS THE TOKAUDIT FILE
001000*                    TRANSCODE-DRIVER APPENDS ON EVERY TOKEN
001100*                    VAULT LOOKUP AN ENCODE RUN MAKES: WHO ASKED
001200*                    (THE RUN'S USER= CARD), WHEN, FOR WHICH
001300*                    PARTNER AND SOURCE GENERATION, WHICH INPUT
001400*                    RECORD AND FIELD, THE TOKEN, AND WHETHER THE
001500*                    VALUE WAS RESTORED OR THE LOOKUP FAILED.
001600*                    THE REAL VALUES ARE NEVER ON THE FILE AND
001700*                    NEVER PRINTED.  ENDS WITH A COUNT PER USER.
001800*                    PARM: FROM-DATE AND TO-DATE (YYYYMMDD,
001900*                    BLANK-SEPARATED); ONE DATE LISTS THAT DAY,
002000*                    AN EMPTY PARM LISTS THE WHOLE FILE.  ENDS
002100*                    RC 04 WHEN A FAILED LOOKUP IS LISTED.
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TOKA-FILE ASSIGN TO "TOKAUDIT"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS TARP-FILE-STATUS.
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  TOKA-FILE
003300     RECORDING MODE IS F
003400     RECORD CONTAINS 160 CHARACTERS
003500     LABEL RECORDS ARE STANDARD.
003600     COPY TOKAREC.
003700*
003800 WORKING-STORAGE SECTION.
003900 01  TARP-SWITCHES.
004000     03 TARP-EOF-SW              PIC X(01) VALUE "N".
004100         88 TARP-AT-EOF          VALUE "Y".
004200     03 TARP-FILE-STATUS         PIC X(02) VALUE "00".
004300         88 TARP-FILE-NOT-FOUND  VALUES "35", "05".
004400*
004500 01  TARP-SELECTION.
004600     03 TARP-FROM-DATE           PIC X(08) VALUE SPACES.
004700     03 TARP-TO-DATE             PIC X(08) VALUE SPACES.
004800     03 TARP-RECORD-DATE         PIC X(08) VALUE SPACES.
004900*
005000 01  TARP-COUNTERS.
005100     03 TARP-PRINTED             PIC 9(07) COMP VALUE 0.
005200     03 TARP-RESTORED            PIC 9(07) COMP VALUE 0.
005300     03 TARP-FAILED              PIC 9(07) COMP VALUE 0.
005400     03 TARP-USER-COUNT          PIC 9(03) COMP VALUE 0.
005500     03 TARP-USER-SUB            PIC 9(03) COMP VALUE 0.
005600     03 TARP-USER-HIT            PIC 9(03) COMP VALUE 0.
005700     03 TARP-USER-OVERFLOW       PIC 9(07) COMP VALUE 0.
005800*
005900*    ONE SLOT PER REQUESTING USER SEEN IN THE SELECTED RANGE.
006000 01  TARP-USER-TABLE.
006100     03 TARP-USER-ENTRY OCCURS 100 TIMES.
006200        05 TARP-US-USER          PIC X(08).
006300        05 TARP-US-RESTORED      PIC 9(07) COMP.
006400        05 TARP-US-FAILED        PIC 9(07) COMP.
006500*
006600 01  TARP-PRINT-LINE.
006700     03 TARP-PR-DATE             PIC 9(08).
006800     03 FILLER                   PIC X(01) VALUE SPACE.
006900     03 TARP-PR-TIME             PIC 9(06).
007000     03 FILLER                   PIC X(02) VALUE SPACES.
007100     03 TARP-PR-USER             PIC X(08).
007200     03 FILLER                   PIC X(02) VALUE SPACES.
007300     03 TARP-PR-PARTNER          PIC X(08).
007400     03 FILLER                   PIC X(02) VALUE SPACES.
007500     03 TARP-PR-RECORD           PIC ZZZZZZZZ9.
007600     03 FILLER                   PIC X(02) VALUE SPACES.
007700     03 TARP-PR-START            PIC ZZZ9.
007800     03 FILLER                   PIC X(01) VALUE SPACE.
007900     03 TARP-PR-LEN              PIC Z9.
008000     03 FILLER                   PIC X(02) VALUE SPACES.
008100     03 TARP-PR-RESULT           PIC X(08).
008200*
008300 01  TARP-DETAIL-LINE.
008400     03 FILLER                   PIC X(08) VALUE " SOURCE=".
008500     03 TARP-DL-DSN              PIC X(44).
008600     03 FILLER                   PIC X(07) VALUE " TOKEN=".
008700     03 TARP-DL-TOKEN            PIC X(64).
008800*
008900 01  TARP-USER-LINE.
009000     03 FILLER                   PIC X(07) VALUE "  USER ".
009100     03 TARP-UL-USER             PIC X(08).
009200     03 FILLER                   PIC X(10) VALUE " RESTORED=".
009300     03 TARP-UL-RESTORED         PIC ZZZ,ZZ9.
009400     03 FILLER                   PIC X(08) VALUE " FAILED=".
009500     03 TARP-UL-FAILED           PIC ZZZ,ZZ9.
009600*
009700 LINKAGE SECTION.
009800 01  TARP-PARM-INFO.
009900     03 TARP-PARM-LEN            PIC S9(4) COMP.
010000     03 TARP-PARM-TEXT           PIC X(80).
010100*
010200 PROCEDURE DIVISION USING TARP-PARM-INFO.
010300*
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-PRINT-ENTRY THRU 2000-EXIT
010700         UNTIL TARP-AT-EOF.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     GOBACK.
011000*
011100 1000-INITIALIZE.
011200     IF TARP-PARM-LEN IS GREATER THAN ZERO THEN
011300         UNSTRING TARP-PARM-TEXT DELIMITED BY ALL SPACES
011400             INTO TARP-FROM-DATE, TARP-TO-DATE.
011500     IF TARP-TO-DATE IS EQUAL TO SPACES THEN
011600         MOVE TARP-FROM-DATE TO TARP-TO-DATE.
011700     OPEN INPUT TOKA-FILE.
011800     IF TARP-FILE-NOT-FOUND THEN
011900         DISPLAY "TOKEN-AUDIT-REPORT: TOKAUDIT NOT FOUND"
012000         MOVE "Y" TO TARP-EOF-SW
012100     ELSE
012200         DISPLAY "TRANCODE DETOKENIZATION AUDIT"
012300         IF TARP-FROM-DATE IS NOT EQUAL TO SPACES
012400             DISPLAY "DATES SELECTED: " TARP-FROM-DATE
012500                 " TO " TARP-TO-DATE
012600         END-IF
012700         DISPLAY "DATE     TIME    USER      PARTNER      "
012800             "RECORD  FLD LN  RESULT"
012900         PERFORM 2100-READ-RECORD THRU 2100-EXIT.
013000 1000-EXIT.
013100     EXIT.
013200*
013300 2000-PRINT-ENTRY.
013400     MOVE TOKA-RUN-DATE TO TARP-RECORD-DATE.
013500     IF TARP-FROM-DATE IS NOT EQUAL TO SPACES AND
013600        (TARP-RECORD-DATE IS LESS THAN TARP-FROM-DATE OR
013700         TARP-RECORD-DATE IS GREATER THAN TARP-TO-DATE) THEN
013800         GO TO 2000-READ-NEXT.
013900     MOVE TOKA-RUN-DATE TO TARP-PR-DATE.
014000     MOVE TOKA-RUN-TIME TO TARP-PR-TIME.
014100     MOVE TOKA-USER TO TARP-PR-USER.
014200     MOVE TOKA-PARTNER TO TARP-PR-PARTNER.
014300     MOVE TOKA-REC-NUMBER TO TARP-PR-RECORD.
014400     MOVE TOKA-FIELD-START TO TARP-PR-START.
014500     MOVE TOKA-FIELD-LEN TO TARP-PR-LEN.
014600     IF TOKA-RESTORED THEN
014700         MOVE "RESTORED" TO TARP-PR-RESULT
014800         ADD 1 TO TARP-RESTORED
014900     ELSE
015000         MOVE "FAILED" TO TARP-PR-RESULT
015100         ADD 1 TO TARP-FAILED.
015200     DISPLAY TARP-PRINT-LINE.
015300     MOVE TOKA-SOURCE-DSN TO TARP-DL-DSN.
015400     MOVE TOKA-TOKEN TO TARP-DL-TOKEN.
015500     DISPLAY TARP-DETAIL-LINE.
015600     ADD 1 TO TARP-PRINTED.
015700     PERFORM 2200-COUNT-USER THRU 2200-EXIT.
015800 2000-READ-NEXT.
015900     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
016000 2000-EXIT.
016100     EXIT.
016200*
016300 2100-READ-RECORD.
016400     READ TOKA-FILE
016500         AT END
016600             MOVE "Y" TO TARP-EOF-SW.
016700 2100-EXIT.
016800     EXIT.
016900*
017000*    FOLDS THE ENTRY JUST PRINTED INTO ITS USER'S TOTALS.  PAST
017100*    100 USERS THE ENTRY IS COUNTED AS OVERFLOW ONLY.
017200 2200-COUNT-USER.
017300     MOVE 0 TO TARP-USER-HIT.
017400     PERFORM 2210-MATCH-ONE-USER THRU 2210-EXIT
017500         VARYING TARP-USER-SUB FROM 1 BY 1
017600         UNTIL TARP-USER-SUB IS GREATER THAN TARP-USER-COUNT
017700            OR TARP-USER-HIT IS GREATER THAN ZERO.
017800     IF TARP-USER-HIT IS EQUAL TO ZERO THEN
017900         IF TARP-USER-COUNT IS EQUAL TO 100
018000             ADD 1 TO TARP-USER-OVERFLOW
018100             GO TO 2200-EXIT
018200         END-IF
018300         ADD 1 TO TARP-USER-COUNT
018400         MOVE TARP-USER-COUNT TO TARP-USER-HIT
018500         MOVE TOKA-USER TO TARP-US-USER (TARP-USER-HIT)
018600         MOVE 0 TO TARP-US-RESTORED (TARP-USER-HIT),
018700             TARP-US-FAILED (TARP-USER-HIT).
018800     IF TOKA-RESTORED THEN
018900         ADD 1 TO TARP-US-RESTORED (TARP-USER-HIT)
019000     ELSE
019100         ADD 1 TO TARP-US-FAILED (TARP-USER-HIT).
019200 2200-EXIT.
019300     EXIT.
019400*
019500 2210-MATCH-ONE-USER.
019600     IF TARP-US-USER (TARP-USER-SUB) IS EQUAL TO TOKA-USER THEN
019700         MOVE TARP-USER-SUB TO TARP-USER-HIT.
019800 2210-EXIT.
019900     EXIT.
020000*
020100 2300-PRINT-ONE-USER.
020200     MOVE TARP-US-USER (TARP-USER-SUB) TO TARP-UL-USER.
020300     MOVE TARP-US-RESTORED (TARP-USER-SUB) TO TARP-UL-RESTORED.
020400     MOVE TARP-US-FAILED (TARP-USER-SUB) TO TARP-UL-FAILED.
020500     DISPLAY TARP-USER-LINE.
020600 2300-EXIT.
020700     EXIT.
020800*
020900 9000-TERMINATE.
021000     IF TARP-FILE-NOT-FOUND THEN
021100         GO TO 9000-EXIT.
021200     CLOSE TOKA-FILE.
021300     DISPLAY " ".
021400     DISPLAY "LOOKUPS BY USER".
021500     PERFORM 2300-PRINT-ONE-USER THRU 2300-EXIT
021600         VARYING TARP-USER-SUB FROM 1 BY 1
021700         UNTIL TARP-USER-SUB IS GREATER THAN TARP-USER-COUNT.
021800     IF TARP-USER-OVERFLOW IS GREATER THAN ZERO THEN
021900         DISPLAY "  MORE THAN 100 USERS, ENTRIES NOT TOTALLED="
022000             TARP-USER-OVERFLOW.
022100     DISPLAY " ".
022200     DISPLAY "LOOKUPS LISTED=" TARP-PRINTED
022300         " RESTORED=" TARP-RESTORED
022400         " FAILED=" TARP-FAILED.
022500     IF TARP-FAILED IS GREATER THAN ZERO THEN
022600         MOVE 4 TO RETURN-CODE.
022700 9000-EXIT.
022800     EXIT.
