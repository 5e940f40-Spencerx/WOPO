000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "CHAR-POLICY-MAINT".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-10-08.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-10-08  DS  INITIAL VERSION.  BATCH MAINTENANCE AGAINST
001000*                    THE CHARPOL OUTBOUND CHARACTER-POLICY KSDS
001100*                    -- THE PER-PARTNER RULES SAYING WHICH CODE
001200*                    POINTS AN ENCODE DELIVERY MAY CARRY AND WHAT
001300*                    GOES OUT IN PLACE OF THE REST.  SAME SHAPE
001400*                    AS PARTNER-PROFILE-MAINT: ONE TRANSACTION
001500*                    CARD PER ACTION, EVERY APPLIED CHANGE
001600*                    PRINTS AN AUDIT LINE, ANY REJECT ENDS THE
001700*                    RUN RC 04.  CARD ACTIONS:
001800*                      A  ADD OR REPLACE ONE RULE (POLICY, FROM
001900*                         CODE POINT, TO CODE POINT, ALLOW OR
002000*                         SUBSTITUTE, SUBSTITUTION TEXT).
002100*                      D  DELETE ONE RULE (POLICY, FROM).
002200*                      L  LIST EVERY RULE OF A POLICY TO SYSOUT.
002210*    2026-10-15  DS  THE OPENS ARE NOW STATUS-CHECKED: A CPOLTXN
002220*                    OR CHARPOL THAT WILL NOT OPEN ENDS THE RUN
002230*                    RC 16.
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CMNT-TXN-FILE ASSIGN TO "CPOLTXN"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS CMNT-TXN-STATUS.
003000     SELECT CPOL-FILE ASSIGN TO "CHARPOL"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CPOL-KEY
003400         FILE STATUS IS CMNT-CPOL-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CMNT-TXN-FILE
003900     RECORDING MODE IS F
004000     RECORD CONTAINS 80 CHARACTERS
004100     LABEL RECORDS ARE STANDARD.
004200 01  CMNT-TXN-RECORD.
004300     03 CTXN-ACTION                 PIC X(01).
004400         88 CTXN-RULE               VALUE "A".
004500         88 CTXN-DELETE             VALUE "D".
004600         88 CTXN-LIST               VALUE "L".
004700     03 CTXN-POLICY                 PIC X(08).
004800     03 CTXN-FROM-CP                PIC X(07).
004900     03 CTXN-TO-CP                  PIC X(07).
005000     03 CTXN-RULE-TYPE              PIC X(01).
005100     03 CTXN-SUB-LEN                PIC X(01).
005200     03 CTXN-SUB-TEXT               PIC X(08).
005300     03 CTXN-DESC                   PIC X(30).
005400     03 CTXN-USER                   PIC X(08).
005500     03 CTXN-DATE                   PIC X(08).
005600     03 FILLER                      PIC X(01).
005700*
005800 FD  CPOL-FILE
005900     RECORD CONTAINS 100 CHARACTERS
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CPOLREC.
006200*
006300 WORKING-STORAGE SECTION.
006400 01  CMNT-SWITCHES.
006500     03 CMNT-EOF-SW                 PIC X(01) VALUE "N".
006600         88 CMNT-AT-EOF             VALUE "Y".
006700     03 CMNT-TXN-STATUS             PIC X(02) VALUE "00".
006710         88 CMNT-TXN-OK             VALUE "00".
006800     03 CMNT-CPOL-STATUS            PIC X(02) VALUE "00".
006810         88 CMNT-CPOL-OK            VALUE "00".
006900         88 CMNT-CPOL-NOT-FOUND     VALUES "35", "05".
007000     03 CMNT-OLD-FOUND-SW           PIC X(01) VALUE "N".
007100         88 CMNT-OLD-FOUND          VALUE "Y".
007200     03 CMNT-LIST-EOF-SW            PIC X(01) VALUE "N".
007300         88 CMNT-LIST-AT-EOF        VALUE "Y".
007400     03 CMNT-TEXT-BAD-SW            PIC X(01) VALUE "N".
007500         88 CMNT-TEXT-BAD           VALUE "Y".
007510*
007520 01  CMNT-ABEND-INFO.
007530     03 CMNT-ABEND-DDNAME           PIC X(08) VALUE SPACES.
007540     03 CMNT-ABEND-STATUS           PIC X(02) VALUE SPACES.
007600*
007700 01  CMNT-COUNTERS.
007800     03 CMNT-TXN-COUNT              PIC 9(05) COMP VALUE 0.
007900     03 CMNT-ADD-COUNT              PIC 9(05) COMP VALUE 0.
008000     03 CMNT-CHANGE-COUNT           PIC 9(05) COMP VALUE 0.
008100     03 CMNT-DELETE-COUNT           PIC 9(05) COMP VALUE 0.
008200     03 CMNT-REJECT-COUNT           PIC 9(05) COMP VALUE 0.
008300     03 CMNT-LIST-COUNT             PIC 9(05) COMP VALUE 0.
008400     03 CMNT-SUB                    PIC 9(02) COMP VALUE 0.
008500     03 CMNT-TEXT-LEN               PIC 9(02) COMP VALUE 0.
008600*
008700 01  CMNT-EDIT-WORK.
008800     03 CMNT-FROM-NUM               PIC 9(07) VALUE 0.
008900     03 CMNT-TO-NUM                 PIC 9(07) VALUE 0.
009000     03 CMNT-MAX-CP                 PIC 9(07) VALUE 1114111.
009100     03 CMNT-BYTE-CHAR              PIC X(01).
009200     03 CMNT-BYTE-NUM REDEFINES CMNT-BYTE-CHAR
009300                                    PIC 9(02) COMP-X.
009400*
009500 01  CMNT-AUDIT-LINE.
009600     03 CMNT-AUD-ACTION             PIC X(07).
009700     03 FILLER                      PIC X(08) VALUE " POLICY=".
009800     03 CMNT-AUD-POLICY             PIC X(08).
009900     03 FILLER                      PIC X(06) VALUE " FROM=".
010000     03 CMNT-AUD-FROM               PIC 9(07).
010100     03 FILLER                      PIC X(06) VALUE " USER=".
010200     03 CMNT-AUD-USER               PIC X(08).
010300     03 FILLER                      PIC X(06) VALUE " DATE=".
010400     03 CMNT-AUD-DATE               PIC X(08).
010500*
010600 01  CMNT-RULE-LINE.
010700     03 FILLER                      PIC X(08) VALUE "  RULE  ".
010800     03 CMNT-RL-FROM                PIC ZZZZZZ9.
010900     03 FILLER                      PIC X(01) VALUE "-".
011000     03 CMNT-RL-TO                  PIC ZZZZZZ9.
011100     03 FILLER                      PIC X(01) VALUE SPACE.
011200     03 CMNT-RL-ACTION              PIC X(10).
011300     03 FILLER                      PIC X(02) VALUE " """.
011400     03 CMNT-RL-TEXT                PIC X(08).
011500     03 FILLER                      PIC X(02) VALUE """ ".
011600     03 CMNT-RL-DESC                PIC X(30).
011700*
011800 PROCEDURE DIVISION.
011900*
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
012300         UNTIL CMNT-AT-EOF.
012400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012500     GOBACK.
012600*
012700 1000-INITIALIZE.
012800     OPEN INPUT CMNT-TXN-FILE.
012810     IF NOT CMNT-TXN-OK THEN
012820         MOVE "CPOLTXN" TO CMNT-ABEND-DDNAME
012830         MOVE CMNT-TXN-STATUS TO CMNT-ABEND-STATUS
012840         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
012900     OPEN I-O CPOL-FILE.
013000     IF CMNT-CPOL-NOT-FOUND THEN
013100         CLOSE CPOL-FILE
013200         OPEN OUTPUT CPOL-FILE
013300         CLOSE CPOL-FILE
013400         OPEN I-O CPOL-FILE.
013410     IF NOT CMNT-CPOL-OK THEN
013420         MOVE "CHARPOL" TO CMNT-ABEND-DDNAME
013430         MOVE CMNT-CPOL-STATUS TO CMNT-ABEND-STATUS
013440         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
013500     DISPLAY "CHAR-POLICY-MAINT: AUDIT".
013600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
013700 1000-EXIT.
013800     EXIT.
013900*
014000 2000-PROCESS-TRANSACTION.
014100     IF CTXN-POLICY IS EQUAL TO SPACES THEN
014200         DISPLAY "CHAR-POLICY-MAINT: BLANK POLICY NAME, "
014300             "CARD REJECTED"
014400         ADD 1 TO CMNT-REJECT-COUNT
014500     ELSE
014600         EVALUATE TRUE
014700             WHEN CTXN-RULE
014800                 PERFORM 2300-ADD-OR-CHANGE THRU 2300-EXIT
014900             WHEN CTXN-DELETE
015000                 PERFORM 2200-DELETE-RULE THRU 2200-EXIT
015100             WHEN CTXN-LIST
015200                 PERFORM 2500-LIST-POLICY THRU 2500-EXIT
015300             WHEN OTHER
015400                 DISPLAY "CHAR-POLICY-MAINT: BAD ACTION, "
015500                     "CARD REJECTED: " CTXN-ACTION
015600                 ADD 1 TO CMNT-REJECT-COUNT
015700         END-EVALUATE.
015800     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
015900 2000-EXIT.
016000     EXIT.
016100*
016200 2100-READ-TRANSACTION.
016300     READ CMNT-TXN-FILE
016400         AT END
016500             MOVE "Y" TO CMNT-EOF-SW
016600         NOT AT END
016700             ADD 1 TO CMNT-TXN-COUNT.
016800 2100-EXIT.
016900     EXIT.
017000*
017100 2200-DELETE-RULE.
017200     IF CTXN-FROM-CP IS NOT NUMERIC THEN
017300         DISPLAY "CHAR-POLICY-MAINT: FROM CODE POINT MUST BE "
017400             "7 DIGITS, CARD REJECTED, POLICY=" CTXN-POLICY
017500         ADD 1 TO CMNT-REJECT-COUNT
017600         GO TO 2200-EXIT.
017700     MOVE CTXN-POLICY TO CPOL-POLICY.
017800     MOVE CTXN-FROM-CP TO CPOL-FROM-CP.
017900     DELETE CPOL-FILE RECORD
018000         INVALID KEY
018100             DISPLAY "CHAR-POLICY-MAINT: DELETE NOT FOUND, "
018200                 "POLICY=" CTXN-POLICY " FROM=" CTXN-FROM-CP
018300             ADD 1 TO CMNT-REJECT-COUNT
018400         NOT INVALID KEY
018500             ADD 1 TO CMNT-DELETE-COUNT
018600             MOVE "DELETE " TO CMNT-AUD-ACTION
018700             PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT.
018800 2200-EXIT.
018900     EXIT.
019000*
019100*    EDITS THE "A" CARD, THEN ADDS OR REPLACES THE RULE.  A
019200*    BLANK TO CODE POINT MEANS A SINGLE-CODE RULE.  AN "S" RULE
019300*    MUST CARRY PRINTABLE ASCII SUBSTITUTION TEXT; ITS LENGTH
019400*    (COLUMN 25) IS TAKEN FROM THE LAST NON-BLANK BYTE WHEN LEFT
019500*    BLANK, SO IT ONLY HAS TO BE KEYED WHEN THE TEXT ENDS IN A
019600*    SPACE (A SINGLE-SPACE REPLACEMENT IS LENGTH 1).  AN "A"
019700*    RULE CARRIES NO TEXT.  WHETHER THE SUBSTITUTION BYTES ARE
019800*    THEMSELVES ALLOWED BY THE POLICY IS CHECKED BY THE DRIVER
019900*    WHEN IT LOADS THE POLICY, SINCE THE RULES MAY ARRIVE HERE
020000*    IN ANY ORDER.
020100 2300-ADD-OR-CHANGE.
020200     IF CTXN-FROM-CP IS NOT NUMERIC OR
020300        (CTXN-TO-CP IS NOT NUMERIC AND
020400         CTXN-TO-CP IS NOT EQUAL TO SPACES) THEN
020500         DISPLAY "CHAR-POLICY-MAINT: CODE POINTS MUST BE 7 "
020600             "DIGITS, CARD REJECTED, POLICY=" CTXN-POLICY
020700         ADD 1 TO CMNT-REJECT-COUNT
020800         GO TO 2300-EXIT.
020900     MOVE CTXN-FROM-CP TO CMNT-FROM-NUM.
021000     IF CTXN-TO-CP IS EQUAL TO SPACES THEN
021100         MOVE CMNT-FROM-NUM TO CMNT-TO-NUM
021200     ELSE
021300         MOVE CTXN-TO-CP TO CMNT-TO-NUM.
021400     IF CMNT-TO-NUM IS LESS THAN CMNT-FROM-NUM OR
021500        CMNT-TO-NUM IS GREATER THAN CMNT-MAX-CP THEN
021600         DISPLAY "CHAR-POLICY-MAINT: BAD CODE POINT RANGE, "
021700             "CARD REJECTED, POLICY=" CTXN-POLICY
021800             " FROM=" CTXN-FROM-CP " TO=" CTXN-TO-CP
021900         ADD 1 TO CMNT-REJECT-COUNT
022000         GO TO 2300-EXIT.
022100     IF CTXN-RULE-TYPE IS NOT EQUAL TO "A" AND
022200        CTXN-RULE-TYPE IS NOT EQUAL TO "S" THEN
022300         DISPLAY "CHAR-POLICY-MAINT: RULE MUST BE A OR S, "
022400             "CARD REJECTED, POLICY=" CTXN-POLICY
022500         ADD 1 TO CMNT-REJECT-COUNT
022600         GO TO 2300-EXIT.
022700     IF CTXN-RULE-TYPE IS EQUAL TO "A" THEN
022800         IF CTXN-SUB-LEN IS NOT EQUAL TO SPACE OR
022900            CTXN-SUB-TEXT IS NOT EQUAL TO SPACES THEN
023000             DISPLAY "CHAR-POLICY-MAINT: ALLOW RULE TAKES NO "
023100                 "TEXT, CARD REJECTED, POLICY=" CTXN-POLICY
023200             ADD 1 TO CMNT-REJECT-COUNT
023300             GO TO 2300-EXIT
023400         ELSE
023500             MOVE 0 TO CMNT-TEXT-LEN
023600     ELSE
023700         PERFORM 2350-EDIT-SUB-TEXT THRU 2350-EXIT
023800         IF CMNT-TEXT-BAD THEN
023900             ADD 1 TO CMNT-REJECT-COUNT
024000             GO TO 2300-EXIT.
024100     MOVE CTXN-POLICY TO CPOL-POLICY.
024200     MOVE CMNT-FROM-NUM TO CPOL-FROM-CP.
024300     PERFORM 2700-READ-OLD-RULE THRU 2700-EXIT.
024400     MOVE SPACES TO CPOL-RECORD.
024500     MOVE CTXN-POLICY TO CPOL-POLICY.
024600     MOVE CMNT-FROM-NUM TO CPOL-FROM-CP.
024700     MOVE CMNT-TO-NUM TO CPOL-TO-CP.
024800     MOVE CTXN-RULE-TYPE TO CPOL-ACTION.
024900     MOVE CMNT-TEXT-LEN TO CPOL-SUB-LEN.
025000     MOVE CTXN-SUB-TEXT TO CPOL-SUB-TEXT.
025100     MOVE CTXN-DESC TO CPOL-DESC.
025200     MOVE CTXN-USER TO CPOL-USER.
025300     MOVE CTXN-DATE TO CPOL-DATE.
025400     IF CMNT-OLD-FOUND THEN
025500         REWRITE CPOL-RECORD
025600             INVALID KEY
025700                 DISPLAY "CHAR-POLICY-MAINT: CHANGE FAILED, "
025800                     "POLICY=" CPOL-POLICY " FROM=" CPOL-FROM-CP
025900                 ADD 1 TO CMNT-REJECT-COUNT
026000             NOT INVALID KEY
026100                 ADD 1 TO CMNT-CHANGE-COUNT
026200                 MOVE "CHANGE " TO CMNT-AUD-ACTION
026300                 PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT
026400                 PERFORM 2550-PRINT-RULE-LINE THRU 2550-EXIT
026500         END-REWRITE
026600     ELSE
026700         WRITE CPOL-RECORD
026800             INVALID KEY
026900                 DISPLAY "CHAR-POLICY-MAINT: ADD FAILED, "
027000                     "POLICY=" CPOL-POLICY " FROM=" CPOL-FROM-CP
027100                 ADD 1 TO CMNT-REJECT-COUNT
027200             NOT INVALID KEY
027300                 ADD 1 TO CMNT-ADD-COUNT
027400                 MOVE "ADD    " TO CMNT-AUD-ACTION
027500                 PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT
027600                 PERFORM 2550-PRINT-RULE-LINE THRU 2550-EXIT
027700         END-WRITE.
027800 2300-EXIT.
027900     EXIT.
028000*
028100*    SETS CMNT-TEXT-LEN FOR AN "S" RULE AND CHECKS EVERY BYTE
028200*    OF THE TEXT IS PRINTABLE ASCII (32 THROUGH 126).
028300 2350-EDIT-SUB-TEXT.
028400     MOVE "N" TO CMNT-TEXT-BAD-SW.
028500     IF CTXN-SUB-LEN IS EQUAL TO SPACE THEN
028600         MOVE 0 TO CMNT-TEXT-LEN
028700         PERFORM 2360-FIND-TEXT-END THRU 2360-EXIT
028800             VARYING CMNT-SUB FROM 8 BY -1
028900             UNTIL CMNT-SUB IS LESS THAN 1
029000                OR CMNT-TEXT-LEN IS GREATER THAN 0
029100     ELSE
029200         IF CTXN-SUB-LEN IS NUMERIC AND
029300            CTXN-SUB-LEN IS NOT EQUAL TO "0" AND
029400            CTXN-SUB-LEN IS NOT EQUAL TO "9" THEN
029500             MOVE CTXN-SUB-LEN TO CMNT-TEXT-LEN
029600         ELSE
029700             DISPLAY "CHAR-POLICY-MAINT: TEXT LENGTH MUST BE "
029800                 "1 TO 8 OR BLANK, CARD REJECTED, POLICY="
029900                 CTXN-POLICY
030000             MOVE "Y" TO CMNT-TEXT-BAD-SW
030100             GO TO 2350-EXIT.
030200     IF CMNT-TEXT-LEN IS EQUAL TO 0 THEN
030300         DISPLAY "CHAR-POLICY-MAINT: SUBSTITUTE RULE NEEDS "
030400             "TEXT, CARD REJECTED, POLICY=" CTXN-POLICY
030500         MOVE "Y" TO CMNT-TEXT-BAD-SW
030600         GO TO 2350-EXIT.
030700     PERFORM 2370-CHECK-TEXT-BYTE THRU 2370-EXIT
030800         VARYING CMNT-SUB FROM 1 BY 1
030900         UNTIL CMNT-SUB IS GREATER THAN CMNT-TEXT-LEN.
031000     IF CMNT-TEXT-BAD THEN
031100         DISPLAY "CHAR-POLICY-MAINT: TEXT MUST BE PRINTABLE "
031200             "ASCII, CARD REJECTED, POLICY=" CTXN-POLICY.
031300 2350-EXIT.
031400     EXIT.
031500*
031600 2360-FIND-TEXT-END.
031700     IF CTXN-SUB-TEXT (CMNT-SUB:1) IS NOT EQUAL TO SPACE THEN
031800         MOVE CMNT-SUB TO CMNT-TEXT-LEN.
031900 2360-EXIT.
032000     EXIT.
032100*
032200 2370-CHECK-TEXT-BYTE.
032300     MOVE CTXN-SUB-TEXT (CMNT-SUB:1) TO CMNT-BYTE-CHAR.
032400     IF CMNT-BYTE-NUM IS LESS THAN 32 OR
032500        CMNT-BYTE-NUM IS GREATER THAN 126 THEN
032600         MOVE "Y" TO CMNT-TEXT-BAD-SW.
032700 2370-EXIT.
032800     EXIT.
032900*
033000*    LISTS EVERY RULE OF THE POLICY IN CODE-POINT ORDER.
033100 2500-LIST-POLICY.
033200     MOVE 0 TO CMNT-LIST-COUNT.
033300     MOVE "N" TO CMNT-LIST-EOF-SW.
033400     MOVE CTXN-POLICY TO CPOL-POLICY.
033500     MOVE 0 TO CPOL-FROM-CP.
033600     START CPOL-FILE KEY IS NOT LESS THAN CPOL-KEY
033700         INVALID KEY
033800             MOVE "Y" TO CMNT-LIST-EOF-SW
033900     END-START.
034000     DISPLAY "POLICY " CTXN-POLICY.
034100     PERFORM 2510-LIST-NEXT-RULE THRU 2510-EXIT
034200         UNTIL CMNT-LIST-AT-EOF.
034300     IF CMNT-LIST-COUNT IS EQUAL TO 0 THEN
034400         DISPLAY "CHAR-POLICY-MAINT: LIST -- POLICY NOT ON "
034500             "FILE: " CTXN-POLICY.
034600 2500-EXIT.
034700     EXIT.
034800*
034900 2510-LIST-NEXT-RULE.
035000     READ CPOL-FILE NEXT RECORD
035100         AT END
035200             MOVE "Y" TO CMNT-LIST-EOF-SW
035300     END-READ.
035400     IF CMNT-LIST-AT-EOF THEN
035500         GO TO 2510-EXIT.
035600     IF CPOL-POLICY IS NOT EQUAL TO CTXN-POLICY THEN
035700         MOVE "Y" TO CMNT-LIST-EOF-SW
035800         GO TO 2510-EXIT.
035900     ADD 1 TO CMNT-LIST-COUNT.
036000     PERFORM 2550-PRINT-RULE-LINE THRU 2550-EXIT.
036100 2510-EXIT.
036200     EXIT.
036300*
036400 2550-PRINT-RULE-LINE.
036500     MOVE CPOL-FROM-CP TO CMNT-RL-FROM.
036600     MOVE CPOL-TO-CP TO CMNT-RL-TO.
036700     MOVE SPACES TO CMNT-RL-TEXT.
036800     IF CPOL-SUBSTITUTE THEN
036900         MOVE "SUBSTITUTE" TO CMNT-RL-ACTION
037000         MOVE CPOL-SUB-TEXT (1:CPOL-SUB-LEN) TO CMNT-RL-TEXT
037100     ELSE
037200         MOVE "ALLOW     " TO CMNT-RL-ACTION.
037300     MOVE CPOL-DESC TO CMNT-RL-DESC.
037400     DISPLAY CMNT-RULE-LINE.
037500 2550-EXIT.
037600     EXIT.
037700*
037800 2600-PRINT-AUDIT-LINE.
037900     MOVE CTXN-POLICY TO CMNT-AUD-POLICY.
038000     MOVE CPOL-FROM-CP TO CMNT-AUD-FROM.
038100     MOVE CTXN-USER TO CMNT-AUD-USER.
038200     MOVE CTXN-DATE TO CMNT-AUD-DATE.
038300     DISPLAY CMNT-AUDIT-LINE.
038400 2600-EXIT.
038500     EXIT.
038600*
038700*    KEYED READ AIMED AT THE RULE IN CPOL-KEY.
038800 2700-READ-OLD-RULE.
038900     MOVE "N" TO CMNT-OLD-FOUND-SW.
039000     READ CPOL-FILE
039100         INVALID KEY
039200             CONTINUE
039300         NOT INVALID KEY
039400             MOVE "Y" TO CMNT-OLD-FOUND-SW
039500     END-READ.
039600 2700-EXIT.
039700     EXIT.
039800*
039900 9000-TERMINATE.
040000     CLOSE CMNT-TXN-FILE.
040100     CLOSE CPOL-FILE.
040200     DISPLAY "CHAR-POLICY-MAINT: TRANSACTIONS READ="
040300         CMNT-TXN-COUNT.
040400     DISPLAY "CHAR-POLICY-MAINT: ADDED=" CMNT-ADD-COUNT
040500         " CHANGED=" CMNT-CHANGE-COUNT
040600         " DELETED=" CMNT-DELETE-COUNT
040700         " REJECTED=" CMNT-REJECT-COUNT.
040800     IF CMNT-REJECT-COUNT IS GREATER THAN ZERO THEN
040900         MOVE 4 TO RETURN-CODE.
041000 9000-EXIT.
041100     EXIT.
041200*
041300 9800-ABEND-FILE-ERROR.
041400     DISPLAY "CHAR-POLICY-MAINT: I/O ERROR ON "
041500         CMNT-ABEND-DDNAME " STATUS=" CMNT-ABEND-STATUS.
041600     MOVE 16 TO RETURN-CODE.
041700     GOBACK.
041800 9800-EXIT.
041900     EXIT.
