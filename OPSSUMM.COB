000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "OPERATIONS-SUMMARY".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-09-16.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-09-16  DS  INITIAL VERSION.  THE MORNING OPERATIONS
001000*                    SUMMARY -- ONE PASS OVER EVERY HISTORY FILE
001100*                    THE NIGHT LEAVES BEHIND, IN PLACE OF
001200*                    RUN-HISTORY-REPORT, DELIVERY-REGISTER-
001300*                    REPORT, PARTNER-ACK-MATCH, FREQ-HISTORY-
001400*                    COMPARE AND REJECT-DIGEST RUN ONE BY ONE.
001500*                    ONE PAGE PER PROCESSING DATE IN THE WINDOW:
001600*
001700*                    - A TRAFFIC-LIGHT LINE PER PARTNER AT THE
001800*                      TOP -- FAILED WHEN ANY RUN ENDED RC 08 OR
001900*                      WORSE; WARNING WHEN A RUN ENDED RC 04, A
002000*                      DELIVERY WAS FORCED, A REJECT WAS LOGGED,
002100*                      OR A DELIVERY HAS GONE UNACKNOWLEDGED
002200*                      PAST THE AGING LIMIT; CLEAN OTHERWISE --
002300*                      PLUS ONE LINE FOR THE CODE-POINT
002400*                      FREQUENCIES, WHICH BELONG TO NO PARTNER;
002500*                    - EVERY RUNHIST RUN WITH ITS RETURN CODE;
002600*                    - EVERY DLVREG GENERATION REGISTERED, WITH
002700*                      THE FORCE=YES OVERRIDES MARKED;
002800*                    - COMPLETED ENCODE DELIVERIES WITH NO
002900*                      ACKFILE RECEIPT (MATCHED ON DATE/TIME AS
003000*                      PARTNER-ACK-MATCH DOES);
003100*                    - FREQHIST CODE POINTS DEVIATING FROM THEIR
003200*                      TRAILING AVERAGE BY MORE THAN THE
003300*                      THRESHOLD (FREQ-HISTORY-COMPARE'S TEST,
003400*                      APPLIED TO EACH DATE IN TURN);
003500*                    - ERRFILE REJECTS BY PARTNER AND REASON,
003600*                      FROM THE PARTNER ID AND RUN DATE
003700*                      TRANSCODE-DRIVER STAMPS ON EACH REJECT.
003800*                      REJECTS WRITTEN BEFORE THAT STAMP CARRY
003900*                      NO DATE AND ARE ONLY COUNTED.
004000*
004100*                    ANY FAILED PARTNER ENDS THE RUN RC 08;
004200*                    OTHERWISE ANY WARNING, FREQUENCY ANOMALY OR
004300*                    TABLE OVERFLOW ENDS IT RC 04.
004400*
004500*                    PARM: [FROMDATE [TODATE]] [PCT=NN] [AGE=N]
004600*                    -- DATES YYYYMMDD, AT MOST 31 DAYS APART
004700*                    (DEFAULT YESTERDAY THROUGH TODAY, THE
004800*                    WHOLE OF LAST NIGHT; ONE DATE ALONE IS
004900*                    THAT DAY ONLY); PCT= THE FREQUENCY
005000*                    THRESHOLD PERCENT (DEFAULT 50); AGE= THE
005100*                    ACK AGING LIMIT IN DAYS (DEFAULT 3).
005101*    2026-09-24  DS  RUNHIST RECORD NOW 160 BYTES (INBOUND
005102*                    BALANCING LINE); FD LENGTH ONLY.
005200*--------------------------------------------------------------*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT ACK-FILE ASSIGN TO "ACKFILE"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS OSUM-ACK-STATUS.
005900     SELECT RUNH-FILE ASSIGN TO "RUNHIST"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS OSUM-RUNH-STATUS.
006200     SELECT DREG-FILE ASSIGN TO "DLVREG"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS DREG-KEY
006600         FILE STATUS IS OSUM-DREG-STATUS.
006700     SELECT FRQH-FILE ASSIGN TO "FREQHIST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS FRQH-KEY
007100         FILE STATUS IS OSUM-FRQH-STATUS.
007200     SELECT ERR-FILE ASSIGN TO "ERRFILE"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS OSUM-ERR-STATUS.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  ACK-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 80 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200 01  ACK-RECORD.
008300     03 ACKR-PARTNER                PIC X(08).
008400     03 ACKR-FILE-DATE              PIC X(08).
008500     03 ACKR-FILE-TIME              PIC X(06).
008600     03 ACKR-RECV-COUNT             PIC X(09).
008700     03 FILLER                      PIC X(49).
008800*
008900 FD  RUNH-FILE
009000     RECORDING MODE IS F
009100     RECORD CONTAINS 160 CHARACTERS
009200     LABEL RECORDS ARE STANDARD.
009300     COPY RUNHREC.
009400*
009500 FD  DREG-FILE
009600     RECORD CONTAINS 128 CHARACTERS
009700     LABEL RECORDS ARE STANDARD.
009800     COPY DLVREC.
009900*
010000 FD  FRQH-FILE
010100     RECORD CONTAINS 26 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300     COPY FRQHREC.
010400*
010500*    TRANSCODE-DRIVER'S REJECT RECORD.  THE PARTNER AND RUN
010600*    DATE/TIME ARE BLANK ON REJECTS WRITTEN BEFORE THEY WERE
010700*    STAMPED, SO EVERYTHING IS READ AS CHARACTER AND TESTED.
010800 FD  ERR-FILE
010900     RECORDING MODE IS F
011000     RECORD CONTAINS 80 CHARACTERS
011100     LABEL RECORDS ARE STANDARD.
011200 01  ERR-RECORD.
011300     03 ERRF-REC-NUMBER             PIC X(09).
011400     03 FILLER                      PIC X(01).
011500     03 ERRF-COLUMN                 PIC X(04).
011600     03 FILLER                      PIC X(01).
011700     03 ERRF-TOKEN                  PIC X(09).
011800     03 FILLER                      PIC X(01).
011900     03 ERRF-REASON                 PIC X(02).
012000     03 FILLER                      PIC X(01).
012100     03 ERRF-PARTNER                PIC X(08).
012200     03 FILLER                      PIC X(01).
012300     03 ERRF-RUN-DATE               PIC X(08).
012400     03 FILLER                      PIC X(01).
012500     03 ERRF-RUN-TIME               PIC X(06).
012600     03 FILLER                      PIC X(28).
012700*
012800 WORKING-STORAGE SECTION.
012900     COPY FREQNAME.
013000*
013100 01  OSUM-SWITCHES.
013200     03 OSUM-ACK-EOF-SW          PIC X(01) VALUE "N".
013300         88 OSUM-ACK-AT-EOF      VALUE "Y".
013400     03 OSUM-RUNH-EOF-SW         PIC X(01) VALUE "N".
013500         88 OSUM-RUNH-AT-EOF     VALUE "Y".
013600     03 OSUM-DREG-EOF-SW         PIC X(01) VALUE "N".
013700         88 OSUM-DREG-AT-EOF     VALUE "Y".
013800     03 OSUM-FRQH-EOF-SW         PIC X(01) VALUE "N".
013900         88 OSUM-FRQH-AT-EOF     VALUE "Y".
014000     03 OSUM-ERR-EOF-SW          PIC X(01) VALUE "N".
014100         88 OSUM-ERR-AT-EOF      VALUE "Y".
014200     03 OSUM-ACK-STATUS          PIC X(02) VALUE "00".
014300         88 OSUM-ACK-NOT-FOUND   VALUES "35", "05".
014400     03 OSUM-RUNH-STATUS         PIC X(02) VALUE "00".
014500         88 OSUM-RUNH-NOT-FOUND  VALUES "35", "05".
014600     03 OSUM-DREG-STATUS         PIC X(02) VALUE "00".
014700         88 OSUM-DREG-NOT-FOUND  VALUES "35", "05".
014800     03 OSUM-FRQH-STATUS         PIC X(02) VALUE "00".
014900         88 OSUM-FRQH-NOT-FOUND  VALUES "35", "05".
015000     03 OSUM-ERR-STATUS          PIC X(02) VALUE "00".
015100         88 OSUM-ERR-NOT-FOUND   VALUES "35", "05".
015200     03 OSUM-MATCHED-SW          PIC X(01) VALUE "N".
015300         88 OSUM-MATCHED         VALUE "Y".
015400     03 OSUM-PARM-OK-SW          PIC X(01) VALUE "Y".
015500         88 OSUM-PARM-OK         VALUE "Y".
015600     03 OSUM-NUM-OK-SW           PIC X(01) VALUE "N".
015700         88 OSUM-NUM-OK          VALUE "Y".
015800*
015900 01  OSUM-COUNTERS.
016000     03 OSUM-ACK-COUNT           PIC 9(04) COMP VALUE 0.
016100     03 OSUM-ACK-SUB             PIC 9(04) COMP VALUE 0.
016200     03 OSUM-ACK-MATCH-SUB       PIC 9(04) COMP VALUE 0.
016300     03 OSUM-ACKS-DROPPED        PIC 9(05) COMP VALUE 0.
016400     03 OSUM-RUN-COUNT           PIC 9(04) COMP VALUE 0.
016500     03 OSUM-RUN-SUB             PIC 9(04) COMP VALUE 0.
016600     03 OSUM-RUNS-DROPPED        PIC 9(05) COMP VALUE 0.
016700     03 OSUM-DLV-COUNT           PIC 9(04) COMP VALUE 0.
016800     03 OSUM-DLV-SUB             PIC 9(04) COMP VALUE 0.
016900     03 OSUM-DLVS-DROPPED        PIC 9(05) COMP VALUE 0.
017000     03 OSUM-ANOM-COUNT          PIC 9(04) COMP VALUE 0.
017100     03 OSUM-ANOM-SUB            PIC 9(04) COMP VALUE 0.
017200     03 OSUM-ANOMS-DROPPED       PIC 9(05) COMP VALUE 0.
017300     03 OSUM-PT-COUNT            PIC 9(04) COMP VALUE 0.
017400     03 OSUM-PT-SUB              PIC 9(04) COMP VALUE 0.
017500     03 OSUM-PT-HIT              PIC 9(04) COMP VALUE 0.
017600     03 OSUM-PTS-DROPPED         PIC 9(05) COMP VALUE 0.
017700     03 OSUM-DATE-COUNT          PIC 9(04) COMP VALUE 0.
017800     03 OSUM-DATE-SUB            PIC 9(04) COMP VALUE 0.
017900     03 OSUM-FIND-SUB            PIC 9(04) COMP VALUE 0.
018000     03 OSUM-DATE-HIT            PIC 9(04) COMP VALUE 0.
018100     03 OSUM-MODE-SUB            PIC 9(04) COMP VALUE 0.
018200     03 OSUM-CODE-SUB            PIC 9(04) COMP VALUE 0.
018300     03 OSUM-WORD-SUB            PIC 9(04) COMP VALUE 0.
018400     03 OSUM-NUM-SUB             PIC 9(04) COMP VALUE 0.
018500     03 OSUM-SECTION-LINES       PIC 9(05) COMP VALUE 0.
018600     03 OSUM-REJ-UNDATED         PIC 9(07) COMP VALUE 0.
018700     03 OSUM-CLEAN-LIGHTS        PIC 9(05) COMP VALUE 0.
018800     03 OSUM-WARNING-LIGHTS      PIC 9(05) COMP VALUE 0.
018900     03 OSUM-FAILED-LIGHTS       PIC 9(05) COMP VALUE 0.
019000     03 OSUM-ANOM-DATES          PIC 9(05) COMP VALUE 0.
019100     03 OSUM-AGE-DAYS            PIC S9(09) COMP VALUE 0.
019200     03 OSUM-SPAN-DAYS           PIC S9(09) COMP VALUE 0.
019300*
019400*    THE PARM, SPLIT INTO WORDS AND READ ONE WORD AT A TIME.
019500 01  OSUM-PARM-WORK.
019600     03 OSUM-PARM-WORD           PIC X(12) OCCURS 4 TIMES.
019700     03 OSUM-WORD                PIC X(12) VALUE SPACES.
019800     03 OSUM-NUM-TEXT            PIC X(08) VALUE SPACES.
019900     03 OSUM-NUM                 PIC 9(09) COMP VALUE 0.
020000     03 OSUM-DIGIT-X             PIC X(01).
020100     03 OSUM-DIGIT REDEFINES OSUM-DIGIT-X
020200                                 PIC 9(01).
020300     03 OSUM-THRESHOLD           PIC 9(09) COMP VALUE 50.
020400     03 OSUM-AGE-LIMIT           PIC 9(04) COMP VALUE 3.
020500*
020600*    THE PROCESSING-DATE WINDOW AND THE LOOKUP KEYS THE PASSES
020700*    HAND TO THE DATE AND PARTNER SEARCHES.
020800 01  OSUM-WINDOW.
020900     03 OSUM-FROM-DATE           PIC 9(08) VALUE 0.
021000     03 OSUM-TO-DATE             PIC 9(08) VALUE 0.
021100     03 OSUM-TODAY               PIC 9(08) VALUE 0.
021200     03 OSUM-TODAY-DAYNUM        PIC 9(09) COMP VALUE 0.
021300     03 OSUM-FROM-DAYNUM         PIC 9(09) COMP VALUE 0.
021400     03 OSUM-KEY-DATE            PIC 9(08) VALUE 0.
021500     03 OSUM-KEY-PARTNER         PIC X(08) VALUE SPACES.
021600     03 OSUM-PAGE-NO             PIC ZZ9.
021700     03 OSUM-PAGE-OF             PIC ZZ9.
021800*
021900*    ONE ENTRY PER PROCESSING DATE -- ONE PAGE EACH.
022000 01  OSUM-DATE-TABLE.
022100     03 OSUM-DT OCCURS 31 TIMES.
022200        05 DT-DATE               PIC 9(08).
022300        05 DT-ANOMS              PIC 9(05) COMP.
022400        05 DT-FREQ-SW            PIC X(01).
022500           88 DT-FREQ-SEEN       VALUE "Y".
022600*
022700*    ONE ENTRY PER PARTNER PER DATE -- THE TRAFFIC LIGHT IS
022800*    GRADED FROM THESE COUNTS WHEN THE PAGE PRINTS.  RUNS AND
022900*    REJECTS WITH NO PARTNER ID FILE UNDER "(NONE)".
023000 01  OSUM-PARTNER-TABLE.
023100     03 OSUM-PT OCCURS 300 TIMES.
023200        05 PT-DATE-SUB           PIC 9(04) COMP.
023300        05 PT-PARTNER            PIC X(08).
023400        05 PT-RUNS               PIC 9(05) COMP.
023500        05 PT-MAX-RC             PIC 9(02).
023600        05 PT-FAILS              PIC 9(05) COMP.
023700        05 PT-WARNS              PIC 9(05) COMP.
023800        05 PT-DELIVS             PIC 9(05) COMP.
023900        05 PT-FORCED             PIC 9(05) COMP.
024000        05 PT-AGED               PIC 9(05) COMP.
024100        05 PT-WAITING            PIC 9(05) COMP.
024200        05 PT-REJECTS            PIC 9(07) COMP.
024300        05 PT-REJ-TOKEN          PIC 9(07) COMP.
024400        05 PT-REJ-VAULT          PIC 9(07) COMP.
024500        05 PT-REJ-FIELD          PIC 9(07) COMP.
024600        05 PT-REJ-OTHER          PIC 9(07) COMP.
024700*
024800*    THE ACKNOWLEDGMENT TABLE, LOADED UP FRONT AS IN
024900*    PARTNER-ACK-MATCH.
025000 01  OSUM-ACK-TABLE.
025100     03 OSUM-AE OCCURS 500 TIMES.
025200        05 AE-DATE               PIC 9(08).
025300        05 AE-TIME               PIC 9(06).
025400        05 AE-USED-SW            PIC X(01).
025500           88 AE-USED            VALUE "Y".
025600*
025700*    THE WINDOW'S RUNS, IN RUNHIST (COMPLETION) ORDER.
025800 01  OSUM-RUN-TABLE.
025900     03 OSUM-RN OCCURS 1000 TIMES.
026000        05 RN-DATE-SUB           PIC 9(04) COMP.
026100        05 RN-TIME               PIC 9(06).
026200        05 RN-END-TIME           PIC 9(06).
026300        05 RN-MODE               PIC X(06).
026400        05 RN-PARTNER            PIC X(08).
026500        05 RN-READ               PIC 9(09).
026600        05 RN-WRITTEN            PIC 9(09).
026700        05 RN-RESTART-IND        PIC X(01).
026800        05 RN-RC                 PIC X(02).
026900        05 RN-ACK-IND            PIC X(01).
027000           88 RN-NO-ACK-DUE      VALUE SPACE.
027100           88 RN-ACKED           VALUE "A".
027200           88 RN-ACK-WAITING     VALUE "W".
027300           88 RN-ACK-AGED        VALUE "U".
027400        05 RN-AGE-DAYS           PIC 9(05) COMP.
027500*
027600*    THE WINDOW'S REGISTERED GENERATIONS, IN REGISTER KEY
027700*    ORDER.
027800 01  OSUM-DELIVERY-TABLE.
027900     03 OSUM-DV OCCURS 500 TIMES.
028000        05 DV-DATE-SUB           PIC 9(04) COMP.
028100        05 DV-TIME               PIC 9(06).
028200        05 DV-MODE               PIC X(06).
028300        05 DV-PARTNER            PIC X(08).
028400        05 DV-RECS               PIC 9(09).
028500        05 DV-FORCE-IND          PIC X(01).
028600        05 DV-DSN                PIC X(44).
028700        05 DV-FILE-DATE          PIC 9(08).
028800        05 DV-FILE-TIME          PIC 9(06).
028900*
029000 01  OSUM-ANOMALY-TABLE.
029100     03 OSUM-AN OCCURS 500 TIMES.
029200        05 AN-DATE-SUB           PIC 9(04) COMP.
029300        05 AN-MODE               PIC X(06).
029400        05 AN-CODE-SUB           PIC 9(04) COMP.
029500        05 AN-CURRENT            PIC 9(09) COMP.
029600        05 AN-AVERAGE            PIC 9(09) COMP.
029700        05 AN-DEV-PCT            PIC S9(12) COMP.
029800        05 AN-FLAG               PIC X(04).
029900*
030000*    FREQUENCY ACCUMULATORS, ONE SET PER MODE, KEPT AS
030100*    FREQ-HISTORY-COMPARE KEEPS THEM: THE TRAILING HISTORY OF
030200*    EVERY EARLIER DATE GROUP AND THE GROUP IN FLIGHT.  A MODE
030300*    ABSENT FROM A DATE GROUP IS NEITHER COMPARED NOR FOLDED.
030400 01  OSUM-FREQ-TABLES.
030500     03 OSUM-FM OCCURS 2 TIMES.
030600        05 FM-MODE               PIC X(06).
030700        05 FM-GROUPS             PIC 9(05) COMP.
030800        05 FM-IN-GROUP-SW        PIC X(01).
030900           88 FM-IN-GROUP        VALUE "Y".
031000        05 FM-CODE OCCURS 256 TIMES.
031100           07 FC-PRIOR-SUM       PIC 9(12) COMP.
031200           07 FC-PRIOR-RUNS      PIC 9(05) COMP.
031300           07 FC-CURRENT         PIC 9(09) COMP.
031400*
031500 01  OSUM-FREQ-WORK.
031600     03 OSUM-FREQ-DATE           PIC 9(08) VALUE 0.
031700     03 OSUM-AVERAGE             PIC 9(09) COMP VALUE 0.
031800     03 OSUM-DEVIATION           PIC S9(12) COMP VALUE 0.
031900     03 OSUM-DEV-PCT             PIC S9(12) COMP VALUE 0.
032000*
032100*    DAY-NUMBER CONVERSION WORK AREA -- SAME CALENDAR
032200*    ARITHMETIC AS PARTNER-ACK-MATCH, PLUS THE LENGTH OF EACH
032300*    MONTH FOR STEPPING A DATE FORWARD OR BACK A DAY.
032400 01  OSUM-DATE-WORK.
032500     03 OSUM-DW-DATE             PIC 9(08) VALUE 0.
032600     03 OSUM-DW-DATE-SPLIT REDEFINES OSUM-DW-DATE.
032700        05 OSUM-DW-YYYY          PIC 9(04).
032800        05 OSUM-DW-MM            PIC 9(02).
032900        05 OSUM-DW-DD            PIC 9(02).
033000     03 OSUM-DW-PRIOR            PIC 9(09) COMP VALUE 0.
033100     03 OSUM-DW-QUOT             PIC 9(09) COMP VALUE 0.
033200     03 OSUM-DW-REM              PIC 9(09) COMP VALUE 0.
033300     03 OSUM-DW-DAYNUM           PIC 9(09) COMP VALUE 0.
033400     03 OSUM-DW-LEAP-SW          PIC X(01) VALUE "N".
033500         88 OSUM-DW-LEAP         VALUE "Y".
033600     03 OSUM-DW-CUM-LIT          PIC X(36) VALUE
033700         "000031059090120151181212243273304334".
033800     03 OSUM-DW-CUM-TABLE REDEFINES OSUM-DW-CUM-LIT.
033900        05 OSUM-DW-CUM           PIC 9(03) OCCURS 12 TIMES.
034000     03 OSUM-DW-DIM-LIT          PIC X(24) VALUE
034100         "312831303130313130313031".
034200     03 OSUM-DW-DIM-TABLE REDEFINES OSUM-DW-DIM-LIT.
034300        05 OSUM-DW-DIM           PIC 9(02) OCCURS 12 TIMES.
034400     03 OSUM-DW-MONTH-DAYS       PIC 9(02) VALUE 0.
034500*
034600 01  OSUM-RULE-LINE              PIC X(100) VALUE ALL "=".
034700*
034800 01  OSUM-LIGHT-LINE.
034900     03 FILLER                   PIC X(02) VALUE SPACES.
035000     03 OSUM-LL-LIGHT            PIC X(08).
035100     03 FILLER                   PIC X(01) VALUE SPACE.
035200     03 OSUM-LL-PARTNER          PIC X(08).
035300     03 FILLER                   PIC X(06) VALUE " RUNS=".
035400     03 OSUM-LL-RUNS             PIC ZZZ9.
035500     03 FILLER                   PIC X(07) VALUE " MAXRC=".
035600     03 OSUM-LL-MAXRC            PIC 9(02).
035700     03 FILLER                   PIC X(12) VALUE
035800         " DELIVERIES=".
035900     03 OSUM-LL-DELIVS           PIC ZZZ9.
036000     03 FILLER                   PIC X(08) VALUE " FORCED=".
036100     03 OSUM-LL-FORCED           PIC ZZZ9.
036200     03 FILLER                   PIC X(09) VALUE " UNACKED=".
036300     03 OSUM-LL-UNACKED          PIC ZZZ9.
036400     03 FILLER                   PIC X(09) VALUE " REJECTS=".
036500     03 OSUM-LL-REJECTS          PIC Z,ZZZ,ZZ9.
036600*
036700 01  OSUM-FREQ-LIGHT-LINE.
036800     03 FILLER                   PIC X(02) VALUE SPACES.
036900     03 OSUM-FL-LIGHT            PIC X(08).
037000     03 FILLER                   PIC X(01) VALUE SPACE.
037100     03 OSUM-FL-TEXT             PIC X(30).
037200     03 OSUM-FL-ANOMS            PIC ZZZ9.
037300*
037400 01  OSUM-RUN-LINE.
037500     03 FILLER                   PIC X(02) VALUE SPACES.
037600     03 OSUM-RL-TIME             PIC 9(06).
037700     03 FILLER                   PIC X(01) VALUE "-".
037800     03 OSUM-RL-END-TIME         PIC 9(06) BLANK WHEN ZERO.
037900     03 FILLER                   PIC X(01) VALUE SPACE.
038000     03 OSUM-RL-MODE             PIC X(06).
038100     03 FILLER                   PIC X(01) VALUE SPACE.
038200     03 OSUM-RL-PARTNER          PIC X(08).
038300     03 FILLER                   PIC X(04) VALUE " RC=".
038400     03 OSUM-RL-RC               PIC X(02).
038500     03 FILLER                   PIC X(06) VALUE " READ=".
038600     03 OSUM-RL-READ             PIC ZZZ,ZZZ,ZZ9.
038700     03 FILLER                   PIC X(09) VALUE " WRITTEN=".
038800     03 OSUM-RL-WRITTEN          PIC ZZZ,ZZZ,ZZ9.
038900     03 FILLER                   PIC X(01) VALUE SPACE.
039000     03 OSUM-RL-RESTART          PIC X(10).
039100     03 OSUM-RL-NOTE             PIC X(10).
039200*
039300 01  OSUM-DLV-LINE.
039400     03 FILLER                   PIC X(02) VALUE SPACES.
039500     03 OSUM-DL-TIME             PIC 9(06) BLANK WHEN ZERO.
039600     03 FILLER                   PIC X(01) VALUE SPACE.
039700     03 OSUM-DL-MODE             PIC X(06).
039800     03 FILLER                   PIC X(01) VALUE SPACE.
039900     03 OSUM-DL-PARTNER          PIC X(08).
040000     03 FILLER                   PIC X(06) VALUE " RECS=".
040100     03 OSUM-DL-RECS             PIC ZZZ,ZZZ,ZZ9.
040200     03 FILLER                   PIC X(01) VALUE SPACE.
040300     03 OSUM-DL-FORCE            PIC X(07).
040400     03 OSUM-DL-DSN              PIC X(44).
040500     03 FILLER                   PIC X(01) VALUE SPACE.
040600     03 OSUM-DL-FILE-DATE        PIC 9(08) BLANK WHEN ZERO.
040700     03 FILLER                   PIC X(01) VALUE SPACE.
040800     03 OSUM-DL-FILE-TIME        PIC 9(06) BLANK WHEN ZERO.
040900*
041000 01  OSUM-ACK-LINE.
041100     03 FILLER                   PIC X(02) VALUE SPACES.
041200     03 OSUM-AL-TIME             PIC 9(06).
041300     03 FILLER                   PIC X(01) VALUE SPACE.
041400     03 OSUM-AL-PARTNER          PIC X(08).
041500     03 FILLER                   PIC X(09) VALUE " WRITTEN=".
041600     03 OSUM-AL-WRITTEN          PIC ZZZ,ZZZ,ZZ9.
041700     03 FILLER                   PIC X(06) VALUE " DAYS=".
041800     03 OSUM-AL-DAYS             PIC ZZZZ9.
041900     03 FILLER                   PIC X(01) VALUE SPACE.
042000     03 OSUM-AL-STATUS           PIC X(20).
042100*
042200 01  OSUM-ANOM-LINE.
042300     03 FILLER                   PIC X(02) VALUE SPACES.
042400     03 OSUM-NL-MODE             PIC X(06).
042500     03 FILLER                   PIC X(06) VALUE " CODE ".
042600     03 OSUM-NL-CODE             PIC ZZ9.
042700     03 FILLER                   PIC X(01) VALUE SPACE.
042800     03 OSUM-NL-NAME             PIC X(06).
042900     03 FILLER                   PIC X(06) VALUE " CURR=".
043000     03 OSUM-NL-CURRENT          PIC ZZZ,ZZZ,ZZ9.
043100     03 FILLER                   PIC X(05) VALUE " AVG=".
043200     03 OSUM-NL-AVERAGE          PIC ZZZ,ZZZ,ZZ9.
043300     03 FILLER                   PIC X(05) VALUE " DEV=".
043400     03 OSUM-NL-DEV-PCT          PIC +ZZZ,ZZZ,ZZ9.
043500     03 FILLER                   PIC X(05) VALUE " PCT ".
043600     03 OSUM-NL-FLAG             PIC X(04).
043700*
043800 01  OSUM-REJ-LINE.
043900     03 FILLER                   PIC X(02) VALUE SPACES.
044000     03 OSUM-JL-PARTNER          PIC X(08).
044100     03 FILLER                   PIC X(09) VALUE " REJECTS=".
044200     03 OSUM-JL-REJECTS          PIC Z,ZZZ,ZZ9.
044300     03 FILLER                   PIC X(07) VALUE " TOKEN=".
044400     03 OSUM-JL-TOKEN            PIC Z,ZZZ,ZZ9.
044500     03 FILLER                   PIC X(07) VALUE " VAULT=".
044600     03 OSUM-JL-VAULT            PIC Z,ZZZ,ZZ9.
044700     03 FILLER                   PIC X(07) VALUE " FIELD=".
044800     03 OSUM-JL-FIELD            PIC Z,ZZZ,ZZ9.
044900     03 FILLER                   PIC X(07) VALUE " OTHER=".
045000     03 OSUM-JL-OTHER            PIC Z,ZZZ,ZZ9.
045100*
045200 LINKAGE SECTION.
045300 01  OSUM-PARM-INFO.
045400     03 OSUM-PARM-LEN            PIC S9(4) COMP.
045500     03 OSUM-PARM-TEXT           PIC X(80).
045600*
045700 PROCEDURE DIVISION USING OSUM-PARM-INFO.
045800*
045900 0000-MAINLINE.
046000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046100     PERFORM 1600-LOAD-ACKS THRU 1600-EXIT.
046200     PERFORM 2000-SCAN-RUN-HISTORY THRU 2000-EXIT.
046300     PERFORM 2100-SCAN-REGISTER THRU 2100-EXIT.
046400     PERFORM 2200-SCAN-FREQ-HISTORY THRU 2200-EXIT.
046500     PERFORM 2300-SCAN-REJECTS THRU 2300-EXIT.
046600     PERFORM 3000-PRINT-ONE-DATE THRU 3000-EXIT
046700         VARYING OSUM-DATE-SUB FROM 1 BY 1
046800         UNTIL OSUM-DATE-SUB IS GREATER THAN OSUM-DATE-COUNT.
046900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
047000     GOBACK.
047100*
047200*--------------------------------------------------------------*
047300* INITIALIZE -- READ THE PARM, SETTLE THE DATE WINDOW AND
047400* BUILD ONE DATE-TABLE ENTRY PER PROCESSING DATE.  A PARM THAT
047500* CANNOT BE READ IS A SETUP FAILURE AND ENDS THE RUN RC 08.
047600*--------------------------------------------------------------*
047700 1000-INITIALIZE.
047800     ACCEPT OSUM-TODAY FROM DATE YYYYMMDD.
047900     MOVE OSUM-TODAY TO OSUM-DW-DATE.
048000     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
048100     MOVE OSUM-DW-DAYNUM TO OSUM-TODAY-DAYNUM.
048200     MOVE SPACES TO OSUM-PARM-WORK.
048300     IF OSUM-PARM-LEN IS GREATER THAN ZERO THEN
048400         UNSTRING OSUM-PARM-TEXT DELIMITED BY ALL SPACE
048500             INTO OSUM-PARM-WORD (1), OSUM-PARM-WORD (2),
048600                  OSUM-PARM-WORD (3), OSUM-PARM-WORD (4)
048700         PERFORM 1100-READ-ONE-PARM-WORD THRU 1100-EXIT
048800             VARYING OSUM-WORD-SUB FROM 1 BY 1
048900             UNTIL OSUM-WORD-SUB IS GREATER THAN 4.
049000     IF NOT OSUM-PARM-OK THEN
049100         DISPLAY "OPERATIONS-SUMMARY: BAD PARM, EXPECTED "
049200             "[FROMDATE [TODATE]] [PCT=NN] [AGE=N]: "
049300             OSUM-PARM-TEXT (1:40)
049400         MOVE 8 TO RETURN-CODE
049500         GOBACK.
049600*    NO DATE AT ALL IS LAST NIGHT -- YESTERDAY AND TODAY, SINCE
049700*    THE BATCH WINDOW STRADDLES MIDNIGHT.  ONE DATE ALONE IS
049800*    THAT DAY ONLY.
049900     IF OSUM-FROM-DATE IS EQUAL TO ZERO THEN
050000         MOVE OSUM-TODAY TO OSUM-TO-DATE
050100         MOVE OSUM-TODAY TO OSUM-DW-DATE
050200         PERFORM 1400-STEP-BACK-ONE-DAY THRU 1400-EXIT
050300         MOVE OSUM-DW-DATE TO OSUM-FROM-DATE
050400     ELSE IF OSUM-TO-DATE IS EQUAL TO ZERO THEN
050500         MOVE OSUM-FROM-DATE TO OSUM-TO-DATE.
050600     MOVE OSUM-FROM-DATE TO OSUM-DW-DATE.
050700     PERFORM 1300-EDIT-DATE THRU 1300-EXIT.
050800     MOVE OSUM-DW-DAYNUM TO OSUM-FROM-DAYNUM.
050900     MOVE OSUM-TO-DATE TO OSUM-DW-DATE.
051000     PERFORM 1300-EDIT-DATE THRU 1300-EXIT.
051100     COMPUTE OSUM-SPAN-DAYS =
051200         OSUM-DW-DAYNUM - OSUM-FROM-DAYNUM + 1.
051300     IF NOT OSUM-PARM-OK OR
051400        OSUM-SPAN-DAYS IS LESS THAN 1 OR
051500        OSUM-SPAN-DAYS IS GREATER THAN 31 THEN
051600         DISPLAY "OPERATIONS-SUMMARY: BAD DATE WINDOW "
051700             OSUM-FROM-DATE " THRU " OSUM-TO-DATE
051800             ", EXPECTED AT MOST 31 VALID DATES IN ORDER"
051900         MOVE 8 TO RETURN-CODE
052000         GOBACK.
052100     PERFORM 1500-BUILD-DATE-TABLE THRU 1500-EXIT.
052200     DISPLAY "OPERATIONS-SUMMARY: DATES " OSUM-FROM-DATE
052300         " THRU " OSUM-TO-DATE ", THRESHOLD=" OSUM-THRESHOLD
052400         "%, AGING LIMIT=" OSUM-AGE-LIMIT " DAYS, AS OF "
052500         OSUM-TODAY.
052600 1000-EXIT.
052700     EXIT.
052800*
052900*    ONE PARM WORD: PCT=, AGE=, OR A YYYYMMDD DATE (THE FIRST
053000*    IS THE FROM DATE, THE SECOND THE TO DATE).  ANYTHING ELSE
053100*    MARKS THE PARM BAD.
053200 1100-READ-ONE-PARM-WORD.
053300     MOVE OSUM-PARM-WORD (OSUM-WORD-SUB) TO OSUM-WORD.
053400     IF OSUM-WORD IS EQUAL TO SPACES THEN
053500         GO TO 1100-EXIT.
053600     IF OSUM-WORD (1:4) IS EQUAL TO "PCT=" THEN
053700         MOVE OSUM-WORD (5:8) TO OSUM-NUM-TEXT
053800         PERFORM 1200-CONVERT-NUMBER THRU 1200-EXIT
053900         IF OSUM-NUM-OK AND OSUM-NUM IS GREATER THAN ZERO
054000             MOVE OSUM-NUM TO OSUM-THRESHOLD
054100         ELSE
054200             MOVE "N" TO OSUM-PARM-OK-SW
054300         END-IF
054400         GO TO 1100-EXIT.
054500     IF OSUM-WORD (1:4) IS EQUAL TO "AGE=" THEN
054600         MOVE OSUM-WORD (5:8) TO OSUM-NUM-TEXT
054700         PERFORM 1200-CONVERT-NUMBER THRU 1200-EXIT
054800         IF OSUM-NUM-OK AND OSUM-NUM IS GREATER THAN ZERO AND
054900            OSUM-NUM IS LESS THAN 10000
055000             MOVE OSUM-NUM TO OSUM-AGE-LIMIT
055100         ELSE
055200             MOVE "N" TO OSUM-PARM-OK-SW
055300         END-IF
055400         GO TO 1100-EXIT.
055500     IF OSUM-WORD (1:8) IS NUMERIC AND
055600        OSUM-WORD (9:4) IS EQUAL TO SPACES THEN
055700         IF OSUM-FROM-DATE IS EQUAL TO ZERO
055800             MOVE OSUM-WORD (1:8) TO OSUM-FROM-DATE
055900         ELSE IF OSUM-TO-DATE IS EQUAL TO ZERO
056000             MOVE OSUM-WORD (1:8) TO OSUM-TO-DATE
056100         ELSE
056200             MOVE "N" TO OSUM-PARM-OK-SW
056300         END-IF
056400         GO TO 1100-EXIT.
056500     MOVE "N" TO OSUM-PARM-OK-SW.
056600 1100-EXIT.
056700     EXIT.
056800*
056900*    DIGITS UP TO THE FIRST BLANK, SAME AS THE OTHER REPORTS'
057000*    PARM SCAN; ANY OTHER CHARACTER FAILS THE NUMBER.
057100 1200-CONVERT-NUMBER.
057200     MOVE 0 TO OSUM-NUM.
057300     IF OSUM-NUM-TEXT IS EQUAL TO SPACES THEN
057400         MOVE "N" TO OSUM-NUM-OK-SW
057500         GO TO 1200-EXIT.
057600     MOVE "Y" TO OSUM-NUM-OK-SW.
057700     PERFORM 1210-CONVERT-ONE-DIGIT THRU 1210-EXIT
057800         VARYING OSUM-NUM-SUB FROM 1 BY 1
057900         UNTIL OSUM-NUM-SUB IS GREATER THAN 8
058000            OR OSUM-NUM-TEXT (OSUM-NUM-SUB:1) IS EQUAL TO SPACE
058100            OR NOT OSUM-NUM-OK.
058200 1200-EXIT.
058300     EXIT.
058400*
058500 1210-CONVERT-ONE-DIGIT.
058600     MOVE OSUM-NUM-TEXT (OSUM-NUM-SUB:1) TO OSUM-DIGIT-X.
058700     IF OSUM-DIGIT-X IS NUMERIC THEN
058800         COMPUTE OSUM-NUM = (OSUM-NUM * 10) + OSUM-DIGIT
058900     ELSE
059000         MOVE "N" TO OSUM-NUM-OK-SW.
059100 1210-EXIT.
059200     EXIT.
059300*
059400*    EDITS THE DATE IN OSUM-DW-DATE AND LEAVES ITS DAY NUMBER
059500*    IN OSUM-DW-DAYNUM.  A BAD DATE MARKS THE PARM BAD.
059600 1300-EDIT-DATE.
059700     IF OSUM-DW-MM IS LESS THAN 1 OR
059800        OSUM-DW-MM IS GREATER THAN 12 THEN
059900         MOVE "N" TO OSUM-PARM-OK-SW
060000         MOVE 0 TO OSUM-DW-DAYNUM
060100         GO TO 1300-EXIT.
060200     PERFORM 5200-DAYS-IN-MONTH THRU 5200-EXIT.
060300     IF OSUM-DW-DD IS LESS THAN 1 OR
060400        OSUM-DW-DD IS GREATER THAN OSUM-DW-MONTH-DAYS THEN
060500         MOVE "N" TO OSUM-PARM-OK-SW.
060600     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
060700 1300-EXIT.
060800     EXIT.
060900*
061000 1400-STEP-BACK-ONE-DAY.
061100     IF OSUM-DW-DD IS GREATER THAN 1 THEN
061200         SUBTRACT 1 FROM OSUM-DW-DD
061300         GO TO 1400-EXIT.
061400     IF OSUM-DW-MM IS GREATER THAN 1 THEN
061500         SUBTRACT 1 FROM OSUM-DW-MM
061600     ELSE
061700         SUBTRACT 1 FROM OSUM-DW-YYYY
061800         MOVE 12 TO OSUM-DW-MM.
061900     PERFORM 5200-DAYS-IN-MONTH THRU 5200-EXIT.
062000     MOVE OSUM-DW-MONTH-DAYS TO OSUM-DW-DD.
062100 1400-EXIT.
062200     EXIT.
062300*
062400 1410-STEP-FORWARD-ONE-DAY.
062500     PERFORM 5200-DAYS-IN-MONTH THRU 5200-EXIT.
062600     IF OSUM-DW-DD IS LESS THAN OSUM-DW-MONTH-DAYS THEN
062700         ADD 1 TO OSUM-DW-DD
062800         GO TO 1410-EXIT.
062900     MOVE 1 TO OSUM-DW-DD.
063000     IF OSUM-DW-MM IS LESS THAN 12 THEN
063100         ADD 1 TO OSUM-DW-MM
063200     ELSE
063300         MOVE 1 TO OSUM-DW-MM
063400         ADD 1 TO OSUM-DW-YYYY.
063500 1410-EXIT.
063600     EXIT.
063700*
063800 1500-BUILD-DATE-TABLE.
063900     MOVE OSUM-FROM-DATE TO OSUM-DW-DATE.
064000     PERFORM 1510-ADD-ONE-DATE THRU 1510-EXIT
064100         UNTIL OSUM-DW-DATE IS GREATER THAN OSUM-TO-DATE
064200            OR OSUM-DATE-COUNT IS EQUAL TO 31.
064300 1500-EXIT.
064400     EXIT.
064500*
064600 1510-ADD-ONE-DATE.
064700     ADD 1 TO OSUM-DATE-COUNT.
064800     MOVE OSUM-DW-DATE TO DT-DATE (OSUM-DATE-COUNT).
064900     MOVE 0 TO DT-ANOMS (OSUM-DATE-COUNT).
065000     MOVE "N" TO DT-FREQ-SW (OSUM-DATE-COUNT).
065100     PERFORM 1410-STEP-FORWARD-ONE-DAY THRU 1410-EXIT.
065200 1510-EXIT.
065300     EXIT.
065400*
065500*--------------------------------------------------------------*
065600* LOAD THE ACKNOWLEDGMENTS.  A MISSING ACKFILE LEAVES EVERY
065700* DELIVERY UNACKNOWLEDGED, AS IN PARTNER-ACK-MATCH.
065800*--------------------------------------------------------------*
065900 1600-LOAD-ACKS.
066000     OPEN INPUT ACK-FILE.
066100     IF OSUM-ACK-NOT-FOUND THEN
066200         DISPLAY "OPERATIONS-SUMMARY: ACKFILE NOT FOUND, "
066300             "EVERY DELIVERY TREATED AS UNACKNOWLEDGED"
066400         GO TO 1600-EXIT.
066500     PERFORM 1610-READ-ACK THRU 1610-EXIT.
066600     PERFORM 1620-TABLE-ONE-ACK THRU 1620-EXIT
066700         UNTIL OSUM-ACK-AT-EOF
066800            OR OSUM-ACK-COUNT IS EQUAL TO 500.
066900     IF NOT OSUM-ACK-AT-EOF THEN
067000         PERFORM 1630-COUNT-ONE-DROPPED THRU 1630-EXIT
067100             UNTIL OSUM-ACK-AT-EOF
067200         DISPLAY "OPERATIONS-SUMMARY: ACK TABLE FULL, ACKS "
067300             "NOT LOADED=" OSUM-ACKS-DROPPED.
067400     CLOSE ACK-FILE.
067500 1600-EXIT.
067600     EXIT.
067700*
067800 1610-READ-ACK.
067900     READ ACK-FILE
068000         AT END
068100             MOVE "Y" TO OSUM-ACK-EOF-SW.
068200 1610-EXIT.
068300     EXIT.
068400*
068500 1620-TABLE-ONE-ACK.
068600     IF ACK-RECORD (1:1) IS NOT EQUAL TO "*" AND
068700        ACK-RECORD IS NOT EQUAL TO SPACES AND
068800        ACKR-FILE-DATE IS NUMERIC AND
068900        ACKR-FILE-TIME IS NUMERIC THEN
069000         ADD 1 TO OSUM-ACK-COUNT
069100         MOVE ACKR-FILE-DATE TO AE-DATE (OSUM-ACK-COUNT)
069200         MOVE ACKR-FILE-TIME TO AE-TIME (OSUM-ACK-COUNT)
069300         MOVE "N" TO AE-USED-SW (OSUM-ACK-COUNT).
069400     PERFORM 1610-READ-ACK THRU 1610-EXIT.
069500 1620-EXIT.
069600     EXIT.
069700*
069800 1630-COUNT-ONE-DROPPED.
069900     IF ACK-RECORD (1:1) IS NOT EQUAL TO "*" AND
070000        ACK-RECORD IS NOT EQUAL TO SPACES THEN
070100         ADD 1 TO OSUM-ACKS-DROPPED.
070200     PERFORM 1610-READ-ACK THRU 1610-EXIT.
070300 1630-EXIT.
070400     EXIT.
070500*
070600*--------------------------------------------------------------*
070700* RUNHIST PASS -- EVERY RUN STARTED IN THE WINDOW.  THE
070800* PARTNER COUNTS ARE KEPT EVEN WHEN THE RUN TABLE IS FULL, SO
070900* A LONG NIGHT LOSES LISTING LINES BUT NEVER A TRAFFIC LIGHT.
071000*--------------------------------------------------------------*
071100 2000-SCAN-RUN-HISTORY.
071200     OPEN INPUT RUNH-FILE.
071300     IF OSUM-RUNH-NOT-FOUND THEN
071400         DISPLAY "OPERATIONS-SUMMARY: RUNHIST NOT FOUND, NO "
071500             "RUNS LISTED"
071600         GO TO 2000-EXIT.
071700     PERFORM 2020-READ-RUN THRU 2020-EXIT.
071800     PERFORM 2010-TAKE-ONE-RUN THRU 2010-EXIT
071900         UNTIL OSUM-RUNH-AT-EOF.
072000     CLOSE RUNH-FILE.
072100     IF OSUM-RUNS-DROPPED IS GREATER THAN ZERO THEN
072200         DISPLAY "OPERATIONS-SUMMARY: RUN TABLE FULL, RUNS "
072300             "NOT LISTED=" OSUM-RUNS-DROPPED.
072400 2000-EXIT.
072500     EXIT.
072600*
072700*    A NONZERO RETURN CODE GRADES THE PARTNER; ONLY A COMPLETED
072800*    (RC 00) ENCODE RUN IS A DELIVERY THAT OWES AN ACK.
072900 2010-TAKE-ONE-RUN.
073000     IF RUNH-RUN-DATE IS NOT NUMERIC THEN
073100         GO TO 2010-READ-NEXT.
073200     MOVE RUNH-RUN-DATE TO OSUM-KEY-DATE.
073300     PERFORM 4000-FIND-DATE THRU 4000-EXIT.
073400     IF OSUM-DATE-HIT IS EQUAL TO ZERO THEN
073500         GO TO 2010-READ-NEXT.
073600     MOVE RUNH-PARTNER TO OSUM-KEY-PARTNER.
073700     PERFORM 4100-FIND-PARTNER THRU 4100-EXIT.
073800     IF OSUM-PT-HIT IS GREATER THAN ZERO THEN
073900         ADD 1 TO PT-RUNS (OSUM-PT-HIT)
074000         IF RUNH-RETURN-CODE IS NOT NUMERIC
074100             ADD 1 TO PT-FAILS (OSUM-PT-HIT)
074200         ELSE
074300             IF RUNH-RETURN-CODE IS GREATER THAN
074400                     PT-MAX-RC (OSUM-PT-HIT)
074500                 MOVE RUNH-RETURN-CODE TO PT-MAX-RC (OSUM-PT-HIT)
074600             END-IF
074700             IF RUNH-RETURN-CODE IS GREATER THAN 7
074800                 ADD 1 TO PT-FAILS (OSUM-PT-HIT)
074900             ELSE IF RUNH-RETURN-CODE IS GREATER THAN ZERO
075000                 ADD 1 TO PT-WARNS (OSUM-PT-HIT)
075100             END-IF
075200         END-IF.
075300     IF OSUM-RUN-COUNT IS EQUAL TO 1000 THEN
075400         ADD 1 TO OSUM-RUNS-DROPPED
075500         MOVE 0 TO OSUM-RUN-SUB
075600     ELSE
075700         ADD 1 TO OSUM-RUN-COUNT
075800         MOVE OSUM-RUN-COUNT TO OSUM-RUN-SUB
075900         PERFORM 2030-TABLE-ONE-RUN THRU 2030-EXIT.
076000     IF RUNH-MODE IS EQUAL TO "ENCODE" AND
076100        RUNH-RETURN-CODE IS NUMERIC AND
076200        RUNH-RETURN-CODE IS EQUAL TO ZERO THEN
076300         PERFORM 2040-CHECK-ACK THRU 2040-EXIT.
076400 2010-READ-NEXT.
076500     PERFORM 2020-READ-RUN THRU 2020-EXIT.
076600 2010-EXIT.
076700     EXIT.
076800*
076900 2020-READ-RUN.
077000     READ RUNH-FILE
077100         AT END
077200             MOVE "Y" TO OSUM-RUNH-EOF-SW.
077300 2020-EXIT.
077400     EXIT.
077500*
077600 2030-TABLE-ONE-RUN.
077700     MOVE OSUM-DATE-HIT TO RN-DATE-SUB (OSUM-RUN-SUB).
077800     MOVE RUNH-RUN-TIME TO RN-TIME (OSUM-RUN-SUB).
077900     IF RUNH-END-TIME IS NUMERIC THEN
078000         MOVE RUNH-END-TIME TO RN-END-TIME (OSUM-RUN-SUB)
078100     ELSE
078200         MOVE 0 TO RN-END-TIME (OSUM-RUN-SUB).
078300     MOVE RUNH-MODE TO RN-MODE (OSUM-RUN-SUB).
078400     MOVE OSUM-KEY-PARTNER TO RN-PARTNER (OSUM-RUN-SUB).
078500     MOVE RUNH-RECS-READ TO RN-READ (OSUM-RUN-SUB).
078600     MOVE RUNH-RECS-WRITTEN TO RN-WRITTEN (OSUM-RUN-SUB).
078700     MOVE RUNH-RESTART-IND TO RN-RESTART-IND (OSUM-RUN-SUB).
078800     MOVE RUNH-RETURN-CODE TO RN-RC (OSUM-RUN-SUB).
078900     MOVE SPACE TO RN-ACK-IND (OSUM-RUN-SUB).
079000     MOVE 0 TO RN-AGE-DAYS (OSUM-RUN-SUB).
079100 2030-EXIT.
079200     EXIT.
079300*
079400*    A DELIVERY WITH NO RECEIPT IS WAITING UNTIL IT REACHES THE
079500*    AGING LIMIT, THEN AGED -- ONLY AN AGED ONE GRADES THE
079600*    PARTNER, SINCE LAST NIGHT'S ACKS ARE RARELY IN BY MORNING.
079700 2040-CHECK-ACK.
079800     MOVE "N" TO OSUM-MATCHED-SW.
079900     PERFORM 2050-TEST-ONE-ACK THRU 2050-EXIT
080000         VARYING OSUM-ACK-SUB FROM 1 BY 1
080100         UNTIL OSUM-ACK-SUB IS GREATER THAN OSUM-ACK-COUNT
080200            OR OSUM-MATCHED.
080300     IF OSUM-MATCHED THEN
080400         MOVE "Y" TO AE-USED-SW (OSUM-ACK-MATCH-SUB)
080500         IF OSUM-RUN-SUB IS GREATER THAN ZERO
080600             MOVE "A" TO RN-ACK-IND (OSUM-RUN-SUB)
080700         END-IF
080800         GO TO 2040-EXIT.
080900     MOVE RUNH-RUN-DATE TO OSUM-DW-DATE.
081000     PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT.
081100     COMPUTE OSUM-AGE-DAYS =
081200         OSUM-TODAY-DAYNUM - OSUM-DW-DAYNUM.
081300     IF OSUM-AGE-DAYS IS LESS THAN ZERO THEN
081400         MOVE 0 TO OSUM-AGE-DAYS.
081500     IF OSUM-AGE-DAYS IS GREATER THAN OR EQUAL TO
081600             OSUM-AGE-LIMIT THEN
081700         IF OSUM-PT-HIT IS GREATER THAN ZERO
081800             ADD 1 TO PT-AGED (OSUM-PT-HIT)
081900         END-IF
082000         IF OSUM-RUN-SUB IS GREATER THAN ZERO
082100             MOVE "U" TO RN-ACK-IND (OSUM-RUN-SUB)
082200         END-IF
082300     ELSE
082400         IF OSUM-PT-HIT IS GREATER THAN ZERO
082500             ADD 1 TO PT-WAITING (OSUM-PT-HIT)
082600         END-IF
082700         IF OSUM-RUN-SUB IS GREATER THAN ZERO
082800             MOVE "W" TO RN-ACK-IND (OSUM-RUN-SUB)
082900         END-IF.
083000     IF OSUM-RUN-SUB IS GREATER THAN ZERO THEN
083100         MOVE OSUM-AGE-DAYS TO RN-AGE-DAYS (OSUM-RUN-SUB).
083200 2040-EXIT.
083300     EXIT.
083400*
083500 2050-TEST-ONE-ACK.
083600     IF AE-DATE (OSUM-ACK-SUB) IS EQUAL TO RUNH-RUN-DATE AND
083700        AE-TIME (OSUM-ACK-SUB) IS EQUAL TO RUNH-RUN-TIME AND
083800        NOT AE-USED (OSUM-ACK-SUB) THEN
083900         MOVE OSUM-ACK-SUB TO OSUM-ACK-MATCH-SUB
084000         MOVE "Y" TO OSUM-MATCHED-SW.
084100 2050-EXIT.
084200     EXIT.
084300*
084400*--------------------------------------------------------------*
084500* DLVREG PASS -- EVERY GENERATION REGISTERED IN THE WINDOW.  A
084600* FORCE=YES OVERRIDE GRADES THE PARTNER: SOMEBODY SENT A
084700* GENERATION THAT WAS ALREADY ON THE REGISTER.
084800*--------------------------------------------------------------*
084900 2100-SCAN-REGISTER.
085000     OPEN INPUT DREG-FILE.
085100     IF OSUM-DREG-NOT-FOUND THEN
085200         DISPLAY "OPERATIONS-SUMMARY: DLVREG NOT FOUND, NO "
085300             "DELIVERIES LISTED"
085400         GO TO 2100-EXIT.
085500     PERFORM 2120-READ-DELIVERY THRU 2120-EXIT.
085600     PERFORM 2110-TAKE-ONE-DELIVERY THRU 2110-EXIT
085700         UNTIL OSUM-DREG-AT-EOF.
085800     CLOSE DREG-FILE.
085900     IF OSUM-DLVS-DROPPED IS GREATER THAN ZERO THEN
086000         DISPLAY "OPERATIONS-SUMMARY: DELIVERY TABLE FULL, "
086100             "DELIVERIES NOT LISTED=" OSUM-DLVS-DROPPED.
086200 2100-EXIT.
086300     EXIT.
086400*
086500 2110-TAKE-ONE-DELIVERY.
086600     IF DREG-RUN-DATE IS NOT NUMERIC THEN
086700         GO TO 2110-READ-NEXT.
086800     MOVE DREG-RUN-DATE TO OSUM-KEY-DATE.
086900     PERFORM 4000-FIND-DATE THRU 4000-EXIT.
087000     IF OSUM-DATE-HIT IS EQUAL TO ZERO THEN
087100         GO TO 2110-READ-NEXT.
087200     MOVE DREG-PARTNER TO OSUM-KEY-PARTNER.
087300     PERFORM 4100-FIND-PARTNER THRU 4100-EXIT.
087400     IF OSUM-PT-HIT IS GREATER THAN ZERO THEN
087500         ADD 1 TO PT-DELIVS (OSUM-PT-HIT)
087600         IF DREG-FORCED
087700             ADD 1 TO PT-FORCED (OSUM-PT-HIT)
087800         END-IF.
087900     IF OSUM-DLV-COUNT IS EQUAL TO 500 THEN
088000         ADD 1 TO OSUM-DLVS-DROPPED
088100         GO TO 2110-READ-NEXT.
088200     ADD 1 TO OSUM-DLV-COUNT.
088300     MOVE OSUM-DATE-HIT TO DV-DATE-SUB (OSUM-DLV-COUNT).
088400     IF DREG-DONE-TIME IS NUMERIC THEN
088500         MOVE DREG-DONE-TIME TO DV-TIME (OSUM-DLV-COUNT)
088600     ELSE
088700         MOVE DREG-RUN-TIME TO DV-TIME (OSUM-DLV-COUNT).
088800     MOVE DREG-MODE TO DV-MODE (OSUM-DLV-COUNT).
088900     MOVE OSUM-KEY-PARTNER TO DV-PARTNER (OSUM-DLV-COUNT).
089000     MOVE DREG-RECS TO DV-RECS (OSUM-DLV-COUNT).
089100     MOVE DREG-FORCE-IND TO DV-FORCE-IND (OSUM-DLV-COUNT).
089200     MOVE DREG-SOURCE-DSN TO DV-DSN (OSUM-DLV-COUNT).
089300     MOVE DREG-FILE-DATE TO DV-FILE-DATE (OSUM-DLV-COUNT).
089400     MOVE DREG-FILE-TIME TO DV-FILE-TIME (OSUM-DLV-COUNT).
089500 2110-READ-NEXT.
089600     PERFORM 2120-READ-DELIVERY THRU 2120-EXIT.
089700 2110-EXIT.
089800     EXIT.
089900*
090000 2120-READ-DELIVERY.
090100     READ DREG-FILE NEXT RECORD
090200         AT END
090300             MOVE "Y" TO OSUM-DREG-EOF-SW.
090400 2120-EXIT.
090500     EXIT.
090600*
090700*--------------------------------------------------------------*
090800* FREQHIST PASS -- THE WHOLE FILE IN KEY (DATE, MODE, CODE)
090900* ORDER.  EACH DATE GROUP IS COMPARED AGAINST EVERYTHING BEFORE
091000* IT, WHEN IT FALLS IN THE WINDOW, AND THEN FOLDED INTO THE
091100* HISTORY -- SO THE SECOND DATE OF A WINDOW IS MEASURED AGAINST
091200* A HISTORY THAT INCLUDES THE FIRST.
091300*--------------------------------------------------------------*
091400 2200-SCAN-FREQ-HISTORY.
091500     MOVE "DECODE" TO FM-MODE (1).
091600     MOVE "ENCODE" TO FM-MODE (2).
091700     PERFORM 2205-CLEAR-ONE-MODE THRU 2205-EXIT
091800         VARYING OSUM-MODE-SUB FROM 1 BY 1
091900         UNTIL OSUM-MODE-SUB IS GREATER THAN 2.
092000     OPEN INPUT FRQH-FILE.
092100     IF OSUM-FRQH-NOT-FOUND THEN
092200         DISPLAY "OPERATIONS-SUMMARY: FREQHIST NOT FOUND, NO "
092300             "FREQUENCY COMPARISON"
092400         GO TO 2200-EXIT.
092500     PERFORM 2220-READ-FREQ THRU 2220-EXIT.
092600     PERFORM 2210-ABSORB-FREQ THRU 2210-EXIT
092700         UNTIL OSUM-FRQH-AT-EOF.
092800     PERFORM 2230-CLOSE-DATE-GROUP THRU 2230-EXIT.
092900     CLOSE FRQH-FILE.
093000     IF OSUM-ANOMS-DROPPED IS GREATER THAN ZERO THEN
093100         DISPLAY "OPERATIONS-SUMMARY: ANOMALY TABLE FULL, "
093200             "ANOMALIES NOT LISTED=" OSUM-ANOMS-DROPPED.
093300 2200-EXIT.
093400     EXIT.
093500*
093600 2205-CLEAR-ONE-MODE.
093700     MOVE 0 TO FM-GROUPS (OSUM-MODE-SUB).
093800     MOVE "N" TO FM-IN-GROUP-SW (OSUM-MODE-SUB).
093900     PERFORM 2206-CLEAR-ONE-CODE THRU 2206-EXIT
094000         VARYING OSUM-CODE-SUB FROM 1 BY 1
094100         UNTIL OSUM-CODE-SUB IS GREATER THAN 256.
094200 2205-EXIT.
094300     EXIT.
094400*
094500 2206-CLEAR-ONE-CODE.
094600     MOVE 0 TO FC-PRIOR-SUM (OSUM-MODE-SUB, OSUM-CODE-SUB).
094700     MOVE 0 TO FC-PRIOR-RUNS (OSUM-MODE-SUB, OSUM-CODE-SUB).
094800     MOVE 0 TO FC-CURRENT (OSUM-MODE-SUB, OSUM-CODE-SUB).
094900 2206-EXIT.
095000     EXIT.
095100*
095200 2210-ABSORB-FREQ.
095300     IF FRQH-RUN-DATE IS NOT EQUAL TO OSUM-FREQ-DATE THEN
095400         PERFORM 2230-CLOSE-DATE-GROUP THRU 2230-EXIT
095500         MOVE FRQH-RUN-DATE TO OSUM-FREQ-DATE.
095600     IF FRQH-MODE IS EQUAL TO "DECODE" THEN
095700         MOVE 1 TO OSUM-MODE-SUB
095800     ELSE IF FRQH-MODE IS EQUAL TO "ENCODE" THEN
095900         MOVE 2 TO OSUM-MODE-SUB
096000     ELSE
096100         MOVE 0 TO OSUM-MODE-SUB.
096200     IF OSUM-MODE-SUB IS GREATER THAN ZERO AND
096300        FRQH-CODE IS LESS THAN 256 THEN
096400         MOVE FRQH-COUNT
096500             TO FC-CURRENT (OSUM-MODE-SUB, FRQH-CODE + 1)
096600         MOVE "Y" TO FM-IN-GROUP-SW (OSUM-MODE-SUB).
096700     PERFORM 2220-READ-FREQ THRU 2220-EXIT.
096800 2210-EXIT.
096900     EXIT.
097000*
097100 2220-READ-FREQ.
097200     READ FRQH-FILE NEXT RECORD
097300         AT END
097400             MOVE "Y" TO OSUM-FRQH-EOF-SW.
097500 2220-EXIT.
097600     EXIT.
097700*
097800*    THE DATE GROUP IN FLIGHT IS COMPLETE.  A FIRST CALL (NO
097900*    GROUP IN FLIGHT YET) DOES NOTHING.
098000 2230-CLOSE-DATE-GROUP.
098100     IF OSUM-FREQ-DATE IS EQUAL TO ZERO THEN
098200         GO TO 2230-EXIT.
098300     MOVE OSUM-FREQ-DATE TO OSUM-KEY-DATE.
098400     PERFORM 4000-FIND-DATE THRU 4000-EXIT.
098500     IF OSUM-DATE-HIT IS GREATER THAN ZERO THEN
098600         MOVE "Y" TO DT-FREQ-SW (OSUM-DATE-HIT).
098700     PERFORM 2240-CLOSE-ONE-MODE THRU 2240-EXIT
098800         VARYING OSUM-MODE-SUB FROM 1 BY 1
098900         UNTIL OSUM-MODE-SUB IS GREATER THAN 2.
099000 2230-EXIT.
099100     EXIT.
099200*
099300*    A MODE WITH NO EARLIER DATE GROUP HAS NO BASELINE -- ITS
099400*    FIRST DATE ON FILE IS FOLDED WITHOUT BEING COMPARED, OR
099500*    EVERY CODE IN IT WOULD LIST AS NEW.
099600 2240-CLOSE-ONE-MODE.
099700     IF NOT FM-IN-GROUP (OSUM-MODE-SUB) THEN
099800         GO TO 2240-EXIT.
099900     IF OSUM-DATE-HIT IS GREATER THAN ZERO AND
100000        FM-GROUPS (OSUM-MODE-SUB) IS GREATER THAN ZERO THEN
100100         PERFORM 2250-COMPARE-ONE-CODE THRU 2250-EXIT
100200             VARYING OSUM-CODE-SUB FROM 1 BY 1
100300             UNTIL OSUM-CODE-SUB IS GREATER THAN 256.
100400     PERFORM 2260-FOLD-ONE-CODE THRU 2260-EXIT
100500         VARYING OSUM-CODE-SUB FROM 1 BY 1
100600         UNTIL OSUM-CODE-SUB IS GREATER THAN 256.
100700     ADD 1 TO FM-GROUPS (OSUM-MODE-SUB).
100800     MOVE "N" TO FM-IN-GROUP-SW (OSUM-MODE-SUB).
100900 2240-EXIT.
101000     EXIT.
101100*
101200*    FREQ-HISTORY-COMPARE'S TEST: A CODE NEW TO THE HISTORY, OR
101300*    ONE MORE THAN THE THRESHOLD PERCENT FROM ITS AVERAGE.
101400 2250-COMPARE-ONE-CODE.
101500     IF FC-CURRENT (OSUM-MODE-SUB, OSUM-CODE-SUB)
101600             IS EQUAL TO ZERO AND
101700        FC-PRIOR-RUNS (OSUM-MODE-SUB, OSUM-CODE-SUB)
101800             IS EQUAL TO ZERO THEN
101900         GO TO 2250-EXIT.
102000     IF FC-PRIOR-RUNS (OSUM-MODE-SUB, OSUM-CODE-SUB)
102100             IS EQUAL TO ZERO THEN
102200         MOVE 0 TO OSUM-AVERAGE
102300         MOVE 0 TO OSUM-DEV-PCT
102400         PERFORM 2270-TABLE-ANOMALY THRU 2270-EXIT
102500         GO TO 2250-EXIT.
102600     DIVIDE FC-PRIOR-SUM (OSUM-MODE-SUB, OSUM-CODE-SUB)
102700         BY FC-PRIOR-RUNS (OSUM-MODE-SUB, OSUM-CODE-SUB)
102800         GIVING OSUM-AVERAGE.
102900     IF OSUM-AVERAGE IS EQUAL TO ZERO THEN
103000         GO TO 2250-EXIT.
103100     COMPUTE OSUM-DEVIATION =
103200         FC-CURRENT (OSUM-MODE-SUB, OSUM-CODE-SUB) -
103300         OSUM-AVERAGE.
103400     COMPUTE OSUM-DEV-PCT =
103500         (OSUM-DEVIATION * 100) / OSUM-AVERAGE.
103600     IF OSUM-DEV-PCT IS GREATER THAN OSUM-THRESHOLD OR
103700        OSUM-DEV-PCT IS LESS THAN ZERO - OSUM-THRESHOLD THEN
103800         PERFORM 2270-TABLE-ANOMALY THRU 2270-EXIT.
103900 2250-EXIT.
104000     EXIT.
104100*
104200 2260-FOLD-ONE-CODE.
104300     IF FC-CURRENT (OSUM-MODE-SUB, OSUM-CODE-SUB)
104400             IS GREATER THAN ZERO THEN
104500         ADD FC-CURRENT (OSUM-MODE-SUB, OSUM-CODE-SUB)
104600             TO FC-PRIOR-SUM (OSUM-MODE-SUB, OSUM-CODE-SUB)
104700         ADD 1 TO FC-PRIOR-RUNS (OSUM-MODE-SUB, OSUM-CODE-SUB)
104800         MOVE 0 TO FC-CURRENT (OSUM-MODE-SUB, OSUM-CODE-SUB).
104900 2260-EXIT.
105000     EXIT.
105100*
105200 2270-TABLE-ANOMALY.
105300     ADD 1 TO DT-ANOMS (OSUM-DATE-HIT).
105400     IF OSUM-ANOM-COUNT IS EQUAL TO 500 THEN
105500         ADD 1 TO OSUM-ANOMS-DROPPED
105600         GO TO 2270-EXIT.
105700     ADD 1 TO OSUM-ANOM-COUNT.
105800     MOVE OSUM-DATE-HIT TO AN-DATE-SUB (OSUM-ANOM-COUNT).
105900     MOVE FM-MODE (OSUM-MODE-SUB) TO AN-MODE (OSUM-ANOM-COUNT).
106000     MOVE OSUM-CODE-SUB TO AN-CODE-SUB (OSUM-ANOM-COUNT).
106100     MOVE FC-CURRENT (OSUM-MODE-SUB, OSUM-CODE-SUB)
106200         TO AN-CURRENT (OSUM-ANOM-COUNT).
106300     MOVE OSUM-AVERAGE TO AN-AVERAGE (OSUM-ANOM-COUNT).
106400     MOVE OSUM-DEV-PCT TO AN-DEV-PCT (OSUM-ANOM-COUNT).
106500     IF FC-PRIOR-RUNS (OSUM-MODE-SUB, OSUM-CODE-SUB)
106600             IS EQUAL TO ZERO THEN
106700         MOVE "NEW " TO AN-FLAG (OSUM-ANOM-COUNT)
106800     ELSE IF OSUM-DEV-PCT IS GREATER THAN ZERO THEN
106900         MOVE "UP  " TO AN-FLAG (OSUM-ANOM-COUNT)
107000     ELSE
107100         MOVE "DOWN" TO AN-FLAG (OSUM-ANOM-COUNT).
107200 2270-EXIT.
107300     EXIT.
107400*
107500*--------------------------------------------------------------*
107600* ERRFILE PASS -- REJECTS COUNTED BY THE PARTNER AND RUN DATE
107700* STAMPED ON EACH ONE, BROKEN DOWN BY REASON: BLANK = ESCAPE
107800* TOKEN, VL = TOKEN VAULT MISS, FV = FIELD VALIDATION.
107900*--------------------------------------------------------------*
108000 2300-SCAN-REJECTS.
108100     OPEN INPUT ERR-FILE.
108200     IF OSUM-ERR-NOT-FOUND THEN
108300         DISPLAY "OPERATIONS-SUMMARY: ERRFILE NOT FOUND, NO "
108400             "REJECTS COUNTED"
108500         GO TO 2300-EXIT.
108600     PERFORM 2320-READ-REJECT THRU 2320-EXIT.
108700     PERFORM 2310-TAKE-ONE-REJECT THRU 2310-EXIT
108800         UNTIL OSUM-ERR-AT-EOF.
108900     CLOSE ERR-FILE.
109000 2300-EXIT.
109100     EXIT.
109200*
109300 2310-TAKE-ONE-REJECT.
109400     IF ERRF-RUN-DATE IS NOT NUMERIC THEN
109500         ADD 1 TO OSUM-REJ-UNDATED
109600         GO TO 2310-READ-NEXT.
109700     MOVE ERRF-RUN-DATE TO OSUM-KEY-DATE.
109800     PERFORM 4000-FIND-DATE THRU 4000-EXIT.
109900     IF OSUM-DATE-HIT IS EQUAL TO ZERO THEN
110000         GO TO 2310-READ-NEXT.
110100     MOVE ERRF-PARTNER TO OSUM-KEY-PARTNER.
110200     PERFORM 4100-FIND-PARTNER THRU 4100-EXIT.
110300     IF OSUM-PT-HIT IS EQUAL TO ZERO THEN
110400         GO TO 2310-READ-NEXT.
110500     ADD 1 TO PT-REJECTS (OSUM-PT-HIT).
110600     IF ERRF-REASON IS EQUAL TO SPACES THEN
110700         ADD 1 TO PT-REJ-TOKEN (OSUM-PT-HIT)
110800     ELSE IF ERRF-REASON IS EQUAL TO "VL" THEN
110900         ADD 1 TO PT-REJ-VAULT (OSUM-PT-HIT)
111000     ELSE IF ERRF-REASON IS EQUAL TO "FV" THEN
111100         ADD 1 TO PT-REJ-FIELD (OSUM-PT-HIT)
111200     ELSE
111300         ADD 1 TO PT-REJ-OTHER (OSUM-PT-HIT).
111400 2310-READ-NEXT.
111500     PERFORM 2320-READ-REJECT THRU 2320-EXIT.
111600 2310-EXIT.
111700     EXIT.
111800*
111900 2320-READ-REJECT.
112000     READ ERR-FILE
112100         AT END
112200             MOVE "Y" TO OSUM-ERR-EOF-SW.
112300 2320-EXIT.
112400     EXIT.
112500*
112600*--------------------------------------------------------------*
112700* ONE PAGE -- THE TRAFFIC LIGHTS, THEN EACH SECTION IN TURN.
112800*--------------------------------------------------------------*
112900 3000-PRINT-ONE-DATE.
113000     MOVE OSUM-DATE-SUB TO OSUM-PAGE-NO.
113100     MOVE OSUM-DATE-COUNT TO OSUM-PAGE-OF.
113200     DISPLAY " ".
113300     DISPLAY OSUM-RULE-LINE.
113400     DISPLAY "OPERATIONS SUMMARY  PROCESSING DATE "
113500         DT-DATE (OSUM-DATE-SUB) "  PAGE " OSUM-PAGE-NO
113600         " OF " OSUM-PAGE-OF.
113700     DISPLAY OSUM-RULE-LINE.
113800     MOVE 0 TO OSUM-SECTION-LINES.
113900     PERFORM 3100-PRINT-ONE-LIGHT THRU 3100-EXIT
114000         VARYING OSUM-PT-SUB FROM 1 BY 1
114100         UNTIL OSUM-PT-SUB IS GREATER THAN OSUM-PT-COUNT.
114200     IF OSUM-SECTION-LINES IS EQUAL TO ZERO THEN
114300         DISPLAY "  NO PARTNER ACTIVITY ON FILE FOR THIS DATE".
114400     PERFORM 3150-PRINT-FREQ-LIGHT THRU 3150-EXIT.
114500*
114600     DISPLAY " ".
114700     DISPLAY "RUNS (RUNHIST):".
114800     MOVE 0 TO OSUM-SECTION-LINES.
114900     PERFORM 3200-PRINT-ONE-RUN THRU 3200-EXIT
115000         VARYING OSUM-RUN-SUB FROM 1 BY 1
115100         UNTIL OSUM-RUN-SUB IS GREATER THAN OSUM-RUN-COUNT.
115200     PERFORM 3900-PRINT-NONE THRU 3900-EXIT.
115300*
115400     DISPLAY " ".
115500     DISPLAY "DELIVERIES REGISTERED (DLVREG):".
115600     MOVE 0 TO OSUM-SECTION-LINES.
115700     PERFORM 3300-PRINT-ONE-DELIVERY THRU 3300-EXIT
115800         VARYING OSUM-DLV-SUB FROM 1 BY 1
115900         UNTIL OSUM-DLV-SUB IS GREATER THAN OSUM-DLV-COUNT.
116000     PERFORM 3900-PRINT-NONE THRU 3900-EXIT.
116100*
116200     DISPLAY " ".
116300     DISPLAY "ACKNOWLEDGMENTS OUTSTANDING (ACKFILE):".
116400     MOVE 0 TO OSUM-SECTION-LINES.
116500     PERFORM 3400-PRINT-ONE-UNACKED THRU 3400-EXIT
116600         VARYING OSUM-RUN-SUB FROM 1 BY 1
116700         UNTIL OSUM-RUN-SUB IS GREATER THAN OSUM-RUN-COUNT.
116800     PERFORM 3900-PRINT-NONE THRU 3900-EXIT.
116900*
117000     DISPLAY " ".
117100     DISPLAY "FREQUENCY ANOMALIES OVER " OSUM-THRESHOLD
117200         "% (FREQHIST):".
117300     MOVE 0 TO OSUM-SECTION-LINES.
117400     PERFORM 3500-PRINT-ONE-ANOMALY THRU 3500-EXIT
117500         VARYING OSUM-ANOM-SUB FROM 1 BY 1
117600         UNTIL OSUM-ANOM-SUB IS GREATER THAN OSUM-ANOM-COUNT.
117700     PERFORM 3900-PRINT-NONE THRU 3900-EXIT.
117800*
117900     DISPLAY " ".
118000     DISPLAY "REJECTS BY PARTNER (ERRFILE):".
118100     MOVE 0 TO OSUM-SECTION-LINES.
118200     PERFORM 3600-PRINT-ONE-REJECT-LINE THRU 3600-EXIT
118300         VARYING OSUM-PT-SUB FROM 1 BY 1
118400         UNTIL OSUM-PT-SUB IS GREATER THAN OSUM-PT-COUNT.
118500     PERFORM 3900-PRINT-NONE THRU 3900-EXIT.
118600 3000-EXIT.
118700     EXIT.
118800*
118900*    GRADES ONE PARTNER'S DAY AND PRINTS ITS LIGHT.
119000 3100-PRINT-ONE-LIGHT.
119100     IF PT-DATE-SUB (OSUM-PT-SUB) IS NOT EQUAL TO OSUM-DATE-SUB
119200             THEN
119300         GO TO 3100-EXIT.
119400     ADD 1 TO OSUM-SECTION-LINES.
119500     IF PT-FAILS (OSUM-PT-SUB) IS GREATER THAN ZERO THEN
119600         MOVE "FAILED" TO OSUM-LL-LIGHT
119700         ADD 1 TO OSUM-FAILED-LIGHTS
119800     ELSE IF PT-WARNS (OSUM-PT-SUB) IS GREATER THAN ZERO OR
119900             PT-FORCED (OSUM-PT-SUB) IS GREATER THAN ZERO OR
120000             PT-AGED (OSUM-PT-SUB) IS GREATER THAN ZERO OR
120100             PT-REJECTS (OSUM-PT-SUB) IS GREATER THAN ZERO THEN
120200         MOVE "WARNING" TO OSUM-LL-LIGHT
120300         ADD 1 TO OSUM-WARNING-LIGHTS
120400     ELSE
120500         MOVE "CLEAN" TO OSUM-LL-LIGHT
120600         ADD 1 TO OSUM-CLEAN-LIGHTS.
120700     MOVE PT-PARTNER (OSUM-PT-SUB) TO OSUM-LL-PARTNER.
120800     MOVE PT-RUNS (OSUM-PT-SUB) TO OSUM-LL-RUNS.
120900     MOVE PT-MAX-RC (OSUM-PT-SUB) TO OSUM-LL-MAXRC.
121000     MOVE PT-DELIVS (OSUM-PT-SUB) TO OSUM-LL-DELIVS.
121100     MOVE PT-FORCED (OSUM-PT-SUB) TO OSUM-LL-FORCED.
121200     COMPUTE OSUM-LL-UNACKED =
121300         PT-AGED (OSUM-PT-SUB) + PT-WAITING (OSUM-PT-SUB).
121400     MOVE PT-REJECTS (OSUM-PT-SUB) TO OSUM-LL-REJECTS.
121500     DISPLAY OSUM-LIGHT-LINE.
121600 3100-EXIT.
121700     EXIT.
121800*
121900 3150-PRINT-FREQ-LIGHT.
122000     MOVE "FREQUENCY ANOMALIES" TO OSUM-FL-TEXT.
122100     MOVE DT-ANOMS (OSUM-DATE-SUB) TO OSUM-FL-ANOMS.
122200     IF DT-ANOMS (OSUM-DATE-SUB) IS GREATER THAN ZERO THEN
122300         MOVE "WARNING" TO OSUM-FL-LIGHT
122400         ADD 1 TO OSUM-ANOM-DATES
122500     ELSE IF DT-FREQ-SEEN (OSUM-DATE-SUB) THEN
122600         MOVE "CLEAN" TO OSUM-FL-LIGHT
122700     ELSE
122800         MOVE "NO DATA" TO OSUM-FL-LIGHT.
122900     DISPLAY OSUM-FREQ-LIGHT-LINE.
123000 3150-EXIT.
123100     EXIT.
123200*
123300 3200-PRINT-ONE-RUN.
123400     IF RN-DATE-SUB (OSUM-RUN-SUB) IS NOT EQUAL TO OSUM-DATE-SUB
123500             THEN
123600         GO TO 3200-EXIT.
123700     ADD 1 TO OSUM-SECTION-LINES.
123800     MOVE RN-TIME (OSUM-RUN-SUB) TO OSUM-RL-TIME.
123900     MOVE RN-END-TIME (OSUM-RUN-SUB) TO OSUM-RL-END-TIME.
124000     MOVE RN-MODE (OSUM-RUN-SUB) TO OSUM-RL-MODE.
124100     MOVE RN-PARTNER (OSUM-RUN-SUB) TO OSUM-RL-PARTNER.
124200     MOVE RN-RC (OSUM-RUN-SUB) TO OSUM-RL-RC.
124300     MOVE RN-READ (OSUM-RUN-SUB) TO OSUM-RL-READ.
124400     MOVE RN-WRITTEN (OSUM-RUN-SUB) TO OSUM-RL-WRITTEN.
124500     IF RN-RESTART-IND (OSUM-RUN-SUB) IS EQUAL TO "R" THEN
124600         MOVE "RESTARTED" TO OSUM-RL-RESTART
124700     ELSE
124800         MOVE SPACES TO OSUM-RL-RESTART.
124900     IF RN-RC (OSUM-RUN-SUB) IS NOT NUMERIC OR
125000        RN-RC (OSUM-RUN-SUB) IS GREATER THAN "07" THEN
125100         MOVE "FAILED" TO OSUM-RL-NOTE
125200     ELSE IF RN-RC (OSUM-RUN-SUB) IS GREATER THAN "00" THEN
125300         MOVE "WARNING" TO OSUM-RL-NOTE
125400     ELSE
125500         MOVE SPACES TO OSUM-RL-NOTE.
125600     DISPLAY OSUM-RUN-LINE.
125700 3200-EXIT.
125800     EXIT.
125900*
126000 3300-PRINT-ONE-DELIVERY.
126100     IF DV-DATE-SUB (OSUM-DLV-SUB) IS NOT EQUAL TO OSUM-DATE-SUB
126200             THEN
126300         GO TO 3300-EXIT.
126400     ADD 1 TO OSUM-SECTION-LINES.
126500     MOVE DV-TIME (OSUM-DLV-SUB) TO OSUM-DL-TIME.
126600     MOVE DV-MODE (OSUM-DLV-SUB) TO OSUM-DL-MODE.
126700     MOVE DV-PARTNER (OSUM-DLV-SUB) TO OSUM-DL-PARTNER.
126800     MOVE DV-RECS (OSUM-DLV-SUB) TO OSUM-DL-RECS.
126900     IF DV-FORCE-IND (OSUM-DLV-SUB) IS EQUAL TO "F" THEN
127000         MOVE "FORCED" TO OSUM-DL-FORCE
127100     ELSE
127200         MOVE SPACES TO OSUM-DL-FORCE.
127300     MOVE DV-DSN (OSUM-DLV-SUB) TO OSUM-DL-DSN.
127400     MOVE DV-FILE-DATE (OSUM-DLV-SUB) TO OSUM-DL-FILE-DATE.
127500     MOVE DV-FILE-TIME (OSUM-DLV-SUB) TO OSUM-DL-FILE-TIME.
127600     DISPLAY OSUM-DLV-LINE.
127700 3300-EXIT.
127800     EXIT.
127900*
128000 3400-PRINT-ONE-UNACKED.
128100     IF RN-DATE-SUB (OSUM-RUN-SUB) IS NOT EQUAL TO OSUM-DATE-SUB
128200             THEN
128300         GO TO 3400-EXIT.
128400     IF NOT RN-ACK-WAITING (OSUM-RUN-SUB) AND
128500        NOT RN-ACK-AGED (OSUM-RUN-SUB) THEN
128600         GO TO 3400-EXIT.
128700     ADD 1 TO OSUM-SECTION-LINES.
128800     MOVE RN-TIME (OSUM-RUN-SUB) TO OSUM-AL-TIME.
128900     MOVE RN-PARTNER (OSUM-RUN-SUB) TO OSUM-AL-PARTNER.
129000     MOVE RN-WRITTEN (OSUM-RUN-SUB) TO OSUM-AL-WRITTEN.
129100     MOVE RN-AGE-DAYS (OSUM-RUN-SUB) TO OSUM-AL-DAYS.
129200     IF RN-ACK-AGED (OSUM-RUN-SUB) THEN
129300         MOVE "PAST AGING LIMIT" TO OSUM-AL-STATUS
129400     ELSE
129500         MOVE "WITHIN AGING LIMIT" TO OSUM-AL-STATUS.
129600     DISPLAY OSUM-ACK-LINE.
129700 3400-EXIT.
129800     EXIT.
129900*
130000 3500-PRINT-ONE-ANOMALY.
130100     IF AN-DATE-SUB (OSUM-ANOM-SUB) IS NOT EQUAL TO
130200             OSUM-DATE-SUB THEN
130300         GO TO 3500-EXIT.
130400     ADD 1 TO OSUM-SECTION-LINES.
130500     MOVE AN-MODE (OSUM-ANOM-SUB) TO OSUM-NL-MODE.
130600     SUBTRACT 1 FROM AN-CODE-SUB (OSUM-ANOM-SUB)
130700         GIVING OSUM-NL-CODE.
130800     IF AN-CODE-SUB (OSUM-ANOM-SUB) IS LESS THAN OR EQUAL TO 128
130900             THEN
131000         MOVE FREQ-NAME-ENTRY (AN-CODE-SUB (OSUM-ANOM-SUB))
131100             TO OSUM-NL-NAME
131200     ELSE
131300         MOVE "HIGH  " TO OSUM-NL-NAME.
131400     MOVE AN-CURRENT (OSUM-ANOM-SUB) TO OSUM-NL-CURRENT.
131500     MOVE AN-AVERAGE (OSUM-ANOM-SUB) TO OSUM-NL-AVERAGE.
131600     MOVE AN-DEV-PCT (OSUM-ANOM-SUB) TO OSUM-NL-DEV-PCT.
131700     MOVE AN-FLAG (OSUM-ANOM-SUB) TO OSUM-NL-FLAG.
131800     DISPLAY OSUM-ANOM-LINE.
131900 3500-EXIT.
132000     EXIT.
132100*
132200 3600-PRINT-ONE-REJECT-LINE.
132300     IF PT-DATE-SUB (OSUM-PT-SUB) IS NOT EQUAL TO OSUM-DATE-SUB
132400        OR PT-REJECTS (OSUM-PT-SUB) IS EQUAL TO ZERO THEN
132500         GO TO 3600-EXIT.
132600     ADD 1 TO OSUM-SECTION-LINES.
132700     MOVE PT-PARTNER (OSUM-PT-SUB) TO OSUM-JL-PARTNER.
132800     MOVE PT-REJECTS (OSUM-PT-SUB) TO OSUM-JL-REJECTS.
132900     MOVE PT-REJ-TOKEN (OSUM-PT-SUB) TO OSUM-JL-TOKEN.
133000     MOVE PT-REJ-VAULT (OSUM-PT-SUB) TO OSUM-JL-VAULT.
133100     MOVE PT-REJ-FIELD (OSUM-PT-SUB) TO OSUM-JL-FIELD.
133200     MOVE PT-REJ-OTHER (OSUM-PT-SUB) TO OSUM-JL-OTHER.
133300     DISPLAY OSUM-REJ-LINE.
133400 3600-EXIT.
133500     EXIT.
133600*
133700 3900-PRINT-NONE.
133800     IF OSUM-SECTION-LINES IS EQUAL TO ZERO THEN
133900         DISPLAY "  NONE".
134000 3900-EXIT.
134100     EXIT.
134200*
134300*--------------------------------------------------------------*
134400* LOOKUPS.
134500*--------------------------------------------------------------*
134600*    OSUM-KEY-DATE TO ITS DATE-TABLE ENTRY, ZERO WHEN OUTSIDE
134700*    THE WINDOW.
134800 4000-FIND-DATE.
134900     MOVE 0 TO OSUM-DATE-HIT.
135000     IF OSUM-KEY-DATE IS LESS THAN OSUM-FROM-DATE OR
135100        OSUM-KEY-DATE IS GREATER THAN OSUM-TO-DATE THEN
135200         GO TO 4000-EXIT.
135300     PERFORM 4010-TEST-ONE-DATE THRU 4010-EXIT
135400         VARYING OSUM-FIND-SUB FROM 1 BY 1
135500         UNTIL OSUM-FIND-SUB IS GREATER THAN OSUM-DATE-COUNT
135600            OR OSUM-DATE-HIT IS GREATER THAN ZERO.
135700 4000-EXIT.
135800     EXIT.
135900*
136000 4010-TEST-ONE-DATE.
136100     IF DT-DATE (OSUM-FIND-SUB) IS EQUAL TO OSUM-KEY-DATE THEN
136200         MOVE OSUM-FIND-SUB TO OSUM-DATE-HIT.
136300 4010-EXIT.
136400     EXIT.
136500*
136600*    OSUM-KEY-PARTNER ON OSUM-DATE-HIT TO ITS PARTNER ENTRY,
136700*    ADDED WHEN NEW.  ZERO ONLY WHEN THE TABLE IS FULL.
136800 4100-FIND-PARTNER.
136900     IF OSUM-KEY-PARTNER IS EQUAL TO SPACES THEN
137000         MOVE "(NONE)" TO OSUM-KEY-PARTNER.
137100     MOVE 0 TO OSUM-PT-HIT.
137200     PERFORM 4110-TEST-ONE-PARTNER THRU 4110-EXIT
137300         VARYING OSUM-FIND-SUB FROM 1 BY 1
137400         UNTIL OSUM-FIND-SUB IS GREATER THAN OSUM-PT-COUNT
137500            OR OSUM-PT-HIT IS GREATER THAN ZERO.
137600     IF OSUM-PT-HIT IS GREATER THAN ZERO THEN
137700         GO TO 4100-EXIT.
137800     IF OSUM-PT-COUNT IS EQUAL TO 300 THEN
137900         IF OSUM-PTS-DROPPED IS EQUAL TO ZERO
138000             DISPLAY "OPERATIONS-SUMMARY: PARTNER TABLE FULL, "
138100                 "LATER PARTNERS NOT GRADED"
138200         END-IF
138300         ADD 1 TO OSUM-PTS-DROPPED
138400         GO TO 4100-EXIT.
138500     ADD 1 TO OSUM-PT-COUNT.
138600     MOVE OSUM-PT-COUNT TO OSUM-PT-HIT.
138700     MOVE OSUM-DATE-HIT TO PT-DATE-SUB (OSUM-PT-HIT).
138800     MOVE OSUM-KEY-PARTNER TO PT-PARTNER (OSUM-PT-HIT).
138900     MOVE 0 TO PT-RUNS (OSUM-PT-HIT).
139000     MOVE 0 TO PT-MAX-RC (OSUM-PT-HIT).
139100     MOVE 0 TO PT-FAILS (OSUM-PT-HIT).
139200     MOVE 0 TO PT-WARNS (OSUM-PT-HIT).
139300     MOVE 0 TO PT-DELIVS (OSUM-PT-HIT).
139400     MOVE 0 TO PT-FORCED (OSUM-PT-HIT).
139500     MOVE 0 TO PT-AGED (OSUM-PT-HIT).
139600     MOVE 0 TO PT-WAITING (OSUM-PT-HIT).
139700     MOVE 0 TO PT-REJECTS (OSUM-PT-HIT).
139800     MOVE 0 TO PT-REJ-TOKEN (OSUM-PT-HIT).
139900     MOVE 0 TO PT-REJ-VAULT (OSUM-PT-HIT).
140000     MOVE 0 TO PT-REJ-FIELD (OSUM-PT-HIT).
140100     MOVE 0 TO PT-REJ-OTHER (OSUM-PT-HIT).
140200 4100-EXIT.
140300     EXIT.
140400*
140500 4110-TEST-ONE-PARTNER.
140600     IF PT-DATE-SUB (OSUM-FIND-SUB) IS EQUAL TO OSUM-DATE-HIT AND
140700        PT-PARTNER (OSUM-FIND-SUB) IS EQUAL TO OSUM-KEY-PARTNER
140800             THEN
140900         MOVE OSUM-FIND-SUB TO OSUM-PT-HIT.
141000 4110-EXIT.
141100     EXIT.
141200*
141300*    YYYYMMDD TO A DAY NUMBER: WHOLE PRIOR YEARS AT 365 PLUS
141400*    THEIR LEAP DAYS, THE MONTH'S CUMULATIVE OFFSET, THE DAY,
141500*    AND ONE MORE WHEN THE DATE SITS PAST FEBRUARY OF A LEAP
141600*    YEAR.
141700 5000-DATE-TO-DAYNUM.
141800     COMPUTE OSUM-DW-PRIOR = OSUM-DW-YYYY - 1.
141900     COMPUTE OSUM-DW-DAYNUM = OSUM-DW-PRIOR * 365.
142000     DIVIDE OSUM-DW-PRIOR BY 4 GIVING OSUM-DW-QUOT.
142100     ADD OSUM-DW-QUOT TO OSUM-DW-DAYNUM.
142200     DIVIDE OSUM-DW-PRIOR BY 100 GIVING OSUM-DW-QUOT.
142300     SUBTRACT OSUM-DW-QUOT FROM OSUM-DW-DAYNUM.
142400     DIVIDE OSUM-DW-PRIOR BY 400 GIVING OSUM-DW-QUOT.
142500     ADD OSUM-DW-QUOT TO OSUM-DW-DAYNUM.
142600     IF OSUM-DW-MM IS GREATER THAN ZERO AND
142700        OSUM-DW-MM IS LESS THAN 13 THEN
142800         ADD OSUM-DW-CUM (OSUM-DW-MM) TO OSUM-DW-DAYNUM.
142900     ADD OSUM-DW-DD TO OSUM-DW-DAYNUM.
143000     PERFORM 5100-TEST-LEAP-YEAR THRU 5100-EXIT.
143100     IF OSUM-DW-LEAP AND OSUM-DW-MM IS GREATER THAN 2 THEN
143200         ADD 1 TO OSUM-DW-DAYNUM.
143300 5000-EXIT.
143400     EXIT.
143500*
143600 5100-TEST-LEAP-YEAR.
143700     MOVE "N" TO OSUM-DW-LEAP-SW.
143800     DIVIDE OSUM-DW-YYYY BY 4 GIVING OSUM-DW-QUOT
143900         REMAINDER OSUM-DW-REM.
144000     IF OSUM-DW-REM IS EQUAL TO ZERO THEN
144100         MOVE "Y" TO OSUM-DW-LEAP-SW.
144200     DIVIDE OSUM-DW-YYYY BY 100 GIVING OSUM-DW-QUOT
144300         REMAINDER OSUM-DW-REM.
144400     IF OSUM-DW-REM IS EQUAL TO ZERO THEN
144500         MOVE "N" TO OSUM-DW-LEAP-SW.
144600     DIVIDE OSUM-DW-YYYY BY 400 GIVING OSUM-DW-QUOT
144700         REMAINDER OSUM-DW-REM.
144800     IF OSUM-DW-REM IS EQUAL TO ZERO THEN
144900         MOVE "Y" TO OSUM-DW-LEAP-SW.
145000 5100-EXIT.
145100     EXIT.
145200*
145300*    DAYS IN OSUM-DW-MM OF OSUM-DW-YYYY.
145400 5200-DAYS-IN-MONTH.
145500     MOVE OSUM-DW-DIM (OSUM-DW-MM) TO OSUM-DW-MONTH-DAYS.
145600     IF OSUM-DW-MM IS EQUAL TO 2 THEN
145700         PERFORM 5100-TEST-LEAP-YEAR THRU 5100-EXIT
145800         IF OSUM-DW-LEAP
145900             MOVE 29 TO OSUM-DW-MONTH-DAYS
146000         END-IF.
146100 5200-EXIT.
146200     EXIT.
146300*
146400*--------------------------------------------------------------*
146500* TERMINATE -- NIGHT TOTALS AND THE RETURN CODE.
146600*--------------------------------------------------------------*
146700 9000-TERMINATE.
146800     DISPLAY " ".
146900     DISPLAY OSUM-RULE-LINE.
147000     DISPLAY "OPERATIONS-SUMMARY: DATES=" OSUM-DATE-COUNT
147100         " RUNS=" OSUM-RUN-COUNT
147200         " DELIVERIES=" OSUM-DLV-COUNT
147300         " ANOMALIES=" OSUM-ANOM-COUNT.
147400     DISPLAY "OPERATIONS-SUMMARY: PARTNER LIGHTS CLEAN="
147500         OSUM-CLEAN-LIGHTS " WARNING=" OSUM-WARNING-LIGHTS
147600         " FAILED=" OSUM-FAILED-LIGHTS.
147700     IF OSUM-REJ-UNDATED IS GREATER THAN ZERO THEN
147800         DISPLAY "OPERATIONS-SUMMARY: REJECTS WITH NO RUN DATE "
147900             "(NOT COUNTED ON ANY PAGE)=" OSUM-REJ-UNDATED.
148000     IF OSUM-FAILED-LIGHTS IS GREATER THAN ZERO THEN
148100         MOVE 8 TO RETURN-CODE
148200     ELSE IF OSUM-WARNING-LIGHTS IS GREATER THAN ZERO OR
148300             OSUM-ANOM-DATES IS GREATER THAN ZERO OR
148400             OSUM-ACKS-DROPPED IS GREATER THAN ZERO OR
148500             OSUM-RUNS-DROPPED IS GREATER THAN ZERO OR
148600             OSUM-DLVS-DROPPED IS GREATER THAN ZERO OR
148700             OSUM-ANOMS-DROPPED IS GREATER THAN ZERO OR
148800             OSUM-PTS-DROPPED IS GREATER THAN ZERO THEN
148900         MOVE 4 TO RETURN-CODE.
149000 9000-EXIT.
149100     EXIT.
