000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "PARTONL".
000300 AUTHOR. D-SCHULTZ.
000400 INSTALLATION. DATA-CONTROL.
000500 DATE-WRITTEN. 2026-09-18.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*    2026-09-18  DS  INITIAL VERSION.  CICS INQUIRY/MAINTENANCE
001000*                    SCREEN (TRANSACTION PART, MAPSET PARTSET)
001100*                    OVER THE PARTPROF KSDS -- THE ONLINE TWIN
001200*                    OF PARTNER-PROFILE-MAINT, SO A PARTNER'S
001300*                    CODE PAGE OR MAXERR CHANGE NO LONGER WAITS
001400*                    ON THE BATCH WINDOW.  SAME SHAPE AS
001500*                    ESCMONL.  FUNCTIONS, PSEUDO-CONVERSATIONAL:
001600*                      I  INQUIRE -- BY PARTNER ID
001700*                      B  BROWSE  -- EIGHT PARTNERS FROM THE
001800*                         GIVEN ID; PF8 PAGES FORWARD
001900*                      A  ADD     -- A PARTNER NOT YET ON FILE
002000*                      C  CHANGE  -- A PARTNER ALREADY ON FILE
002100*                      D  DELETE
002200*                    THE FIELD MAP SHOWS EIGHT OF ITS SIXTEEN
002300*                    ENTRIES AT A TIME; PF7/PF8 PAGE THROUGH
002400*                    THEM, AND AN ADD OR CHANGE APPLIES THE PAGE
002500*                    ON SCREEN (A BLANKED LINE REMOVES THAT
002600*                    ENTRY).  EVERY EDIT IS THE BATCH
002700*                    MAINTENANCE'S, PLUS A CODE PAGE CHECK: ANY
002800*                    NAME OTHER THAN BLANK OR THE COMPILED-IN
002900*                    CP037 MUST LOAD FROM THE CODEPAGE LIBRARY
003000*                    THROUGH CODEPAGE-TABLE-LOAD, THE SAME
003100*                    LOOKUP TRANSCODE-DRIVER MAKES AT RUN START,
003200*                    SO A PROFILE CAN NO LONGER NAME A TABLE
003300*                    THAT WILL STOP THE PARTNER'S NEXT RUN.
003400*                    EVERY APPLIED CHANGE IS LOGGED TO THE PRTA
003500*                    TD QUEUE (ACTION, PARTNER, USER, TERMINAL,
003600*                    DATE/TIME, AND THE FULL BEFORE AND AFTER
003700*                    PROFILE IMAGES).
003701*    2026-10-08  DS  CHAR POLICY FIELD (ROW 8) -- THE CHARPOL
003702*                    OUTBOUND CHARACTER POLICY THE PARTNER'S
003703*                    ENCODE RUNS ARE HELD TO.  A NAMED POLICY
003704*                    MUST HAVE RULES ON CHARPOL, THE SAME CHECK
003705*                    PARTNER-PROFILE-MAINT MAKES.
003706*    2026-10-15  DS  MAKER-CHECKER.  "A", "C" AND "D" NO LONGER
003707*                    APPLY; THEY WRITE THE NEW PROFILE IMAGE (OR
003708*                    A DELETE) TO THE PENDCHG FILE (SEE PCHGREC)
003709*                    AS A PENDING CHANGE UNDER THE SIGNED-ON
003710*                    USER.  NEW FUNCTIONS:
003711*                      V  APPROVE THE PARTNER'S PENDING CHANGE --
003712*                         APPLIED IF THE PROFILE STILL STANDS
003713*                         AS IT DID AT SUBMISSION
003714*                      R  REJECT IT, WITH THE REASON TYPED ON
003715*                         ROW 10
003716*                    THE APPROVER OR REJECTER MUST BE SIGNED ON
003717*                    AS SOMEONE OTHER THAN THE MAKER.  INQUIRE
003718*                    SHOWS ANY CHANGE PENDING FOR THE PARTNER,
003719*                    AND THE AUDIT RECORD NOW ENDS WITH THE
003720*                    SIGN-ON ID.
003721*    2026-10-15  DS  ACK LAYOUT FIELD (ROW 8) -- THE LAYOUT OF
003722*                    THE RECEIPT ACKNOWLEDGMENTS INBOUND-ACK-SEND
003723*                    WRITES FOR THE PARTNER'S FILES: F, C, P OR
003724*                    BLANK FOR NONE, AS ON THE BATCH "A" CARD.
003800*--------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200     COPY PARTMAP.
004300     COPY PARTREC.
004310     COPY CPOLREC.
004320     COPY PCHGREC.
004400     COPY EBCTAB.
004500     COPY DFHAID.
004600*
004700 01  PON-CONSTANTS.
004800     03 PON-MAPSET               PIC X(08) VALUE "PARTSET ".
004900     03 PON-MAP                  PIC X(08) VALUE "PARTMAP ".
005000     03 PON-FILE                 PIC X(08) VALUE "PARTPROF".
005010     03 PON-CPOL-FILE            PIC X(08) VALUE "CHARPOL ".
005020     03 PON-PCHG-FILE            PIC X(08) VALUE "PENDCHG ".
005100     03 PON-TRANSID              PIC X(04) VALUE "PART".
005200     03 PON-AUDIT-TDQ            PIC X(04) VALUE "PRTA".
005300     03 PON-PAGE-SIZE            PIC 9(02) COMP VALUE 8.
005400     03 PON-MAX-PAGE             PIC 9(01) VALUE 2.
005500*
005600 01  PON-SWITCHES.
005700     03 PON-RESP                 PIC S9(08) COMP.
005800     03 PON-OLD-FOUND-SW         PIC X(01) VALUE "N".
005900         88 PON-OLD-FOUND        VALUE "Y".
006000     03 PON-SCAN-DONE-SW         PIC X(01) VALUE "N".
006100         88 PON-SCAN-DONE        VALUE "Y".
006200     03 PON-EDIT-BAD-SW          PIC X(01) VALUE "N".
006300         88 PON-EDIT-BAD         VALUE "Y".
006310     03 PON-CPOL-FOUND-SW        PIC X(01) VALUE "N".
006320         88 PON-CPOL-FOUND       VALUE "Y".
006328     03 PON-PEND-FOUND-SW        PIC X(01) VALUE "N".
006336         88 PON-PEND-FOUND       VALUE "Y".
006344     03 PON-APPLIED-SW           PIC X(01) VALUE "N".
006352         88 PON-APPLIED          VALUE "Y".
006360*        "N" WHILE A PENDING WRITE IS BEING TRIED, "Y" ONCE IT
006368*        IS ON FILE, "F" WHEN IT FAILED.
006376     03 PON-PCHG-WRITE-SW        PIC X(01) VALUE "N".
006384         88 PON-PCHG-WRITTEN     VALUE "Y".
006392         88 PON-PCHG-WRITE-DONE  VALUES "Y", "F".
006400*
006500 01  PON-EXIT-MESSAGE            PIC X(18)
006600         VALUE "PART SESSION ENDED".
006700 01  PON-WORK.
006800*        THE BROWSE/READ KEY -- KEPT APART FROM THE RECORD AREA
006900*        SO READNEXT INTO PART-RECORD NEVER OVERLAYS ITS OWN
007000*        RIDFLD.
007100     03 PON-RID-ID               PIC X(08) VALUE SPACES.
007200*        ON A PF8 CONTINUATION THE BROWSE RESTARTS AT THE LAST
007300*        PARTNER SHOWN, WHICH IS SKIPPED RATHER THAN REPEATED.
007400     03 PON-SKIP-ID              PIC X(08) VALUE LOW-VALUES.
007401*        CHARPOL KEY FOR THE POLICY CHECK -- POLICY NAME PLUS
007402*        CODE POINT ZERO, READ GTEQ.
007403     03 PON-CPOL-RID.
007404        05 PON-CPOL-RID-POLICY   PIC X(08) VALUE SPACES.
007405        05 PON-CPOL-RID-FROM     PIC 9(07) VALUE 0.
007500     03 PON-OLD-IMAGE            PIC X(320) VALUE SPACES.
007501*        RIDFLD FOR PENDCHG, KEPT APART LIKE PON-RID-ID.
007502     03 PON-PRID-KEY             PIC X(25).
007503*        THE SIGNED-ON USER -- THE MAKER OF A SUBMITTED CHANGE
007504*        AND THE CHECKER OF A DECIDED ONE.  THE USER FIELD ON
007505*        THE SCREEN IS TYPED, SO IT CANNOT KEEP THE TWO APART.
007506     03 PON-SIGNON               PIC X(08) VALUE SPACES.
007600     03 PON-BROWSE-SUB           PIC 9(02) COMP VALUE 0.
007700     03 PON-LINE-SUB             PIC 9(02) COMP VALUE 0.
007800     03 PON-ENTRY-SUB            PIC 9(02) COMP VALUE 0.
007900     03 PON-PAGE-BASE            PIC 9(02) COMP VALUE 0.
008000     03 PON-ENTRY-NO             PIC 9(02) VALUE 0.
008100*
008200*    THE MAP INPUT, WITH EVERY NULL TURNED TO A BLANK SO THE
008300*    EDITS SEE WHAT THE BATCH CARD WOULD HAVE CARRIED.
008400 01  PON-INPUT.
008500     03 PON-IN-ID                PIC X(08).
008600     03 PON-IN-MODE              PIC X(06).
008700     03 PON-IN-CODEPAGE          PIC X(08).
008800     03 PON-IN-EBCDIC            PIC X(01).
008900     03 PON-IN-UTF8              PIC X(01).
009000     03 PON-IN-JSON              PIC X(01).
009100     03 PON-IN-NONSEL            PIC X(01).
009200     03 PON-IN-MAXERR            PIC X(09).
009300     03 PON-IN-USER              PIC X(08).
009310     03 PON-IN-CHARPOL           PIC X(08).
009320     03 PON-IN-ACK-LAYOUT        PIC X(01).
009400     03 PON-IN-LINE OCCURS 8 TIMES.
009500        05 PON-IN-START          PIC X(04).
009600        05 PON-IN-LENGTH         PIC X(04).
009700        05 PON-IN-USAGE          PIC X(01).
009800        05 PON-IN-SENSITIVE      PIC X(01).
009900*
010000*    ALL SIXTEEN FIELD-MAP SLOTS WHILE THE SCREEN PAGE IS LAID
010100*    OVER THEM; THE SURVIVORS ARE PACKED BACK INTO PART-RECORD
010200*    IN ORDER, SO THE FIELD MAP NEVER CARRIES A GAP.
010300 01  PON-FMAP-WORK.
010400     03 PON-WK-ENTRY OCCURS 16 TIMES.
010500        05 PON-WK-START          PIC 9(04).
010600        05 PON-WK-LENGTH         PIC 9(04).
010700        05 PON-WK-USAGE          PIC X(01).
010800        05 PON-WK-SENSITIVE      PIC X(01).
010900*
011000*    CODEPAGE-TABLE-LOAD REQUEST.  THE TABLE IT DROPS INTO
011100*    EBCT-CODES-LIT IS NOT USED HERE -- ONLY WHETHER IT LOADED.
011200 01  PON-CPL-REQUEST.
011300     03 PON-CPL-TABLE-NAME       PIC X(08).
011400     03 PON-CPL-FOUND-SW         PIC X(01).
011500         88 PON-CPL-TABLE-LOADED VALUE "Y".
011600*
011700 01  PON-BROWSE-LINE.
011800     03 PON-BL-ID                PIC X(08).
011900     03 FILLER                   PIC X(02) VALUE SPACES.
012000     03 PON-BL-MODE              PIC X(06).
012100     03 FILLER                   PIC X(02) VALUE SPACES.
012200     03 PON-BL-CODEPAGE          PIC X(08).
012300     03 FILLER                   PIC X(02) VALUE SPACES.
012400     03 PON-BL-FIELDS            PIC Z9.
012500     03 FILLER                   PIC X(06) VALUE SPACES.
012600*
012700 01  PON-PAGE-LINE.
012800     03 FILLER                   PIC X(18)
012900         VALUE "FIELD MAP ENTRIES ".
013000     03 PON-PL-FROM              PIC 9(02).
013100     03 FILLER                   PIC X(01) VALUE "-".
013200     03 PON-PL-TO                PIC 9(02).
013300     03 FILLER                   PIC X(02) VALUE ", ".
013400     03 PON-PL-COUNT             PIC Z9.
013500     03 FILLER                   PIC X(09) VALUE " IN USE".
013600*
013700 01  PON-ENTRY-MESSAGE.
013800     03 FILLER                   PIC X(12)
013900         VALUE "FIELD ENTRY ".
014000     03 PON-EM-ENTRY             PIC 9(02).
014100     03 FILLER                   PIC X(02) VALUE ": ".
014200     03 PON-EM-TEXT              PIC X(63).
014300*
014400 01  PON-AUDIT-RECORD.
014500     03 PON-AUD-ACTION           PIC X(07).
014600     03 FILLER                   PIC X(01) VALUE SPACE.
014700     03 PON-AUD-PARTNER          PIC X(08).
014800     03 FILLER                   PIC X(01) VALUE SPACE.
014900     03 PON-AUD-USER             PIC X(08).
015000     03 FILLER                   PIC X(01) VALUE SPACE.
015100     03 PON-AUD-TERM             PIC X(04).
015200     03 FILLER                   PIC X(01) VALUE SPACE.
015300     03 PON-AUD-DATE             PIC 9(08).
015400     03 FILLER                   PIC X(01) VALUE SPACE.
015500     03 PON-AUD-TIME             PIC 9(06).
015600     03 FILLER                   PIC X(01) VALUE SPACE.
015700     03 PON-AUD-BEFORE           PIC X(320).
015800     03 PON-AUD-AFTER            PIC X(320).
015807     03 FILLER                   PIC X(01) VALUE SPACE.
015814     03 PON-AUD-SIGNON           PIC X(08).
015821*
015828 01  PON-PENDING-MESSAGE.
015835     03 PON-PM-FOUND             PIC X(19).
015842     03 FILLER                   PIC X(12)
015849         VALUE " -- PENDING ".
015856     03 PON-PM-ACTION            PIC X(06).
015863     03 FILLER                   PIC X(04) VALUE " BY ".
015870     03 PON-PM-MAKER             PIC X(08).
015877     03 FILLER                   PIC X(04) VALUE " ON ".
015884     03 PON-PM-DATE              PIC 9(08).
015900*
016000 01  PON-STAMP.
016100     03 PON-ABSTIME              PIC S9(15) COMP-3.
016200     03 PON-DATE-OUT             PIC 9(08).
016300     03 PON-TIME-OUT             PIC 9(06).
016400*
016500*    ONE BYTE OF COMMAREA KEEPS THE PSEUDO-CONVERSATION ALIVE.
016600*    THE BROWSE RESTART KEY RIDES ALONG FOR PF8 PAGING, AND THE
016700*    PARTNER ON SCREEN AND ITS FIELD-MAP PAGE FOR PF7/PF8.
016800 01  PON-COMMAREA.
016900     03 PON-CA-ACTIVE            PIC X(01).
017000     03 PON-CA-BROWSE-NEXT       PIC X(08).
017100     03 PON-CA-LAST-FUNC         PIC X(01).
017200         88 PON-CA-AFTER-BROWSE  VALUE "B".
017300     03 PON-CA-PARTNER           PIC X(08).
017400     03 PON-CA-FMAP-PAGE         PIC 9(01).
017500*
017600 LINKAGE SECTION.
017700 01  DFHCOMMAREA.
017800     03 PON-LK-ACTIVE            PIC X(01).
017900     03 PON-LK-BROWSE-NEXT       PIC X(08).
018000     03 PON-LK-LAST-FUNC         PIC X(01).
018100     03 PON-LK-PARTNER           PIC X(08).
018200     03 PON-LK-FMAP-PAGE         PIC 9(01).
018300*
018400 PROCEDURE DIVISION.
018500*
018600 0000-MAINLINE.
018700     IF EIBCALEN IS EQUAL TO ZERO THEN
018800         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
018900     ELSE
019000         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT.
019100     MOVE "Y" TO PON-CA-ACTIVE.
019200     EXEC CICS RETURN
019300         TRANSID (PON-TRANSID)
019400         COMMAREA (PON-COMMAREA)
019500     END-EXEC.
019600*
019700 1000-FIRST-TIME.
019800     MOVE LOW-VALUES TO PARTMAPI.
019900     MOVE "ENTER FUNCTION AND PARTNER ID" TO MSGO.
020000     MOVE LOW-VALUES TO PON-CA-BROWSE-NEXT.
020100     MOVE SPACE TO PON-CA-LAST-FUNC.
020200     MOVE SPACES TO PON-CA-PARTNER.
020300     MOVE 1 TO PON-CA-FMAP-PAGE.
020400     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700*
020800 2000-PROCESS-INPUT.
020900     MOVE DFHCOMMAREA TO PON-COMMAREA.
021000     IF EIBAID IS EQUAL TO DFHPF3 THEN
021100         EXEC CICS SEND TEXT
021200             FROM (PON-EXIT-MESSAGE)
021300             LENGTH (LENGTH OF PON-EXIT-MESSAGE)
021400             ERASE
021500             FREEKB
021600         END-EXEC
021700         EXEC CICS RETURN END-EXEC.
021800*    PF7/PF8 ARE TESTED BEFORE THE RECEIVE, AS IN ESCMONL --
021900*    PAGING NEEDS ONLY THE COMMAREA, NOT MAP DATA.  STRAIGHT
022000*    AFTER A BROWSE, PF8 PAGES THE BROWSE; OTHERWISE PF7/PF8
022100*    PAGE THE FIELD MAP OF THE PARTNER LAST SHOWN.
022200     IF EIBAID IS EQUAL TO DFHPF8 AND PON-CA-AFTER-BROWSE THEN
022300         MOVE LOW-VALUES TO PARTMAPI
022400         MOVE SPACES TO MSGO
022500         MOVE PON-CA-BROWSE-NEXT TO PON-RID-ID, PON-SKIP-ID
022600         PERFORM 4100-BROWSE-PAGE THRU 4100-EXIT
022700         PERFORM 8000-SEND-MAP THRU 8000-EXIT
022800         GO TO 2000-EXIT.
022900     IF EIBAID IS EQUAL TO DFHPF7 OR
023000        EIBAID IS EQUAL TO DFHPF8 THEN
023100         MOVE LOW-VALUES TO PARTMAPI
023200         MOVE SPACES TO MSGO
023300         PERFORM 2300-PAGE-FIELD-MAP THRU 2300-EXIT
023400         PERFORM 8000-SEND-MAP THRU 8000-EXIT
023500         GO TO 2000-EXIT.
023600     EXEC CICS RECEIVE
023700         MAP (PON-MAP)
023800         MAPSET (PON-MAPSET)
023900         INTO (PARTMAPI)
024000         RESP (PON-RESP)
024100     END-EXEC.
024200     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
024300         MOVE LOW-VALUES TO PARTMAPI
024400         MOVE "ENTER FUNCTION AND PARTNER ID" TO MSGO
024500         PERFORM 8000-SEND-MAP THRU 8000-EXIT
024600         GO TO 2000-EXIT.
024700     MOVE SPACES TO MSGO.
024707     EXEC CICS ASSIGN
024714         USERID (PON-SIGNON)
024721         RESP (PON-RESP)
024728     END-EXEC.
024735     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
024742         MOVE SPACES TO PON-SIGNON.
024749     IF (FUNCI IS EQUAL TO "A" OR "C" OR "D" OR "V" OR "R") AND
024756        PON-SIGNON IS EQUAL TO SPACES THEN
024763         MOVE "SIGN ON TO SUBMIT, APPROVE OR REJECT A CHANGE"
024770             TO MSGO
024777         PERFORM 8000-SEND-MAP THRU 8000-EXIT
024784         GO TO 2000-EXIT.
024800     PERFORM 2100-COLLECT-INPUT THRU 2100-EXIT.
024900*    THE FIELD-MAP PAGE BELONGS TO THE PARTNER IT WAS PAGED
025000*    ON; A DIFFERENT PARTNER ID STARTS BACK AT THE FIRST PAGE.
025100     IF PON-IN-ID IS NOT EQUAL TO PON-CA-PARTNER THEN
025200         MOVE 1 TO PON-CA-FMAP-PAGE.
025300     MOVE FUNCI TO PON-CA-LAST-FUNC.
025400     EVALUATE FUNCI
025500         WHEN "I"
025600             PERFORM 3000-INQUIRE THRU 3000-EXIT
025700         WHEN "B"
025800             PERFORM 4000-BROWSE THRU 4000-EXIT
025900         WHEN "A"
026000             PERFORM 5000-ADD THRU 5000-EXIT
026100         WHEN "C"
026200             PERFORM 5100-CHANGE THRU 5100-EXIT
026300         WHEN "D"
026400             PERFORM 6000-DELETE THRU 6000-EXIT
026410         WHEN "V"
026420             PERFORM 5700-APPROVE THRU 5700-EXIT
026430         WHEN "R"
026440             PERFORM 5800-REJECT THRU 5800-EXIT
026500         WHEN OTHER
026600             MOVE "FUNCTION MUST BE I, B, A, C, D, V OR R" TO MSGO
026700     END-EVALUATE.
026800     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
026900 2000-EXIT.
027000     EXIT.
027100*
027200 2100-COLLECT-INPUT.
027300     MOVE PARTIDI TO PON-IN-ID.
027400     MOVE MODEI TO PON-IN-MODE.
027500     MOVE CPAGEI TO PON-IN-CODEPAGE.
027600     MOVE EBCDICI TO PON-IN-EBCDIC.
027700     MOVE UTF8I TO PON-IN-UTF8.
027800     MOVE JSONI TO PON-IN-JSON.
027900     MOVE NONSELI TO PON-IN-NONSEL.
028000     MOVE MAXERRI TO PON-IN-MAXERR.
028100     MOVE USERIDI TO PON-IN-USER.
028110     MOVE CHARPOLI TO PON-IN-CHARPOL.
028120     MOVE ACKLAYI TO PON-IN-ACK-LAYOUT.
028200     PERFORM 2150-COLLECT-ONE-LINE THRU 2150-EXIT
028300         VARYING PON-LINE-SUB FROM 1 BY 1
028400         UNTIL PON-LINE-SUB IS GREATER THAN PON-PAGE-SIZE.
028500     INSPECT PON-INPUT REPLACING ALL LOW-VALUE BY SPACE.
028600 2100-EXIT.
028700     EXIT.
028800*
028900 2150-COLLECT-ONE-LINE.
029000     MOVE FSTI (PON-LINE-SUB) TO PON-IN-START (PON-LINE-SUB).
029100     MOVE FLNI (PON-LINE-SUB) TO PON-IN-LENGTH (PON-LINE-SUB).
029200     MOVE FUSI (PON-LINE-SUB) TO PON-IN-USAGE (PON-LINE-SUB).
029300     MOVE FSNI (PON-LINE-SUB)
029400         TO PON-IN-SENSITIVE (PON-LINE-SUB).
029500 2150-EXIT.
029600     EXIT.
029700*
029800*    PF7/PF8 OUTSIDE A BROWSE -- RE-READS THE PARTNER LAST SHOWN
029900*    AND SHOWS THE PREVIOUS OR NEXT EIGHT FIELD-MAP ENTRIES.
030000*    ANYTHING TYPED ON THE OLD PAGE IS NOT APPLIED.
030100 2300-PAGE-FIELD-MAP.
030200     MOVE SPACE TO PON-CA-LAST-FUNC.
030300     IF PON-CA-PARTNER IS EQUAL TO SPACES THEN
030400         MOVE "INQUIRE ON A PARTNER BEFORE PAGING ITS FIELD MAP"
030500             TO MSGO
030600         GO TO 2300-EXIT.
030700     IF EIBAID IS EQUAL TO DFHPF8 AND
030800        PON-CA-FMAP-PAGE IS LESS THAN PON-MAX-PAGE THEN
030900         ADD 1 TO PON-CA-FMAP-PAGE.
031000     IF EIBAID IS EQUAL TO DFHPF7 AND
031100        PON-CA-FMAP-PAGE IS GREATER THAN 1 THEN
031200         SUBTRACT 1 FROM PON-CA-FMAP-PAGE.
031300     MOVE PON-CA-PARTNER TO PART-ID.
031400     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
031500     IF NOT PON-OLD-FOUND THEN
031600         MOVE "PARTNER NO LONGER ON FILE" TO MSGO
031700         MOVE SPACES TO PON-CA-PARTNER
031800         MOVE 1 TO PON-CA-FMAP-PAGE
031900         GO TO 2300-EXIT.
032000     PERFORM 8100-SHOW-PROFILE THRU 8100-EXIT.
032100     MOVE "FIELD MAP PAGED -- C APPLIES THE ENTRIES ON THIS PAGE"
032200         TO MSGO.
032300 2300-EXIT.
032400     EXIT.
032500*
032600 3000-INQUIRE.
032700     IF PON-IN-ID IS EQUAL TO SPACES THEN
032800         MOVE "GIVE A PARTNER ID" TO MSGO
032900         GO TO 3000-EXIT.
033000     MOVE PON-IN-ID TO PART-ID.
033100     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
033200     IF NOT PON-OLD-FOUND THEN
033300         MOVE "PARTNER NOT ON FILE" TO MSGO
033310         PERFORM 3050-SHOW-PENDING THRU 3050-EXIT
033400         GO TO 3000-EXIT.
033500     MOVE PART-ID TO PON-CA-PARTNER.
033600     PERFORM 8100-SHOW-PROFILE THRU 8100-EXIT.
033700     MOVE "PARTNER FOUND" TO MSGO.
033710     PERFORM 3050-SHOW-PENDING THRU 3050-EXIT.
033800 3000-EXIT.
033805     EXIT.
033810*
033815 3050-SHOW-PENDING.
033820     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
033825     IF NOT PON-PEND-FOUND THEN
033830         GO TO 3050-EXIT.
033835     MOVE MSGO TO PON-PM-FOUND.
033840     IF PCHG-DELETE THEN
033845         MOVE "DELETE" TO PON-PM-ACTION
033850     ELSE IF PCHG-BEFORE IS EQUAL TO SPACES THEN
033855         MOVE "ADD" TO PON-PM-ACTION
033860     ELSE
033865         MOVE "CHANGE" TO PON-PM-ACTION.
033870     MOVE PCHG-MAKER TO PON-PM-MAKER.
033875     MOVE PCHG-SUB-DATE TO PON-PM-DATE.
033880     MOVE PON-PENDING-MESSAGE TO MSGO.
033885 3050-EXIT.
033900     EXIT.
034000*
034100 4000-BROWSE.
034200     IF PON-IN-ID IS EQUAL TO SPACES THEN
034300         MOVE LOW-VALUES TO PON-RID-ID
034400     ELSE
034500         MOVE PON-IN-ID TO PON-RID-ID.
034600     MOVE LOW-VALUES TO PON-SKIP-ID.
034700     PERFORM 4100-BROWSE-PAGE THRU 4100-EXIT.
034800 4000-EXIT.
034900     EXIT.
035000*
035100*    ONE SCREEN OF BROWSE LINES FROM PON-RID-ID.
035200 4100-BROWSE-PAGE.
035300     MOVE 0 TO PON-BROWSE-SUB.
035400     MOVE "N" TO PON-SCAN-DONE-SW.
035500     PERFORM 4150-CLEAR-ONE-LINE THRU 4150-EXIT
035600         VARYING PON-BROWSE-SUB FROM 1 BY 1
035700         UNTIL PON-BROWSE-SUB IS GREATER THAN PON-PAGE-SIZE.
035800     MOVE 0 TO PON-BROWSE-SUB.
035900     EXEC CICS STARTBR
036000         FILE (PON-FILE)
036100         RIDFLD (PON-RID-ID)
036200         GTEQ
036300         RESP (PON-RESP)
036400     END-EXEC.
036500     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
036600         MOVE "NOTHING ON FILE FROM THAT PARTNER" TO MSGO
036700         MOVE LOW-VALUES TO PON-CA-BROWSE-NEXT
036800         GO TO 4100-EXIT.
036900     PERFORM 4200-BROWSE-ONE-ENTRY THRU 4200-EXIT
037000         UNTIL PON-SCAN-DONE
037100            OR PON-BROWSE-SUB IS GREATER THAN OR EQUAL TO
037200               PON-PAGE-SIZE.
037300     EXEC CICS ENDBR
037400         FILE (PON-FILE)
037500         RESP (PON-RESP)
037600     END-EXEC.
037700     MOVE "BROWSE COMPLETE -- PF8 FOR MORE" TO MSGO.
037800 4100-EXIT.
037900     EXIT.
038000*
038100 4150-CLEAR-ONE-LINE.
038200     MOVE SPACES TO BLO (PON-BROWSE-SUB).
038300 4150-EXIT.
038400     EXIT.
038500*
038600 4200-BROWSE-ONE-ENTRY.
038700     EXEC CICS READNEXT
038800         FILE (PON-FILE)
038900         INTO (PART-RECORD)
039000         RIDFLD (PON-RID-ID)
039100         RESP (PON-RESP)
039200     END-EXEC.
039300     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
039400         MOVE "Y" TO PON-SCAN-DONE-SW
039500         MOVE LOW-VALUES TO PON-CA-BROWSE-NEXT
039600         GO TO 4200-EXIT.
039700     IF PART-ID IS EQUAL TO PON-SKIP-ID THEN
039800         GO TO 4200-EXIT.
039900     ADD 1 TO PON-BROWSE-SUB.
040000     MOVE PART-ID TO PON-BL-ID.
040100     MOVE PART-MODE TO PON-BL-MODE.
040200     MOVE PART-CODEPAGE TO PON-BL-CODEPAGE.
040300     MOVE PART-FMAP-COUNT TO PON-BL-FIELDS.
040400     MOVE PON-BROWSE-LINE TO BLO (PON-BROWSE-SUB).
040500*    THE NEXT PAGE STARTS AT THE LAST PARTNER SHOWN.
040600     MOVE PART-ID TO PON-CA-BROWSE-NEXT.
040700 4200-EXIT.
040800     EXIT.
040900*
040901*    EDITS THE SCREEN AND SUBMITS THE NEW PROFILE AS A PENDING
040902*    CHANGE.  NOTHING REACHES PARTPROF UNTIL A SECOND USER
040903*    APPROVES IT.
041000 5000-ADD.
041100     IF PON-IN-ID IS EQUAL TO SPACES THEN
041200         MOVE "GIVE A PARTNER ID" TO MSGO
041300         GO TO 5000-EXIT.
041400     PERFORM 5500-EDIT-PROFILE THRU 5500-EXIT.
041500     IF PON-EDIT-BAD THEN
041600         GO TO 5000-EXIT.
041700     MOVE PON-IN-ID TO PART-ID.
041800     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
041900     IF PON-OLD-FOUND THEN
042000         MOVE "PARTNER ALREADY ON FILE -- USE C TO CHANGE IT"
042100             TO MSGO
042200         GO TO 5000-EXIT.
042210     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
042220     IF PON-PEND-FOUND THEN
042230         MOVE "A CHANGE TO THIS PARTNER IS ALREADY PENDING"
042240             TO MSGO
042250         GO TO 5000-EXIT.
042300     MOVE SPACES TO PART-RECORD.
042400     MOVE 0 TO PART-FMAP-COUNT.
042500     PERFORM 5450-CLEAR-ONE-FIELD THRU 5450-EXIT
042600         VARYING PON-ENTRY-SUB FROM 1 BY 1
042700         UNTIL PON-ENTRY-SUB IS GREATER THAN 16.
042800     PERFORM 5300-APPLY-PROFILE THRU 5300-EXIT.
042900     PERFORM 5400-APPLY-FIELD-MAP THRU 5400-EXIT.
042910     PERFORM 5050-SUBMIT-PROFILE THRU 5050-EXIT.
042920     IF PON-PCHG-WRITTEN THEN
042930         MOVE "ADD SUBMITTED -- AWAITS APPROVAL BY A SECOND USER"
042940             TO MSGO.
044600 5000-EXIT.
044700     EXIT.
044800*
044801*    WRITES THE PROFILE BUILT IN PART-RECORD TO PENDCHG AS A
044802*    PENDING ADD/CHANGE, AUDITS IT, AND SHOWS IT.
044803 5050-SUBMIT-PROFILE.
044804     MOVE SPACES TO PCHG-RECORD.
044805     MOVE "A" TO PCHG-ACTION.
044806     MOVE PART-RECORD TO PCHG-AFTER.
044807     PERFORM 7300-WRITE-PENDING THRU 7300-EXIT.
044808     IF NOT PON-PCHG-WRITTEN THEN
044809         MOVE "SUBMIT FAILED" TO MSGO
044810         GO TO 5050-EXIT.
044811     MOVE "SUBMIT " TO PON-AUD-ACTION.
044812     MOVE PART-RECORD TO PON-AUD-AFTER.
044813     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
044814     MOVE PART-ID TO PON-CA-PARTNER.
044815     PERFORM 8100-SHOW-PROFILE THRU 8100-EXIT.
044816 5050-EXIT.
044817     EXIT.
044818*
044819*    THE SCREEN LAID OVER THE PROFILE AS IT STANDS, SUBMITTED
044820*    AS A PENDING CHANGE.
044900 5100-CHANGE.
045000     IF PON-IN-ID IS EQUAL TO SPACES THEN
045100         MOVE "GIVE A PARTNER ID" TO MSGO
045200         GO TO 5100-EXIT.
045300     PERFORM 5500-EDIT-PROFILE THRU 5500-EXIT.
045400     IF PON-EDIT-BAD THEN
045500         GO TO 5100-EXIT.
045600     MOVE PON-IN-ID TO PART-ID.
045700     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
045800     IF NOT PON-OLD-FOUND THEN
045900         MOVE "PARTNER NOT ON FILE -- USE A TO ADD IT" TO MSGO
046000         GO TO 5100-EXIT.
046010     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
046020     IF PON-PEND-FOUND THEN
046030         MOVE "A CHANGE TO THIS PARTNER IS ALREADY PENDING"
046040             TO MSGO
046700         GO TO 5100-EXIT.
046800     PERFORM 5300-APPLY-PROFILE THRU 5300-EXIT.
046900     PERFORM 5400-APPLY-FIELD-MAP THRU 5400-EXIT.
046910     PERFORM 5050-SUBMIT-PROFILE THRU 5050-EXIT.
046920     IF PON-PCHG-WRITTEN THEN
046930         MOVE "CHANGE SUBMITTED -- AWAITS A SECOND USER" TO MSGO.
048400 5100-EXIT.
048500     EXIT.
048600*
048700*    THE PROFILE SETTINGS, DEFAULTED THE WAY THE BATCH "A" CARD
048800*    DEFAULTS THEM.
048900 5300-APPLY-PROFILE.
049000     MOVE PON-IN-ID TO PART-ID.
049100     MOVE PON-IN-MODE TO PART-MODE.
049200     MOVE PON-IN-CODEPAGE TO PART-CODEPAGE.
049300     MOVE PON-IN-EBCDIC TO PART-EBCDIC-SW.
049400     MOVE PON-IN-UTF8 TO PART-UTF8-SW.
049500     MOVE PON-IN-JSON TO PART-JSON-SW.
049600     IF PON-IN-NONSEL IS EQUAL TO SPACE THEN
049700         MOVE "C" TO PART-NONSEL
049800     ELSE
049900         MOVE PON-IN-NONSEL TO PART-NONSEL.
050000     IF PON-IN-MAXERR IS EQUAL TO SPACES THEN
050100         MOVE 0 TO PART-MAXERR
050200     ELSE
050300         MOVE PON-IN-MAXERR TO PART-MAXERR.
050310     MOVE PON-IN-CHARPOL TO PART-CHARPOL.
050320     MOVE PON-IN-ACK-LAYOUT TO PART-ACK-LAYOUT.
050400 5300-EXIT.
050500     EXIT.
050600*
050700*    LAYS THE EIGHT SCREEN LINES OVER THEIR SLOTS OF THE FIELD
050800*    MAP, THEN PACKS THE NON-EMPTY SLOTS BACK INTO PART-RECORD
050900*    IN ORDER AND RECOUNTS THEM.
051000 5400-APPLY-FIELD-MAP.
051100     PERFORM 5410-LOAD-ONE-SLOT THRU 5410-EXIT
051200         VARYING PON-ENTRY-SUB FROM 1 BY 1
051300         UNTIL PON-ENTRY-SUB IS GREATER THAN 16.
051400     COMPUTE PON-PAGE-BASE =
051500         (PON-CA-FMAP-PAGE - 1) * PON-PAGE-SIZE.
051600     PERFORM 5420-OVERLAY-ONE-LINE THRU 5420-EXIT
051700         VARYING PON-LINE-SUB FROM 1 BY 1
051800         UNTIL PON-LINE-SUB IS GREATER THAN PON-PAGE-SIZE.
051900     MOVE 0 TO PART-FMAP-COUNT.
052000     PERFORM 5450-CLEAR-ONE-FIELD THRU 5450-EXIT
052100         VARYING PON-ENTRY-SUB FROM 1 BY 1
052200         UNTIL PON-ENTRY-SUB IS GREATER THAN 16.
052300     PERFORM 5460-KEEP-ONE-SLOT THRU 5460-EXIT
052400         VARYING PON-ENTRY-SUB FROM 1 BY 1
052500         UNTIL PON-ENTRY-SUB IS GREATER THAN 16.
052600 5400-EXIT.
052700     EXIT.
052800*
052900 5410-LOAD-ONE-SLOT.
053000     IF PON-ENTRY-SUB IS GREATER THAN PART-FMAP-COUNT THEN
053100         MOVE 0 TO PON-WK-START (PON-ENTRY-SUB)
053200         MOVE 0 TO PON-WK-LENGTH (PON-ENTRY-SUB)
053300         MOVE SPACE TO PON-WK-USAGE (PON-ENTRY-SUB)
053400         MOVE SPACE TO PON-WK-SENSITIVE (PON-ENTRY-SUB)
053500     ELSE
053600         MOVE PART-FMAP-START (PON-ENTRY-SUB)
053700             TO PON-WK-START (PON-ENTRY-SUB)
053800         MOVE PART-FMAP-LENGTH (PON-ENTRY-SUB)
053900             TO PON-WK-LENGTH (PON-ENTRY-SUB)
054000         MOVE PART-FMAP-USAGE (PON-ENTRY-SUB)
054100             TO PON-WK-USAGE (PON-ENTRY-SUB)
054200         MOVE PART-FMAP-SENSITIVE (PON-ENTRY-SUB)
054300             TO PON-WK-SENSITIVE (PON-ENTRY-SUB).
054400 5410-EXIT.
054500     EXIT.
054600*
054700 5420-OVERLAY-ONE-LINE.
054800     COMPUTE PON-ENTRY-SUB = PON-PAGE-BASE + PON-LINE-SUB.
054900     IF PON-IN-LINE (PON-LINE-SUB) IS EQUAL TO SPACES THEN
055000         MOVE 0 TO PON-WK-START (PON-ENTRY-SUB)
055100         MOVE 0 TO PON-WK-LENGTH (PON-ENTRY-SUB)
055200         MOVE SPACE TO PON-WK-USAGE (PON-ENTRY-SUB)
055300         MOVE SPACE TO PON-WK-SENSITIVE (PON-ENTRY-SUB)
055400     ELSE
055500         MOVE PON-IN-START (PON-LINE-SUB)
055600             TO PON-WK-START (PON-ENTRY-SUB)
055700         MOVE PON-IN-LENGTH (PON-LINE-SUB)
055800             TO PON-WK-LENGTH (PON-ENTRY-SUB)
055900         MOVE PON-IN-USAGE (PON-LINE-SUB)
056000             TO PON-WK-USAGE (PON-ENTRY-SUB)
056100         MOVE PON-IN-SENSITIVE (PON-LINE-SUB)
056200             TO PON-WK-SENSITIVE (PON-ENTRY-SUB).
056300 5420-EXIT.
056400     EXIT.
056500*
056600 5450-CLEAR-ONE-FIELD.
056700     MOVE 0 TO PART-FMAP-START (PON-ENTRY-SUB).
056800     MOVE 0 TO PART-FMAP-LENGTH (PON-ENTRY-SUB).
056900     MOVE SPACE TO PART-FMAP-USAGE (PON-ENTRY-SUB).
057000     MOVE SPACE TO PART-FMAP-SENSITIVE (PON-ENTRY-SUB).
057100 5450-EXIT.
057200     EXIT.
057300*
057400 5460-KEEP-ONE-SLOT.
057500     IF PON-WK-START (PON-ENTRY-SUB) IS EQUAL TO 0 THEN
057600         GO TO 5460-EXIT.
057700     ADD 1 TO PART-FMAP-COUNT.
057800     MOVE PON-WK-START (PON-ENTRY-SUB)
057900         TO PART-FMAP-START (PART-FMAP-COUNT).
058000     MOVE PON-WK-LENGTH (PON-ENTRY-SUB)
058100         TO PART-FMAP-LENGTH (PART-FMAP-COUNT).
058200     MOVE PON-WK-USAGE (PON-ENTRY-SUB)
058300         TO PART-FMAP-USAGE (PART-FMAP-COUNT).
058400     MOVE PON-WK-SENSITIVE (PON-ENTRY-SUB)
058500         TO PART-FMAP-SENSITIVE (PART-FMAP-COUNT).
058600 5460-EXIT.
058700     EXIT.
058800*
058900*    THE BATCH MAINTENANCE'S EDITS, IN ITS ORDER, ON THE WHOLE
059000*    SCREEN BEFORE ANYTHING IS READ FOR UPDATE.  THE FIRST
059100*    FAILURE IS REPORTED AND NOTHING IS APPLIED.
059200 5500-EDIT-PROFILE.
059300     MOVE "Y" TO PON-EDIT-BAD-SW.
059400     IF PON-IN-USER IS EQUAL TO SPACES THEN
059500         MOVE "GIVE A USER ID FOR THE AUDIT TRAIL" TO MSGO
059600         GO TO 5500-EXIT.
059700     IF PON-IN-MODE IS NOT EQUAL TO "DECODE" AND
059800        PON-IN-MODE IS NOT EQUAL TO "ENCODE" THEN
059900         MOVE "MODE MUST BE DECODE OR ENCODE" TO MSGO
060000         GO TO 5500-EXIT.
060100     IF (PON-IN-EBCDIC IS NOT EQUAL TO "Y" AND
060200         PON-IN-EBCDIC IS NOT EQUAL TO SPACE) OR
060300        (PON-IN-UTF8 IS NOT EQUAL TO "Y" AND
060400         PON-IN-UTF8 IS NOT EQUAL TO SPACE) OR
060500        (PON-IN-JSON IS NOT EQUAL TO "Y" AND
060600         PON-IN-JSON IS NOT EQUAL TO SPACE) THEN
060700         MOVE "EBCDIC/UTF8/JSON MUST BE Y OR BLANK" TO MSGO
060800         GO TO 5500-EXIT.
060900     IF PON-IN-NONSEL IS NOT EQUAL TO "C" AND
061000        PON-IN-NONSEL IS NOT EQUAL TO "D" AND
061100        PON-IN-NONSEL IS NOT EQUAL TO SPACE THEN
061200         MOVE "NONSEL MUST BE C, D OR BLANK" TO MSGO
061300         GO TO 5500-EXIT.
061400     IF PON-IN-MAXERR IS NOT EQUAL TO SPACES AND
061500        PON-IN-MAXERR IS NOT NUMERIC THEN
061600         MOVE "MAXERR MUST BE DIGITS OR BLANK" TO MSGO
061610         GO TO 5500-EXIT.
061620     IF PON-IN-ACK-LAYOUT IS NOT EQUAL TO "F" AND
061630        PON-IN-ACK-LAYOUT IS NOT EQUAL TO "C" AND
061640        PON-IN-ACK-LAYOUT IS NOT EQUAL TO "P" AND
061650        PON-IN-ACK-LAYOUT IS NOT EQUAL TO SPACE THEN
061660         MOVE "ACK LAYOUT MUST BE F, C, P OR BLANK" TO MSGO
061700         GO TO 5500-EXIT.
061800     PERFORM 5550-CHECK-CODEPAGE THRU 5550-EXIT.
061900     IF NOT PON-CPL-TABLE-LOADED THEN
062000         MOVE "CODE PAGE NOT IN THE CODEPAGE LIBRARY" TO MSGO
062100         GO TO 5500-EXIT.
062110     PERFORM 5560-CHECK-CHARPOL THRU 5560-EXIT.
062120     IF NOT PON-CPOL-FOUND THEN
062130         MOVE "CHAR POLICY HAS NO RULES ON CHARPOL" TO MSGO
062140         GO TO 5500-EXIT.
062200     MOVE "N" TO PON-EDIT-BAD-SW.
062300     COMPUTE PON-PAGE-BASE =
062400         (PON-CA-FMAP-PAGE - 1) * PON-PAGE-SIZE.
062500     PERFORM 5600-EDIT-ONE-LINE THRU 5600-EXIT
062600         VARYING PON-LINE-SUB FROM 1 BY 1
062700         UNTIL PON-LINE-SUB IS GREATER THAN PON-PAGE-SIZE
062800            OR PON-EDIT-BAD.
062900 5500-EXIT.
063000     EXIT.
063100*
063200*    BLANK AND THE COMPILED-IN CP037 NEED NO LIBRARY ENTRY, AS
063300*    AT RUN START; ANY OTHER NAME MUST LOAD IN FULL.
063400 5550-CHECK-CODEPAGE.
063500     MOVE "Y" TO PON-CPL-FOUND-SW.
063600     IF PON-IN-CODEPAGE IS EQUAL TO SPACES OR
063700        PON-IN-CODEPAGE IS EQUAL TO "CP037" THEN
063800         GO TO 5550-EXIT.
063900     MOVE PON-IN-CODEPAGE TO PON-CPL-TABLE-NAME.
064000     CALL "CODEPAGE-TABLE-LOAD" USING EBCT-CODES-LIT,
064100         PON-CPL-REQUEST.
064200 5550-EXIT.
064204     EXIT.
064208*
064212*    BLANK MEANS NO POLICY.  A NAMED POLICY NEEDS AT LEAST ONE
064216*    RULE ON CHARPOL, OR THE PARTNER'S NEXT ENCODE RUN STOPS.
064220 5560-CHECK-CHARPOL.
064224     MOVE "Y" TO PON-CPOL-FOUND-SW.
064228     IF PON-IN-CHARPOL IS EQUAL TO SPACES THEN
064232         GO TO 5560-EXIT.
064236     MOVE "N" TO PON-CPOL-FOUND-SW.
064240     MOVE PON-IN-CHARPOL TO PON-CPOL-RID-POLICY.
064244     MOVE 0 TO PON-CPOL-RID-FROM.
064248     EXEC CICS READ
064252         FILE (PON-CPOL-FILE)
064256         INTO (CPOL-RECORD)
064260         RIDFLD (PON-CPOL-RID)
064264         GTEQ
064268         RESP (PON-RESP)
064272     END-EXEC.
064276     IF PON-RESP IS EQUAL TO DFHRESP(NORMAL) AND
064280        CPOL-POLICY IS EQUAL TO PON-IN-CHARPOL THEN
064284         MOVE "Y" TO PON-CPOL-FOUND-SW.
064288 5560-EXIT.
064300     EXIT.
064400*
064500*    ONE FIELD-MAP LINE, EDITED AS THE BATCH "F" CARD IS.  A
064600*    WHOLLY BLANK LINE IS AN EMPTY SLOT, NOT AN ERROR.
064700 5600-EDIT-ONE-LINE.
064800     IF PON-IN-LINE (PON-LINE-SUB) IS EQUAL TO SPACES THEN
064900         GO TO 5600-EXIT.
065000     COMPUTE PON-EM-ENTRY = PON-PAGE-BASE + PON-LINE-SUB.
065100     MOVE "Y" TO PON-EDIT-BAD-SW.
065200     IF PON-IN-START (PON-LINE-SUB) IS NOT NUMERIC OR
065300        PON-IN-LENGTH (PON-LINE-SUB) IS NOT NUMERIC OR
065400        PON-IN-START (PON-LINE-SUB) IS EQUAL TO "0000" OR
065500        PON-IN-LENGTH (PON-LINE-SUB) IS EQUAL TO "0000" THEN
065600         MOVE "BAD START/LENGTH" TO PON-EM-TEXT
065700         MOVE PON-ENTRY-MESSAGE TO MSGO
065800         GO TO 5600-EXIT.
065900     IF PON-IN-USAGE (PON-LINE-SUB) IS NOT EQUAL TO "C" AND
066000        PON-IN-USAGE (PON-LINE-SUB) IS NOT EQUAL TO "P" AND
066100        PON-IN-USAGE (PON-LINE-SUB) IS NOT EQUAL TO "B" AND
066200        PON-IN-USAGE (PON-LINE-SUB) IS NOT EQUAL TO "N" THEN
066300         MOVE "USAGE MUST BE C, P, B OR N" TO PON-EM-TEXT
066400         MOVE PON-ENTRY-MESSAGE TO MSGO
066500         GO TO 5600-EXIT.
066600     IF PON-IN-SENSITIVE (PON-LINE-SUB) IS NOT EQUAL TO "Y" AND
066700        PON-IN-SENSITIVE (PON-LINE-SUB) IS NOT EQUAL TO SPACE
066800             THEN
066900         MOVE "SENSITIVE FLAG MUST BE Y OR BLANK" TO PON-EM-TEXT
067000         MOVE PON-ENTRY-MESSAGE TO MSGO
067100         GO TO 5600-EXIT.
067200     IF PON-IN-SENSITIVE (PON-LINE-SUB) IS EQUAL TO "Y" AND
067300        (PON-IN-LENGTH (PON-LINE-SUB) IS LESS THAN "0008" OR
067400         PON-IN-LENGTH (PON-LINE-SUB) IS GREATER THAN "0064")
067500             THEN
067600         MOVE "SENSITIVE FIELD MUST BE 8 TO 64 BYTES"
067700             TO PON-EM-TEXT
067800         MOVE PON-ENTRY-MESSAGE TO MSGO
067900         GO TO 5600-EXIT.
068000     MOVE "N" TO PON-EDIT-BAD-SW.
068100 5600-EXIT.
068200     EXIT.
068201*
068202*    A "V" -- THE CHECKER APPROVES THE PARTNER'S PENDING
068203*    CHANGE.  THE PENDING RECORD IS HELD FOR UPDATE THROUGHOUT,
068204*    SO TWO CHECKERS CANNOT BOTH DECIDE IT.  THE CHANGE IS
068205*    APPLIED ONLY IF THE PROFILE STILL STANDS AS IT DID WHEN
068206*    THE CHANGE WAS SUBMITTED; OTHERWISE IT IS REJECTED.  A
068207*    FAILED WRITE LEAVES IT PENDING FOR ANOTHER TRY.
068208 5700-APPROVE.
068209     IF PON-IN-ID IS EQUAL TO SPACES THEN
068210         MOVE "GIVE A PARTNER ID" TO MSGO
068211         GO TO 5700-EXIT.
068212     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
068213     IF NOT PON-PEND-FOUND THEN
068214         MOVE "NO CHANGE PENDING FOR THIS PARTNER" TO MSGO
068215         GO TO 5700-EXIT.
068216     IF PCHG-MAKER IS EQUAL TO PON-SIGNON THEN
068217         MOVE "A SECOND USER MUST DECIDE YOUR OWN CHANGE" TO MSGO
068218         GO TO 5700-EXIT.
068219     PERFORM 7250-HOLD-PENDING THRU 7250-EXIT.
068220     IF NOT PON-PEND-FOUND THEN
068221         MOVE "CHANGE WAS JUST DECIDED BY ANOTHER USER" TO MSGO
068222         GO TO 5700-EXIT.
068223     MOVE PON-IN-ID TO PART-ID.
068224     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
068225     IF PON-OLD-IMAGE IS NOT EQUAL TO PCHG-BEFORE THEN
068226         MOVE "PROFILE CHANGED SINCE SUBMITTED" TO PCHG-REASON
068227         PERFORM 5900-DECLINE-PENDING THRU 5900-EXIT
068228         MOVE "PROFILE CHANGED SINCE SUBMITTED -- CHANGE REJECTED"
068229             TO MSGO
068230         GO TO 5700-EXIT.
068231     MOVE "N" TO PON-APPLIED-SW.
068232     IF PCHG-DELETE THEN
068233         PERFORM 5730-APPLY-DELETE THRU 5730-EXIT
068234     ELSE IF PON-OLD-FOUND THEN
068235         PERFORM 5720-APPLY-CHANGE THRU 5720-EXIT
068236     ELSE
068237         PERFORM 5710-APPLY-ADD THRU 5710-EXIT.
068238     IF NOT PON-APPLIED THEN
068239         EXEC CICS UNLOCK
068240             FILE (PON-PCHG-FILE)
068241             RESP (PON-RESP)
068242         END-EXEC
068243         GO TO 5700-EXIT.
068244     MOVE "A" TO PCHG-STATUS.
068245     PERFORM 7400-RECORD-DECISION THRU 7400-EXIT.
068246     MOVE "APPROVE" TO PON-AUD-ACTION.
068247     MOVE PCHG-AFTER TO PON-AUD-AFTER.
068248     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
068249 5700-EXIT.
068250     EXIT.
068251*
068252 5710-APPLY-ADD.
068253     MOVE PCHG-AFTER TO PART-RECORD.
068254     MOVE PART-ID TO PON-RID-ID.
068255     EXEC CICS WRITE
068256         FILE (PON-FILE)
068257         FROM (PART-RECORD)
068258         RIDFLD (PON-RID-ID)
068259         RESP (PON-RESP)
068260     END-EXEC.
068261     IF PON-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
068262         MOVE "Y" TO PON-APPLIED-SW
068263         MOVE "ADD    " TO PON-AUD-ACTION
068264         MOVE PART-RECORD TO PON-AUD-AFTER
068265         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
068266         MOVE PART-ID TO PON-CA-PARTNER
068267         PERFORM 8100-SHOW-PROFILE THRU 8100-EXIT
068268         MOVE "ADD APPROVED AND APPLIED" TO MSGO
068269     ELSE
068270         MOVE "ADD FAILED" TO MSGO.
068271 5710-EXIT.
068272     EXIT.
068273*
068274*    THE REWRITE NEEDS THE RECORD HELD UNDER READ UPDATE --
068275*    THE PLAIN READ IN 5700 ONLY FETCHED THE BEFORE IMAGE.
068276 5720-APPLY-CHANGE.
068277     PERFORM 7050-READ-FOR-UPDATE THRU 7050-EXIT.
068278     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
068279         MOVE "CHANGE FAILED" TO MSGO
068280         GO TO 5720-EXIT.
068281     MOVE PCHG-AFTER TO PART-RECORD.
068282     EXEC CICS REWRITE
068283         FILE (PON-FILE)
068284         FROM (PART-RECORD)
068285         RESP (PON-RESP)
068286     END-EXEC.
068287     IF PON-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
068288         MOVE "Y" TO PON-APPLIED-SW
068289         MOVE "CHANGE " TO PON-AUD-ACTION
068290         MOVE PART-RECORD TO PON-AUD-AFTER
068291         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
068292         MOVE PART-ID TO PON-CA-PARTNER
068293         PERFORM 8100-SHOW-PROFILE THRU 8100-EXIT
068294         MOVE "CHANGE APPROVED AND APPLIED" TO MSGO
068295     ELSE
068296         MOVE "CHANGE FAILED" TO MSGO.
068297 5720-EXIT.
068298     EXIT.
068299*
068300 5730-APPLY-DELETE.
068301     MOVE PON-IN-ID TO PON-RID-ID.
068302     EXEC CICS DELETE
068303         FILE (PON-FILE)
068304         RIDFLD (PON-RID-ID)
068305         RESP (PON-RESP)
068306     END-EXEC.
068307     IF PON-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
068308         MOVE "Y" TO PON-APPLIED-SW
068309         MOVE "DELETE " TO PON-AUD-ACTION
068310         MOVE SPACES TO PON-AUD-AFTER
068311         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
068312         MOVE SPACES TO PON-CA-PARTNER
068313         MOVE "DELETE APPROVED AND APPLIED" TO MSGO
068314     ELSE
068315         MOVE "DELETE FAILED" TO MSGO.
068316 5730-EXIT.
068317     EXIT.
068318*
068319*    AN "R" -- THE CHECKER REJECTS THE PARTNER'S PENDING
068320*    CHANGE.  NOTHING IS APPLIED.
068321 5800-REJECT.
068322     IF PON-IN-ID IS EQUAL TO SPACES THEN
068323         MOVE "GIVE A PARTNER ID" TO MSGO
068324         GO TO 5800-EXIT.
068325     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
068326     IF NOT PON-PEND-FOUND THEN
068327         MOVE "NO CHANGE PENDING FOR THIS PARTNER" TO MSGO
068328         GO TO 5800-EXIT.
068329     IF PCHG-MAKER IS EQUAL TO PON-SIGNON THEN
068330         MOVE "A SECOND USER MUST DECIDE YOUR OWN CHANGE" TO MSGO
068331         GO TO 5800-EXIT.
068332     PERFORM 7250-HOLD-PENDING THRU 7250-EXIT.
068333     IF NOT PON-PEND-FOUND THEN
068334         MOVE "CHANGE WAS JUST DECIDED BY ANOTHER USER" TO MSGO
068335         GO TO 5800-EXIT.
068336     IF REASONI IS EQUAL TO SPACES OR
068337        REASONI IS EQUAL TO LOW-VALUES THEN
068338         MOVE "NO REASON GIVEN" TO PCHG-REASON
068339     ELSE
068340         MOVE REASONI TO PCHG-REASON.
068341     PERFORM 5900-DECLINE-PENDING THRU 5900-EXIT.
068342     MOVE "PENDING CHANGE REJECTED" TO MSGO.
068343 5800-EXIT.
068344     EXIT.
068345*
068346*    REJECTS THE HELD PENDING CHANGE.  THE CALLER SETS THE
068347*    REASON.
068348 5900-DECLINE-PENDING.
068349     MOVE "R" TO PCHG-STATUS.
068350     PERFORM 7400-RECORD-DECISION THRU 7400-EXIT.
068351     MOVE PCHG-BEFORE TO PON-OLD-IMAGE.
068352     MOVE "REJECT " TO PON-AUD-ACTION.
068353     MOVE PCHG-AFTER TO PON-AUD-AFTER.
068354     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
068355 5900-EXIT.
068356     EXIT.
068357*
068358*    SUBMITS THE DELETE AS A PENDING CHANGE.
068400 6000-DELETE.
068500     IF PON-IN-ID IS EQUAL TO SPACES THEN
068600         MOVE "GIVE A PARTNER ID" TO MSGO
068700         GO TO 6000-EXIT.
068800     IF PON-IN-USER IS EQUAL TO SPACES THEN
068900         MOVE "GIVE A USER ID FOR THE AUDIT TRAIL" TO MSGO
069000         GO TO 6000-EXIT.
069100     MOVE PON-IN-ID TO PART-ID.
069200     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
069300     IF NOT PON-OLD-FOUND THEN
069400         MOVE "PARTNER NOT ON FILE" TO MSGO
069500         GO TO 6000-EXIT.
069510     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
069520     IF PON-PEND-FOUND THEN
069530         MOVE "A CHANGE TO THIS PARTNER IS ALREADY PENDING"
069540             TO MSGO
069550         GO TO 6000-EXIT.
069560     MOVE SPACES TO PCHG-RECORD.
069570     MOVE "D" TO PCHG-ACTION.
069580     PERFORM 7300-WRITE-PENDING THRU 7300-EXIT.
069590     IF NOT PON-PCHG-WRITTEN THEN
069600         MOVE "SUBMIT FAILED" TO MSGO
069610         GO TO 6000-EXIT.
069620     MOVE "SUBMIT " TO PON-AUD-ACTION.
069630     MOVE SPACES TO PON-AUD-AFTER.
069640     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
069650     MOVE "DELETE SUBMITTED -- AWAITS APPROVAL BY A SECOND USER"
069660         TO MSGO.
071000 6000-EXIT.
071100     EXIT.
071200*
071300*    KEYED READ, LEAVING THE PRIOR PROFILE (OR SPACES) IN
071400*    PON-OLD-IMAGE FOR THE AUDIT RECORD.
071500 7000-READ-ENTRY.
071600     MOVE "N" TO PON-OLD-FOUND-SW.
071700     MOVE SPACES TO PON-OLD-IMAGE.
071800     MOVE PART-ID TO PON-RID-ID.
071900     EXEC CICS READ
072000         FILE (PON-FILE)
072100         INTO (PART-RECORD)
072200         RIDFLD (PON-RID-ID)
072300         RESP (PON-RESP)
072400     END-EXEC.
072500     IF PON-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
072600         MOVE PART-RECORD TO PON-OLD-IMAGE
072700         MOVE "Y" TO PON-OLD-FOUND-SW.
072800 7000-EXIT.
072900     EXIT.
073000*
073100*    KEYED READ WITH UPDATE INTENT -- THE HOLD A FOLLOWING
073200*    REWRITE REQUIRES.
073300 7050-READ-FOR-UPDATE.
073400     MOVE PART-ID TO PON-RID-ID.
073500     EXEC CICS READ
073600         FILE (PON-FILE)
073700         INTO (PART-RECORD)
073800         RIDFLD (PON-RID-ID)
073900         UPDATE
074000         RESP (PON-RESP)
074100     END-EXEC.
074200 7050-EXIT.
074201     EXIT.
074202*
074203*    FINDS THE ONE PENDING CHANGE FOR THE PARTNER, LEAVING IT
074204*    IN PCHG-RECORD AND ITS KEY IN PON-PRID-KEY.  THE PARTNER'S
074205*    DECIDED CHANGES SORT AHEAD OF IT AND ARE READ PAST.
074206 7200-FIND-PENDING.
074207     MOVE "N" TO PON-PEND-FOUND-SW.
074208     MOVE "N" TO PON-SCAN-DONE-SW.
074209     MOVE "P" TO PCHG-FILE-ID.
074210     MOVE PON-IN-ID TO PCHG-ENTITY.
074211     MOVE 0 TO PCHG-SUB-DATE, PCHG-SUB-TIME.
074212     MOVE PCHG-KEY TO PON-PRID-KEY.
074213     EXEC CICS STARTBR
074214         FILE (PON-PCHG-FILE)
074215         RIDFLD (PON-PRID-KEY)
074216         GTEQ
074217         RESP (PON-RESP)
074218     END-EXEC.
074219     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
074220         GO TO 7200-EXIT.
074221     PERFORM 7210-SCAN-ONE-PENDING THRU 7210-EXIT
074222         UNTIL PON-SCAN-DONE OR PON-PEND-FOUND.
074223     EXEC CICS ENDBR
074224         FILE (PON-PCHG-FILE)
074225         RESP (PON-RESP)
074226     END-EXEC.
074227 7200-EXIT.
074228     EXIT.
074229*
074230 7210-SCAN-ONE-PENDING.
074231     EXEC CICS READNEXT
074232         FILE (PON-PCHG-FILE)
074233         INTO (PCHG-RECORD)
074234         RIDFLD (PON-PRID-KEY)
074235         RESP (PON-RESP)
074236     END-EXEC.
074237     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
074238         MOVE "Y" TO PON-SCAN-DONE-SW
074239         GO TO 7210-EXIT.
074240     IF PCHG-FILE-ID IS NOT EQUAL TO "P" OR
074241        PCHG-ENTITY IS NOT EQUAL TO PON-IN-ID THEN
074242         MOVE "Y" TO PON-SCAN-DONE-SW
074243         GO TO 7210-EXIT.
074244     IF PCHG-PENDING THEN
074245         MOVE "Y" TO PON-PEND-FOUND-SW.
074246 7210-EXIT.
074247     EXIT.
074248*
074249*    RE-READS THE PENDING CHANGE FOUND BY 7200 WITH UPDATE
074250*    INTENT.  PON-PEND-FOUND IS CLEARED IF ANOTHER CHECKER
074251*    DECIDED IT IN THE MEANTIME.
074252 7250-HOLD-PENDING.
074253     EXEC CICS READ
074254         FILE (PON-PCHG-FILE)
074255         INTO (PCHG-RECORD)
074256         RIDFLD (PON-PRID-KEY)
074257         UPDATE
074258         RESP (PON-RESP)
074259     END-EXEC.
074260     IF PON-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
074261         MOVE "N" TO PON-PEND-FOUND-SW
074262         GO TO 7250-EXIT.
074263     IF NOT PCHG-PENDING THEN
074264         MOVE "N" TO PON-PEND-FOUND-SW
074265         EXEC CICS UNLOCK
074266             FILE (PON-PCHG-FILE)
074267             RESP (PON-RESP)
074268         END-EXEC.
074269 7250-EXIT.
074270     EXIT.
074271*
074272*    THE CALLER SETS THE ACTION AND THE AFTER IMAGE; THE REST
074273*    OF THE PENDING RECORD IS FILLED IN HERE, THE BEFORE IMAGE
074274*    FROM THE 7000 READ.  TWO CHANGES SUBMITTED IN THE SAME
074275*    HUNDREDTH OF A SECOND WOULD SHARE A KEY; THE LATER ONE IS
074276*    MOVED ON A HUNDREDTH.
074277 7300-WRITE-PENDING.
074278     PERFORM 7500-STAMP-TIME THRU 7500-EXIT.
074279     MOVE "P" TO PCHG-FILE-ID.
074280     MOVE PON-IN-ID TO PCHG-ENTITY.
074281     MOVE PON-DATE-OUT TO PCHG-SUB-DATE.
074282     COMPUTE PCHG-SUB-TIME = PON-TIME-OUT * 100.
074283     MOVE "P" TO PCHG-STATUS.
074284     MOVE PON-SIGNON TO PCHG-MAKER.
074285     MOVE EIBTRMID TO PCHG-MAKER-TERM.
074286     MOVE 0 TO PCHG-DEC-DATE, PCHG-DEC-TIME, PCHG-VERSION.
074287     MOVE PON-OLD-IMAGE TO PCHG-BEFORE.
074288     MOVE "N" TO PON-PCHG-WRITE-SW.
074289     PERFORM 7310-TRY-PENDING-WRITE THRU 7310-EXIT
074290         UNTIL PON-PCHG-WRITE-DONE.
074291 7300-EXIT.
074292     EXIT.
074293*
074294 7310-TRY-PENDING-WRITE.
074295     MOVE PCHG-KEY TO PON-PRID-KEY.
074296     EXEC CICS WRITE
074297         FILE (PON-PCHG-FILE)
074298         FROM (PCHG-RECORD)
074299         RIDFLD (PON-PRID-KEY)
074300         RESP (PON-RESP)
074301     END-EXEC.
074302     IF PON-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
074303         MOVE "Y" TO PON-PCHG-WRITE-SW
074304     ELSE IF PON-RESP IS EQUAL TO DFHRESP(DUPREC) THEN
074305         ADD 1 TO PCHG-SUB-TIME
074306     ELSE
074307         MOVE "F" TO PON-PCHG-WRITE-SW.
074308 7310-EXIT.
074309     EXIT.
074310*
074311*    STAMPS THE SIGNED-ON CHECKER AND THE TIME OF THE DECISION
074312*    ON THE HELD PENDING CHANGE AND REWRITES IT.  THE CALLER
074313*    SETS THE STATUS (AND THE REASON FOR A REJECTION).
074314 7400-RECORD-DECISION.
074315     PERFORM 7500-STAMP-TIME THRU 7500-EXIT.
074316     MOVE PON-SIGNON TO PCHG-CHECKER.
074317     MOVE PON-DATE-OUT TO PCHG-DEC-DATE.
074318     COMPUTE PCHG-DEC-TIME = PON-TIME-OUT * 100.
074319     MOVE EIBTRMID TO PCHG-DEC-TERM.
074320     EXEC CICS REWRITE
074321         FILE (PON-PCHG-FILE)
074322         FROM (PCHG-RECORD)
074323         RESP (PON-RESP)
074324     END-EXEC.
074325 7400-EXIT.
074326     EXIT.
074327*
074328 7500-STAMP-TIME.
074329     EXEC CICS ASKTIME
074330         ABSTIME (PON-ABSTIME)
074331     END-EXEC.
074332     EXEC CICS FORMATTIME
074333         ABSTIME (PON-ABSTIME)
074334         YYYYMMDD (PON-DATE-OUT)
074335         TIME (PON-TIME-OUT)
074336     END-EXEC.
074337 7500-EXIT.
074338     EXIT.
074400*
074500 8000-SEND-MAP.
074600     COMPUTE PON-PAGE-BASE =
074700         (PON-CA-FMAP-PAGE - 1) * PON-PAGE-SIZE.
074800     PERFORM 8050-NUMBER-ONE-LINE THRU 8050-EXIT
074900         VARYING PON-LINE-SUB FROM 1 BY 1
075000         UNTIL PON-LINE-SUB IS GREATER THAN PON-PAGE-SIZE.
075100     EXEC CICS SEND
075200         MAP (PON-MAP)
075300         MAPSET (PON-MAPSET)
075400         FROM (PARTMAPO)
075500         ERASE
075600         RESP (PON-RESP)
075700     END-EXEC.
075800 8000-EXIT.
075900     EXIT.
076000*
076100 8050-NUMBER-ONE-LINE.
076200     COMPUTE PON-ENTRY-NO = PON-PAGE-BASE + PON-LINE-SUB.
076300     MOVE PON-ENTRY-NO TO FNOO (PON-LINE-SUB).
076400 8050-EXIT.
076500     EXIT.
076600*
076700*    PUTS THE PROFILE IN PART-RECORD ON THE SCREEN, WITH THE
076800*    CURRENT PAGE OF ITS FIELD MAP.
076900 8100-SHOW-PROFILE.
077000     MOVE PART-ID TO PARTIDO.
077100     MOVE PART-MODE TO MODEO.
077200     MOVE PART-CODEPAGE TO CPAGEO.
077300     MOVE PART-EBCDIC-SW TO EBCDICO.
077400     MOVE PART-UTF8-SW TO UTF8O.
077500     MOVE PART-JSON-SW TO JSONO.
077600     MOVE PART-NONSEL TO NONSELO.
077700     MOVE PART-MAXERR TO MAXERRO.
077710     MOVE PART-CHARPOL TO CHARPOLO.
077720     MOVE PART-ACK-LAYOUT TO ACKLAYO.
077800     COMPUTE PON-PAGE-BASE =
077900         (PON-CA-FMAP-PAGE - 1) * PON-PAGE-SIZE.
078000     PERFORM 8150-SHOW-ONE-ENTRY THRU 8150-EXIT
078100         VARYING PON-LINE-SUB FROM 1 BY 1
078200         UNTIL PON-LINE-SUB IS GREATER THAN PON-PAGE-SIZE.
078300     COMPUTE PON-PL-FROM = PON-PAGE-BASE + 1.
078400     COMPUTE PON-PL-TO = PON-PAGE-BASE + PON-PAGE-SIZE.
078500     MOVE PART-FMAP-COUNT TO PON-PL-COUNT.
078600     MOVE PON-PAGE-LINE TO FMPAGEO.
078700 8100-EXIT.
078800     EXIT.
078900*
079000 8150-SHOW-ONE-ENTRY.
079100     COMPUTE PON-ENTRY-SUB = PON-PAGE-BASE + PON-LINE-SUB.
079200     IF PON-ENTRY-SUB IS GREATER THAN PART-FMAP-COUNT THEN
079300         MOVE SPACES TO FSTO (PON-LINE-SUB)
079400         MOVE SPACES TO FLNO (PON-LINE-SUB)
079500         MOVE SPACE TO FUSO (PON-LINE-SUB)
079600         MOVE SPACE TO FSNO (PON-LINE-SUB)
079700     ELSE
079800         MOVE PART-FMAP-START (PON-ENTRY-SUB)
079900             TO FSTO (PON-LINE-SUB)
080000         MOVE PART-FMAP-LENGTH (PON-ENTRY-SUB)
080100             TO FLNO (PON-LINE-SUB)
080200         MOVE PART-FMAP-USAGE (PON-ENTRY-SUB)
080300             TO FUSO (PON-LINE-SUB)
080400         MOVE PART-FMAP-SENSITIVE (PON-ENTRY-SUB)
080500             TO FSNO (PON-LINE-SUB).
080600 8150-EXIT.
080700     EXIT.
080800*
080900*    ONE AUDIT RECORD PER APPLIED CHANGE TO THE PRTA TD QUEUE,
081000*    CARRYING THE WHOLE PROFILE BEFORE AND AFTER (SPACES FOR
081100*    THE SIDE AN ADD OR DELETE DOES NOT HAVE).  THE CALLER SETS
081200*    THE ACTION AND THE AFTER IMAGE.
081300 9000-WRITE-AUDIT.
081400     MOVE PON-IN-ID TO PON-AUD-PARTNER.
081500     MOVE PON-OLD-IMAGE TO PON-AUD-BEFORE.
081600     MOVE PON-IN-USER TO PON-AUD-USER.
081610     MOVE PON-SIGNON TO PON-AUD-SIGNON.
081700     MOVE EIBTRMID TO PON-AUD-TERM.
081800     EXEC CICS ASKTIME
081900         ABSTIME (PON-ABSTIME)
082000     END-EXEC.
082100     EXEC CICS FORMATTIME
082200         ABSTIME (PON-ABSTIME)
082300         YYYYMMDD (PON-DATE-OUT)
082400         TIME (PON-TIME-OUT)
082500     END-EXEC.
082600     MOVE PON-DATE-OUT TO PON-AUD-DATE.
082700     MOVE PON-TIME-OUT TO PON-AUD-TIME.
082800     EXEC CICS WRITEQ TD
082900         QUEUE (PON-AUDIT-TDQ)
083000         FROM (PON-AUDIT-RECORD)
083100         LENGTH (LENGTH OF PON-AUDIT-RECORD)
083200         RESP (PON-RESP)
083300     END-EXEC.
083400 9000-EXIT.
083500     EXIT.
