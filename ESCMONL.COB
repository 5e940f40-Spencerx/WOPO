002896*                    ESCMNEM STAMPS -- A DELETE STAMPS NOTHING,
002897*                    SO STAMP-DERIVED NUMBERING COULD REISSUE A
002898*                    VERSION AND CLOBBER ITS SNAPSHOT.
002909*    2026-10-15  DS  MAKER-CHECKER.  "A" AND "D" NO LONGER
002915*                    APPLY; THEY WRITE A PENDING CHANGE TO THE
002921*                    PENDCHG FILE (SEE PCHGREC) UNDER THE
002927*                    SIGNED-ON USER.  NEW FUNCTIONS:
002933*                      V  APPROVE THE CODE'S PENDING CHANGE --
002939*                         APPLIED, VERSIONED AND SNAPSHOTTED AS
002945*                         BEFORE, IF THE CODE STILL HOLDS THE
002951*                         TOKEN IT HELD AT SUBMISSION
002957*                      R  REJECT IT, WITH THE REASON TYPED
002963*                    THE APPROVER OR REJECTER MUST BE SIGNED ON
002969*                    AS SOMEONE OTHER THAN THE MAKER.  INQUIRE
002975*                    SHOWS ANY CHANGE PENDING FOR THE CODE, AND
002981*                    THE AUDIT RECORD NOW CARRIES THE SIGN-ON ID.
002990*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300     COPY ESCMMAP.
003400     COPY ESCMREC.
003405     COPY ESCVREC.
003407     COPY PCHGREC.
003410     COPY DFHAID.
003500*
003600 01  ONL-CONSTANTS.
003800     03 ONL-MAP                  PIC X(08) VALUE "ESCMMAP ".
003900     03 ONL-FILE                 PIC X(08) VALUE "ESCMNEM ".
003950     03 ONL-VERS-FILE            PIC X(08) VALUE "ESCMVERS".
003960     03 ONL-PCHG-FILE            PIC X(08) VALUE "PENDCHG ".
004000     03 ONL-TRANSID              PIC X(04) VALUE "ESCM".
004100     03 ONL-AUDIT-TDQ            PIC X(04) VALUE "ESCA".
004200*
004700         88 ONL-DUP-FOUND        VALUE "Y".
004800     03 ONL-OLD-FOUND-SW         PIC X(01) VALUE "N".
004900         88 ONL-OLD-FOUND        VALUE "Y".
004910     03 ONL-PEND-FOUND-SW        PIC X(01) VALUE "N".
004920         88 ONL-PEND-FOUND       VALUE "Y".
004930     03 ONL-APPLIED-SW           PIC X(01) VALUE "N".
004940         88 ONL-APPLIED          VALUE "Y".
004950*        "N" WHILE A PENDING WRITE IS BEING TRIED, "Y" ONCE IT
004960*        IS ON FILE, "F" WHEN IT FAILED.
004970     03 ONL-PCHG-WRITE-SW        PIC X(01) VALUE "N".
004980         88 ONL-PCHG-WRITTEN     VALUE "Y".
004990         88 ONL-PCHG-WRITE-DONE  VALUES "Y", "F".
005000*
005050 01  ONL-EXIT-MESSAGE            PIC X(18)
005060         VALUE "ESCM SESSION ENDED".
005460     03 ONL-VRID-KEY.
005470        05 ONL-VRID-VERSION      PIC 9(04).
005480        05 ONL-VRID-CODE         PIC 999.
005481*        RIDFLD FOR PENDCHG, KEPT APART THE SAME WAY.
005482     03 ONL-PRID-KEY             PIC X(25).
005483     03 ONL-PEND-ENTITY          PIC X(08) VALUE SPACES.
005484     03 ONL-NEW-TOKEN            PIC X(06) VALUE SPACES.
005485*        THE SIGNED-ON USER -- THE MAKER OF A SUBMITTED CHANGE
005486*        AND THE CHECKER OF A DECIDED ONE.  THE USER FIELD ON
005487*        THE SCREEN IS TYPED, SO IT CANNOT KEEP THE TWO APART.
005488     03 ONL-SIGNON               PIC X(08) VALUE SPACES.
005500     03 ONL-BROWSE-SUB           PIC 9(02) COMP VALUE 0.
005600     03 ONL-SCAN-DONE-SW         PIC X(01) VALUE "N".
005700         88 ONL-SCAN-DONE        VALUE "Y".
008200     03 ONL-AUD-DATE             PIC 9(08).
008300     03 FILLER                   PIC X(01) VALUE SPACE.
008400     03 ONL-AUD-TIME             PIC 9(06).
008410     03 FILLER                   PIC X(01) VALUE SPACE.
008420     03 ONL-AUD-SIGNON           PIC X(08).
008430     03 FILLER                   PIC X(22) VALUE SPACES.
008440*
008450 01  ONL-PENDING-MESSAGE.
008460     03 ONL-PM-FOUND             PIC X(17).
008470     03 FILLER                   PIC X(20)
008480         VALUE " -- PENDING CHANGE: ".
008490     03 ONL-PM-TOKEN             PIC X(06).
008500     03 FILLER                   PIC X(04) VALUE " BY ".
008510     03 ONL-PM-MAKER             PIC X(08).
008520     03 FILLER                   PIC X(04) VALUE " ON ".
008530     03 ONL-PM-DATE              PIC 9(08).
008600*
008700 01  ONL-STAMP.
008800     03 ONL-ABSTIME              PIC S9(15) COMP-3.
014200         PERFORM 8000-SEND-MAP THRU 8000-EXIT
014300         GO TO 2000-EXIT.
014400     MOVE SPACES TO MSGO.
014410     EXEC CICS ASSIGN
014420         USERID (ONL-SIGNON)
014430         RESP (ONL-RESP)
014440     END-EXEC.
014450     IF ONL-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
014460         MOVE SPACES TO ONL-SIGNON.
014470     IF (FUNCI IS EQUAL TO "A" OR "D" OR "V" OR "R") AND
014480        ONL-SIGNON IS EQUAL TO SPACES THEN
014490         MOVE "SIGN ON TO SUBMIT, APPROVE OR REJECT A CHANGE"
014500             TO MSGO
014510         PERFORM 8000-SEND-MAP THRU 8000-EXIT
014520         GO TO 2000-EXIT.
015200     PERFORM 2100-EDIT-CODE-FIELD THRU 2100-EXIT.
015300     EVALUATE FUNCI
015400         WHEN "I"
015900             PERFORM 5000-ADD-OR-CHANGE THRU 5000-EXIT
016000         WHEN "D"
016100             PERFORM 6000-DELETE THRU 6000-EXIT
016110         WHEN "V"
016120             PERFORM 5500-APPROVE THRU 5500-EXIT
016130         WHEN "R"
016140             PERFORM 5600-REJECT THRU 5600-EXIT
016200         WHEN OTHER
016300             MOVE "FUNCTION MUST BE I, B, A, D, V OR R" TO MSGO
016400     END-EVALUATE.
016500     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
016600 2000-EXIT.
018400         ELSE
018500             MOVE "CODE NOT ON FILE" TO MSGO
018600         END-IF
018610         PERFORM 3050-SHOW-PENDING THRU 3050-EXIT
018700     ELSE IF TOKENI IS NOT EQUAL TO SPACES AND
018800             TOKENI IS NOT EQUAL TO LOW-VALUES THEN
018900         PERFORM 3100-INQUIRE-BY-TOKEN THRU 3100-EXIT
019000     ELSE
019100         MOVE "GIVE A CODE OR A TOKEN" TO MSGO.
019200 3000-EXIT.
019206     EXIT.
019212*
019218 3050-SHOW-PENDING.
019224     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
019230     IF NOT ONL-PEND-FOUND THEN
019236         GO TO 3050-EXIT.
019242     MOVE MSGO TO ONL-PM-FOUND.
019248     IF PCHG-DELETE THEN
019254         MOVE "DELETE" TO ONL-PM-TOKEN
019260     ELSE
019266         MOVE PCHG-EA-TOKEN TO ONL-PM-TOKEN.
019272     MOVE PCHG-MAKER TO ONL-PM-MAKER.
019278     MOVE PCHG-SUB-DATE TO ONL-PM-DATE.
019284     MOVE ONL-PENDING-MESSAGE TO MSGO.
019290 3050-EXIT.
019300     EXIT.
019400*
019500 3100-INQUIRE-BY-TOKEN.
026300 4100-EXIT.
026400     EXIT.
026500*
026501*    EDITS THE NEW TOKEN AND SUBMITS IT AS A PENDING CHANGE.
026502*    NOTHING REACHES ESCMNEM UNTIL A SECOND USER APPROVES IT.
026600 5000-ADD-OR-CHANGE.
026700     IF ONL-CODE-NUM IS GREATER THAN 255 THEN
026800         MOVE "CODE MUST BE 000-255" TO MSGO
027800        ONL-DUP-CODE IS NOT EQUAL TO ONL-CODE-NUM THEN
027900         MOVE "TOKEN ALREADY ASSIGNED TO ANOTHER CODE" TO MSGO
028000         GO TO 5000-EXIT.
028001     MOVE ONL-CODE-NUM TO ESCM-CODE.
028002     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
028003     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
028004     IF ONL-PEND-FOUND THEN
028005         MOVE "A CHANGE TO THIS CODE IS ALREADY PENDING" TO MSGO
028006         GO TO 5000-EXIT.
028007     MOVE SPACES TO PCHG-RECORD.
028008     MOVE "A" TO PCHG-ACTION.
028009     MOVE TOKENI TO PCHG-EA-TOKEN.
028010     PERFORM 7300-WRITE-PENDING THRU 7300-EXIT.
028011     IF NOT ONL-PCHG-WRITTEN THEN
028012         MOVE "SUBMIT FAILED" TO MSGO
028013         GO TO 5000-EXIT.
028014     MOVE ONL-CODE-NUM TO ESCM-CODE.
028015     MOVE TOKENI TO ESCM-TOKEN.
028016     MOVE "SUBMIT " TO ONL-AUD-ACTION.
028017     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
028018     MOVE "CHANGE SUBMITTED -- AWAITS APPROVAL BY A SECOND USER"
028019         TO MSGO.
028020 5000-EXIT.
028021     EXIT.
028022*
028023*    APPLIES AN APPROVED ADD/CHANGE OF ONL-NEW-TOKEN, SETTING
028024*    ONL-APPLIED WHEN IT LANDS.
028025 5100-APPLY-ADD-OR-CHANGE.
028026     MOVE "N" TO ONL-APPLIED-SW.
028050     PERFORM 9100-SET-NEW-VERSION THRU 9100-EXIT.
028100     MOVE ONL-CODE-NUM TO ESCM-CODE.
028200     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
028300     MOVE ONL-CODE-NUM TO ESCM-CODE.
028400     MOVE ONL-NEW-TOKEN TO ESCM-TOKEN.
028410     MOVE ONL-NEW-VERSION TO ESCM-VERSION.
028420     MOVE ONL-DATE-OUT TO ESCM-EFF-DATE.
028500     IF ONL-OLD-FOUND THEN
028540         PERFORM 7050-READ-FOR-UPDATE THRU 7050-EXIT
028550         IF ONL-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
028560             MOVE "CHANGE FAILED" TO MSGO
028570             GO TO 5100-EXIT
028580         END-IF
028590         MOVE ONL-CODE-NUM TO ESCM-CODE
028592         MOVE ONL-NEW-TOKEN TO ESCM-TOKEN
028594         MOVE ONL-NEW-VERSION TO ESCM-VERSION
028596         MOVE ONL-DATE-OUT TO ESCM-EFF-DATE
028600         EXEC CICS REWRITE
028900             RESP (ONL-RESP)
029000         END-EXEC
029100         IF ONL-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
029110             MOVE "Y" TO ONL-APPLIED-SW
029200             MOVE "CHANGE " TO ONL-AUD-ACTION
029300             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
029350             PERFORM 9200-SNAPSHOT-VERSION THRU 9200-EXIT
030300             RESP (ONL-RESP)
030400         END-EXEC
030500         IF ONL-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
030510             MOVE "Y" TO ONL-APPLIED-SW
030600             MOVE "ADD    " TO ONL-AUD-ACTION
030700             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
030750             PERFORM 9200-SNAPSHOT-VERSION THRU 9200-EXIT
031000             MOVE "ADD FAILED" TO MSGO
031100         END-IF
031200     END-IF.
031300 5100-EXIT.
031400     EXIT.
031402*
031404*    A "V" -- THE CHECKER APPROVES THE CODE'S PENDING CHANGE.
031406*    THE PENDING RECORD IS HELD FOR UPDATE THROUGHOUT, SO TWO
031408*    CHECKERS CANNOT BOTH DECIDE IT.  THE CHANGE IS APPLIED
031410*    ONLY IF THE CODE STILL HOLDS THE TOKEN IT HELD WHEN THE
031412*    CHANGE WAS SUBMITTED, AND ITS TOKEN HAS NOT SINCE GONE TO
031414*    ANOTHER CODE; OTHERWISE IT IS REJECTED.  A FAILED WRITE
031416*    LEAVES IT PENDING FOR ANOTHER TRY.
031418 5500-APPROVE.
031420     IF ONL-CODE-NUM IS GREATER THAN 255 THEN
031422         MOVE "CODE MUST BE 000-255" TO MSGO
031424         GO TO 5500-EXIT.
031426     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
031428     IF NOT ONL-PEND-FOUND THEN
031430         MOVE "NO CHANGE PENDING FOR THIS CODE" TO MSGO
031432         GO TO 5500-EXIT.
031434     IF PCHG-MAKER IS EQUAL TO ONL-SIGNON THEN
031436         MOVE "A SECOND USER MUST DECIDE YOUR OWN CHANGE"
031438             TO MSGO
031440         GO TO 5500-EXIT.
031442     PERFORM 7250-HOLD-PENDING THRU 7250-EXIT.
031444     IF NOT ONL-PEND-FOUND THEN
031446         MOVE "CHANGE WAS JUST DECIDED BY ANOTHER USER" TO MSGO
031448         GO TO 5500-EXIT.
031450     MOVE ONL-CODE-NUM TO ESCM-CODE.
031452     PERFORM 7000-READ-ENTRY THRU 7000-EXIT.
031454     IF ONL-OLD-TOKEN IS NOT EQUAL TO PCHG-EB-TOKEN THEN
031456         MOVE "CODE CHANGED SINCE SUBMITTED" TO PCHG-REASON
031458         PERFORM 5700-DECLINE-PENDING THRU 5700-EXIT
031460         MOVE "CODE CHANGED SINCE SUBMITTED -- CHANGE REJECTED"
031462             TO MSGO
031464         GO TO 5500-EXIT.
031466     IF PCHG-DELETE THEN
031468         PERFORM 6100-APPLY-DELETE THRU 6100-EXIT
031470         GO TO 5500-DECIDE.
031472     MOVE PCHG-EA-TOKEN TO ONL-NEW-TOKEN, ONL-EDIT-TOKEN.
031474     PERFORM 7100-SCAN-FOR-TOKEN THRU 7100-EXIT.
031476     IF ONL-DUP-FOUND AND
031478        ONL-DUP-CODE IS NOT EQUAL TO ONL-CODE-NUM THEN
031480         MOVE "TOKEN NOW ASSIGNED TO ANOTHER CODE" TO PCHG-REASON
031482         PERFORM 5700-DECLINE-PENDING THRU 5700-EXIT
031484         MOVE "TOKEN NOW ON ANOTHER CODE -- CHANGE REJECTED"
031486             TO MSGO
031488         GO TO 5500-EXIT.
031490     PERFORM 5100-APPLY-ADD-OR-CHANGE THRU 5100-EXIT.
031492 5500-DECIDE.
031494     IF NOT ONL-APPLIED THEN
031496         EXEC CICS UNLOCK
031498             FILE (ONL-PCHG-FILE)
031500             RESP (ONL-RESP)
031502         END-EXEC
031504         GO TO 5500-EXIT.
031506     MOVE "A" TO PCHG-STATUS.
031508     MOVE ONL-NEW-VERSION TO PCHG-VERSION.
031510     PERFORM 7400-RECORD-DECISION THRU 7400-EXIT.
031512     MOVE "APPROVE" TO ONL-AUD-ACTION.
031514     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
031516 5500-EXIT.
031518     EXIT.
031520*
031522*    AN "R" -- THE CHECKER REJECTS THE CODE'S PENDING CHANGE.
031524*    NOTHING IS APPLIED.
031526 5600-REJECT.
031528     IF ONL-CODE-NUM IS GREATER THAN 255 THEN
031530         MOVE "CODE MUST BE 000-255" TO MSGO
031532         GO TO 5600-EXIT.
031534     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
031536     IF NOT ONL-PEND-FOUND THEN
031538         MOVE "NO CHANGE PENDING FOR THIS CODE" TO MSGO
031540         GO TO 5600-EXIT.
031542     IF PCHG-MAKER IS EQUAL TO ONL-SIGNON THEN
031544         MOVE "A SECOND USER MUST DECIDE YOUR OWN CHANGE"
031546             TO MSGO
031548         GO TO 5600-EXIT.
031550     PERFORM 7250-HOLD-PENDING THRU 7250-EXIT.
031552     IF NOT ONL-PEND-FOUND THEN
031554         MOVE "CHANGE WAS JUST DECIDED BY ANOTHER USER" TO MSGO
031556         GO TO 5600-EXIT.
031558     IF REASONI IS EQUAL TO SPACES OR
031560        REASONI IS EQUAL TO LOW-VALUES THEN
031562         MOVE "NO REASON GIVEN" TO PCHG-REASON
031564     ELSE
031566         MOVE REASONI TO PCHG-REASON.
031568     PERFORM 5700-DECLINE-PENDING THRU 5700-EXIT.
031570     MOVE "PENDING CHANGE REJECTED" TO MSGO.
031572 5600-EXIT.
031574     EXIT.
031576*
031578*    REJECTS THE HELD PENDING CHANGE.  THE CALLER SETS THE
031580*    REASON.
031582 5700-DECLINE-PENDING.
031584     MOVE "R" TO PCHG-STATUS.
031586     PERFORM 7400-RECORD-DECISION THRU 7400-EXIT.
031588     MOVE ONL-CODE-NUM TO ESCM-CODE.
031590     MOVE PCHG-EB-TOKEN TO ONL-OLD-TOKEN.
031592     MOVE PCHG-EA-TOKEN TO ESCM-TOKEN.
031594     MOVE "REJECT " TO ONL-AUD-ACTION.
031595     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
031596 5700-EXIT.
031597     EXIT.
031598*
031599*    SUBMITS THE DELETE AS A PENDING CHANGE.
031600 6000-DELETE.
031700     IF ONL-CODE-NUM IS GREATER THAN 255 THEN
031800         MOVE "CODE MUST BE 000-255" TO MSGO
032200     IF NOT ONL-OLD-FOUND THEN
032300         MOVE "CODE NOT ON FILE" TO MSGO
032400         GO TO 6000-EXIT.
032402     PERFORM 7200-FIND-PENDING THRU 7200-EXIT.
032404     IF ONL-PEND-FOUND THEN
032406         MOVE "A CHANGE TO THIS CODE IS ALREADY PENDING" TO MSGO
032408         GO TO 6000-EXIT.
032410     MOVE SPACES TO PCHG-RECORD.
032412     MOVE "D" TO PCHG-ACTION.
032414     PERFORM 7300-WRITE-PENDING THRU 7300-EXIT.
032416     IF NOT ONL-PCHG-WRITTEN THEN
032418         MOVE "SUBMIT FAILED" TO MSGO
032420         GO TO 6000-EXIT.
032422     MOVE ONL-CODE-NUM TO ESCM-CODE.
032424     MOVE SPACES TO ESCM-TOKEN.
032426     MOVE "SUBMIT " TO ONL-AUD-ACTION.
032428     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
032430     MOVE "DELETE SUBMITTED -- AWAITS APPROVAL BY A SECOND USER"
032432         TO MSGO.
032434 6000-EXIT.
032436     EXIT.
032438*
032440*    APPLIES AN APPROVED DELETE, SETTING ONL-APPLIED WHEN IT
032442*    LANDS.  THE CALLER HAS READ THE ENTRY.
032444 6100-APPLY-DELETE.
032446     MOVE "N" TO ONL-APPLIED-SW.
032450     PERFORM 9100-SET-NEW-VERSION THRU 9100-EXIT.
032500     MOVE ONL-CODE-NUM TO ONL-RID-CODE.
032600     EXEC CICS DELETE
032900         RESP (ONL-RESP)
033000     END-EXEC.
033100     IF ONL-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
033110         MOVE "Y" TO ONL-APPLIED-SW
033200         MOVE "DELETE " TO ONL-AUD-ACTION
033300         MOVE SPACES TO ESCM-TOKEN
033400         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
033500         MOVE "DELETE APPLIED" TO MSGO
033600     ELSE
033700         MOVE "DELETE FAILED" TO MSGO.
033800 6100-EXIT.
033900     EXIT.
034000*
034100*    KEYED READ, LEAVING THE PRIOR TOKEN (OR SPACES) IN
039300             MOVE "Y" TO ONL-DUP-FOUND-SW.
039400 7110-EXIT.
039500     EXIT.
039502*
039504*    FINDS THE ONE PENDING CHANGE FOR THE CODE, LEAVING IT IN
039506*    PCHG-RECORD AND ITS KEY IN ONL-PRID-KEY.  THE CODE'S
039508*    DECIDED CHANGES SORT AHEAD OF IT AND ARE READ PAST.
039510 7200-FIND-PENDING.
039512     MOVE "N" TO ONL-PEND-FOUND-SW.
039514     MOVE "N" TO ONL-SCAN-DONE-SW.
039516     MOVE SPACES TO PCHG-KEY.
039518     MOVE "E" TO PCHG-FILE-ID.
039520     MOVE ONL-CODE-NUM TO PCHG-ESC-CODE.
039522     MOVE 0 TO PCHG-SUB-DATE, PCHG-SUB-TIME.
039524     MOVE PCHG-ENTITY TO ONL-PEND-ENTITY.
039526     MOVE PCHG-KEY TO ONL-PRID-KEY.
039528     EXEC CICS STARTBR
039530         FILE (ONL-PCHG-FILE)
039532         RIDFLD (ONL-PRID-KEY)
039534         GTEQ
039536         RESP (ONL-RESP)
039538     END-EXEC.
039540     IF ONL-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
039542         GO TO 7200-EXIT.
039544     PERFORM 7210-SCAN-ONE-PENDING THRU 7210-EXIT
039546         UNTIL ONL-SCAN-DONE OR ONL-PEND-FOUND.
039548     EXEC CICS ENDBR
039550         FILE (ONL-PCHG-FILE)
039552         RESP (ONL-RESP)
039554     END-EXEC.
039556 7200-EXIT.
039558     EXIT.
039560*
039562 7210-SCAN-ONE-PENDING.
039564     EXEC CICS READNEXT
039566         FILE (ONL-PCHG-FILE)
039568         INTO (PCHG-RECORD)
039570         RIDFLD (ONL-PRID-KEY)
039572         RESP (ONL-RESP)
039574     END-EXEC.
039576     IF ONL-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
039578         MOVE "Y" TO ONL-SCAN-DONE-SW
039580         GO TO 7210-EXIT.
039582     IF PCHG-FILE-ID IS NOT EQUAL TO "E" OR
039584        PCHG-ENTITY IS NOT EQUAL TO ONL-PEND-ENTITY THEN
039586         MOVE "Y" TO ONL-SCAN-DONE-SW
039588         GO TO 7210-EXIT.
039590     IF PCHG-PENDING THEN
039592         MOVE "Y" TO ONL-PEND-FOUND-SW.
039594 7210-EXIT.
039596     EXIT.
039598*
039600*    RE-READS THE PENDING CHANGE FOUND BY 7200 WITH UPDATE
039602*    INTENT.  ONL-PEND-FOUND IS CLEARED IF ANOTHER CHECKER
039604*    DECIDED IT IN THE MEANTIME.
039606 7250-HOLD-PENDING.
039608     EXEC CICS READ
039610         FILE (ONL-PCHG-FILE)
039612         INTO (PCHG-RECORD)
039614         RIDFLD (ONL-PRID-KEY)
039616         UPDATE
039618         RESP (ONL-RESP)
039619     END-EXEC.
039620     IF ONL-RESP IS NOT EQUAL TO DFHRESP(NORMAL) THEN
039621         MOVE "N" TO ONL-PEND-FOUND-SW
039622         GO TO 7250-EXIT.
039623     IF NOT PCHG-PENDING THEN
039624         MOVE "N" TO ONL-PEND-FOUND-SW
039625         EXEC CICS UNLOCK
039626             FILE (ONL-PCHG-FILE)
039627             RESP (ONL-RESP)
039628         END-EXEC.
039629 7250-EXIT.
039630     EXIT.
039631*
039632*    THE CALLER SETS THE ACTION AND THE NEW TOKEN; THE REST OF
039633*    THE PENDING RECORD IS FILLED IN HERE, THE BEFORE TOKEN
039634*    FROM THE 7000 READ.  TWO CHANGES SUBMITTED IN THE SAME
039635*    HUNDREDTH OF A SECOND WOULD SHARE A KEY; THE LATER ONE IS
039636*    MOVED ON A HUNDREDTH.
039637 7300-WRITE-PENDING.
039638     PERFORM 7500-STAMP-TIME THRU 7500-EXIT.
039639     MOVE "E" TO PCHG-FILE-ID.
039640     MOVE ONL-CODE-NUM TO PCHG-ESC-CODE.
039641     MOVE ONL-DATE-OUT TO PCHG-SUB-DATE.
039642     COMPUTE PCHG-SUB-TIME = ONL-TIME-OUT * 100.
039643     MOVE "P" TO PCHG-STATUS.
039644     MOVE ONL-SIGNON TO PCHG-MAKER.
039645     MOVE EIBTRMID TO PCHG-MAKER-TERM.
039646     MOVE 0 TO PCHG-DEC-DATE, PCHG-DEC-TIME, PCHG-VERSION.
039647     MOVE ONL-OLD-TOKEN TO PCHG-EB-TOKEN.
039648     MOVE "N" TO ONL-PCHG-WRITE-SW.
039649     PERFORM 7310-TRY-PENDING-WRITE THRU 7310-EXIT
039650         UNTIL ONL-PCHG-WRITE-DONE.
039651 7300-EXIT.
039652     EXIT.
039653*
039654 7310-TRY-PENDING-WRITE.
039655     MOVE PCHG-KEY TO ONL-PRID-KEY.
039656     EXEC CICS WRITE
039657         FILE (ONL-PCHG-FILE)
039658         FROM (PCHG-RECORD)
039659         RIDFLD (ONL-PRID-KEY)
039660         RESP (ONL-RESP)
039661     END-EXEC.
039662     IF ONL-RESP IS EQUAL TO DFHRESP(NORMAL) THEN
039663         MOVE "Y" TO ONL-PCHG-WRITE-SW
039664     ELSE IF ONL-RESP IS EQUAL TO DFHRESP(DUPREC) THEN
039665         ADD 1 TO PCHG-SUB-TIME
039666     ELSE
039667         MOVE "F" TO ONL-PCHG-WRITE-SW.
039668 7310-EXIT.
039669     EXIT.
039670*
039671*    STAMPS THE SIGNED-ON CHECKER AND THE TIME OF THE DECISION
039672*    ON THE HELD PENDING CHANGE AND REWRITES IT.  THE CALLER
039673*    SETS THE STATUS (AND THE REASON FOR A REJECTION).
039674 7400-RECORD-DECISION.
039675     PERFORM 7500-STAMP-TIME THRU 7500-EXIT.
039676     MOVE ONL-SIGNON TO PCHG-CHECKER.
039677     MOVE ONL-DATE-OUT TO PCHG-DEC-DATE.
039678     COMPUTE PCHG-DEC-TIME = ONL-TIME-OUT * 100.
039679     MOVE EIBTRMID TO PCHG-DEC-TERM.
039680     EXEC CICS REWRITE
039681         FILE (ONL-PCHG-FILE)
039682         FROM (PCHG-RECORD)
039683         RESP (ONL-RESP)
039684     END-EXEC.
039685 7400-EXIT.
039686     EXIT.
039687*
039688 7500-STAMP-TIME.
039689     EXEC CICS ASKTIME
039690         ABSTIME (ONL-ABSTIME)
039691     END-EXEC.
039692     EXEC CICS FORMATTIME
039693         ABSTIME (ONL-ABSTIME)
039694         YYYYMMDD (ONL-DATE-OUT)
039695         TIME (ONL-TIME-OUT)
039696     END-EXEC.
039697 7500-EXIT.
039698     EXIT.
039699*
039700 8000-SEND-MAP.
039800     EXEC CICS SEND
039900         MAP (ONL-MAP)
041200     MOVE ONL-OLD-TOKEN TO ONL-AUD-OLD.
041300     MOVE ESCM-TOKEN TO ONL-AUD-NEW.
041400     MOVE USERIDI TO ONL-AUD-USER.
041410     MOVE ONL-SIGNON TO ONL-AUD-SIGNON.
041500     MOVE EIBTRMID TO ONL-AUD-TERM.
041600     EXEC CICS ASKTIME
041700         ABSTIME (ONL-ABSTIME)
