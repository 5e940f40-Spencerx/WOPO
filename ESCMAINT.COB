003497*                    ESCMNEM STAMPS -- A DELETE-ONLY RUN STAMPS
003498*                    NOTHING, SO STAMP-DERIVED NUMBERING COULD
003499*                    REISSUE A VERSION AND CLOBBER ITS SNAPSHOT.
003506*    2026-10-15  DS  MAKER-CHECKER.  AN "A" OR "D" CARD NO
003510*                    LONGER CHANGES ESCMNEM: AFTER THE SAME
003514*                    EDITS IT IS WRITTEN TO THE PENDCHG PENDING-
003518*                    CHANGE FILE (SEE PCHGREC), WITH THE CARD'S
003522*                    USER AS THE MAKER.  A "V" CARD (CODE, USER,
003526*                    DATE) APPROVES THE CODE'S PENDING CHANGE AND
003530*                    APPLIES IT -- RE-EDITED, VERSIONED, AUDITED
003534*                    AND BACKED OUT EXACTLY AS A CARD WAS BEFORE;
003538*                    AN "R" CARD REJECTS IT, REASON IN COLUMNS
003542*                    27-56.  THE APPROVER OR REJECTER MUST NOT BE
003546*                    THE MAKER, EVERY CARD MUST NAME ITS USER,
003550*                    AND ONLY ONE CHANGE PER CODE MAY BE PENDING.
003554*                    A CHANGE IS NOT APPLIED IF THE CODE'S TOKEN
003558*                    NO LONGER MATCHES THE ONE IT WAS SUBMITTED
003562*                    AGAINST, OR IF IT FAILS ITS EDITS AGAIN; IT
003566*                    IS MARKED REJECTED INSTEAD.  THE TABLE
003570*                    VERSION ADVANCES ONLY IN A RUN THAT APPLIED
003574*                    AN APPROVED CHANGE.
003584*--------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
004930         ACCESS MODE IS DYNAMIC
004940         RECORD KEY IS ESCV-KEY
004950         FILE STATUS IS MAINT-VERS-STATUS.
004958     SELECT PCHG-FILE ASSIGN TO "PENDCHG"
004966         ORGANIZATION IS INDEXED
004974         ACCESS MODE IS DYNAMIC
004982         RECORD KEY IS PCHG-KEY
004990         FILE STATUS IS MAINT-PCHG-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005800     03 MTXN-ACTION                 PIC X(01).
005900         88 MTXN-ADD-CHANGE         VALUE "A".
006000         88 MTXN-DELETE             VALUE "D".
006010         88 MTXN-APPROVE            VALUE "V".
006020         88 MTXN-REJECT             VALUE "R".
006100     03 MTXN-CODE                   PIC 999.
006200     03 MTXN-TOKEN                  PIC X(06).
006300     03 MTXN-USER                   PIC X(08).
006400     03 MTXN-DATE                   PIC X(08).
006410     03 MTXN-REASON                 PIC X(30).
006500     03 FILLER                      PIC X(24).
006600*
006700 FD  ESCM-FILE
006800     RECORD CONTAINS 21 CHARACTERS
007030     RECORD CONTAINS 13 CHARACTERS
007040     LABEL RECORDS ARE STANDARD.
007050     COPY ESCVREC.
007051*
007052 FD  PCHG-FILE
007053     RECORD CONTAINS 800 CHARACTERS
007054     LABEL RECORDS ARE STANDARD.
007055     COPY PCHGREC.
007100*
007200 FD  MAINT-BACKOUT-FILE
007300     RECORDING MODE IS F
009810     03 MAINT-VERS-STATUS           PIC X(02) VALUE "00".
009820         88 MAINT-VERS-NOT-FOUND    VALUES "35", "05".
009830         88 MAINT-VERS-OK           VALUE "00".
009835     03 MAINT-PCHG-STATUS           PIC X(02) VALUE "00".
009840         88 MAINT-PCHG-OK           VALUE "00".
009845         88 MAINT-PCHG-NOT-FOUND    VALUES "35", "05".
009850         88 MAINT-PCHG-DUP-KEY      VALUE "22".
009855     03 MAINT-PEND-FOUND-SW         PIC X(01) VALUE "N".
009860         88 MAINT-PEND-FOUND        VALUE "Y".
009865     03 MAINT-PEND-EOF-SW           PIC X(01) VALUE "N".
009870         88 MAINT-PEND-AT-EOF       VALUE "Y".
009875*        "N" WHILE A PENDING WRITE IS BEING TRIED, "Y" ONCE IT
009880*        IS ON FILE, "F" WHEN IT FAILED.
009885     03 MAINT-PCHG-WRITE-SW         PIC X(01) VALUE "N".
009890         88 MAINT-PCHG-WRITTEN      VALUE "Y".
009895         88 MAINT-PCHG-WRITE-DONE   VALUES "Y", "F".
009900*
010000 01  MAINT-COUNTERS.
010100     03 MAINT-TXN-COUNT             PIC 9(05) COMP VALUE 0.
010300     03 MAINT-CHANGE-COUNT          PIC 9(05) COMP VALUE 0.
010400     03 MAINT-DELETE-COUNT          PIC 9(05) COMP VALUE 0.
010500     03 MAINT-REJECT-COUNT          PIC 9(05) COMP VALUE 0.
010510     03 MAINT-SUBMIT-COUNT          PIC 9(05) COMP VALUE 0.
010520     03 MAINT-APPROVE-COUNT         PIC 9(05) COMP VALUE 0.
010530     03 MAINT-DECLINE-COUNT         PIC 9(05) COMP VALUE 0.
010600*
010700 01  MAINT-WORK.
010800     03 MAINT-OLD-TOKEN             PIC X(06) VALUE SPACES.
010920     03 MAINT-NEW-VERSION           PIC 9(04) VALUE 0.
010930     03 MAINT-SNAP-COUNT            PIC 9(04) COMP VALUE 0.
010940     03 MAINT-APPLIED-COUNT         PIC 9(05) COMP VALUE 0.
010950     03 MAINT-APPLIED-BEFORE        PIC 9(05) COMP VALUE 0.
010960     03 MAINT-TODAY                 PIC 9(08) VALUE 0.
010970     03 MAINT-NOW                   PIC 9(08) VALUE 0.
010980     03 MAINT-PEND-ENTITY           PIC X(08) VALUE SPACES.
010990     03 MAINT-CHECKER               PIC X(08) VALUE SPACES.
011000*
011100 01  MAINT-EDIT-REQUEST.
011200     03 MAINT-EDIT-TOKEN            PIC X(06).
012600     03 FILLER                      PIC X(06) VALUE " DATE=".
012700     03 MAINT-AUD-DATE              PIC X(08).
012800*
012807 01  MAINT-DECISION-LINE.
012814     03 MAINT-DL-ACTION             PIC X(07).
012821     03 FILLER                      PIC X(06) VALUE " CODE=".
012828     03 MAINT-DL-CODE               PIC 999.
012835     03 FILLER                      PIC X(07) VALUE " MAKER=".
012842     03 MAINT-DL-MAKER              PIC X(08).
012849     03 FILLER                      PIC X(11) VALUE " SUBMITTED=".
012856     03 MAINT-DL-SUB-DATE           PIC 9(08).
012863     03 FILLER                      PIC X(09) VALUE " CHECKER=".
012870     03 MAINT-DL-CHECKER            PIC X(08).
012877     03 FILLER                      PIC X(01) VALUE SPACE.
012884     03 MAINT-DL-REASON             PIC X(30).
012891*
012900 PROCEDURE DIVISION.
013000*
013100 0000-MAINLINE.
014400         CLOSE ESCM-FILE
014500         OPEN I-O ESCM-FILE.
014600     OPEN OUTPUT MAINT-BACKOUT-FILE.
014601     ACCEPT MAINT-TODAY FROM DATE YYYYMMDD.
014602     OPEN I-O PCHG-FILE.
014603     IF MAINT-PCHG-NOT-FOUND THEN
014604         CLOSE PCHG-FILE
014605         OPEN OUTPUT PCHG-FILE
014606         CLOSE PCHG-FILE
014607         OPEN I-O PCHG-FILE.
014610     PERFORM 1100-FIND-ACTIVE-VERSION THRU 1100-EXIT.
014620     COMPUTE MAINT-NEW-VERSION = MAINT-ACTIVE-VERSION + 1.
014700     DISPLAY "ESCAPE-MNEMONIC-MAINT: BEFORE/AFTER AUDIT".
014710     DISPLAY "ESCAPE-MNEMONIC-MAINT: ACTIVE VERSION="
014720         MAINT-ACTIVE-VERSION " THIS RUN WRITES VERSION="
014730         MAINT-NEW-VERSION.
014731*    NO PENDING-CHANGE FILE, NO MAINTENANCE -- NOTHING MAY BE
014732*    SUBMITTED OR APPROVED WITHOUT IT.
014733     IF NOT MAINT-PCHG-OK THEN
014734         DISPLAY "ESCAPE-MNEMONIC-MAINT: PENDCHG NOT USABLE, "
014735             "STATUS=" MAINT-PCHG-STATUS " -- NO CARDS READ"
014736         MOVE 8 TO RETURN-CODE
014737         MOVE "Y" TO MAINT-EOF-SW
014738         GO TO 1000-EXIT.
014800     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
014900 1000-EXIT.
015000     EXIT.
015700         ADD 1 TO MAINT-REJECT-COUNT
015800     ELSE
015900         MOVE MTXN-CODE TO ESCM-CODE
015910         EVALUATE TRUE
015920             WHEN MTXN-USER IS EQUAL TO SPACES
015930                 DISPLAY "ESCAPE-MNEMONIC-MAINT: NO USER ON "
015940                     "CARD, CODE=" MTXN-CODE
015950                 ADD 1 TO MAINT-REJECT-COUNT
015960             WHEN MTXN-APPROVE
015970                 PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
015980             WHEN MTXN-REJECT
015990                 PERFORM 3500-REJECT-CHANGE THRU 3500-EXIT
016000             WHEN OTHER
016010                 PERFORM 2800-SUBMIT-CHANGE THRU 2800-EXIT
016020         END-EVALUATE.
016400     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
016500 2000-EXIT.
016600     EXIT.
031700     MOVE SPACES TO MAINT-BACKOUT-RECORD (27:54).
031800     WRITE MAINT-BACKOUT-RECORD.
031900 2700-EXIT.
031901     EXIT.
031902*
031903*--------------------------------------------------------------*
031904* AN "A" OR "D" CARD -- EDITED AS IT ALWAYS WAS, THEN WRITTEN
031905* TO PENDCHG FOR A SECOND USER TO APPROVE.  ESCMNEM IS NOT
031906* TOUCHED.  THE CODE'S TOKEN AS IT STANDS NOW GOES WITH IT AS
031907* THE BEFORE IMAGE.
031908*--------------------------------------------------------------*
031909 2800-SUBMIT-CHANGE.
031910     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
031911     IF MAINT-PEND-FOUND THEN
031912         DISPLAY "ESCAPE-MNEMONIC-MAINT: CHANGE ALREADY PENDING, "
031913             "CODE=" MTXN-CODE " SUBMITTED BY " PCHG-MAKER
031914         ADD 1 TO MAINT-REJECT-COUNT
031915         GO TO 2800-EXIT.
031916     IF NOT MTXN-DELETE THEN
031917         MOVE MTXN-TOKEN TO MAINT-EDIT-TOKEN
031918         CALL "ESCAPE-MNEMONIC-EDIT" USING MAINT-EDIT-REQUEST
031919         IF NOT MAINT-TOKEN-GOOD THEN
031920             DISPLAY "ESCAPE-MNEMONIC-MAINT: BAD TOKEN FORMAT, "
031921                 "CODE=" MTXN-CODE " TOKEN=" MTXN-TOKEN
031922             ADD 1 TO MAINT-REJECT-COUNT
031923             GO TO 2800-EXIT
031924         END-IF
031925         PERFORM 2500-SCAN-FOR-DUPLICATE THRU 2500-EXIT
031926         IF MAINT-DUP-FOUND THEN
031927             DISPLAY "ESCAPE-MNEMONIC-MAINT: TOKEN ALREADY IN "
031928                 "USE, CODE=" MTXN-CODE " TOKEN=" MTXN-TOKEN
031929                 " ASSIGNED TO CODE=" MAINT-DUP-CODE
031930             ADD 1 TO MAINT-REJECT-COUNT
031931             GO TO 2800-EXIT.
031932     PERFORM 2400-READ-OLD-ENTRY THRU 2400-EXIT.
031933     IF MTXN-DELETE AND NOT MAINT-OLD-FOUND THEN
031934         DISPLAY "ESCAPE-MNEMONIC-MAINT: DELETE NOT FOUND, "
031935             "CODE=" ESCM-CODE
031936         ADD 1 TO MAINT-REJECT-COUNT
031937         GO TO 2800-EXIT.
031938     MOVE SPACES TO PCHG-RECORD.
031939     MOVE "E" TO PCHG-FILE-ID.
031940     MOVE MTXN-CODE TO PCHG-ESC-CODE.
031941     MOVE MAINT-TODAY TO PCHG-SUB-DATE.
031942     ACCEPT MAINT-NOW FROM TIME.
031943     MOVE MAINT-NOW TO PCHG-SUB-TIME.
031944     MOVE "P" TO PCHG-STATUS.
031945     IF MTXN-DELETE THEN
031946         MOVE "D" TO PCHG-ACTION
031947     ELSE
031948         MOVE "A" TO PCHG-ACTION
031949         MOVE MTXN-TOKEN TO PCHG-EA-TOKEN.
031950     MOVE MTXN-USER TO PCHG-MAKER.
031951     MOVE "BTCH" TO PCHG-MAKER-TERM.
031952     MOVE 0 TO PCHG-DEC-DATE, PCHG-DEC-TIME, PCHG-VERSION.
031953     MOVE MAINT-OLD-TOKEN TO PCHG-EB-TOKEN.
031954     PERFORM 3400-WRITE-PENDING THRU 3400-EXIT.
031955     IF NOT MAINT-PCHG-WRITTEN THEN
031956         ADD 1 TO MAINT-REJECT-COUNT
031957         GO TO 2800-EXIT.
031958     ADD 1 TO MAINT-SUBMIT-COUNT.
031959     MOVE "SUBMIT " TO MAINT-AUD-ACTION.
031960     MOVE PCHG-EA-TOKEN TO MAINT-AUD-NEW.
031961     PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT.
031962 2800-EXIT.
031963     EXIT.
031964*
031965*--------------------------------------------------------------*
031966* A "V" CARD -- THE CHECKER APPROVES THE CODE'S PENDING CHANGE.
031967* THE CHANGE IS PLAYED THROUGH THE ORIGINAL DELETE OR ADD/
031968* CHANGE LOGIC AS THE MAKER'S OWN CARD, DATED THE DAY OF THE
031969* APPROVAL (THE DAY IT TAKES EFFECT), SO IT IS RE-EDITED,
031970* STAMPED WITH THE NEW VERSION, AUDITED AND BACKED OUT JUST AS
031971* A CARD ALWAYS WAS.  A CHANGE THAT NO LONGER APPLIES CLEANLY
031972* IS MARKED REJECTED RATHER THAN LEFT TO BE APPROVED AGAIN.
031973*--------------------------------------------------------------*
031974 3000-APPROVE-CHANGE.
031975     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
031976     IF NOT MAINT-PEND-FOUND THEN
031977         DISPLAY "ESCAPE-MNEMONIC-MAINT: NO CHANGE PENDING, "
031978             "CODE=" MTXN-CODE
031979         ADD 1 TO MAINT-REJECT-COUNT
031980         GO TO 3000-EXIT.
031981     IF PCHG-MAKER IS EQUAL TO MTXN-USER THEN
031982         DISPLAY "ESCAPE-MNEMONIC-MAINT: APPROVER IS THE MAKER, "
031983             "CODE=" MTXN-CODE " USER=" MTXN-USER
031984         ADD 1 TO MAINT-REJECT-COUNT
031985         GO TO 3000-EXIT.
031986     MOVE MTXN-USER TO MAINT-CHECKER.
031987     PERFORM 2400-READ-OLD-ENTRY THRU 2400-EXIT.
031988     IF MAINT-OLD-TOKEN IS NOT EQUAL TO PCHG-EB-TOKEN THEN
031989         DISPLAY "ESCAPE-MNEMONIC-MAINT: CODE CHANGED SINCE "
031990             "SUBMITTED, NOT APPLIED, CODE=" MTXN-CODE
031991         ADD 1 TO MAINT-REJECT-COUNT
031992         MOVE "CODE CHANGED SINCE SUBMITTED" TO PCHG-REASON
031993         PERFORM 3300-DECLINE-PENDING THRU 3300-EXIT
031994         GO TO 3000-EXIT.
031995     MOVE PCHG-ACTION TO MTXN-ACTION.
031996     MOVE PCHG-EA-TOKEN TO MTXN-TOKEN.
031997     MOVE PCHG-MAKER TO MTXN-USER.
031998     IF MTXN-DATE IS NOT NUMERIC THEN
031999         MOVE MAINT-TODAY TO MTXN-DATE.
032000     COMPUTE MAINT-APPLIED-BEFORE =
032001         MAINT-ADD-COUNT + MAINT-CHANGE-COUNT +
032002         MAINT-DELETE-COUNT.
032003     IF MTXN-DELETE THEN
032004         PERFORM 2200-DELETE-ENTRY THRU 2200-EXIT
032005     ELSE
032006         PERFORM 2300-ADD-OR-CHANGE-ENTRY THRU 2300-EXIT.
032007     COMPUTE MAINT-APPLIED-COUNT =
032008         MAINT-ADD-COUNT + MAINT-CHANGE-COUNT +
032009         MAINT-DELETE-COUNT.
032010     IF MAINT-APPLIED-COUNT IS EQUAL TO MAINT-APPLIED-BEFORE THEN
032011         MOVE "FAILED ITS EDITS ON APPROVAL" TO PCHG-REASON
032012         PERFORM 3300-DECLINE-PENDING THRU 3300-EXIT
032013         GO TO 3000-EXIT.
032014     MOVE "A" TO PCHG-STATUS.
032015     MOVE MAINT-NEW-VERSION TO PCHG-VERSION.
032016     PERFORM 3200-RECORD-DECISION THRU 3200-EXIT.
032017     ADD 1 TO MAINT-APPROVE-COUNT.
032018     MOVE "APPROVE" TO MAINT-DL-ACTION.
032019     PERFORM 3600-PRINT-DECISION THRU 3600-EXIT.
032020 3000-EXIT.
032021     EXIT.
032022*
032023*    FINDS THE ONE PENDING CHANGE FOR THE CARD'S CODE, LEAVING
032024*    IT IN PCHG-RECORD.  THE CODE'S DECIDED CHANGES SORT
032025*    AHEAD OF IT AND ARE READ PAST.
032026 3100-FIND-PENDING.
032027     MOVE "N" TO MAINT-PEND-FOUND-SW.
032028     MOVE "N" TO MAINT-PEND-EOF-SW.
032029     MOVE SPACES TO PCHG-KEY.
032030     MOVE "E" TO PCHG-FILE-ID.
032031     MOVE MTXN-CODE TO PCHG-ESC-CODE.
032032     MOVE PCHG-ENTITY TO MAINT-PEND-ENTITY.
032033     MOVE 0 TO PCHG-SUB-DATE, PCHG-SUB-TIME.
032034     START PCHG-FILE KEY IS NOT LESS THAN PCHG-KEY
032035         INVALID KEY
032036             MOVE "Y" TO MAINT-PEND-EOF-SW.
032037     PERFORM 3110-SCAN-ONE-PENDING THRU 3110-EXIT
032038         UNTIL MAINT-PEND-AT-EOF OR MAINT-PEND-FOUND.
032039 3100-EXIT.
032040     EXIT.
032041*
032042 3110-SCAN-ONE-PENDING.
032043     READ PCHG-FILE NEXT RECORD
032044         AT END
032045             MOVE "Y" TO MAINT-PEND-EOF-SW
032046             GO TO 3110-EXIT
032047     END-READ.
032048     IF PCHG-FILE-ID IS NOT EQUAL TO "E" OR
032049        PCHG-ENTITY IS NOT EQUAL TO MAINT-PEND-ENTITY THEN
032050         MOVE "Y" TO MAINT-PEND-EOF-SW
032051         GO TO 3110-EXIT.
032052     IF PCHG-PENDING THEN
032053         MOVE "Y" TO MAINT-PEND-FOUND-SW.
032054 3110-EXIT.
032055     EXIT.
032056*
032057*    STAMPS THE CHECKER AND THE TIME OF THE DECISION ON THE
032058*    CHANGE IN PCHG-RECORD AND REWRITES IT.  THE CALLER SETS
032059*    THE STATUS (AND THE REASON FOR A REJECTION).
032060 3200-RECORD-DECISION.
032061     MOVE MAINT-CHECKER TO PCHG-CHECKER.
032062     MOVE MAINT-TODAY TO PCHG-DEC-DATE.
032063     ACCEPT MAINT-NOW FROM TIME.
032064     MOVE MAINT-NOW TO PCHG-DEC-TIME.
032065     MOVE "BTCH" TO PCHG-DEC-TERM.
032066     REWRITE PCHG-RECORD
032067         INVALID KEY
032068             DISPLAY "ESCAPE-MNEMONIC-MAINT: PENDCHG REWRITE "
032069                 "FAILED, CODE=" MTXN-CODE
032070                 " STATUS=" MAINT-PCHG-STATUS
032071             ADD 1 TO MAINT-REJECT-COUNT
032072     END-REWRITE.
032073 3200-EXIT.
032074     EXIT.
032075*
032076*    A CHANGE THE CHECKER'S APPROVAL COULD NOT APPLY.  THE
032077*    CALLER SETS THE REASON.
032078 3300-DECLINE-PENDING.
032079     MOVE "R" TO PCHG-STATUS.
032080     PERFORM 3200-RECORD-DECISION THRU 3200-EXIT.
032081     ADD 1 TO MAINT-DECLINE-COUNT.
032082     MOVE "REJECT " TO MAINT-DL-ACTION.
032083     PERFORM 3600-PRINT-DECISION THRU 3600-EXIT.
032084 3300-EXIT.
032085     EXIT.
032086*
032087*    TWO CHANGES SUBMITTED IN THE SAME HUNDREDTH OF A SECOND
032088*    WOULD SHARE A KEY; THE LATER ONE IS MOVED ON A HUNDREDTH.
032089 3400-WRITE-PENDING.
032090     MOVE "N" TO MAINT-PCHG-WRITE-SW.
032091     PERFORM 3410-TRY-PENDING-WRITE THRU 3410-EXIT
032092         UNTIL MAINT-PCHG-WRITE-DONE.
032093 3400-EXIT.
032094     EXIT.
032095*
032096 3410-TRY-PENDING-WRITE.
032097     WRITE PCHG-RECORD.
032098     IF MAINT-PCHG-OK THEN
032099         MOVE "Y" TO MAINT-PCHG-WRITE-SW
032100         GO TO 3410-EXIT.
032101     IF MAINT-PCHG-DUP-KEY THEN
032102         ADD 1 TO PCHG-SUB-TIME
032103         GO TO 3410-EXIT.
032104     DISPLAY "ESCAPE-MNEMONIC-MAINT: PENDCHG WRITE FAILED, "
032105         "CODE=" MTXN-CODE " STATUS=" MAINT-PCHG-STATUS.
032106     MOVE "F" TO MAINT-PCHG-WRITE-SW.
032107 3410-EXIT.
032108     EXIT.
032109*
032110*    AN "R" CARD -- THE CHECKER REJECTS THE CODE'S PENDING
032111*    CHANGE.  NOTHING IS APPLIED.
032112 3500-REJECT-CHANGE.
032113     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
032114     IF NOT MAINT-PEND-FOUND THEN
032115         DISPLAY "ESCAPE-MNEMONIC-MAINT: NO CHANGE PENDING, "
032116             "CODE=" MTXN-CODE
032117         ADD 1 TO MAINT-REJECT-COUNT
032118         GO TO 3500-EXIT.
032119     IF PCHG-MAKER IS EQUAL TO MTXN-USER THEN
032120         DISPLAY "ESCAPE-MNEMONIC-MAINT: REJECTER IS THE MAKER, "
032121             "CODE=" MTXN-CODE " USER=" MTXN-USER
032122         ADD 1 TO MAINT-REJECT-COUNT
032123         GO TO 3500-EXIT.
032124     MOVE MTXN-USER TO MAINT-CHECKER.
032125     IF MTXN-REASON IS EQUAL TO SPACES THEN
032126         MOVE "NO REASON GIVEN" TO PCHG-REASON
032127     ELSE
032128         MOVE MTXN-REASON TO PCHG-REASON.
032129     PERFORM 3300-DECLINE-PENDING THRU 3300-EXIT.
032130 3500-EXIT.
032131     EXIT.
032132*
032133 3600-PRINT-DECISION.
032134     MOVE PCHG-ESC-CODE TO MAINT-DL-CODE.
032135     MOVE PCHG-MAKER TO MAINT-DL-MAKER.
032136     MOVE PCHG-SUB-DATE TO MAINT-DL-SUB-DATE.
032137     MOVE PCHG-CHECKER TO MAINT-DL-CHECKER.
032138     MOVE PCHG-REASON TO MAINT-DL-REASON.
032139     DISPLAY MAINT-DECISION-LINE.
032140 3600-EXIT.
032141     EXIT.
032142*
032200 9000-TERMINATE.
032210     COMPUTE MAINT-APPLIED-COUNT =
032220         MAINT-ADD-COUNT + MAINT-CHANGE-COUNT +
032300     CLOSE MAINT-TXN-FILE.
032400     CLOSE ESCM-FILE.
032500     CLOSE MAINT-BACKOUT-FILE.
032510     CLOSE PCHG-FILE.
032600     DISPLAY "ESCAPE-MNEMONIC-MAINT: TRANSACTIONS READ="
032700         MAINT-TXN-COUNT.
032800     DISPLAY "ESCAPE-MNEMONIC-MAINT: ADDED=" MAINT-ADD-COUNT
032900         " CHANGED=" MAINT-CHANGE-COUNT
033000         " DELETED=" MAINT-DELETE-COUNT
033100         " REJECTED=" MAINT-REJECT-COUNT.
033110     DISPLAY "ESCAPE-MNEMONIC-MAINT: SUBMITTED="
033115         MAINT-SUBMIT-COUNT
033120         " APPROVED=" MAINT-APPROVE-COUNT
033130         " DECLINED=" MAINT-DECLINE-COUNT.
033200     IF MAINT-REJECT-COUNT IS GREATER THAN ZERO THEN
033300         MOVE 4 TO RETURN-CODE.
033400 9000-EXIT.
