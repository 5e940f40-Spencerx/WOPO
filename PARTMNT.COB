002500*                         PROFILE.
002600*                      D  DELETE A PROFILE.
002700*                      L  LIST A PROFILE TO SYSOUT.
002701*    2026-09-09  DS  "F" CARD COLUMN 19 = "Y" MARKS THE FIELD
002702*                    SENSITIVE -- TRANSCODE-DRIVER TOKENIZES IT
002703*                    ON DECODE AND RESTORES IT FROM THE TOKEN
002704*                    VAULT ON ENCODE.  A SENSITIVE FIELD MUST BE
002705*                    8 TO 64 BYTES, THE SIZES A TOKEN FITS.  THE
002706*                    LISTING SHOWS THE FLAG.
002707*    2026-09-14  DS  "F" CARD USAGE N (NUMERIC) ACCEPTED -- A
002708*                    DISPLAY-DIGIT FIELD TRANSCODE-DRIVER CHECKS
002709*                    FOR DIGITS ONLY UNDER VALIDATE=YES.
002710*    2026-10-08  DS  "A" CARD COLUMNS 37-44 NAME THE CHARPOL
002711*                    OUTBOUND CHARACTER POLICY THE PARTNER'S
002712*                    ENCODE RUNS ARE HELD TO.  THE POLICY MUST
002713*                    ALREADY HAVE RULES ON CHARPOL.  THE LISTING
002714*                    SHOWS IT.
002715*    2026-10-15  DS  MAKER-CHECKER.  NO CARD CHANGES PARTPROF
002716*                    DIRECTLY ANY MORE.  AN "A" CARD AND THE
002717*                    "F" CARDS FOLLOWING IT (OR A RUN OF "F"
002718*                    CARDS ALONE, ON TOP OF THE PROFILE ON FILE)
002719*                    BUILD ONE NEW PROFILE IMAGE, AND A "D" CARD
002720*                    A DELETE; EITHER IS WRITTEN TO THE PENDCHG
002721*                    PENDING-CHANGE FILE (SEE PCHGREC) WITH THE
002722*                    CARD'S USER AS THE MAKER.  A "V" CARD
002723*                    (PARTNER, USER, DATE) APPROVES THE
002724*                    PARTNER'S PENDING CHANGE AND APPLIES IT; AN
002725*                    "R" CARD REJECTS IT, REASON IN COLUMNS
002726*                    10-39.  THE APPROVER OR REJECTER MUST NOT BE
002727*                    THE MAKER, EVERY CARD BUT "L" MUST NAME ITS
002728*                    USER, AND ONLY ONE CHANGE PER PARTNER MAY BE
002729*                    PENDING.  A CHANGE WHOSE PROFILE NO LONGER
002730*                    MATCHES THE ONE IT WAS SUBMITTED AGAINST IS
002731*                    NOT APPLIED BUT MARKED REJECTED.  "F" CARDS
002732*                    AFTER A REJECTED "A" CARD ARE REJECTED TOO.
002733*    2026-10-15  DS  "A" CARD COLUMN 45 PICKS THE LAYOUT OF THE
002734*                    RECEIPT ACKNOWLEDGMENTS INBOUND-ACK-SEND
002735*                    WRITES FOR THE PARTNER'S FILES: F (FIXED),
002736*                    C (COMMA), P (PIPE), OR BLANK FOR NONE.
002737*                    THE LISTING SHOWS IT.
002747*    2026-10-15  DS  A CHARPOL THAT IS ALLOCATED BUT WILL NOT
002757*                    OPEN NOW STOPS THE RUN, RC 08, AS PENDCHG
002767*                    DOES, INSTEAD OF BEING TREATED AS OPEN.
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS PART-ID
003900         FILE STATUS IS PMNT-PART-STATUS.
003910     SELECT CPOL-FILE ASSIGN TO "CHARPOL"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS CPOL-KEY
003950         FILE STATUS IS PMNT-CPOL-STATUS.
003958     SELECT PCHG-FILE ASSIGN TO "PENDCHG"
003966         ORGANIZATION IS INDEXED
003974         ACCESS MODE IS DYNAMIC
003982         RECORD KEY IS PCHG-KEY
003990         FILE STATUS IS PMNT-PCHG-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
005000         88 PTXN-DELETE             VALUE "D".
005100         88 PTXN-FIELD              VALUE "F".
005200         88 PTXN-LIST               VALUE "L".
005210         88 PTXN-APPROVE            VALUE "V".
005220         88 PTXN-REJECT             VALUE "R".
005300     03 PTXN-ID                     PIC X(08).
005400     03 PTXN-DETAIL                 PIC X(43).
005500     03 PTXN-PROFILE-DETAIL REDEFINES PTXN-DETAIL.
006000        05 PTXN-JSON                PIC X(01).
006100        05 PTXN-NONSEL              PIC X(01).
006200        05 PTXN-MAXERR              PIC X(09).
006210        05 PTXN-CHARPOL             PIC X(08).
006220        05 PTXN-ACK-LAYOUT          PIC X(01).
006300        05 FILLER                   PIC X(07).
006400     03 PTXN-FIELD-DETAIL REDEFINES PTXN-DETAIL.
006500        05 PTXN-FLD-START           PIC X(04).
006600        05 PTXN-FLD-LENGTH          PIC X(04).
006700        05 PTXN-FLD-USAGE           PIC X(01).
006710        05 PTXN-FLD-SENSITIVE       PIC X(01).
006800        05 FILLER                   PIC X(33).
006810     03 PTXN-REJECT-DETAIL REDEFINES PTXN-DETAIL.
006820        05 PTXN-REASON              PIC X(30).
006830        05 FILLER                   PIC X(13).
006900     03 PTXN-USER                   PIC X(08).
007000     03 PTXN-DATE                   PIC X(08).
007100     03 FILLER                      PIC X(12).
007500     LABEL RECORDS ARE STANDARD.
007600     COPY PARTREC.
007700*
007710 FD  CPOL-FILE
007720     RECORD CONTAINS 100 CHARACTERS
007730     LABEL RECORDS ARE STANDARD.
007740     COPY CPOLREC.
007741*
007742 FD  PCHG-FILE
007743     RECORD CONTAINS 800 CHARACTERS
007744     LABEL RECORDS ARE STANDARD.
007745     COPY PCHGREC.
007750*
007800 WORKING-STORAGE SECTION.
007900 01  PMNT-SWITCHES.
008000     03 PMNT-EOF-SW                 PIC X(01) VALUE "N".
008400         88 PMNT-PART-NOT-FOUND     VALUES "35", "05".
008500     03 PMNT-OLD-FOUND-SW           PIC X(01) VALUE "N".
008600         88 PMNT-OLD-FOUND          VALUE "Y".
008610     03 PMNT-CPOL-STATUS            PIC X(02) VALUE "00".
008615         88 PMNT-CPOL-OK            VALUE "00".
008620         88 PMNT-CPOL-NOT-FOUND     VALUES "35", "05".
008630     03 PMNT-CPOL-OPEN-SW           PIC X(01) VALUE "N".
008640         88 PMNT-CPOL-OPEN          VALUE "Y".
008650     03 PMNT-POLICY-FOUND-SW        PIC X(01) VALUE "N".
008660         88 PMNT-POLICY-FOUND       VALUE "Y".
008662     03 PMNT-PCHG-STATUS            PIC X(02) VALUE "00".
008664         88 PMNT-PCHG-OK            VALUE "00".
008666         88 PMNT-PCHG-NOT-FOUND     VALUES "35", "05".
008668         88 PMNT-PCHG-DUP-KEY       VALUE "22".
008670     03 PMNT-PEND-FOUND-SW          PIC X(01) VALUE "N".
008672         88 PMNT-PEND-FOUND         VALUE "Y".
008674     03 PMNT-PEND-EOF-SW            PIC X(01) VALUE "N".
008676         88 PMNT-PEND-AT-EOF        VALUE "Y".
008678*        "N" WHILE A PENDING WRITE IS BEING TRIED, "Y" ONCE IT
008680*        IS ON FILE, "F" WHEN IT FAILED.
008682     03 PMNT-PCHG-WRITE-SW          PIC X(01) VALUE "N".
008684         88 PMNT-PCHG-WRITTEN       VALUE "Y".
008686         88 PMNT-PCHG-WRITE-DONE    VALUES "Y", "F".
008688     03 PMNT-APPLIED-SW             PIC X(01) VALUE "N".
008690         88 PMNT-APPLIED            VALUE "Y".
008700*
008800 01  PMNT-COUNTERS.
008900     03 PMNT-TXN-COUNT              PIC 9(05) COMP VALUE 0.
009300     03 PMNT-DELETE-COUNT           PIC 9(05) COMP VALUE 0.
009400     03 PMNT-REJECT-COUNT           PIC 9(05) COMP VALUE 0.
009500     03 PMNT-LIST-SUB               PIC 9(02) COMP VALUE 0.
009503     03 PMNT-SUBMIT-COUNT           PIC 9(05) COMP VALUE 0.
009506     03 PMNT-APPROVE-COUNT          PIC 9(05) COMP VALUE 0.
009509     03 PMNT-DECLINE-COUNT          PIC 9(05) COMP VALUE 0.
009512*
009515 01  PMNT-WORK.
009518     03 PMNT-TODAY                  PIC 9(08) VALUE 0.
009521     03 PMNT-NOW                    PIC 9(08) VALUE 0.
009524     03 PMNT-CHECKER                PIC X(08) VALUE SPACES.
009527*        THE PARTNER WHOSE "A" CARD WAS JUST REJECTED -- THE
009530*        "F" CARDS BEHIND IT BELONG TO A PROFILE THAT WAS NEVER
009533*        BUILT.
009536     03 PMNT-SKIP-ID                PIC X(08) VALUE SPACES.
009539     03 PMNT-CUR-IMAGE              PIC X(320) VALUE SPACES.
009542*
009545*    THE PROFILE CHANGE BEING BUILT FROM AN "A" CARD AND THE
009548*    "F" CARDS AFTER IT.  IT GOES TO PENDCHG AS ONE CHANGE WHEN
009551*    A CARD FOR ANOTHER PARTNER, OR ANY CARD BUT "F", COMES
009554*    ALONG, OR AT THE END OF THE DECK.
009557 01  PMNT-HELD-CHANGE.
009560     03 PMNT-HELD-SW                PIC X(01) VALUE "N".
009563         88 PMNT-HOLDING            VALUE "Y".
009566     03 PMNT-HELD-ID                PIC X(08) VALUE SPACES.
009569     03 PMNT-HELD-USER              PIC X(08) VALUE SPACES.
009572     03 PMNT-HELD-DATE              PIC X(08) VALUE SPACES.
009575     03 PMNT-HELD-BEFORE            PIC X(320) VALUE SPACES.
009578     03 PMNT-HELD-AFTER             PIC X(320) VALUE SPACES.
009600*
009700 01  PMNT-AUDIT-LINE.
009800     03 PMNT-AUD-ACTION             PIC X(07).
010200     03 PMNT-AUD-USER               PIC X(08).
010300     03 FILLER                      PIC X(06) VALUE " DATE=".
010400     03 PMNT-AUD-DATE               PIC X(08).
010401*
010402 01  PMNT-DECISION-LINE.
010403     03 PMNT-DL-ACTION              PIC X(07).
010404     03 FILLER                      PIC X(09) VALUE " PARTNER=".
010405     03 PMNT-DL-ID                  PIC X(08).
010406     03 FILLER                      PIC X(07) VALUE " MAKER=".
010407     03 PMNT-DL-MAKER               PIC X(08).
010408     03 FILLER                      PIC X(11) VALUE " SUBMITTED=".
010409     03 PMNT-DL-SUB-DATE            PIC 9(08).
010410     03 FILLER                      PIC X(09) VALUE " CHECKER=".
010411     03 PMNT-DL-CHECKER             PIC X(08).
010412     03 FILLER                      PIC X(01) VALUE SPACE.
010413     03 PMNT-DL-REASON              PIC X(30).
010500*
010600 01  PMNT-FIELD-LINE.
010700     03 FILLER                      PIC X(09) VALUE "  FIELD  ".
011000     03 PMNT-FL-LENGTH              PIC ZZZ9.
011100     03 FILLER                      PIC X(07) VALUE " USAGE=".
011200     03 PMNT-FL-USAGE               PIC X(01).
011210     03 FILLER                      PIC X(11) VALUE " SENSITIVE=".
011220     03 PMNT-FL-SENSITIVE           PIC X(01).
011300*
011400 PROCEDURE DIVISION.
011500*
012800         OPEN OUTPUT PART-FILE
012900         CLOSE PART-FILE
013000         OPEN I-O PART-FILE.
013010     OPEN INPUT CPOL-FILE.
013020     IF PMNT-CPOL-OK THEN
013030         MOVE "Y" TO PMNT-CPOL-OPEN-SW.
013038     ACCEPT PMNT-TODAY FROM DATE YYYYMMDD.
013046     OPEN I-O PCHG-FILE.
013054     IF PMNT-PCHG-NOT-FOUND THEN
013062         CLOSE PCHG-FILE
013070         OPEN OUTPUT PCHG-FILE
013078         CLOSE PCHG-FILE
013086         OPEN I-O PCHG-FILE.
013100     DISPLAY "PARTNER-PROFILE-MAINT: AUDIT".
013101*    NO PENDING-CHANGE FILE, NO MAINTENANCE -- NOTHING MAY BE
013102*    SUBMITTED OR APPROVED WITHOUT IT.
013103     IF NOT PMNT-PCHG-OK THEN
013104         DISPLAY "PARTNER-PROFILE-MAINT: PENDCHG NOT USABLE, "
013105             "STATUS=" PMNT-PCHG-STATUS " -- NO CARDS READ"
013106         MOVE 8 TO RETURN-CODE
013107         MOVE "Y" TO PMNT-EOF-SW
013108         GO TO 1000-EXIT.
013118*    NO CHARPOL AT ALL ONLY MEANS NO POLICY CAN BE NAMED.  ONE
013128*    THAT IS THERE BUT WILL NOT OPEN STOPS MAINTENANCE TOO.
013138     IF NOT PMNT-CPOL-OK AND NOT PMNT-CPOL-NOT-FOUND THEN
013148         DISPLAY "PARTNER-PROFILE-MAINT: CHARPOL NOT USABLE, "
013158             "STATUS=" PMNT-CPOL-STATUS " -- NO CARDS READ"
013168         MOVE 8 TO RETURN-CODE
013178         MOVE "Y" TO PMNT-EOF-SW
013188         GO TO 1000-EXIT.
013200     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
013300 1000-EXIT.
013400     EXIT.
013500*
013600 2000-PROCESS-TRANSACTION.
013610     IF PMNT-HOLDING AND
013620        (PTXN-ID IS NOT EQUAL TO PMNT-HELD-ID OR
013630         NOT PTXN-FIELD) THEN
013640         PERFORM 2900-SUBMIT-HELD-CHANGE THRU 2900-EXIT.
013650     IF NOT PTXN-FIELD THEN
013660         MOVE SPACES TO PMNT-SKIP-ID.
013700     IF PTXN-ID IS EQUAL TO SPACES THEN
013800         DISPLAY "PARTNER-PROFILE-MAINT: BLANK PARTNER ID, "
013900             "CARD REJECTED"
014100     ELSE
014200         MOVE PTXN-ID TO PART-ID
014300         EVALUATE TRUE
014310             WHEN PTXN-USER IS EQUAL TO SPACES AND
014320                  NOT PTXN-LIST
014330                 DISPLAY "PARTNER-PROFILE-MAINT: NO USER ON "
014340                     "CARD, CARD REJECTED, PARTNER=" PTXN-ID
014350                 ADD 1 TO PMNT-REJECT-COUNT
014360                 IF PTXN-PROFILE THEN
014370                     MOVE PTXN-ID TO PMNT-SKIP-ID
014380                 END-IF
014400             WHEN PTXN-PROFILE
014500                 PERFORM 2300-ADD-OR-CHANGE THRU 2300-EXIT
014600             WHEN PTXN-FIELD
014900                 PERFORM 2200-DELETE-PROFILE THRU 2200-EXIT
015000             WHEN PTXN-LIST
015100                 PERFORM 2500-LIST-PROFILE THRU 2500-EXIT
015110             WHEN PTXN-APPROVE
015120                 PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
015130             WHEN PTXN-REJECT
015140                 PERFORM 3500-REJECT-CHANGE THRU 3500-EXIT
015200             WHEN OTHER
015300                 DISPLAY "PARTNER-PROFILE-MAINT: BAD ACTION, "
015400                     "CARD REJECTED: " PTXN-ACTION
016700 2100-EXIT.
016800     EXIT.
016900*
016901*    A "D" CARD GOES TO PENDCHG AS A PENDING DELETE, WITH THE
016902*    PROFILE AS IT STANDS AS THE BEFORE IMAGE.
017000 2200-DELETE-PROFILE.
017010     PERFORM 2700-READ-OLD-PROFILE THRU 2700-EXIT.
017020     IF NOT PMNT-OLD-FOUND THEN
017300         DISPLAY "PARTNER-PROFILE-MAINT: DELETE NOT FOUND, "
017400             "PARTNER=" PTXN-ID
017500         ADD 1 TO PMNT-REJECT-COUNT
017510         GO TO 2200-EXIT.
017520     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
017530     IF PMNT-PEND-FOUND THEN
017540         PERFORM 3150-REJECT-SECOND-CHANGE THRU 3150-EXIT
017550         GO TO 2200-EXIT.
017560     MOVE SPACES TO PCHG-RECORD.
017570     MOVE "D" TO PCHG-ACTION.
017580     MOVE PTXN-ID TO PCHG-ENTITY.
017590     MOVE PTXN-USER TO PCHG-MAKER.
017600     MOVE PART-RECORD TO PCHG-BEFORE.
017610     PERFORM 3400-WRITE-PENDING THRU 3400-EXIT.
017620     IF NOT PMNT-PCHG-WRITTEN THEN
017630         GO TO 2200-EXIT.
017640     MOVE "SUB DEL" TO PMNT-AUD-ACTION.
017650     PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT.
018000 2200-EXIT.
018100     EXIT.
018200*
018300*    EDITS THE "A" CARD, THEN BUILDS THE NEW PROFILE AND HOLDS
018301*    IT FOR THE "F" CARDS BEHIND IT (2900 SUBMITS IT).  A
018400*    REPLACE CLEARS THE FIELD MAP -- THE "F" CARDS THAT FOLLOW
018500*    THE "A" CARD REBUILD IT, SO A RE-RUN OF A FULL DECK ALWAYS
018600*    LANDS ON THE SAME PROFILE REGARDLESS OF WHAT WAS ON FILE.
018700 2300-ADD-OR-CHANGE.
018710     MOVE PTXN-ID TO PMNT-SKIP-ID.
018800     IF PTXN-MODE IS NOT EQUAL TO "DECODE" AND
018900        PTXN-MODE IS NOT EQUAL TO "ENCODE" THEN
019000         DISPLAY "PARTNER-PROFILE-MAINT: BAD MODE, CARD "
021400             "DIGITS OR BLANK, CARD REJECTED"
021500         ADD 1 TO PMNT-REJECT-COUNT
021600         GO TO 2300-EXIT.
021610     IF PTXN-CHARPOL IS NOT EQUAL TO SPACES THEN
021620         PERFORM 2800-CHECK-POLICY THRU 2800-EXIT
021630         IF NOT PMNT-POLICY-FOUND THEN
021640             DISPLAY "PARTNER-PROFILE-MAINT: CHARACTER POLICY "
021650                 "NOT ON CHARPOL, CARD REJECTED: " PTXN-CHARPOL
021660             ADD 1 TO PMNT-REJECT-COUNT
021670             GO TO 2300-EXIT.
021671     IF PTXN-ACK-LAYOUT IS NOT EQUAL TO "F" AND
021672        PTXN-ACK-LAYOUT IS NOT EQUAL TO "C" AND
021673        PTXN-ACK-LAYOUT IS NOT EQUAL TO "P" AND
021674        PTXN-ACK-LAYOUT IS NOT EQUAL TO SPACE THEN
021675         DISPLAY "PARTNER-PROFILE-MAINT: ACK LAYOUT MUST BE F, "
021676             "C, P OR BLANK, CARD REJECTED"
021677         ADD 1 TO PMNT-REJECT-COUNT
021678         GO TO 2300-EXIT.
021680     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
021682     IF PMNT-PEND-FOUND THEN
021688         PERFORM 3150-REJECT-SECOND-CHANGE THRU 3150-EXIT
021694         GO TO 2300-EXIT.
021700     PERFORM 2700-READ-OLD-PROFILE THRU 2700-EXIT.
021710     IF PMNT-OLD-FOUND THEN
021720         MOVE PART-RECORD TO PMNT-HELD-BEFORE
021730     ELSE
021740         MOVE SPACES TO PMNT-HELD-BEFORE.
021800     MOVE PTXN-ID TO PART-ID.
021900     MOVE PTXN-MODE TO PART-MODE.
022000     MOVE PTXN-CODEPAGE TO PART-CODEPAGE.
023400         VARYING PMNT-LIST-SUB FROM 1 BY 1
023500         UNTIL PMNT-LIST-SUB IS GREATER THAN 16.
023600     MOVE SPACES TO PART-RECORD (182:139).
023610     MOVE PTXN-CHARPOL TO PART-CHARPOL.
023615     MOVE PTXN-ACK-LAYOUT TO PART-ACK-LAYOUT.
023620     MOVE PART-RECORD TO PMNT-HELD-AFTER.
023630     MOVE PTXN-ID TO PMNT-HELD-ID.
023640     MOVE PTXN-USER TO PMNT-HELD-USER.
023650     MOVE PTXN-DATE TO PMNT-HELD-DATE.
023660     MOVE "Y" TO PMNT-HELD-SW.
023670     MOVE SPACES TO PMNT-SKIP-ID.
025900 2300-EXIT.
026000     EXIT.
026100*
026300     MOVE 0 TO PART-FMAP-START (PMNT-LIST-SUB).
026400     MOVE 0 TO PART-FMAP-LENGTH (PMNT-LIST-SUB).
026500     MOVE SPACE TO PART-FMAP-USAGE (PMNT-LIST-SUB).
026510     MOVE SPACE TO PART-FMAP-SENSITIVE (PMNT-LIST-SUB).
026600 2350-EXIT.
026700     EXIT.
026800*
026900*    APPENDS ONE FIELD-MAP ENTRY TO AN EXISTING PROFILE.  THE
027000*    DRIVER ONLY PASSES P AND B FIELDS THROUGH UNTRANSCODED
027050*    (N FIELDS ARE TRANSCODED BUT DIGIT-CHECKED ON REQUEST),
027100*    BUT C ENTRIES ARE ACCEPTED AND STORED SO A DECK CAN
027200*    DOCUMENT THE WHOLE LAYOUT.  A SENSITIVE ENTRY OF ANY USAGE
027201*    IS TOKENIZED, SO ITS LENGTH MUST HOLD A TOKEN (8 TO 64).
027202*    THE ENTRY IS ADDED TO THE PROFILE BEING HELD FOR THE
027203*    PARTNER, OR, WHEN NONE IS, TO THE ONE ON FILE, WHICH IS
027204*    THEN HELD AS A CHANGE OF ITS OWN.
027300 2400-ADD-FIELD-ENTRY.
027310     IF PTXN-ID IS EQUAL TO PMNT-SKIP-ID THEN
027320         DISPLAY "PARTNER-PROFILE-MAINT: FIELD CARD FOLLOWS A "
027330             "REJECTED PROFILE CARD, CARD REJECTED: " PTXN-ID
027340         ADD 1 TO PMNT-REJECT-COUNT
027350         GO TO 2400-EXIT.
027400     IF PTXN-FLD-START IS NOT NUMERIC OR
027500        PTXN-FLD-LENGTH IS NOT NUMERIC OR
027600        PTXN-FLD-START IS EQUAL TO "0000" OR
028100         GO TO 2400-EXIT.
028200     IF PTXN-FLD-USAGE IS NOT EQUAL TO "C" AND
028300        PTXN-FLD-USAGE IS NOT EQUAL TO "P" AND
028400        PTXN-FLD-USAGE IS NOT EQUAL TO "B" AND
028450        PTXN-FLD-USAGE IS NOT EQUAL TO "N" THEN
028500         DISPLAY "PARTNER-PROFILE-MAINT: FIELD USAGE MUST BE "
028600             "C, P, B OR N, CARD REJECTED, PARTNER=" PTXN-ID
028607         ADD 1 TO PMNT-REJECT-COUNT
028614         GO TO 2400-EXIT.
028621     IF PTXN-FLD-SENSITIVE IS NOT EQUAL TO "Y" AND
028628        PTXN-FLD-SENSITIVE IS NOT EQUAL TO SPACE THEN
028635         DISPLAY "PARTNER-PROFILE-MAINT: SENSITIVE FLAG MUST BE "
028642             "Y OR BLANK, CARD REJECTED, PARTNER=" PTXN-ID
028649         ADD 1 TO PMNT-REJECT-COUNT
028656         GO TO 2400-EXIT.
028663     IF PTXN-FLD-SENSITIVE IS EQUAL TO "Y" AND
028670        (PTXN-FLD-LENGTH IS LESS THAN "0008" OR
028677         PTXN-FLD-LENGTH IS GREATER THAN "0064") THEN
028684         DISPLAY "PARTNER-PROFILE-MAINT: SENSITIVE FIELD MUST "
028691             "BE 8 TO 64 BYTES, CARD REJECTED, PARTNER=" PTXN-ID
028700         ADD 1 TO PMNT-REJECT-COUNT
028800         GO TO 2400-EXIT.
028893     IF PMNT-HOLDING THEN
028895         MOVE PMNT-HELD-AFTER TO PART-RECORD
028897         GO TO 2400-APPEND.
028900     PERFORM 2700-READ-OLD-PROFILE THRU 2700-EXIT.
029000     IF NOT PMNT-OLD-FOUND THEN
029100         DISPLAY "PARTNER-PROFILE-MAINT: FIELD CARD FOR "
029200             "UNKNOWN PARTNER, CARD REJECTED: " PTXN-ID
029300         ADD 1 TO PMNT-REJECT-COUNT
029400         GO TO 2400-EXIT.
029410     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
029420     IF PMNT-PEND-FOUND THEN
029430         PERFORM 3150-REJECT-SECOND-CHANGE THRU 3150-EXIT
029440         GO TO 2400-EXIT.
029450 2400-APPEND.
029500     IF PART-FMAP-COUNT IS GREATER THAN OR EQUAL TO 16 THEN
029600         DISPLAY "PARTNER-PROFILE-MAINT: FIELD MAP FULL, CARD "
029700             "REJECTED, PARTNER=" PTXN-ID
030400         TO PART-FMAP-LENGTH (PART-FMAP-COUNT).
030500     MOVE PTXN-FLD-USAGE
030600         TO PART-FMAP-USAGE (PART-FMAP-COUNT).
030610     MOVE PTXN-FLD-SENSITIVE
030620         TO PART-FMAP-SENSITIVE (PART-FMAP-COUNT).
030630     IF NOT PMNT-HOLDING THEN
030640         MOVE PART-RECORD TO PMNT-HELD-BEFORE
030650         MOVE PTXN-ID TO PMNT-HELD-ID
030660         MOVE PTXN-USER TO PMNT-HELD-USER
030670         MOVE PTXN-DATE TO PMNT-HELD-DATE
030680         MOVE "Y" TO PMNT-HELD-SW.
030690     MOVE PART-RECORD TO PMNT-HELD-AFTER.
031300     ADD 1 TO PMNT-FIELD-COUNT.
031400     MOVE "FIELD  " TO PMNT-AUD-ACTION.
031500     PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT.
031600     MOVE PART-FMAP-START (PART-FMAP-COUNT) TO PMNT-FL-START.
031800     MOVE PART-FMAP-LENGTH (PART-FMAP-COUNT) TO PMNT-FL-LENGTH.
032000     MOVE PART-FMAP-USAGE (PART-FMAP-COUNT) TO PMNT-FL-USAGE.
032110     MOVE PART-FMAP-SENSITIVE (PART-FMAP-COUNT)
032120         TO PMNT-FL-SENSITIVE.
032200     DISPLAY PMNT-FIELD-LINE.
032400 2400-EXIT.
032500     EXIT.
032600*
033600         " UTF8=" PART-UTF8-SW
033700         " JSON=" PART-JSON-SW
033800         " NONSEL=" PART-NONSEL
033900         " MAXERR=" PART-MAXERR
033910         " CHARPOL=" PART-CHARPOL
033920         " ACK=" PART-ACK-LAYOUT.
034000     PERFORM 2550-LIST-ONE-FIELD THRU 2550-EXIT
034100         VARYING PMNT-LIST-SUB FROM 1 BY 1
034200         UNTIL PMNT-LIST-SUB IS GREATER THAN PART-FMAP-COUNT.
034700     MOVE PART-FMAP-START (PMNT-LIST-SUB) TO PMNT-FL-START.
034800     MOVE PART-FMAP-LENGTH (PMNT-LIST-SUB) TO PMNT-FL-LENGTH.
034900     MOVE PART-FMAP-USAGE (PMNT-LIST-SUB) TO PMNT-FL-USAGE.
034910     MOVE PART-FMAP-SENSITIVE (PMNT-LIST-SUB)
034920         TO PMNT-FL-SENSITIVE.
035000     DISPLAY PMNT-FIELD-LINE.
035100 2550-EXIT.
035200     EXIT.
036400 2700-EXIT.
036500     EXIT.
036600*
036601*    SETS PMNT-POLICY-FOUND WHEN CHARPOL HOLDS AT LEAST ONE RULE
036602*    FOR THE POLICY NAMED ON THE CARD -- A PROFILE MUST NOT
036603*    NAME A POLICY THE DRIVER WOULD FIND EMPTY.
036604 2800-CHECK-POLICY.
036605     MOVE "N" TO PMNT-POLICY-FOUND-SW.
036606     IF NOT PMNT-CPOL-OPEN THEN
036607         GO TO 2800-EXIT.
036608     MOVE PTXN-CHARPOL TO CPOL-POLICY.
036609     MOVE 0 TO CPOL-FROM-CP.
036610     START CPOL-FILE KEY IS NOT LESS THAN CPOL-KEY
036611         INVALID KEY
036612             GO TO 2800-EXIT
036613     END-START.
036614     READ CPOL-FILE NEXT RECORD
036615         AT END
036616             GO TO 2800-EXIT
036617     END-READ.
036618     IF CPOL-POLICY IS EQUAL TO PTXN-CHARPOL THEN
036619         MOVE "Y" TO PMNT-POLICY-FOUND-SW.
036620 2800-EXIT.
036621     EXIT.
036622*
036700 2600-PRINT-AUDIT-LINE.
036800     MOVE PTXN-ID TO PMNT-AUD-ID.
036900     MOVE PTXN-USER TO PMNT-AUD-USER.
037100     DISPLAY PMNT-AUDIT-LINE.
037200 2600-EXIT.
037300     EXIT.
037301*
037302*    THE HELD PROFILE GOES TO PENDCHG AS ONE CHANGE, UNDER THE
037303*    USER OF THE CARD THAT STARTED IT.
037304 2900-SUBMIT-HELD-CHANGE.
037305     MOVE "N" TO PMNT-HELD-SW.
037306     MOVE SPACES TO PCHG-RECORD.
037307     MOVE "A" TO PCHG-ACTION.
037308     MOVE PMNT-HELD-ID TO PCHG-ENTITY.
037309     MOVE PMNT-HELD-USER TO PCHG-MAKER.
037310     MOVE PMNT-HELD-BEFORE TO PCHG-BEFORE.
037311     MOVE PMNT-HELD-AFTER TO PCHG-AFTER.
037312     PERFORM 3400-WRITE-PENDING THRU 3400-EXIT.
037313     IF NOT PMNT-PCHG-WRITTEN THEN
037314         GO TO 2900-EXIT.
037315     IF PMNT-HELD-BEFORE IS EQUAL TO SPACES THEN
037316         MOVE "SUB ADD" TO PMNT-AUD-ACTION
037317     ELSE
037318         MOVE "SUB CHG" TO PMNT-AUD-ACTION.
037319     MOVE PMNT-HELD-ID TO PMNT-AUD-ID.
037320     MOVE PMNT-HELD-USER TO PMNT-AUD-USER.
037321     MOVE PMNT-HELD-DATE TO PMNT-AUD-DATE.
037322     DISPLAY PMNT-AUDIT-LINE.
037323 2900-EXIT.
037324     EXIT.
037325*
037326*    A "V" CARD -- THE CHECKER APPROVES THE PARTNER'S PENDING
037327*    CHANGE, WHICH IS APPLIED IF THE PROFILE STILL STANDS AS IT
037328*    DID WHEN THE CHANGE WAS SUBMITTED.  IF IT DOES NOT, THE
037329*    CHANGE IS REJECTED; IT WOULD UNDO SOMEONE ELSE'S WORK.  A
037330*    FAILED WRITE LEAVES THE CHANGE PENDING FOR ANOTHER TRY.
037331 3000-APPROVE-CHANGE.
037332     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
037333     IF NOT PMNT-PEND-FOUND THEN
037334         DISPLAY "PARTNER-PROFILE-MAINT: NO CHANGE PENDING, "
037335             "PARTNER=" PTXN-ID
037336         ADD 1 TO PMNT-REJECT-COUNT
037337         GO TO 3000-EXIT.
037338     IF PCHG-MAKER IS EQUAL TO PTXN-USER THEN
037339         DISPLAY "PARTNER-PROFILE-MAINT: APPROVER IS THE MAKER, "
037340             "PARTNER=" PTXN-ID " USER=" PTXN-USER
037341         ADD 1 TO PMNT-REJECT-COUNT
037342         GO TO 3000-EXIT.
037343     MOVE PTXN-USER TO PMNT-CHECKER.
037344     PERFORM 2700-READ-OLD-PROFILE THRU 2700-EXIT.
037345     IF PMNT-OLD-FOUND THEN
037346         MOVE PART-RECORD TO PMNT-CUR-IMAGE
037347     ELSE
037348         MOVE SPACES TO PMNT-CUR-IMAGE.
037349     IF PMNT-CUR-IMAGE IS NOT EQUAL TO PCHG-BEFORE THEN
037350         DISPLAY "PARTNER-PROFILE-MAINT: PROFILE CHANGED SINCE "
037351             "SUBMITTED, NOT APPLIED, PARTNER=" PTXN-ID
037352         ADD 1 TO PMNT-REJECT-COUNT
037353         MOVE "PROFILE CHANGED SINCE SUBMITTED" TO PCHG-REASON
037354         PERFORM 3300-DECLINE-PENDING THRU 3300-EXIT
037355         GO TO 3000-EXIT.
037356     MOVE "N" TO PMNT-APPLIED-SW.
037357     IF PCHG-DELETE THEN
037358         DELETE PART-FILE RECORD
037359             INVALID KEY
037360                 DISPLAY "PARTNER-PROFILE-MAINT: DELETE FAILED, "
037361                     "PARTNER=" PART-ID
037362             NOT INVALID KEY
037363                 MOVE "Y" TO PMNT-APPLIED-SW
037364                 ADD 1 TO PMNT-DELETE-COUNT
037365                 MOVE "DELETE " TO PMNT-AUD-ACTION
037366         END-DELETE
037367     ELSE
037368         MOVE PCHG-AFTER TO PART-RECORD
037369         IF PMNT-OLD-FOUND THEN
037370             REWRITE PART-RECORD
037371                 INVALID KEY
037372                     DISPLAY "PARTNER-PROFILE-MAINT: CHANGE "
037373                         "FAILED, PARTNER=" PART-ID
037374                 NOT INVALID KEY
037375                     MOVE "Y" TO PMNT-APPLIED-SW
037376                     ADD 1 TO PMNT-CHANGE-COUNT
037377                     MOVE "CHANGE " TO PMNT-AUD-ACTION
037378             END-REWRITE
037379         ELSE
037380             WRITE PART-RECORD
037381                 INVALID KEY
037382                     DISPLAY "PARTNER-PROFILE-MAINT: ADD FAILED, "
037383                         "PARTNER=" PART-ID
037384                 NOT INVALID KEY
037385                     MOVE "Y" TO PMNT-APPLIED-SW
037386                     ADD 1 TO PMNT-ADD-COUNT
037387                     MOVE "ADD    " TO PMNT-AUD-ACTION
037388             END-WRITE.
037389     IF NOT PMNT-APPLIED THEN
037390         ADD 1 TO PMNT-REJECT-COUNT
037391         GO TO 3000-EXIT.
037392     PERFORM 2600-PRINT-AUDIT-LINE THRU 2600-EXIT.
037393     MOVE "A" TO PCHG-STATUS.
037394     PERFORM 3200-RECORD-DECISION THRU 3200-EXIT.
037395     ADD 1 TO PMNT-APPROVE-COUNT.
037396     MOVE "APPROVE" TO PMNT-DL-ACTION.
037397     PERFORM 3600-PRINT-DECISION THRU 3600-EXIT.
037398 3000-EXIT.
037399     EXIT.
037400*
037401*    FINDS THE ONE PENDING CHANGE FOR THE CARD'S PARTNER,
037402*    LEAVING IT IN PCHG-RECORD.  THE PARTNER'S DECIDED CHANGES
037403*    SORT AHEAD OF IT AND ARE READ PAST.
037404 3100-FIND-PENDING.
037405     MOVE "N" TO PMNT-PEND-FOUND-SW.
037406     MOVE "N" TO PMNT-PEND-EOF-SW.
037407     MOVE "P" TO PCHG-FILE-ID.
037408     MOVE PTXN-ID TO PCHG-ENTITY.
037409     MOVE 0 TO PCHG-SUB-DATE, PCHG-SUB-TIME.
037410     START PCHG-FILE KEY IS NOT LESS THAN PCHG-KEY
037411         INVALID KEY
037412             MOVE "Y" TO PMNT-PEND-EOF-SW.
037413     PERFORM 3110-SCAN-ONE-PENDING THRU 3110-EXIT
037414         UNTIL PMNT-PEND-AT-EOF OR PMNT-PEND-FOUND.
037415 3100-EXIT.
037416     EXIT.
037417*
037418 3110-SCAN-ONE-PENDING.
037419     READ PCHG-FILE NEXT RECORD
037420         AT END
037421             MOVE "Y" TO PMNT-PEND-EOF-SW
037422             GO TO 3110-EXIT
037423     END-READ.
037424     IF PCHG-FILE-ID IS NOT EQUAL TO "P" OR
037425        PCHG-ENTITY IS NOT EQUAL TO PTXN-ID THEN
037426         MOVE "Y" TO PMNT-PEND-EOF-SW
037427         GO TO 3110-EXIT.
037428     IF PCHG-PENDING THEN
037429         MOVE "Y" TO PMNT-PEND-FOUND-SW.
037430 3110-EXIT.
037431     EXIT.
037432*
037433*    ONLY ONE CHANGE PER PARTNER MAY WAIT FOR APPROVAL.  AN "A"
037434*    CARD TURNED AWAY HERE TAKES ITS "F" CARDS WITH IT.
037435 3150-REJECT-SECOND-CHANGE.
037436     DISPLAY "PARTNER-PROFILE-MAINT: CHANGE ALREADY PENDING, "
037437         "PARTNER=" PTXN-ID " SUBMITTED BY " PCHG-MAKER.
037438     ADD 1 TO PMNT-REJECT-COUNT.
037439 3150-EXIT.
037440     EXIT.
037441*
037442*    STAMPS THE CHECKER AND THE TIME OF THE DECISION ON THE
037443*    CHANGE IN PCHG-RECORD AND REWRITES IT.  THE CALLER SETS
037444*    THE STATUS (AND THE REASON FOR A REJECTION).
037445 3200-RECORD-DECISION.
037446     MOVE PMNT-CHECKER TO PCHG-CHECKER.
037447     MOVE PMNT-TODAY TO PCHG-DEC-DATE.
037448     ACCEPT PMNT-NOW FROM TIME.
037449     MOVE PMNT-NOW TO PCHG-DEC-TIME.
037450     MOVE "BTCH" TO PCHG-DEC-TERM.
037451     REWRITE PCHG-RECORD
037452         INVALID KEY
037453             DISPLAY "PARTNER-PROFILE-MAINT: PENDCHG REWRITE "
037454                 "FAILED, PARTNER=" PTXN-ID
037455                 " STATUS=" PMNT-PCHG-STATUS
037456             ADD 1 TO PMNT-REJECT-COUNT
037457     END-REWRITE.
037458 3200-EXIT.
037459     EXIT.
037460*
037461*    A CHANGE THE CHECKER'S APPROVAL COULD NOT APPLY.  THE
037462*    CALLER SETS THE REASON.
037463 3300-DECLINE-PENDING.
037464     MOVE "R" TO PCHG-STATUS.
037465     PERFORM 3200-RECORD-DECISION THRU 3200-EXIT.
037466     ADD 1 TO PMNT-DECLINE-COUNT.
037467     MOVE "REJECT " TO PMNT-DL-ACTION.
037468     PERFORM 3600-PRINT-DECISION THRU 3600-EXIT.
037469 3300-EXIT.
037470     EXIT.
037471*
037472*    THE CALLER SETS THE ACTION, PARTNER, MAKER AND IMAGES; THE
037473*    REST OF THE PENDING RECORD IS FILLED IN HERE.  TWO CHANGES
037474*    SUBMITTED IN THE SAME HUNDREDTH OF A SECOND WOULD SHARE A
037475*    KEY; THE LATER ONE IS MOVED ON A HUNDREDTH.
037476 3400-WRITE-PENDING.
037477     MOVE "P" TO PCHG-FILE-ID.
037478     MOVE PMNT-TODAY TO PCHG-SUB-DATE.
037479     ACCEPT PMNT-NOW FROM TIME.
037480     MOVE PMNT-NOW TO PCHG-SUB-TIME.
037481     MOVE "P" TO PCHG-STATUS.
037482     MOVE "BTCH" TO PCHG-MAKER-TERM.
037483     MOVE 0 TO PCHG-DEC-DATE, PCHG-DEC-TIME, PCHG-VERSION.
037484     MOVE "N" TO PMNT-PCHG-WRITE-SW.
037485     PERFORM 3410-TRY-PENDING-WRITE THRU 3410-EXIT
037486         UNTIL PMNT-PCHG-WRITE-DONE.
037487     IF PMNT-PCHG-WRITTEN THEN
037488         ADD 1 TO PMNT-SUBMIT-COUNT
037489     ELSE
037490         ADD 1 TO PMNT-REJECT-COUNT.
037491 3400-EXIT.
037492     EXIT.
037493*
037494 3410-TRY-PENDING-WRITE.
037495     WRITE PCHG-RECORD.
037496     IF PMNT-PCHG-OK THEN
037497         MOVE "Y" TO PMNT-PCHG-WRITE-SW
037498         GO TO 3410-EXIT.
037499     IF PMNT-PCHG-DUP-KEY THEN
037500         ADD 1 TO PCHG-SUB-TIME
037501         GO TO 3410-EXIT.
037502     DISPLAY "PARTNER-PROFILE-MAINT: PENDCHG WRITE FAILED, "
037503         "PARTNER=" PCHG-ENTITY " STATUS=" PMNT-PCHG-STATUS.
037504     MOVE "F" TO PMNT-PCHG-WRITE-SW.
037505 3410-EXIT.
037506     EXIT.
037507*
037508*    AN "R" CARD -- THE CHECKER REJECTS THE PARTNER'S PENDING
037509*    CHANGE.  NOTHING IS APPLIED.
037510 3500-REJECT-CHANGE.
037511     PERFORM 3100-FIND-PENDING THRU 3100-EXIT.
037512     IF NOT PMNT-PEND-FOUND THEN
037513         DISPLAY "PARTNER-PROFILE-MAINT: NO CHANGE PENDING, "
037514             "PARTNER=" PTXN-ID
037515         ADD 1 TO PMNT-REJECT-COUNT
037516         GO TO 3500-EXIT.
037517     IF PCHG-MAKER IS EQUAL TO PTXN-USER THEN
037518         DISPLAY "PARTNER-PROFILE-MAINT: REJECTER IS THE MAKER, "
037519             "PARTNER=" PTXN-ID " USER=" PTXN-USER
037520         ADD 1 TO PMNT-REJECT-COUNT
037521         GO TO 3500-EXIT.
037522     MOVE PTXN-USER TO PMNT-CHECKER.
037523     IF PTXN-REASON IS EQUAL TO SPACES THEN
037524         MOVE "NO REASON GIVEN" TO PCHG-REASON
037525     ELSE
037526         MOVE PTXN-REASON TO PCHG-REASON.
037527     PERFORM 3300-DECLINE-PENDING THRU 3300-EXIT.
037528 3500-EXIT.
037529     EXIT.
037530*
037531 3600-PRINT-DECISION.
037532     MOVE PCHG-ENTITY TO PMNT-DL-ID.
037533     MOVE PCHG-MAKER TO PMNT-DL-MAKER.
037534     MOVE PCHG-SUB-DATE TO PMNT-DL-SUB-DATE.
037535     MOVE PCHG-CHECKER TO PMNT-DL-CHECKER.
037536     MOVE PCHG-REASON TO PMNT-DL-REASON.
037537     DISPLAY PMNT-DECISION-LINE.
037538 3600-EXIT.
037539     EXIT.
037540*
037545 9000-TERMINATE.
037551     IF PMNT-HOLDING THEN
037561         PERFORM 2900-SUBMIT-HELD-CHANGE THRU 2900-EXIT.
037600     CLOSE PMNT-TXN-FILE.
037700     CLOSE PART-FILE.
037710     IF PMNT-CPOL-OPEN THEN
037720         CLOSE CPOL-FILE.
037730     CLOSE PCHG-FILE.
037800     DISPLAY "PARTNER-PROFILE-MAINT: TRANSACTIONS READ="
037900         PMNT-TXN-COUNT.
038000     DISPLAY "PARTNER-PROFILE-MAINT: ADDED=" PMNT-ADD-COUNT
038200         " FIELDS=" PMNT-FIELD-COUNT
038300         " DELETED=" PMNT-DELETE-COUNT
038400         " REJECTED=" PMNT-REJECT-COUNT.
038410     DISPLAY "PARTNER-PROFILE-MAINT: SUBMITTED="
038420         PMNT-SUBMIT-COUNT
038430         " APPROVED=" PMNT-APPROVE-COUNT
038440         " DECLINED=" PMNT-DECLINE-COUNT.
038500     IF PMNT-REJECT-COUNT IS GREATER THAN ZERO THEN
038600         MOVE 4 TO RETURN-CODE.
038700 9000-EXIT.
