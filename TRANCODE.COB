012266*                    ONLY.  THE OPERATOR-STOP ADVICE NOW SAYS
012267*                    "RERUN FRESH" ON A MULTI-FORMAT RUN, WHICH
012268*                    CANNOT RESTART.
012269*    2026-09-08  DS  THE RUN-HISTORY RECORD NOW CARRIES THE
012270*                    PARTNER ID AND THE RUN'S END TIME, AND THE
012271*                    DELIVERY REGISTER CARRIES THE PARTNER ID AND
012272*                    THE TIME EACH GENERATION WAS REGISTERED, SO
012273*                    DELIVERY-SCHEDULE-CHECK CAN TELL A LATE
012274*                    DELIVERY FROM AN ON-TIME ONE.
012275*    2026-09-09  DS  SENSITIVE-FIELD TOKENIZATION.  A FLDMAP CARD
012276*                    WITH A FOURTH WORD "SENSITIVE" (ANY USAGE,
012277*                    8 TO 64 BYTES), OR A PARTPROF FIELD-MAP
012278*                    ENTRY FLAGGED SENSITIVE, MARKS A FIELD
012279*                    WHOSE REAL VALUE MUST NOT REACH OUTFILE.  ON
012280*                    DECODE THE VALUE IS REPLACED BY A SAME-
012281*                    LENGTH TOKEN ("T" AND ZERO-PADDED DIGITS)
012282*                    AND THE REAL BYTES ARE FILED ON THE TOKVAULT
012283*                    KSDS; ON ENCODE THE TOKEN IS LOOKED UP AND
012284*                    THE REAL BYTES GO BACK OUT.  A TOKEN NOT ON
012285*                    THE VAULT IS AN ERRFILE REJECT WITH REASON
012286*                    "VL" (BLANK REASON = ESCAPE TOKEN, AS
012287*                    BEFORE), BLANKS THE FIELD, AND COUNTS
012288*                    AGAINST MAXERR.  EVERY LOOKUP IS APPENDED TO
012289*                    TOKAUDIT WITH THE REQUESTING USER FROM THE
012290*                    NEW USER= CARD, WHICH A DETOKENIZING RUN
012291*                    MUST CARRY.  THE NEXT TOKEN NUMBER RIDES ON
012292*                    THE VAULT'S "*CONTROL" RECORD, SAVED AT
012293*                    EVERY CHECKPOINT AND AT END OF RUN.
012294*    2026-09-14  DS  FIELD-CONTENT VALIDATION (SYSIN CARD
012295*                    VALIDATE=YES).  EVERY PACKED FIELD IN THE
012296*                    FIELD MAP MUST BE VALID PACKED DECIMAL
012297*                    (DIGIT NIBBLES 0-9, SIGN NIBBLE C, D OR F)
012298*                    AND EVERY FIELD OF THE NEW USAGE NUMERIC
012299*                    (PARTPROF "N" -- DISPLAY DIGITS, TRANSCODED
012300*                    LIKE CHAR) MUST HOLD DIGITS ONLY.  A BAD
012301*                    FIELD IS AN ERRFILE REJECT WITH REASON "FV"
012302*                    AND THE FIELD'S USAGE AS THE TOKEN, COUNTS
012303*                    AGAINST MAXERR, AND STILL PASSES THROUGH SO
012304*                    THE RECORD KEEPS ITS SHAPE.  THE END-OF-RUN
012305*                    TOTALS LIST THE FAILURES FIELD BY FIELD.
012306*    2026-09-16  DS  EVERY ERRFILE REJECT NOW CARRIES THE RUN'S
012307*                    PARTNER ID AND START DATE/TIME, CARVED FROM
012308*                    THE FILLER, SO OPERATIONS-SUMMARY CAN COUNT
012309*                    REJECTS BY PARTNER AND PROCESSING DATE.
012310*    2026-09-21  DS  DELIMITED MODE (SYSIN CARD DELIM=COMMA OR
012311*                    DELIM=PIPE) FOR PARTNERS THAT NO LONGER
012312*                    TAKE FIXED-POSITION RECORDS.  THE LAYOUT DD
012313*                    NAMES EACH FIELD OF THE FIXED RECORD (NAME,
012314*                    START, LENGTH, CHAR/NUMERIC/PACKED/BINARY,
012315*                    OPTIONAL DECIMAL PLACES).  DECODE WRITES ONE
012316*                    DELIMITED LINE PER RECORD UNDER A HEADER
012317*                    ROW OF COLUMN NAMES: TEXT FIELDS DECODED
012318*                    AND TRAILING-BLANK TRIMMED, PACKED AND
012319*                    BINARY FIELDS UNPACKED TO SIGNED DISPLAY
012320*                    NUMBERS, AND ANY COLUMN HOLDING THE
012321*                    DELIMITER OR A QUOTE QUOTED.  ENCODE READS
012322*                    A PARTNER'S DELIMITED FILE (HEADER ROW
012323*                    BYPASSED) AND BUILDS THE FIXED RECORD FROM
012324*                    THE SAME LAYOUT.  A BAD COLUMN IS AN
012325*                    ERRFILE REJECT WITH REASON "DL".  NO
012326*                    TRNHDR01/TRNTRL01 FRAMING ON A DELIMITED
012327*                    FILE -- THE TOTALS STILL GO TO RUNHIST AND
012328*                    DLVREG.
012329*    2026-09-24  DS  INBOUND CONTROL-TOTAL BALANCING (SYSIN
012330*                    BALANCE=YES).  THE SENDER'S CONTROL FILE ON
012331*                    SENDCTL GIVES RECORDS= AND, FOR THE FIELD
012332*                    NAMED ON A HASHFIELD CARD (PACKED OR
012333*                    NUMERIC), HASH=.  OUR COUNT AND SUM ARE
012334*                    TAKEN AT THE PHYSICAL READ, SO A RESTART
012335*                    STILL COVERS THE WHOLE FILE.  OUT OF
012336*                    BALANCE: NO TRAILER, NO DLVREG ENTRY, RC 8.
012337*                    THE BALANCING LINE GOES TO THE RUN REPORT
012338*                    AND TO THE (NOW 160-BYTE) RUNHIST RECORD.
012339*    2026-09-28  DS  CHECKPOINT RECORD MOVED TO THE NEW CKPTREC
012340*                    COPYBOOK, UNCHANGED, SO RERUN-ADVISOR READS
012341*                    THE SAME SHAPE THE DRIVER WRITES.
012342*    2026-10-01  DS  DELIVERY ARCHIVE.  WITH A DLVARCH DD, EVERY
012343*                    ENCODE DELIVERY IS COPIED RECORD FOR RECORD
012344*                    TO THE ARCHIVE UNDER ITS DLVREG KEY, AND
012345*                    THE ARCHIVE'S CONTROL RECORD IS MARKED
012346*                    COMPLETE ONCE THE DELIVERY IS REGISTERED --
012347*                    DELIVERY-RETRANSMIT RESENDS FROM IT.  AN
012348*                    ENCODE RUN NOW KEEPS THE ADDITIVE CHECKSUM
012349*                    OF THE BYTES IT WRITES, AS DECODE ALWAYS
012350*                    HAS, SO THE ARCHIVE CAN BE PROVED LATER.
012351*    2026-10-05  DS  A DECODE GENERATION'S REGISTER ENTRY NOW
012352*                    CARRIES THE ESCAPE-TABLE VERSION IT WAS
012353*                    DECODED UNDER, FOR ESCAPE-CHANGE-IMPACT.
012354*    2026-10-08  DS  OUTBOUND CHARACTER POLICY.  A PARTNER WHOSE
012355*                    PROFILE NAMES A CHARPOL POLICY HAS EVERY
012356*                    ENCODED CHARACTER CHECKED AGAINST IT: AN
012357*                    ALLOWED CODE POINT GOES OUT AS ALWAYS, A
012358*                    SUBSTITUTED ONE GOES OUT AS THE RULE'S
012359*                    TEXT AND IS COUNTED, AND ONE NO RULE COVERS
012360*                    IS REJECTED TO ERRFILE (REASON "CP").  THE
012361*                    RUN TOTALS LIST THE COUNTS BY CODE POINT.
012362*    2026-10-15  DS  RECORD-LINEAGE TRACE (SYSIN CARD TRACE=YES).
012363*                    EVERY RECORD WRITTEN TO A MANIFEST ENTRY'S
012364*                    OUTPUT -- HEADER, COLUMN-NAME ROW AND
012365*                    TRAILER INCLUDED -- GETS ONE TRCEREC RECORD
012366*                    ON THE TRACE DD: ITS PHYSICAL RECORD NUMBER
012367*                    IN THE OUTPUT, AND THE INPUT RECORD NUMBER
012368*                    (OR KSDS KEY) AND BYTE OFFSET IT CAME FROM,
012369*                    SO A PARTNER'S "RECORD NNN OF YOUR FILE"
012370*                    CAN BE FOLLOWED BACK WITH TRACE-LOOKUP.  A
012371*                    REFLOW SPLIT TRACES EACH PIECE TO THE
012372*                    COLUMN IT STARTED AT.  A RESTART APPENDS TO
012373*                    THE TRACE AND RE-ACCUMULATES THE OFFSETS
012374*                    THROUGH ITS OWN SKIP READS, SO THE
012375*                    CHECKPOINT IS UNCHANGED.  THE EXTRA OUTPUTS
012376*                    ARE RECORD FOR RECORD PARALLEL TO OUTFILE
012377*                    AND SHARE ITS TRACE.
012379*    2026-10-15  DS  A FORCED RERUN THAT DELIVERS FEWER RECORDS
012381*                    THAN BEFORE NOW DROPS THE OLD ARCHIVE
012383*                    RECORDS PAST ITS NEW END, SO THE COPY STAYS
012385*                    RESENDABLE.
012387 ENVIRONMENT DIVISION.
012389 INPUT-OUTPUT SECTION.
012391 FILE-CONTROL.
012393     SELECT TRAN-IN-FILE ASSIGN USING TRAN-IN-DDNAME
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS TRAN-IN-STATUS.
012600     SELECT TRAN-OUT-FILE ASSIGN USING TRAN-OUT-DDNAME
014900         FILE STATUS IS TRAN-FMAP-STATUS.
015000     SELECT TRAN-MAN-FILE ASSIGN TO "MANIFEST"
015100         ORGANIZATION IS SEQUENTIAL
015110         FILE STATUS IS TRAN-MAN-STATUS.
015120     SELECT TRAN-LAY-FILE ASSIGN TO "LAYOUT"
015130         ORGANIZATION IS SEQUENTIAL
015140         FILE STATUS IS TRAN-LAY-STATUS.
015142     SELECT TRAN-SCTL-FILE ASSIGN TO "SENDCTL"
015144         ORGANIZATION IS SEQUENTIAL
015146         FILE STATUS IS TRAN-SCTL-STATUS.
015201*    KEYED DATA FILES -- ONE SELECT PAIR PER SUPPORTED CLUSTER
015202*    KEY LENGTH (8, 16, 32, 64 -- ALWAYS AT OFFSET ZERO),
015203*    BECAUSE VSAM VERIFIES THE DECLARED KEY GEOMETRY AGAINST
015265     SELECT TRAN-ACCT-FILE ASSIGN TO "ACCTFILE"
015266         ORGANIZATION IS SEQUENTIAL
015267         FILE STATUS IS TRAN-ACCT-STATUS.
015270     SELECT TRAN-TOKV-FILE ASSIGN TO "TOKVAULT"
015273         ORGANIZATION IS INDEXED
015276         ACCESS MODE IS RANDOM
015279         RECORD KEY IS TOKV-TOKEN
015282         FILE STATUS IS TRAN-TOKV-STATUS.
015283     SELECT TRAN-TOKA-FILE ASSIGN TO "TOKAUDIT"
015284         ORGANIZATION IS SEQUENTIAL
015285         FILE STATUS IS TRAN-TOKA-STATUS.
015286     SELECT TRAN-DARC-FILE ASSIGN TO "DLVARCH"
015287         ORGANIZATION IS INDEXED
015288         ACCESS MODE IS RANDOM
015289         RECORD KEY IS DARC-KEY
015290         FILE STATUS IS TRAN-DARC-STATUS.
015291     SELECT TRAN-CPOL-FILE ASSIGN TO "CHARPOL"
015292         ORGANIZATION IS INDEXED
015293         ACCESS MODE IS DYNAMIC
015294         RECORD KEY IS CPOL-KEY
015295         FILE STATUS IS TRAN-CPOL-STATUS.
015296     SELECT TRAN-TRCE-FILE ASSIGN TO "TRACE"
015297         ORGANIZATION IS SEQUENTIAL
015298         FILE STATUS IS TRAN-TRCE-STATUS.
015300*
015400 DATA DIVISION.
015500 FILE SECTION.
017100     RECORDING MODE IS F
017200     RECORD CONTAINS 144 CHARACTERS
017300     LABEL RECORDS ARE STANDARD.
017400     COPY CKPTREC.
018500*
018600*    ENCODE-MODE FILE PAIR -- ROLES ARE REVERSED FROM THE DECODE
018700*    PAIR ABOVE: THE "$XXX$"-ESCAPED TEXT IS THE INPUT (UP TO
019800*
019900 FD  TRAN-RUNH-FILE
020000     RECORDING MODE IS F
020100     RECORD CONTAINS 160 CHARACTERS
020200     LABEL RECORDS ARE STANDARD.
020300     COPY RUNHREC.
020400*
022600     LABEL RECORDS ARE STANDARD.
022700 01  TRAN-FMAP-RECORD            PIC X(80).
022800*
022801 FD  TRAN-LAY-FILE
022802     RECORDING MODE IS F
022803     RECORD CONTAINS 80 CHARACTERS
022804     LABEL RECORDS ARE STANDARD.
022805 01  TRAN-LAY-RECORD             PIC X(80).
022806*
022807 FD  TRAN-SCTL-FILE
022808     RECORDING MODE IS F
022809     RECORD CONTAINS 80 CHARACTERS
022810     LABEL RECORDS ARE STANDARD.
022811 01  TRAN-SCTL-RECORD            PIC X(80).
022814*
022817 FD  TRAN-PART-FILE
022820     RECORD CONTAINS 320 CHARACTERS
022830     LABEL RECORDS ARE STANDARD.
022840     COPY PARTREC.
022861     LABEL RECORDS ARE STANDARD.
022862     COPY ACCTREC.
022863*
022866 FD  TRAN-TOKV-FILE
022869     RECORD CONTAINS 200 CHARACTERS
022872     LABEL RECORDS ARE STANDARD.
022875     COPY TOKVREC.
022876*
022877 FD  TRAN-TOKA-FILE
022878     RECORDING MODE IS F
022879     RECORD CONTAINS 160 CHARACTERS
022880     LABEL RECORDS ARE STANDARD.
022881     COPY TOKAREC.
022882*
022883 FD  TRAN-DARC-FILE
022884     RECORD CONTAINS 1070 CHARACTERS
022885     LABEL RECORDS ARE STANDARD.
022886     COPY DARCREC.
022887*
022888 FD  TRAN-CPOL-FILE
022889     RECORD CONTAINS 100 CHARACTERS
022890     LABEL RECORDS ARE STANDARD.
022891     COPY CPOLREC.
022892*
022893 FD  TRAN-TRCE-FILE
022894     RECORDING MODE IS F
022895     RECORD CONTAINS 160 CHARACTERS
022896     LABEL RECORDS ARE STANDARD.
022897     COPY TRCEREC.
022898*
022900 FD  TRAN-ERR-FILE
023000     RECORDING MODE IS F
023100     RECORD CONTAINS 80 CHARACTERS
023600     03 ERR-COLUMN               PIC 9(04).
023700     03 FILLER                   PIC X(01).
023800     03 ERR-TOKEN                PIC X(09).
023810     03 FILLER                   PIC X(01).
023820*        BLANK FOR AN UNRESOLVED ESCAPE TOKEN (THE ORIGINAL
023830*        REJECT); "VL" FOR A TOKEN NOT FOUND ON THE TOKEN VAULT;
023831*        "FV" FOR A FIELD FAILING VALIDATE=YES (TOKEN = USAGE).
023832*        "DL" FOR A DELIMITED COLUMN THAT WOULD NOT BUILD ITS
023833*        FIELD (TOKEN PACKED, BINARY OR LENGTH, COLUMN = FIELD
023834*        START) OR A LINE WITH THE WRONG NUMBER OF COLUMNS
023835*        (TOKEN COLUMNS, COLUMN = COLUMNS FOUND).  A PACKED OR
023836*        BINARY FIELD THAT WILL NOT UNPACK ON A DELIMITED DECODE
023837*        IS "FV".  "CP" FOR A CHARACTER THE PARTNER'S OUTBOUND
023838*        CHARACTER POLICY DOES NOT ALLOW (TOKEN = THE INPUT
023839*        TOKEN, COLUMN = ITS INPUT POSITION).
023840     03 ERR-REASON               PIC X(02).
023848     03 FILLER                   PIC X(01).
023856     03 ERR-PARTNER              PIC X(08).
023864     03 FILLER                   PIC X(01).
023872     03 ERR-RUN-DATE             PIC 9(08).
023880     03 FILLER                   PIC X(01).
023888     03 ERR-RUN-TIME             PIC 9(06).
023900     03 FILLER                   PIC X(28).
024000*
024100 FD  TRAN-ENC-OUT-FILE
024200     RECORDING MODE IS V
036500*    LOOKED UP BY RAW-RECORD POSITION IN 2270-CHECK-FIELD-MAP.
036600*    CHAR CARDS ARE NOT TABLED -- CHAR IS THE DEFAULT FOR EVERY
036700*    UNMAPPED POSITION ANYWAY, SO ONLY THE PASSTHROUGH FIELDS
036800*    NEED ENTRIES.  A CHAR FIELD MARKED SENSITIVE IS THE ONE
036801*    EXCEPTION -- IT IS TABLED SO 2800-TOKEN-FIELD CAN SEE IT.
036900 01  TRAN-FIELD-MAP.
037000     03 TRAN-FMAP-COUNT          PIC 9(03) COMP VALUE 0.
037100     03 TRAN-FMAP-SUB            PIC 9(03) COMP VALUE 0.
037400     03 TRAN-FMAP-WORD-START     PIC X(20).
037500     03 TRAN-FMAP-WORD-LENGTH    PIC X(20).
037600     03 TRAN-FMAP-WORD-USAGE     PIC X(08).
037610     03 TRAN-FMAP-WORD-FLAG      PIC X(12).
037700     03 TRAN-FMAP-ENTRY OCCURS 64 TIMES.
037701        05 FMAP-START            PIC 9(04) COMP.
037702        05 FMAP-LENGTH           PIC 9(04) COMP.
037703        05 FMAP-SENSITIVE-SW     PIC X(01).
037704            88 FMAP-SENSITIVE    VALUE "Y".
037705        05 FMAP-USAGE            PIC X(01).
037706            88 FMAP-PACKED       VALUE "P".
037707            88 FMAP-NUMERIC      VALUE "N".
037708        05 FMAP-VAL-FAILS        PIC 9(09) COMP.
037709*
037710*    SENSITIVE-FIELD TOKENIZATION -- SEE 2800-TOKEN-FIELD.  THE
037711*    SAVED TOKENS (ONE PER FIELD-MAP ENTRY) HOLD WHAT THE
037712*    PRIMARY PASS ISSUED FOR THE RECORD IN HAND, SO AN EXTRA-
037713*    OUTPUT REBUILD OF THE SAME RECORD CARRIES THE SAME TOKEN
037714*    INSTEAD OF FILING A SECOND ONE.
037715 01  TRAN-TOKENIZE.
037716     03 TRAN-TOKV-STATUS         PIC X(02) VALUE "00".
037717         88 TRAN-TOKV-OK         VALUE "00".
037718         88 TRAN-TOKV-DUPLICATE  VALUE "22".
037719         88 TRAN-TOKV-NO-RECORD  VALUE "23".
037720         88 TRAN-TOKV-NOT-FOUND  VALUES "35", "05".
037721     03 TRAN-TOKA-STATUS         PIC X(02) VALUE "00".
037722         88 TRAN-TOKA-OK         VALUE "00".
037723         88 TRAN-TOKA-NOT-FOUND  VALUES "35", "05".
037724     03 TRAN-TOKN-ANY-SW         PIC X(01) VALUE "N".
037725         88 TRAN-TOKN-ANY        VALUE "Y".
037726     03 TRAN-TOKN-DECODE-SW      PIC X(01) VALUE "N".
037727         88 TRAN-TOKN-DECODING   VALUE "Y".
037728     03 TRAN-TOKN-ENCODE-SW      PIC X(01) VALUE "N".
037729         88 TRAN-TOKN-ENCODING   VALUE "Y".
037730     03 TRAN-TOKV-OPEN-SW        PIC X(01) VALUE "N".
037731         88 TRAN-TOKV-OPEN       VALUE "Y".
037732     03 TRAN-TOKA-OPEN-SW        PIC X(01) VALUE "N".
037733         88 TRAN-TOKA-OPEN       VALUE "Y".
037734     03 TRAN-TOKN-FILED-SW       PIC X(01) VALUE "N".
037735         88 TRAN-TOKN-FILED      VALUE "Y".
037736     03 TRAN-TOKN-USER           PIC X(08) VALUE SPACES.
037737     03 TRAN-TOKN-NEXT-SEQ       PIC 9(15) VALUE 0.
037738     03 TRAN-TOKN-TOKEN          PIC X(64) VALUE SPACES.
037739     03 TRAN-TOKN-LEN            PIC 9(02) COMP VALUE 0.
037740     03 TRAN-TOKN-TRIES          PIC 9(04) COMP VALUE 0.
037741     03 TRAN-TOKN-ISSUED         PIC 9(09) COMP VALUE 0.
037742     03 TRAN-TOKN-MASKED         PIC 9(09) COMP VALUE 0.
037743     03 TRAN-TOKN-RESTORED       PIC 9(09) COMP VALUE 0.
037744     03 TRAN-TOKN-MISSED         PIC 9(09) COMP VALUE 0.
037745     03 TRAN-TOKN-NOW-DATE       PIC 9(08) VALUE 0.
037746     03 TRAN-TOKN-NOW-TIME       PIC 9(08) VALUE 0.
037747     03 TRAN-TOKN-NOW-HMS REDEFINES TRAN-TOKN-NOW-TIME.
037748        05 TRAN-TOKN-NOW-HHMMSS  PIC 9(06).
037749        05 FILLER                PIC 9(02).
037750     03 TRAN-TOKN-SAVED          PIC X(64) OCCURS 64 TIMES.
037751*
037752*    THE REASON AND TOKEN TEXT FOR A REJECT THAT IS NOT AN
037753*    UNRESOLVED ESCAPE TOKEN -- SPACES FOR THE ORIGINAL KIND.
037754 01  TRAN-REJECT-DETAIL.
037755     03 TRAN-REJ-REASON          PIC X(02) VALUE SPACES.
037756     03 TRAN-REJ-TOKEN           PIC X(09) VALUE SPACES.
037757*
037758*    FIELD-CONTENT VALIDATION -- SEE 2900-VALIDATE-FIELD.  THE
037759*    LAST ENTRY CHECKED GUARDS AGAINST CHECKING ONE FIELD TWICE
037760*    WHEN AN ENCODE REJECT LEAVES THE OUTPUT POSITION IN PLACE.
037761 01  TRAN-VALIDATE.
037762     03 TRAN-VALIDATE-SW         PIC X(01) VALUE "N".
037763         88 TRAN-VALIDATE-ON     VALUE "Y".
037764     03 TRAN-FVAL-BAD-SW         PIC X(01) VALUE "N".
037765         88 TRAN-FVAL-BAD        VALUE "Y".
037766     03 TRAN-FVAL-LAST-SUB       PIC 9(03) COMP VALUE 0.
037767     03 TRAN-FVAL-LEN            PIC S9(04) COMP VALUE 0.
037768     03 TRAN-FVAL-POS            PIC S9(04) COMP VALUE 0.
037769     03 TRAN-FVAL-END            PIC S9(04) COMP VALUE 0.
037770     03 TRAN-FVAL-HIGH           PIC 9(02) COMP VALUE 0.
037771     03 TRAN-FVAL-LOW            PIC 9(02) COMP VALUE 0.
037772     03 TRAN-FVAL-FAIL-COUNT     PIC 9(09) COMP VALUE 0.
037773     03 TRAN-FVAL-BYTE-CHAR      PIC X(01).
037774     03 TRAN-FVAL-BYTE-NUM REDEFINES TRAN-FVAL-BYTE-CHAR
037775                                 PIC 9(02) COMP-X.
037776*
037777*    DELIMITED MODE -- SEE 1490-LOAD-LAYOUT AND THE 2500
037778*    PARAGRAPHS.  THE LAYOUT TABLE LISTS THE FIXED RECORD'S
037779*    FIELDS IN COLUMN ORDER.  A DECODE BUILDS EACH LINE IN
037780*    TRAN-DLM-LINE ONE COLUMN AT A TIME; AN ENCODE PARSES THE
037781*    LINE FROM THERE ONE COLUMN AT A TIME.  NUMBERS ARE WORKED
037782*    AS 31 DIGITS -- ENOUGH FOR A 16-BYTE PACKED FIELD OR ANY
037783*    BINARY FIELD UP TO A DOUBLEWORD.
037784 01  TRAN-DELIMITED.
037785     03 TRAN-DLM-CHAR            PIC X(01) VALUE SPACE.
037786         88 TRAN-DLM-MODE        VALUES ",", "|".
037787     03 TRAN-DLM-QUOTE           PIC X(01) VALUE QUOTE.
037788     03 TRAN-LAY-STATUS          PIC X(02) VALUE "00".
037789         88 TRAN-LAY-NOT-FOUND   VALUES "35", "05".
037790     03 TRAN-LAY-EOF-SW          PIC X(01) VALUE "N".
037791         88 TRAN-LAY-AT-EOF      VALUE "Y".
037792     03 TRAN-LAY-BAD-SW          PIC X(01) VALUE "N".
037793         88 TRAN-LAY-BAD         VALUE "Y".
037794     03 TRAN-LAY-COUNT           PIC 9(03) COMP VALUE 0.
037795     03 TRAN-LAY-SUB             PIC 9(03) COMP VALUE 0.
037796     03 TRAN-LAY-REC-LEN         PIC 9(04) COMP VALUE 0.
037797     03 TRAN-LAY-END             PIC 9(04) COMP VALUE 0.
037798     03 TRAN-LAY-WORD-NAME       PIC X(30).
037799     03 TRAN-LAY-WORD-START      PIC X(20).
037800     03 TRAN-LAY-WORD-LENGTH     PIC X(20).
037801     03 TRAN-LAY-WORD-TYPE       PIC X(08).
037802     03 TRAN-LAY-WORD-DEC        PIC X(20).
037803     03 TRAN-LAY-ENTRY OCCURS 64 TIMES.
037804        05 LAY-NAME              PIC X(30).
037805        05 LAY-START             PIC 9(04) COMP.
037806        05 LAY-LENGTH            PIC 9(04) COMP.
037807        05 LAY-TYPE              PIC X(01).
037808            88 LAY-PACKED        VALUE "P".
037809            88 LAY-BINARY        VALUE "B".
037810        05 LAY-DECIMALS          PIC 9(02) COMP.
037811     03 TRAN-DLM-HDR-SW          PIC X(01) VALUE "N".
037812         88 TRAN-DLM-HDR-PENDING VALUE "Y".
037813     03 TRAN-DLM-HDR-FOUND-SW    PIC X(01) VALUE "N".
037814         88 TRAN-DLM-HDR-FOUND   VALUE "Y".
037815     03 TRAN-DLM-MORE-SW         PIC X(01) VALUE "N".
037816         88 TRAN-DLM-MORE-COLS   VALUE "Y".
037817     03 TRAN-DLM-SHORT-SW        PIC X(01) VALUE "N".
037818         88 TRAN-DLM-SHORT-LINE  VALUE "Y".
037819     03 TRAN-DLM-QUOTED-SW       PIC X(01) VALUE "N".
037820         88 TRAN-DLM-IN-QUOTES   VALUE "Y".
037821     03 TRAN-DLM-COL-END-SW      PIC X(01) VALUE "N".
037822         88 TRAN-DLM-COL-ENDED   VALUE "Y".
037823     03 TRAN-DLM-LINE            PIC X(5994).
037824     03 TRAN-DLM-LINE-LEN        PIC 9(04) COMP VALUE 0.
037825     03 TRAN-DLM-LINE-PTR        PIC 9(04) COMP VALUE 0.
037826     03 TRAN-DLM-COL             PIC X(5994).
037827     03 TRAN-DLM-COL-LEN         PIC 9(04) COMP VALUE 0.
037828     03 TRAN-DLM-COL-SUB         PIC 9(04) COMP VALUE 0.
037829     03 TRAN-DLM-COLS-FOUND      PIC 9(04) COMP VALUE 0.
037830     03 TRAN-DLM-HITS            PIC 9(04) COMP VALUE 0.
037831     03 TRAN-DLM-PUT-CHAR        PIC X(01).
037832     03 TRAN-DLM-SAVE-IN-LEN     PIC 9(04) COMP VALUE 0.
037833     03 TRAN-DLM-POS             PIC 9(04) COMP VALUE 0.
037834     03 TRAN-DLM-BAD-COUNT       PIC 9(09) COMP VALUE 0.
037835     03 TRAN-NUM-ACCUM           PIC S9(31) COMP-3 VALUE 0.
037836     03 TRAN-NUM-POWER           PIC S9(31) COMP-3 VALUE 0.
037837     03 TRAN-NUM-QUOT            PIC S9(31) COMP-3 VALUE 0.
037838     03 TRAN-NUM-REM             PIC 9(03) COMP VALUE 0.
037839     03 TRAN-NUM-DIGITS          PIC 9(31).
037840     03 TRAN-NUM-DIGITS-X REDEFINES TRAN-NUM-DIGITS.
037841        05 TRAN-NUM-DIGIT        PIC 9(01) OCCURS 31 TIMES.
037842     03 TRAN-NUM-DIGIT-CHARS REDEFINES TRAN-NUM-DIGITS.
037843        05 TRAN-NUM-DIGIT-CHAR   PIC X(01) OCCURS 31 TIMES.
037844     03 TRAN-NUM-NEG-SW          PIC X(01) VALUE "N".
037845         88 TRAN-NUM-NEGATIVE    VALUE "Y".
037846     03 TRAN-NUM-BAD-SW          PIC X(01) VALUE "N".
037847         88 TRAN-NUM-BAD         VALUE "Y".
037848     03 TRAN-NUM-SEEN-SW         PIC X(01) VALUE "N".
037849         88 TRAN-NUM-DIGIT-SEEN  VALUE "Y".
037850     03 TRAN-NUM-STATE           PIC X(01) VALUE SPACE.
037851         88 TRAN-NUM-IN-LEAD     VALUE "L".
037852         88 TRAN-NUM-IN-INTEGER  VALUE "I".
037853         88 TRAN-NUM-IN-FRACTION VALUE "F".
037854         88 TRAN-NUM-IN-TRAIL    VALUE "T".
037855     03 TRAN-NUM-WIDTH           PIC 9(02) COMP VALUE 0.
037856     03 TRAN-NUM-SUB             PIC 9(02) COMP VALUE 0.
037857     03 TRAN-NUM-FIRST           PIC 9(02) COMP VALUE 0.
037858     03 TRAN-NUM-POINT           PIC 9(02) COMP VALUE 0.
037859     03 TRAN-NUM-SCALE           PIC 9(02) COMP VALUE 0.
037860     03 TRAN-NUM-INT-COUNT       PIC 9(04) COMP VALUE 0.
037861     03 TRAN-NUM-FRAC-COUNT      PIC 9(04) COMP VALUE 0.
037862     03 TRAN-NUM-HIGH            PIC 9(02) COMP VALUE 0.
037863     03 TRAN-NUM-LOW             PIC 9(02) COMP VALUE 0.
037864     03 TRAN-NUM-CHAR            PIC X(01).
037865     03 TRAN-NUM-CHAR-9 REDEFINES TRAN-NUM-CHAR
037866                                 PIC 9(01).
037867     03 TRAN-NUM-BYTE.
037868        05 TRAN-NUM-BYTE-CHAR    PIC X(01).
037869        05 TRAN-NUM-BYTE-NUM REDEFINES TRAN-NUM-BYTE-CHAR
037870                                 PIC 9(02) COMP-X.
037871*
037872*    INBOUND CONTROL-TOTAL BALANCING -- SET BY BALANCE=YES AND
037873*    THE HASHFIELD CARD.  THE SENDER'S OWN COUNT AND HASH TOTAL
037874*    COME FROM THE SENDCTL DD; OURS ARE TAKEN AT THE PHYSICAL
037875*    READ, SO A RESTART'S SKIPPED RECORDS ARE COUNTED AGAIN AND
037876*    THE TOTALS ALWAYS COVER THE WHOLE INPUT.
037877 01  TRAN-BALANCE.
037878     03 TRAN-BAL-SW              PIC X(01) VALUE "N".
037879         88 TRAN-BAL-ON          VALUE "Y".
037880     03 TRAN-BAL-HASH-SW         PIC X(01) VALUE "N".
037881         88 TRAN-BAL-HASHING     VALUE "Y".
037882     03 TRAN-BAL-CHECKED-SW      PIC X(01) VALUE "N".
037883         88 TRAN-BAL-CHECKED     VALUE "Y".
037884     03 TRAN-BAL-OUT-SW          PIC X(01) VALUE "N".
037885         88 TRAN-BAL-OUT         VALUE "Y".
037886     03 TRAN-BAL-BAD-SW          PIC X(01) VALUE "N".
037887         88 TRAN-BAL-BAD         VALUE "Y".
037888     03 TRAN-BAL-EXP-RECS-SW     PIC X(01) VALUE "N".
037889         88 TRAN-BAL-EXP-RECS-GIVEN VALUE "Y".
037890     03 TRAN-BAL-EXP-HASH-SW     PIC X(01) VALUE "N".
037891         88 TRAN-BAL-EXP-HASH-GIVEN VALUE "Y".
037892     03 TRAN-SCTL-STATUS         PIC X(02) VALUE "00".
037893     03 TRAN-SCTL-EOF-SW         PIC X(01) VALUE "N".
037894         88 TRAN-SCTL-AT-EOF     VALUE "Y".
037895     03 TRAN-BAL-FIELD-NAME      PIC X(16) VALUE SPACES.
037896     03 TRAN-BAL-START           PIC 9(04) COMP VALUE 0.
037897     03 TRAN-BAL-LENGTH          PIC 9(02) COMP VALUE 0.
037898     03 TRAN-BAL-END             PIC 9(04) COMP VALUE 0.
037899     03 TRAN-BAL-TYPE            PIC X(01) VALUE SPACE.
037900         88 TRAN-BAL-PACKED      VALUE "P".
037901         88 TRAN-BAL-NUMERIC     VALUE "N".
037902     03 TRAN-BAL-DECIMALS        PIC 9(02) COMP VALUE 0.
037903     03 TRAN-BAL-SUB             PIC 9(02) COMP VALUE 0.
037904     03 TRAN-BAL-EXP-RECS        PIC 9(09) COMP VALUE 0.
037905     03 TRAN-BAL-ACT-RECS        PIC 9(09) COMP VALUE 0.
037906     03 TRAN-BAL-HASH-ERRORS     PIC 9(09) COMP VALUE 0.
037907     03 TRAN-BAL-EXP-HASH        PIC S9(31) COMP-3 VALUE 0.
037908     03 TRAN-BAL-ACT-HASH        PIC S9(31) COMP-3 VALUE 0.
037909     03 TRAN-BAL-VALUE           PIC S9(31) COMP-3 VALUE 0.
037910     03 TRAN-BAL-NEG-SW          PIC X(01) VALUE "N".
037911         88 TRAN-BAL-NEGATIVE    VALUE "Y".
037912     03 TRAN-BAL-EXP-HASH-X      PIC X(22) VALUE SPACES.
037913     03 TRAN-BAL-ACT-HASH-X      PIC X(22) VALUE SPACES.
037914     03 TRAN-BAL-RESULT          PIC X(14) VALUE SPACES.
038000*
038002*    KEYED (KSDS) I-O CONTROL -- SET FROM THE KSDS=, KEYPOS=,
038004*    KEYLEN=, KEYFROM= AND KEYTO= CONTROL CARDS.  THE KEY SLICE
038248     03 TRAN-DREG-RECS           PIC 9(09) VALUE 0.
038249     03 TRAN-DREG-BYTES          PIC 9(12) VALUE 0.
038250     03 TRAN-DREG-CKSUM          PIC 9(09) VALUE 0.
038255     03 TRAN-DREG-WRITTEN-SW     PIC X(01) VALUE "N".
038257         88 TRAN-DREG-WRITTEN    VALUE "Y".
038259*
038261*    THE DELIVERY ARCHIVE -- SEE 8500-OPEN-ARCHIVE.
038263 01  TRAN-DELIVERY-ARCH.
038265     03 TRAN-DARC-STATUS         PIC X(02) VALUE "00".
038267         88 TRAN-DARC-OK         VALUE "00".
038269         88 TRAN-DARC-NOT-FOUND  VALUES "35", "05".
038271     03 TRAN-DARC-AVAIL-SW       PIC X(01) VALUE "Y".
038273         88 TRAN-DARC-AVAIL      VALUE "Y".
038275     03 TRAN-DARC-OPEN-SW        PIC X(01) VALUE "N".
038277         88 TRAN-DARC-OPEN       VALUE "Y".
038278     03 TRAN-DARC-TAIL-SW        PIC X(01) VALUE "N".
038279         88 TRAN-DARC-TAIL-DONE  VALUE "Y".
038280     03 TRAN-DARC-TAIL-SEQ       PIC 9(09) VALUE 0.
038281*
038282*    THE RECORD-LINEAGE TRACE -- SEE 2370-WRITE-TRACE.  THE
038283*    FRAME COUNT IS THE TRNHDR01 OR COLUMN-NAME ROW IN FRONT OF
038284*    THE OUTPUT'S FIRST DATA RECORD (ONE OR NONE), SO TRACED
038285*    OUTPUT RECORD NUMBERS ARE PHYSICAL ONES.  THE OFFSETS RUN
038286*    OVER EVERY PHYSICAL READ OF THE ENTRY'S INPUT.
038287 01  TRAN-TRACE-CONTROL.
038288     03 TRAN-TRC-SW              PIC X(01) VALUE "N".
038289         88 TRAN-TRC-ON          VALUE "Y".
038290     03 TRAN-TRCE-STATUS         PIC X(02) VALUE "00".
038291         88 TRAN-TRCE-OK         VALUE "00".
038292     03 TRAN-TRC-OPEN-SW         PIC X(01) VALUE "N".
038293         88 TRAN-TRC-OPEN        VALUE "Y".
038294     03 TRAN-TRC-FRAME           PIC 9(01) COMP VALUE 0.
038295     03 TRAN-TRC-OUT-REC         PIC 9(09) COMP VALUE 0.
038296     03 TRAN-TRC-REC-OFFSET      PIC 9(12) COMP VALUE 0.
038297     03 TRAN-TRC-NEXT-OFFSET     PIC 9(12) COMP VALUE 0.
038298     03 TRAN-TRC-SEG-COL         PIC 9(04) COMP VALUE 1.
038299     03 TRAN-TRC-COUNT           PIC 9(09) COMP VALUE 0.
038300*
038301*    THE PARTNER'S OUTBOUND CHARACTER POLICY -- SEE 1800-LOAD-
038302*    CHAR-POLICY AND 2950-APPLY-CHAR-POLICY.  THE RULES ARE
038303*    TABLED IN KEY (STARTING CODE POINT) ORDER; THE WINNING RULE
038304*    FOR EACH OF CODE POINTS 0-255 IS WORKED OUT ONCE AT LOAD SO
038305*    AN ORDINARY BYTE COSTS ONE SUBSCRIPT.  RULE ZERO MEANS NO
038306*    RULE COVERS THE CODE POINT.  THE COUNT TABLE IS KEPT IN
038307*    CODE-POINT ORDER FOR THE END-OF-RUN REPORT; ITS RULE ZERO
038308*    ENTRIES ARE REJECTS.
038309 01  TRAN-CHAR-POLICY.
038310     03 TRAN-CPOL-ID             PIC X(08) VALUE SPACES.
038311     03 TRAN-CPOL-STATUS         PIC X(02) VALUE "00".
038312         88 TRAN-CPOL-OK         VALUE "00".
038313     03 TRAN-CPOL-LOADED-SW      PIC X(01) VALUE "N".
038314         88 TRAN-CPOL-LOADED     VALUE "Y".
038315     03 TRAN-CPOL-ENCODE-SW      PIC X(01) VALUE "N".
038316         88 TRAN-CPOL-ENCODING   VALUE "Y".
038317     03 TRAN-CPOL-EOF-SW         PIC X(01) VALUE "N".
038318         88 TRAN-CPOL-AT-EOF     VALUE "Y".
038319     03 TRAN-CPOL-BAD-SW         PIC X(01) VALUE "N".
038320         88 TRAN-CPOL-BAD        VALUE "Y".
038321     03 TRAN-CPOL-STAT-DONE-SW   PIC X(01) VALUE "N".
038322         88 TRAN-CPOL-STAT-DONE  VALUE "Y".
038323     03 TRAN-CPOL-RESULT         PIC X(01) VALUE "A".
038324         88 TRAN-CPOL-ALLOWED    VALUE "A".
038325         88 TRAN-CPOL-SUBSTITUTED VALUE "S".
038326         88 TRAN-CPOL-REJECTED   VALUE "R".
038327     03 TRAN-CPOL-CP             PIC 9(08) COMP VALUE 0.
038328     03 TRAN-CPOL-TOKEN          PIC X(09) VALUE SPACES.
038329     03 TRAN-CPOL-HIT            PIC 9(04) COMP VALUE 0.
038330     03 TRAN-CPOL-WIDTH          PIC 9(08) COMP VALUE 0.
038331     03 TRAN-CPOL-BEST-WIDTH     PIC 9(08) COMP VALUE 0.
038332     03 TRAN-CPOL-SUB            PIC 9(04) COMP VALUE 0.
038333     03 TRAN-CPOL-SCAN-SUB       PIC 9(04) COMP VALUE 0.
038334     03 TRAN-CPOL-BYTE-SUB       PIC 9(04) COMP VALUE 0.
038335     03 TRAN-CPOL-TEXT-SUB       PIC 9(02) COMP VALUE 0.
038336     03 TRAN-CPOL-SAVE-CODE      PIC 9(03) VALUE 0.
038337     03 TRAN-CPOL-SHOW-FROM      PIC 9(07) VALUE 0.
038338     03 TRAN-CPOL-SHOW-CP        PIC 9(03) VALUE 0.
038339     03 TRAN-CPOL-SUBST-COUNT    PIC 9(09) COMP VALUE 0.
038340     03 TRAN-CPOL-REJ-COUNT      PIC 9(09) COMP VALUE 0.
038341     03 TRAN-CPOL-MAX-RULES      PIC 9(04) COMP VALUE 500.
038342     03 TRAN-CPOL-RULE-COUNT     PIC 9(04) COMP VALUE 0.
038343     03 TRAN-CPOL-RULE OCCURS 500 TIMES.
038344        05 TRAN-CPOL-R-FROM      PIC 9(08) COMP.
038345        05 TRAN-CPOL-R-TO        PIC 9(08) COMP.
038346        05 TRAN-CPOL-R-ACTION    PIC X(01).
038347        05 TRAN-CPOL-R-LEN       PIC 9(02) COMP.
038348        05 TRAN-CPOL-R-TEXT      PIC X(08).
038349     03 TRAN-CPOL-BYTE-RULE      PIC 9(04) COMP OCCURS 256 TIMES.
038350     03 TRAN-CPOL-MAX-STATS      PIC 9(04) COMP VALUE 200.
038351     03 TRAN-CPOL-STAT-COUNT     PIC 9(04) COMP VALUE 0.
038352     03 TRAN-CPOL-STAT-SUB       PIC 9(04) COMP VALUE 0.
038353     03 TRAN-CPOL-SHIFT-SUB      PIC 9(04) COMP VALUE 0.
038354     03 TRAN-CPOL-STAT-OVERFLOW  PIC 9(09) COMP VALUE 0.
038355     03 TRAN-CPOL-STAT OCCURS 201 TIMES.
038356        05 TRAN-CPOL-S-CP        PIC 9(08) COMP.
038357        05 TRAN-CPOL-S-RULE      PIC 9(04) COMP.
038358        05 TRAN-CPOL-S-COUNT     PIC 9(09) COMP.
038359 01  TRAN-CPOL-LINE.
038360     03 FILLER                   PIC X(14)
038361         VALUE "TRANCODE:   U+".
038362     03 TRAN-CPL-HEX             PIC X(06).
038363     03 FILLER                   PIC X(02) VALUE " (".
038364     03 TRAN-CPL-DEC             PIC ZZZZZZ9.
038365     03 FILLER                   PIC X(05) VALUE ") -> ".
038366     03 TRAN-CPL-RESULT          PIC X(10).
038367     03 FILLER                   PIC X(07) VALUE " COUNT=".
038368     03 TRAN-CPL-COUNT           PIC ZZZZZZZZ9.
038369*
038370 01  TRAN-COUNTERS.
038371     03 TRAN-RECS-READ           PIC 9(09) COMP VALUE 0.
038372     03 TRAN-RECS-WRITTEN        PIC 9(09) COMP VALUE 0.
038400     03 TRAN-CHAR-IDX            PIC 9(04) COMP VALUE 0.
038500     03 TRAN-OUT-PTR             PIC 9(04) COMP VALUE 0.
038600     03 TRAN-IN-LIMIT            PIC 9(04) COMP VALUE 0.
041100     03 TRAN-RUN-TIME            PIC 9(08) VALUE 0.
041200     03 TRAN-RUN-TIME-HMS REDEFINES TRAN-RUN-TIME.
041300        05 TRAN-RUN-TIME-HHMMSS  PIC 9(06).
041310        05 FILLER                PIC 9(02).
041320     03 TRAN-END-TIME            PIC 9(08) VALUE 0.
041330     03 TRAN-END-TIME-HMS REDEFINES TRAN-END-TIME.
041340        05 TRAN-END-TIME-HHMMSS  PIC 9(06).
041400        05 FILLER                PIC 9(02).
041500*
041600 01  TRAN-WORK-RECORDS.
053750     IF TRAN-PARTNER-ID IS NOT EQUAL TO SPACES THEN
053760         PERFORM 1380-LOAD-PARTNER-PROFILE THRU 1380-EXIT.
053800     PERFORM 1400-LOAD-FIELD-MAP THRU 1400-EXIT.
053803     IF TRAN-DLM-MODE THEN
053806         PERFORM 1490-LOAD-LAYOUT THRU 1490-EXIT.
053810     IF TRAN-KEYED-IN OR TRAN-KEYED-OUT THEN
053820         PERFORM 1395-VALIDATE-KEYED-IO THRU 1395-EXIT.
053830*    THE DECODE-SIDE FRONT END CARRIES THE SAME CODE-PAGE NAME
054500     PERFORM 1450-LOAD-MANIFEST THRU 1450-EXIT.
054510     IF TRAN-XOUT-COUNT IS GREATER THAN ZERO THEN
054520         PERFORM 1397-VALIDATE-EXTRA-OUTS THRU 1397-EXIT.
054523     IF TRAN-DLM-MODE THEN
054526         PERFORM 1495-VALIDATE-DELIMITED THRU 1495-EXIT.
054527     IF TRAN-BAL-ON THEN
054528         PERFORM 1445-VALIDATE-BALANCE THRU 1445-EXIT.
054530     PERFORM 1480-PREPARE-TOKEN-VAULT THRU 1480-EXIT.
054540     IF TRAN-CPOL-ID IS NOT EQUAL TO SPACES THEN
054550         PERFORM 1800-LOAD-CHAR-POLICY THRU 1800-EXIT.
054600     MOVE 0 TO TRAN-RESTART-COUNT, TRAN-MAN-RESUME-ENTRY.
054700     IF TRAN-RESTART-REQUEST THEN
054800         PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
054810     IF TRAN-TRC-ON THEN
054820         PERFORM 1520-OPEN-TRACE THRU 1520-EXIT.
054900 1000-EXIT.
055000     EXIT.
055100*
055900     MOVE MAN-OUT-DDNAME (TRAN-MAN-SUB) TO TRAN-OUT-DDNAME.
056000     MOVE 0 TO TRAN-RECS-READ, TRAN-RECS-WRITTEN,
056100         TRAN-BYTE-TOTAL, TRAN-CHECKSUM, TRAN-SKIP-COUNT.
056110     MOVE 0 TO TRAN-BAL-ACT-RECS, TRAN-BAL-ACT-HASH,
056120         TRAN-BAL-HASH-ERRORS.
056200     MOVE "N" TO TRAN-EOF-SW.
056201     MOVE "N" TO TRAN-DLM-HDR-SW.
056202     MOVE 0 TO TRAN-EASC-VERSION-REQ.
056203     MOVE "A" TO TRAN-CPOL-RESULT.
056204     MOVE 0 TO TRAN-TRC-REC-OFFSET, TRAN-TRC-NEXT-OFFSET.
056205     MOVE 1 TO TRAN-TRC-SEG-COL.
056206     IF TRAN-MODE-DECODE AND
056207        (TRAN-DLM-MODE OR NOT TRAN-KEYED-OUT) THEN
056208         MOVE 1 TO TRAN-TRC-FRAME
056209     ELSE
056210         MOVE 0 TO TRAN-TRC-FRAME.
056212*    EACH ENCODE ENTRY'S REGISTER IDENTITY COMES FROM ITS OWN
056214*    INPUT'S HEADER -- CLEAR THE LAST ONE'S.
056216     IF TRAN-MODE-ENCODE THEN
056218         MOVE SPACES TO TRAN-DREG-DSN
056219         MOVE "N" TO TRAN-DREG-FORCED-SW
056220         MOVE "N" TO TRAN-DREG-WRITTEN-SW
056221         MOVE 0 TO TRAN-DREG-DATE, TRAN-DREG-TIME,
056222             TRAN-DREG-RECS, TRAN-DREG-BYTES, TRAN-DREG-CKSUM.
056300     IF TRAN-MODE-ENCODE THEN
056400         MOVE 5994 TO TRAN-IN-LIMIT
058500         MOVE 0 TO TRAN-RECS-READ
058600     ELSE
058700         PERFORM 1160-OPEN-OUTPUT-OUT THRU 1160-EXIT
058710         IF TRAN-MODE-DECODE AND TRAN-DLM-MODE THEN
058720             PERFORM 1510-WRITE-COLUMN-NAMES THRU 1510-EXIT
058730         ELSE IF TRAN-MODE-DECODE AND NOT TRAN-KEYED-OUT THEN
058900             PERFORM 1500-WRITE-HEADER THRU 1500-EXIT
058910         END-IF
058920         END-IF
058930         IF TRAN-MODE-ENCODE AND TRAN-DLM-MODE THEN
058940             MOVE "Y" TO TRAN-DLM-HDR-SW
059000         END-IF
059010         IF TRAN-XOUT-COUNT IS GREATER THAN ZERO AND
059020            TRAN-MODE-DECODE THEN
059600*    PER-FILE COUNT LINE, AND THE ENTRY'S SLICE OF THE RUN
059700*    TOTALS.  A MAXERR STOP LEAVES THE ENTRY MARKED NOT-DONE.
059800 1700-FINISH-ONE-FILE.
059810     IF TRAN-BAL-ON THEN
059820         PERFORM 1760-CHECK-BALANCE THRU 1760-EXIT.
059830*    AN OUT-OF-BALANCE FILE GETS NO TRAILER, SO VERIFICATION
059840*    FAILS IT THE SAME WAY IT FAILS A MAXERR-TRUNCATED ONE.
059900     IF TRAN-MODE-DECODE AND NOT TRAN-MAXERR-HIT AND
059950        NOT TRAN-KEYED-OUT AND NOT TRAN-OPER-STOPPED AND
059960        NOT TRAN-DLM-MODE AND NOT TRAN-BAL-OUT THEN
060000         PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
060100     IF TRAN-KEYED-IN THEN
060110         PERFORM 1710-CLOSE-KEYED-IN THRU 1710-EXIT
061000     IF NOT TRAN-MAXERR-HIT AND NOT TRAN-OPER-STOPPED THEN
061100         MOVE "D" TO MAN-STATUS (TRAN-MAN-SUB).
061110     IF NOT TRAN-MAXERR-HIT AND NOT TRAN-OPER-STOPPED AND
061115        NOT TRAN-BAL-OUT AND
061120        TRAN-DREG-DSN IS NOT EQUAL TO SPACES THEN
061130         PERFORM 8300-WRITE-REGISTER THRU 8300-EXIT.
061133     IF TRAN-DARC-OPEN THEN
061136         PERFORM 8520-CLOSE-ARCHIVE THRU 8520-EXIT.
061140     IF TRAN-RECS-READ IS GREATER THAN ZERO OR
061150        TRAN-RECS-WRITTEN IS GREATER THAN ZERO THEN
061160         PERFORM 8400-WRITE-ACCOUNTING THRU 8400-EXIT.
063000         MOVE 0 TO TRAN-RESTART-COUNT
063010         MOVE 0 TO TRAN-RESTART-WRITTEN.
063020     IF NOT TRAN-MAXERR-HIT AND NOT TRAN-OPER-STOPPED AND
063021        TRAN-MAN-SUB IS LESS THAN TRAN-MAN-COUNT THEN
063022         PERFORM 1750-WRITE-ENTRY-CHECKPOINT THRU 1750-EXIT.
063023 1700-EXIT.
063024     EXIT.
063025*
063026*    PROVES THE INPUT AGAINST THE SENDER'S CONTROL FILE AND
063027*    PRINTS THE BALANCING LINES.  A TRUNCATED (MAXERR) OR
063028*    OPERATOR-STOPPED RUN NEVER READ THE WHOLE FILE, SO IT IS
063029*    NOT BALANCED AT ALL.
063030 1760-CHECK-BALANCE.
063031     IF TRAN-MAXERR-HIT OR TRAN-OPER-STOPPED THEN
063032         GO TO 1760-EXIT.
063033     MOVE "Y" TO TRAN-BAL-CHECKED-SW.
063034     IF TRAN-BAL-ACT-RECS IS NOT EQUAL TO TRAN-BAL-EXP-RECS THEN
063035         MOVE "Y" TO TRAN-BAL-OUT-SW.
063036     IF TRAN-BAL-HASHING THEN
063037         IF TRAN-BAL-ACT-HASH IS NOT EQUAL TO TRAN-BAL-EXP-HASH
063038            OR TRAN-BAL-HASH-ERRORS IS GREATER THAN ZERO
063039             MOVE "Y" TO TRAN-BAL-OUT-SW
063040         END-IF
063041         MOVE TRAN-BAL-ACT-HASH TO TRAN-NUM-ACCUM
063042         PERFORM 1446-FORMAT-HASH THRU 1446-EXIT
063043         MOVE TRAN-DLM-COL TO TRAN-BAL-ACT-HASH-X.
063044     IF TRAN-BAL-OUT THEN
063045         MOVE "OUT OF BALANCE" TO TRAN-BAL-RESULT
063046     ELSE
063047         MOVE "IN BALANCE" TO TRAN-BAL-RESULT.
063048     DISPLAY "TRANCODE: BALANCING " TRAN-IN-DDNAME
063049         " RECORDS EXPECTED=" TRAN-BAL-EXP-RECS
063050         " ACTUAL=" TRAN-BAL-ACT-RECS.
063051     IF TRAN-BAL-HASHING THEN
063052         DISPLAY "TRANCODE: BALANCING HASH " TRAN-BAL-FIELD-NAME
063053             " EXPECTED=" TRAN-BAL-EXP-HASH-X
063054         DISPLAY "TRANCODE: BALANCING HASH " TRAN-BAL-FIELD-NAME
063055             " ACTUAL=  " TRAN-BAL-ACT-HASH-X.
063056     IF TRAN-BAL-HASH-ERRORS IS GREATER THAN ZERO THEN
063057         DISPLAY "TRANCODE: BALANCING HASH FIELD UNREADABLE ON "
063058             TRAN-BAL-HASH-ERRORS " RECORDS".
063059     DISPLAY "TRANCODE: BALANCING RESULT: " TRAN-BAL-RESULT.
063060 1760-EXIT.
063061     EXIT.
063062*
063063*    LOADS THE OUTBOUND CHARACTER POLICY THE PARTNER PROFILE
063064*    NAMES.  IT ONLY GOVERNS ENCODE ENTRIES, SO A RUN WITH NONE
063065*    LEAVES IT UNLOADED.  A MISSING CHARPOL FILE, A POLICY WITH
063066*    NO RULES, ONE TOO BIG TO TABLE, OR ONE WHOSE SUBSTITUTION
063067*    TEXT IT WOULD ITSELF REJECT OR REPLACE STOPS THE RUN -- A
063068*    PARTNER DELIVERY MUST NOT GO OUT UNDER HALF A POLICY.
063069 1800-LOAD-CHAR-POLICY.
063070     MOVE "N" TO TRAN-CPOL-ENCODE-SW.
063071     PERFORM 1805-NOTE-ENCODE-ENTRY THRU 1805-EXIT
063072         VARYING TRAN-MAN-SUB FROM 1 BY 1
063073         UNTIL TRAN-MAN-SUB IS GREATER THAN TRAN-MAN-COUNT.
063074     IF NOT TRAN-CPOL-ENCODING THEN
063075         DISPLAY "TRANCODE: CHARACTER POLICY " TRAN-CPOL-ID
063076             " NOT LOADED -- NO ENCODE ENTRY IN THIS RUN"
063077         GO TO 1800-EXIT.
063078     OPEN INPUT TRAN-CPOL-FILE.
063079     IF NOT TRAN-CPOL-OK THEN
063080         DISPLAY "TRANCODE: CHARPOL NOT AVAILABLE, STATUS="
063081             TRAN-CPOL-STATUS " -- RUN STOPPED"
063082         MOVE 8 TO RETURN-CODE
063083         GOBACK.
063084     MOVE 0 TO TRAN-CPOL-RULE-COUNT.
063085     MOVE "N" TO TRAN-CPOL-EOF-SW.
063086     MOVE TRAN-CPOL-ID TO CPOL-POLICY.
063087     MOVE 0 TO CPOL-FROM-CP.
063088     START TRAN-CPOL-FILE KEY IS NOT LESS THAN CPOL-KEY
063089         INVALID KEY
063090             MOVE "Y" TO TRAN-CPOL-EOF-SW
063091     END-START.
063092     PERFORM 1810-TABLE-ONE-RULE THRU 1810-EXIT
063093         UNTIL TRAN-CPOL-AT-EOF.
063094     CLOSE TRAN-CPOL-FILE.
063095     IF TRAN-CPOL-RULE-COUNT IS EQUAL TO ZERO THEN
063096         DISPLAY "TRANCODE: CHARACTER POLICY " TRAN-CPOL-ID
063097             " HAS NO RULES ON CHARPOL, RUN STOPPED"
063098         MOVE 8 TO RETURN-CODE
063099         GOBACK.
063100     PERFORM 1820-CACHE-ONE-BYTE THRU 1820-EXIT
063101         VARYING TRAN-CPOL-BYTE-SUB FROM 1 BY 1
063102         UNTIL TRAN-CPOL-BYTE-SUB IS GREATER THAN 256.
063103     MOVE "N" TO TRAN-CPOL-BAD-SW.
063104     PERFORM 1830-CHECK-ONE-RULE-TEXT THRU 1830-EXIT
063105         VARYING TRAN-CPOL-SUB FROM 1 BY 1
063106         UNTIL TRAN-CPOL-SUB IS GREATER THAN TRAN-CPOL-RULE-COUNT.
063107     IF TRAN-CPOL-BAD THEN
063108         DISPLAY "TRANCODE: CHARACTER POLICY " TRAN-CPOL-ID
063109             " SUBSTITUTES CHARACTERS IT DOES NOT ALLOW, RUN "
063110             "STOPPED"
063111         MOVE 8 TO RETURN-CODE
063112         GOBACK.
063113     MOVE "Y" TO TRAN-CPOL-LOADED-SW.
063114     DISPLAY "TRANCODE: CHARACTER POLICY APPLIED: " TRAN-CPOL-ID
063115         " RULES=" TRAN-CPOL-RULE-COUNT.
063116 1800-EXIT.
063117     EXIT.
063118*
063119 1805-NOTE-ENCODE-ENTRY.
063120     IF MAN-MODE (TRAN-MAN-SUB) IS EQUAL TO "ENCODE" THEN
063121         MOVE "Y" TO TRAN-CPOL-ENCODE-SW.
063122 1805-EXIT.
063123     EXIT.
063124*
063125 1810-TABLE-ONE-RULE.
063126     READ TRAN-CPOL-FILE NEXT RECORD
063127         AT END
063128             MOVE "Y" TO TRAN-CPOL-EOF-SW
063129     END-READ.
063130     IF TRAN-CPOL-AT-EOF THEN
063131         GO TO 1810-EXIT.
063132     IF CPOL-POLICY IS NOT EQUAL TO TRAN-CPOL-ID THEN
063133         MOVE "Y" TO TRAN-CPOL-EOF-SW
063134         GO TO 1810-EXIT.
063135     IF TRAN-CPOL-RULE-COUNT IS NOT LESS THAN
063136             TRAN-CPOL-MAX-RULES THEN
063137         DISPLAY "TRANCODE: CHARACTER POLICY " TRAN-CPOL-ID
063138             " HAS MORE THAN " TRAN-CPOL-MAX-RULES
063139             " RULES, RUN STOPPED"
063140         MOVE 8 TO RETURN-CODE
063141         GOBACK.
063142     ADD 1 TO TRAN-CPOL-RULE-COUNT.
063143     MOVE CPOL-FROM-CP TO TRAN-CPOL-R-FROM (TRAN-CPOL-RULE-COUNT).
063144     MOVE CPOL-TO-CP TO TRAN-CPOL-R-TO (TRAN-CPOL-RULE-COUNT).
063145     MOVE CPOL-ACTION
063146         TO TRAN-CPOL-R-ACTION (TRAN-CPOL-RULE-COUNT).
063147     MOVE CPOL-SUB-LEN TO TRAN-CPOL-R-LEN (TRAN-CPOL-RULE-COUNT).
063148     MOVE CPOL-SUB-TEXT
063149         TO TRAN-CPOL-R-TEXT (TRAN-CPOL-RULE-COUNT).
063150 1810-EXIT.
063151     EXIT.
063152*
063153 1820-CACHE-ONE-BYTE.
063154     COMPUTE TRAN-CPOL-CP = TRAN-CPOL-BYTE-SUB - 1.
063155     PERFORM 2955-FIND-RULE THRU 2955-EXIT.
063156     MOVE TRAN-CPOL-HIT
063157         TO TRAN-CPOL-BYTE-RULE (TRAN-CPOL-BYTE-SUB).
063158 1820-EXIT.
063159     EXIT.
063160*
063161*    EVERY BYTE A SUBSTITUTE RULE SENDS MUST FALL UNDER AN ALLOW
063162*    RULE -- OTHERWISE THE REPLACEMENT WOULD ITSELF BE REJECTED
063163*    OR REPLACED AT THE PARTNER'S END OF THE POLICY.
063164 1830-CHECK-ONE-RULE-TEXT.
063165     IF TRAN-CPOL-R-ACTION (TRAN-CPOL-SUB) IS NOT EQUAL TO "S"
063166             THEN
063167         GO TO 1830-EXIT.
063168     PERFORM 1835-CHECK-ONE-TEXT-BYTE THRU 1835-EXIT
063169         VARYING TRAN-CPOL-TEXT-SUB FROM 1 BY 1
063170         UNTIL TRAN-CPOL-TEXT-SUB IS GREATER THAN
063171             TRAN-CPOL-R-LEN (TRAN-CPOL-SUB).
063172 1830-EXIT.
063173     EXIT.
063174*
063175 1835-CHECK-ONE-TEXT-BYTE.
063176     MOVE TRAN-CPOL-R-TEXT (TRAN-CPOL-SUB) (TRAN-CPOL-TEXT-SUB:1)
063177         TO TRAN-BYTE-CHAR.
063178     MOVE TRAN-CPOL-BYTE-RULE (TRAN-BYTE-NUM + 1)
063179         TO TRAN-CPOL-HIT.
063180     IF TRAN-CPOL-HIT IS EQUAL TO ZERO THEN
063181         MOVE "Y" TO TRAN-CPOL-BAD-SW
063182     ELSE IF TRAN-CPOL-R-ACTION (TRAN-CPOL-HIT) IS NOT EQUAL
063183             TO "A" THEN
063184         MOVE "Y" TO TRAN-CPOL-BAD-SW
063185     ELSE
063186         GO TO 1835-EXIT.
063187     MOVE TRAN-CPOL-R-FROM (TRAN-CPOL-SUB) TO TRAN-CPOL-SHOW-FROM.
063188     MOVE TRAN-BYTE-NUM TO TRAN-CPOL-SHOW-CP.
063189     DISPLAY "TRANCODE: CHARACTER POLICY " TRAN-CPOL-ID
063190         " RULE FROM " TRAN-CPOL-SHOW-FROM
063191         " SENDS CODE POINT " TRAN-CPOL-SHOW-CP
063192         " WHICH NO ALLOW RULE COVERS".
063193 1835-EXIT.
063200     EXIT.
063202*
063204*    A COMPLETED ENTRY ADVANCES THE CHECKPOINT TO THE TOP OF
063229     MOVE SPACES TO CKPT-LAST-KEY.
063230     MOVE SPACES TO CKPT-FILLER.
063232     OPEN OUTPUT TRAN-CKPT-FILE.
063234     WRITE CKPT-RECORD.
063236     CLOSE TRAN-CKPT-FILE.
063238 1750-EXIT.
063240     EXIT.
075700        TRAN-CTL-KEYWORD IS EQUAL TO "OMIT" THEN
075800         PERFORM 1360-PARSE-SELECT-CARD THRU 1360-EXIT
075900         GO TO 1330-EXIT.
075910     IF TRAN-CTL-KEYWORD IS EQUAL TO "HASHFIELD" THEN
075920         PERFORM 1365-PARSE-HASH-CARD THRU 1365-EXIT
075930         GO TO 1330-EXIT.
076000     IF TRAN-CTL-KEYWORD IS EQUAL TO "DSNID" THEN
076100         MOVE TRAN-CTL-VALUE TO TRAN-DSNID
076200         GO TO 1330-EXIT.
076356         IF TRAN-CTL-VALUE IS EQUAL TO "YES" THEN
076358             MOVE "Y" TO TRAN-REFLOW-SW
076360         ELSE
076361             DISPLAY "TRANCODE: BAD REFLOW VALUE, CARD IGNORED"
076362         END-IF
076363         GO TO 1330-EXIT.
076364     IF TRAN-CTL-KEYWORD IS EQUAL TO "TRACE" THEN
076365         IF TRAN-CTL-VALUE IS EQUAL TO "YES" THEN
076366             MOVE "Y" TO TRAN-TRC-SW
076367         ELSE
076368             DISPLAY "TRANCODE: BAD TRACE VALUE, CARD IGNORED"
076369         END-IF
076370         GO TO 1330-EXIT.
076371     IF TRAN-CTL-KEYWORD IS EQUAL TO "EXPECTED" THEN
076372         PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT
076373         IF TRAN-CTL-VALUE-OK-SW IS EQUAL TO "Y" THEN
076374             MOVE TRAN-CTL-VALUE-NUM TO TRAN-EXPECTED-RECS
076376         ELSE
076378             DISPLAY "TRANCODE: BAD EXPECTED VALUE, CARD "
076900             DISPLAY "TRANCODE: BAD NONSEL VALUE, CARD IGNORED"
077000         END-IF
077100         GO TO 1330-EXIT.
077101     IF TRAN-CTL-KEYWORD IS EQUAL TO "VALIDATE" THEN
077102         IF TRAN-CTL-VALUE IS EQUAL TO "YES" THEN
077103             MOVE "Y" TO TRAN-VALIDATE-SW
077104         ELSE IF TRAN-CTL-VALUE IS EQUAL TO "NO" THEN
077105             MOVE "N" TO TRAN-VALIDATE-SW
077106         ELSE
077107             DISPLAY "TRANCODE: BAD VALIDATE VALUE, CARD "
077108                 "IGNORED"
077109         END-IF
077110         GO TO 1330-EXIT.
077111*    DELIMITED MODE AND ITS DELIMITER -- THE FIELDS COME FROM
077112*    THE LAYOUT DD.
077113     IF TRAN-CTL-KEYWORD IS EQUAL TO "DELIM" THEN
077114         IF TRAN-CTL-VALUE IS EQUAL TO "COMMA" THEN
077115             MOVE "," TO TRAN-DLM-CHAR
077116         ELSE IF TRAN-CTL-VALUE IS EQUAL TO "PIPE" THEN
077117             MOVE "|" TO TRAN-DLM-CHAR
077118         ELSE
077119             DISPLAY "TRANCODE: BAD DELIM VALUE, CARD IGNORED"
077120         END-IF
077121         GO TO 1330-EXIT.
077122*    BALANCE=YES CHECKS A DECODE INPUT AGAINST THE SENDER'S
077123*    CONTROL FILE (SENDCTL) BEFORE THE GENERATION IS REGISTERED.
077124     IF TRAN-CTL-KEYWORD IS EQUAL TO "BALANCE" THEN
077129         IF TRAN-CTL-VALUE IS EQUAL TO "YES" THEN
077134             MOVE "Y" TO TRAN-BAL-SW
077139         ELSE IF TRAN-CTL-VALUE IS EQUAL TO "NO" THEN
077144             MOVE "N" TO TRAN-BAL-SW
077149         ELSE
077154             DISPLAY "TRANCODE: BAD BALANCE VALUE, CARD IGNORED"
077159         END-IF
077164         GO TO 1330-EXIT.
077170*    THE REQUESTING USER, RECORDED ON TOKAUDIT FOR EVERY VALUE
077176*    AN ENCODE RUN RESTORES FROM THE TOKEN VAULT.
077182     IF TRAN-CTL-KEYWORD IS EQUAL TO "USER" THEN
077188         MOVE TRAN-CTL-VALUE TO TRAN-TOKN-USER
077194         GO TO 1330-EXIT.
077200     IF TRAN-CTL-KEYWORD IS EQUAL TO "MAXERR" THEN
077300         PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT
077400         IF TRAN-CTL-VALUE-OK-SW IS EQUAL TO "Y" THEN
084300     MOVE TRAN-CTL-VALUE-NUM TO TRAN-SEL-LENGTH.
084400     MOVE "Y" TO TRAN-SEL-PRESENT-SW.
084500 1360-EXIT.
084501     EXIT.
084502*
084503*    HASHFIELD NAME START LENGTH PACKED|NUMERIC [DECIMALS] --
084504*    THE FIELD THE SENDER'S HASH TOTAL IS THE SUM OF.  PACKED
084505*    IS UP TO 10 BYTES; NUMERIC IS UNSIGNED DISPLAY DIGITS, UP
084506*    TO 18 BYTES.  DECIMALS ONLY PLACES THE POINT WHEN THE
084507*    TOTALS ARE PRINTED AND WHEN THE SENDER'S HASH IS READ.
084508 1365-PARSE-HASH-CARD.
084509     MOVE "N" TO TRAN-BAL-HASH-SW.
084510     MOVE SPACES TO TRAN-LAY-WORD-NAME, TRAN-LAY-WORD-START,
084511         TRAN-LAY-WORD-LENGTH, TRAN-LAY-WORD-TYPE,
084512         TRAN-LAY-WORD-DEC.
084513     UNSTRING TRAN-CTL-RECORD DELIMITED BY ALL SPACES
084514         INTO TRAN-CTL-KEYWORD, TRAN-LAY-WORD-NAME,
084515             TRAN-LAY-WORD-START, TRAN-LAY-WORD-LENGTH,
084516             TRAN-LAY-WORD-TYPE, TRAN-LAY-WORD-DEC.
084517     IF TRAN-LAY-WORD-TYPE IS NOT EQUAL TO "PACKED" AND
084518        TRAN-LAY-WORD-TYPE IS NOT EQUAL TO "NUMERIC" THEN
084519         DISPLAY "TRANCODE: BAD HASHFIELD TYPE, CARD IGNORED"
084520         GO TO 1365-EXIT.
084521     MOVE TRAN-LAY-WORD-START TO TRAN-CTL-VALUE.
084522     PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT.
084523     IF TRAN-CTL-VALUE-OK-SW IS NOT EQUAL TO "Y" OR
084524        TRAN-CTL-VALUE-NUM IS EQUAL TO ZERO OR
084525        TRAN-CTL-VALUE-NUM IS GREATER THAN 999 THEN
084526         DISPLAY "TRANCODE: BAD HASHFIELD START, CARD IGNORED"
084527         GO TO 1365-EXIT.
084528     MOVE TRAN-CTL-VALUE-NUM TO TRAN-BAL-START.
084529     MOVE TRAN-LAY-WORD-LENGTH TO TRAN-CTL-VALUE.
084530     PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT.
084531     IF TRAN-CTL-VALUE-OK-SW IS NOT EQUAL TO "Y" OR
084532        TRAN-CTL-VALUE-NUM IS EQUAL TO ZERO OR
084533        (TRAN-BAL-START + TRAN-CTL-VALUE-NUM - 1)
084534            IS GREATER THAN 999 OR
084535        (TRAN-LAY-WORD-TYPE IS EQUAL TO "PACKED" AND
084536         TRAN-CTL-VALUE-NUM IS GREATER THAN 10) OR
084537        TRAN-CTL-VALUE-NUM IS GREATER THAN 18 THEN
084538         DISPLAY "TRANCODE: BAD HASHFIELD LENGTH, CARD IGNORED"
084539         GO TO 1365-EXIT.
084540     MOVE TRAN-CTL-VALUE-NUM TO TRAN-BAL-LENGTH.
084541     MOVE 0 TO TRAN-CTL-VALUE-NUM.
084542     IF TRAN-LAY-WORD-DEC IS NOT EQUAL TO SPACES THEN
084543         MOVE TRAN-LAY-WORD-DEC TO TRAN-CTL-VALUE
084544         PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT
084545         IF TRAN-CTL-VALUE-OK-SW IS NOT EQUAL TO "Y" OR
084546            TRAN-CTL-VALUE-NUM IS GREATER THAN 9
084547             DISPLAY "TRANCODE: BAD HASHFIELD DECIMALS, "
084548                 "CARD IGNORED"
084549             GO TO 1365-EXIT
084550         END-IF.
084551     MOVE TRAN-CTL-VALUE-NUM TO TRAN-BAL-DECIMALS.
084552     COMPUTE TRAN-BAL-END = TRAN-BAL-START + TRAN-BAL-LENGTH - 1.
084553     MOVE TRAN-LAY-WORD-TYPE (1:1) TO TRAN-BAL-TYPE.
084554     MOVE TRAN-LAY-WORD-NAME TO TRAN-BAL-FIELD-NAME.
084555     MOVE "Y" TO TRAN-BAL-HASH-SW.
084556 1365-EXIT.
084600     EXIT.
084601*
084602*    LENGTH OF THE CONTROL-CARD VALUE JUST UNSTRUNG -- THE
084648     IF TRAN-FMAP-COUNT IS LESS THAN 64 THEN
084649         ADD 1 TO TRAN-FMAP-COUNT
084650         MOVE TRAN-KEY-POS TO FMAP-START (TRAN-FMAP-COUNT)
084651         MOVE TRAN-KEY-LEN TO FMAP-LENGTH (TRAN-FMAP-COUNT)
084652         MOVE "N" TO FMAP-SENSITIVE-SW (TRAN-FMAP-COUNT)
084653         MOVE "B" TO FMAP-USAGE (TRAN-FMAP-COUNT)
084654         MOVE 0 TO FMAP-VAL-FAILS (TRAN-FMAP-COUNT).
084655 1395-EXIT.
084656     EXIT.
084659*
084660*    FETCHES THE PARTNER=XXXXXXXX PROFILE FROM PARTPROF AND
084661*    FILLS IN EVERY SETTING THE PARM AND THE SYSIN DECK LEFT AT
084714         PERFORM 1385-TABLE-PROFILE-FIELD THRU 1385-EXIT
084716             VARYING TRAN-PART-FLD-SUB FROM 1 BY 1
084718             UNTIL TRAN-PART-FLD-SUB IS GREATER THAN
084719                 PART-FMAP-COUNT.
084720     IF PART-CHARPOL IS NOT EQUAL TO SPACES THEN
084721         MOVE PART-CHARPOL TO TRAN-CPOL-ID.
084722     DISPLAY "TRANCODE: PARTNER PROFILE APPLIED: "
084724         TRAN-PARTNER-ID " MODE=" PART-MODE.
084726 1380-EXIT.
084728     EXIT.
084730*
084732*    ONE PROFILE FIELD-MAP ENTRY INTO THE RUN'S FIELD MAP.
084734*    ONLY P (PACKED), B (BINARY) AND N (NUMERIC) ENTRIES ARE
084736*    TABLED -- CHAR IS THE DEFAULT FOR EVERY UNMAPPED POSITION,
084737*    SAME AS THE FLDMAP DD CARDS -- UNLESS FLAGGED SENSITIVE.
084738 1385-TABLE-PROFILE-FIELD.
084739     IF PART-FMAP-USAGE (TRAN-PART-FLD-SUB) IS NOT EQUAL TO "P"
084740        AND
084741        PART-FMAP-USAGE (TRAN-PART-FLD-SUB) IS NOT EQUAL TO "B"
084742        AND
084743        PART-FMAP-USAGE (TRAN-PART-FLD-SUB) IS NOT EQUAL TO "N"
084744        AND
084745        PART-FMAP-SENSITIVE (TRAN-PART-FLD-SUB)
084746            IS NOT EQUAL TO "Y" THEN
084747         GO TO 1385-EXIT.
084748     IF PART-FMAP-START (TRAN-PART-FLD-SUB) IS NUMERIC AND
084750        PART-FMAP-LENGTH (TRAN-PART-FLD-SUB) IS NUMERIC AND
084752        PART-FMAP-START (TRAN-PART-FLD-SUB)
084754            IS GREATER THAN ZERO AND
084756        PART-FMAP-LENGTH (TRAN-PART-FLD-SUB)
084758            IS GREATER THAN ZERO AND
084759        TRAN-FMAP-COUNT IS LESS THAN 64 THEN
084760         ADD 1 TO TRAN-FMAP-COUNT
084761         MOVE PART-FMAP-START (TRAN-PART-FLD-SUB)
084762             TO FMAP-START (TRAN-FMAP-COUNT)
084763         MOVE PART-FMAP-LENGTH (TRAN-PART-FLD-SUB)
084764             TO FMAP-LENGTH (TRAN-FMAP-COUNT)
084765         MOVE PART-FMAP-USAGE (TRAN-PART-FLD-SUB)
084766             TO FMAP-USAGE (TRAN-FMAP-COUNT)
084767         MOVE 0 TO FMAP-VAL-FAILS (TRAN-FMAP-COUNT)
084768         IF PART-FMAP-SENSITIVE (TRAN-PART-FLD-SUB) IS EQUAL TO
084769                 "Y"
084770             MOVE "Y" TO FMAP-SENSITIVE-SW (TRAN-FMAP-COUNT)
084771         ELSE
084772             MOVE "N" TO FMAP-SENSITIVE-SW (TRAN-FMAP-COUNT)
084773         END-IF.
084774 1385-EXIT.
084775     EXIT.
084776*
084778*    EXTRA OUTPUTS ARE A SINGLE-FILE DECODE FEATURE.  THE
084780*    CHECKPOINT HAS NO ROOM FOR THREE SETS OF TRAILER TOTALS,
084809*
084810*    LOADS THE OPTIONAL FLDMAP CARDS: START LENGTH USAGE, ONE
084900*    FIELD PER CARD ("*" IN COLUMN 1 IS A COMMENT).  ONLY
085000*    PACKED/BINARY/NUMERIC ENTRIES ARE TABLED -- CHAR IS THE
085100*    DEFAULT FOR EVERY POSITION NOT IN AN ENTRY.  AN OPTIONAL
085101*    FOURTH WORD "SENSITIVE" MARKS A FIELD FOR TOKENIZATION.
085200 1400-LOAD-FIELD-MAP.
085300     OPEN INPUT TRAN-FMAP-FILE.
085400     IF TRAN-FMAP-NOT-FOUND THEN
087500     IF TRAN-FMAP-RECORD (1:1) IS NOT EQUAL TO "*" AND
087600        TRAN-FMAP-RECORD IS NOT EQUAL TO SPACES THEN
087700         MOVE SPACES TO TRAN-FMAP-WORD-START,
087800             TRAN-FMAP-WORD-LENGTH, TRAN-FMAP-WORD-USAGE,
087810             TRAN-FMAP-WORD-FLAG
087900         UNSTRING TRAN-FMAP-RECORD DELIMITED BY ALL SPACES
088000             INTO TRAN-FMAP-WORD-START, TRAN-FMAP-WORD-LENGTH,
088100                 TRAN-FMAP-WORD-USAGE, TRAN-FMAP-WORD-FLAG
088200         PERFORM 1430-TABLE-ONE-FIELD THRU 1430-EXIT.
088300     PERFORM 1410-READ-ONE-FMAP-CARD THRU 1410-EXIT.
088400 1420-EXIT.
088500     EXIT.
088600*
088700 1430-TABLE-ONE-FIELD.
088710     IF TRAN-FMAP-WORD-FLAG IS NOT EQUAL TO SPACES AND
088720        TRAN-FMAP-WORD-FLAG IS NOT EQUAL TO "SENSITIVE" THEN
088730         DISPLAY "TRANCODE: BAD FLDMAP FLAG, CARD IGNORED: "
088740             TRAN-FMAP-WORD-FLAG
088750         GO TO 1430-EXIT.
088800     IF TRAN-FMAP-WORD-USAGE IS EQUAL TO "CHAR" AND
088810        TRAN-FMAP-WORD-FLAG IS EQUAL TO SPACES THEN
088900         GO TO 1430-EXIT.
089000     IF TRAN-FMAP-WORD-USAGE IS NOT EQUAL TO "PACKED" AND
089100        TRAN-FMAP-WORD-USAGE IS NOT EQUAL TO "BINARY" AND
089105        TRAN-FMAP-WORD-USAGE IS NOT EQUAL TO "NUMERIC" AND
089110        TRAN-FMAP-WORD-USAGE IS NOT EQUAL TO "CHAR" THEN
089200         DISPLAY "TRANCODE: BAD FLDMAP USAGE, CARD IGNORED: "
089300             TRAN-FMAP-WORD-USAGE
089400         GO TO 1430-EXIT.
091200         GO TO 1430-EXIT.
091300     MOVE TRAN-CTL-VALUE-NUM
091400         TO FMAP-LENGTH (TRAN-FMAP-COUNT).
091410     IF TRAN-FMAP-WORD-FLAG IS EQUAL TO "SENSITIVE" THEN
091420         MOVE "Y" TO FMAP-SENSITIVE-SW (TRAN-FMAP-COUNT)
091430     ELSE
091440         MOVE "N" TO FMAP-SENSITIVE-SW (TRAN-FMAP-COUNT).
091450     MOVE TRAN-FMAP-WORD-USAGE (1:1)
091460         TO FMAP-USAGE (TRAN-FMAP-COUNT).
091470     MOVE 0 TO FMAP-VAL-FAILS (TRAN-FMAP-COUNT).
091500 1430-EXIT.
091501     EXIT.
091502*
091503*    ONCE THE FIELD MAP AND THE MANIFEST ARE IN: WHEN ANY FIELD
091504*    IS SENSITIVE, THE TOKEN VAULT IS OPENED FOR THE RUN (I-O
091505*    WHEN AN ENTRY DECODES AND FILES NEW TOKENS, INPUT WHEN IT
091506*    ONLY ENCODES) AND, FOR A DETOKENIZING RUN, THE AUDIT FILE.
091507*    A SENSITIVE FIELD THAT CANNOT HOLD A TOKEN, A VAULT OR AUDIT
091508*    FILE THAT CANNOT BE OPENED, OR A DETOKENIZING RUN WITH NO
091509*    USER= CARD STOPS THE RUN -- THE VALUES MUST NEVER GO OUT IN
091510*    CLEAR, OR COME BACK UNAUDITED, BECAUSE OF A SETUP SLIP.
091511 1480-PREPARE-TOKEN-VAULT.
091512     PERFORM 1485-CHECK-ONE-SENSITIVE THRU 1485-EXIT
091513         VARYING TRAN-FMAP-SUB FROM 1 BY 1
091514         UNTIL TRAN-FMAP-SUB IS GREATER THAN TRAN-FMAP-COUNT.
091515     IF NOT TRAN-TOKN-ANY THEN
091516         GO TO 1480-EXIT.
091517     PERFORM 1487-NOTE-ENTRY-MODE THRU 1487-EXIT
091518         VARYING TRAN-MAN-SUB FROM 1 BY 1
091519         UNTIL TRAN-MAN-SUB IS GREATER THAN TRAN-MAN-COUNT.
091520     IF TRAN-TOKN-ENCODING AND
091521        TRAN-TOKN-USER IS EQUAL TO SPACES THEN
091522         DISPLAY "TRANCODE: SENSITIVE FIELDS ON AN ENCODE RUN "
091523             "NEED A USER= CARD, RUN STOPPED"
091524         MOVE 8 TO RETURN-CODE
091525         GOBACK.
091526     IF TRAN-TOKN-DECODING THEN
091527         OPEN I-O TRAN-TOKV-FILE
091528         IF TRAN-TOKV-NOT-FOUND
091529             CLOSE TRAN-TOKV-FILE
091530             OPEN OUTPUT TRAN-TOKV-FILE
091531             CLOSE TRAN-TOKV-FILE
091532             OPEN I-O TRAN-TOKV-FILE
091533         END-IF
091534     ELSE
091535         OPEN INPUT TRAN-TOKV-FILE.
091536     IF NOT TRAN-TOKV-OK THEN
091537         DISPLAY "TRANCODE: TOKVAULT NOT AVAILABLE, STATUS="
091538             TRAN-TOKV-STATUS " -- RUN STOPPED"
091539         MOVE 8 TO RETURN-CODE
091540         GOBACK.
091541     MOVE "Y" TO TRAN-TOKV-OPEN-SW.
091542     IF TRAN-TOKN-DECODING THEN
091543         MOVE "*CONTROL" TO TOKV-TOKEN
091544         READ TRAN-TOKV-FILE
091545             INVALID KEY
091546                 MOVE 1 TO TRAN-TOKN-NEXT-SEQ
091547             NOT INVALID KEY
091548                 MOVE TOKV-NEXT-SEQ TO TRAN-TOKN-NEXT-SEQ
091549         END-READ.
091550     IF TRAN-TOKN-ENCODING THEN
091551         OPEN EXTEND TRAN-TOKA-FILE
091552         IF TRAN-TOKA-NOT-FOUND
091553             OPEN OUTPUT TRAN-TOKA-FILE
091554         END-IF
091555         IF NOT TRAN-TOKA-OK
091556             DISPLAY "TRANCODE: TOKAUDIT NOT AVAILABLE, STATUS="
091557                 TRAN-TOKA-STATUS " -- RUN STOPPED"
091558             MOVE 8 TO RETURN-CODE
091559             GOBACK
091560         END-IF
091561         MOVE "Y" TO TRAN-TOKA-OPEN-SW.
091562     DISPLAY "TRANCODE: SENSITIVE FIELDS GO THROUGH TOKVAULT".
091563 1480-EXIT.
091564     EXIT.
091565*
091566 1485-CHECK-ONE-SENSITIVE.
091567     IF NOT FMAP-SENSITIVE (TRAN-FMAP-SUB) THEN
091568         GO TO 1485-EXIT.
091569     IF FMAP-LENGTH (TRAN-FMAP-SUB) IS LESS THAN 8 OR
091570        FMAP-LENGTH (TRAN-FMAP-SUB) IS GREATER THAN 64 THEN
091571         DISPLAY "TRANCODE: SENSITIVE FIELD AT "
091572             FMAP-START (TRAN-FMAP-SUB)
091573             " MUST BE 8 TO 64 BYTES, RUN STOPPED"
091574         MOVE 8 TO RETURN-CODE
091575         GOBACK.
091576     MOVE "Y" TO TRAN-TOKN-ANY-SW.
091577 1485-EXIT.
091578     EXIT.
091579*
091580 1487-NOTE-ENTRY-MODE.
091581     IF MAN-MODE (TRAN-MAN-SUB) IS EQUAL TO "ENCODE" THEN
091582         MOVE "Y" TO TRAN-TOKN-ENCODE-SW
091583     ELSE
091584         MOVE "Y" TO TRAN-TOKN-DECODE-SW.
091585 1487-EXIT.
091600     EXIT.
091700*
091701*    LOADS THE LAYOUT CARDS FOR A DELIMITED RUN: NAME START
091702*    LENGTH TYPE [DECIMALS], ONE FIELD PER CARD IN COLUMN ORDER
091703*    ("*" IN COLUMN 1 IS A COMMENT).  TYPE IS CHAR, NUMERIC,
091704*    PACKED (UP TO 16 BYTES) OR BINARY (UP TO 8 BYTES);
091705*    DECIMALS PLACES THE POINT IN A PACKED OR BINARY NUMBER.
091706*    UNLIKE A FLDMAP CARD, A BAD LAYOUT CARD STOPS THE RUN --
091707*    DROPPING ONE FIELD WOULD SHIFT EVERY COLUMN AFTER IT AND
091708*    THE PARTNER WOULD LOAD THE WRONG DATA UNDER EACH NAME.
091709 1490-LOAD-LAYOUT.
091710     OPEN INPUT TRAN-LAY-FILE.
091711     IF TRAN-LAY-STATUS IS NOT EQUAL TO "00" THEN
091712         DISPLAY "TRANCODE: DELIMITED RUN NEEDS A LAYOUT DD, "
091713             "STATUS=" TRAN-LAY-STATUS " -- RUN STOPPED"
091714         MOVE 8 TO RETURN-CODE
091715         GOBACK.
091716     PERFORM 1491-READ-LAYOUT-CARD THRU 1491-EXIT.
091717     PERFORM 1492-APPLY-LAYOUT-CARD THRU 1492-EXIT
091718         UNTIL TRAN-LAY-AT-EOF.
091719     CLOSE TRAN-LAY-FILE.
091720     IF TRAN-LAY-COUNT IS EQUAL TO ZERO THEN
091721         DISPLAY "TRANCODE: LAYOUT HAS NO FIELDS"
091722         MOVE "Y" TO TRAN-LAY-BAD-SW.
091723     IF TRAN-LAY-BAD THEN
091724         DISPLAY "TRANCODE: LAYOUT NOT USABLE, RUN STOPPED"
091725         MOVE 8 TO RETURN-CODE
091726         GOBACK.
091727     DISPLAY "TRANCODE: LAYOUT LOADED, COLUMNS=" TRAN-LAY-COUNT
091728         " RECORD LENGTH=" TRAN-LAY-REC-LEN
091729         " DELIMITER=" TRAN-DLM-CHAR.
091730 1490-EXIT.
091731     EXIT.
091732*
091733 1491-READ-LAYOUT-CARD.
091734     READ TRAN-LAY-FILE
091735         AT END
091736             MOVE "Y" TO TRAN-LAY-EOF-SW.
091737 1491-EXIT.
091738     EXIT.
091739*
091740 1492-APPLY-LAYOUT-CARD.
091741     IF TRAN-LAY-RECORD (1:1) IS NOT EQUAL TO "*" AND
091742        TRAN-LAY-RECORD IS NOT EQUAL TO SPACES THEN
091743         MOVE SPACES TO TRAN-LAY-WORD-NAME, TRAN-LAY-WORD-START,
091744             TRAN-LAY-WORD-LENGTH, TRAN-LAY-WORD-TYPE,
091745             TRAN-LAY-WORD-DEC
091746         UNSTRING TRAN-LAY-RECORD DELIMITED BY ALL SPACES
091747             INTO TRAN-LAY-WORD-NAME, TRAN-LAY-WORD-START,
091748                 TRAN-LAY-WORD-LENGTH, TRAN-LAY-WORD-TYPE,
091749                 TRAN-LAY-WORD-DEC
091750         PERFORM 1493-TABLE-ONE-COLUMN THRU 1493-EXIT.
091751     PERFORM 1491-READ-LAYOUT-CARD THRU 1491-EXIT.
091752 1492-EXIT.
091753     EXIT.
091754*
091755 1493-TABLE-ONE-COLUMN.
091756     IF TRAN-LAY-COUNT IS EQUAL TO 64 THEN
091757         DISPLAY "TRANCODE: MORE THAN 64 LAYOUT FIELDS: "
091758             TRAN-LAY-WORD-NAME
091759         MOVE "Y" TO TRAN-LAY-BAD-SW
091760         GO TO 1493-EXIT.
091761     ADD 1 TO TRAN-LAY-COUNT.
091762     MOVE TRAN-LAY-WORD-NAME TO LAY-NAME (TRAN-LAY-COUNT).
091763     MOVE 0 TO LAY-DECIMALS (TRAN-LAY-COUNT).
091764     IF TRAN-LAY-WORD-TYPE IS EQUAL TO "CHAR" THEN
091765         MOVE "C" TO LAY-TYPE (TRAN-LAY-COUNT)
091766     ELSE IF TRAN-LAY-WORD-TYPE IS EQUAL TO "NUMERIC" THEN
091767         MOVE "N" TO LAY-TYPE (TRAN-LAY-COUNT)
091768     ELSE IF TRAN-LAY-WORD-TYPE IS EQUAL TO "PACKED" THEN
091769         MOVE "P" TO LAY-TYPE (TRAN-LAY-COUNT)
091770     ELSE IF TRAN-LAY-WORD-TYPE IS EQUAL TO "BINARY" THEN
091771         MOVE "B" TO LAY-TYPE (TRAN-LAY-COUNT)
091772     ELSE
091773         DISPLAY "TRANCODE: BAD LAYOUT TYPE FOR "
091774             TRAN-LAY-WORD-NAME ": " TRAN-LAY-WORD-TYPE
091775         MOVE "Y" TO TRAN-LAY-BAD-SW
091776         GO TO 1493-EXIT.
091777     MOVE TRAN-LAY-WORD-START TO TRAN-CTL-VALUE.
091778     PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT.
091779     IF TRAN-CTL-VALUE-OK-SW IS NOT EQUAL TO "Y" OR
091780        TRAN-CTL-VALUE-NUM IS EQUAL TO ZERO OR
091781        TRAN-CTL-VALUE-NUM IS GREATER THAN 999 THEN
091782         DISPLAY "TRANCODE: BAD LAYOUT START FOR "
091783             TRAN-LAY-WORD-NAME
091784         MOVE "Y" TO TRAN-LAY-BAD-SW
091785         GO TO 1493-EXIT.
091786     MOVE TRAN-CTL-VALUE-NUM TO LAY-START (TRAN-LAY-COUNT).
091787     MOVE TRAN-LAY-WORD-LENGTH TO TRAN-CTL-VALUE.
091788     PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT.
091789     IF TRAN-CTL-VALUE-OK-SW IS NOT EQUAL TO "Y" OR
091790        TRAN-CTL-VALUE-NUM IS EQUAL TO ZERO OR
091791        (LAY-START (TRAN-LAY-COUNT) + TRAN-CTL-VALUE-NUM - 1)
091792            IS GREATER THAN 999 OR
091793        (LAY-PACKED (TRAN-LAY-COUNT) AND
091794         TRAN-CTL-VALUE-NUM IS GREATER THAN 16) OR
091795        (LAY-BINARY (TRAN-LAY-COUNT) AND
091796         TRAN-CTL-VALUE-NUM IS GREATER THAN 8) THEN
091797         DISPLAY "TRANCODE: BAD LAYOUT LENGTH FOR "
091798             TRAN-LAY-WORD-NAME
091799         MOVE "Y" TO TRAN-LAY-BAD-SW
091800         GO TO 1493-EXIT.
091801     MOVE TRAN-CTL-VALUE-NUM TO LAY-LENGTH (TRAN-LAY-COUNT).
091802     COMPUTE TRAN-LAY-END = LAY-START (TRAN-LAY-COUNT) +
091803         LAY-LENGTH (TRAN-LAY-COUNT) - 1.
091804     IF TRAN-LAY-END IS GREATER THAN TRAN-LAY-REC-LEN THEN
091805         MOVE TRAN-LAY-END TO TRAN-LAY-REC-LEN.
091806     IF TRAN-LAY-WORD-DEC IS EQUAL TO SPACES THEN
091807         GO TO 1493-EXIT.
091808     MOVE TRAN-LAY-WORD-DEC TO TRAN-CTL-VALUE.
091809     PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT.
091810     IF TRAN-CTL-VALUE-OK-SW IS NOT EQUAL TO "Y" OR
091811        TRAN-CTL-VALUE-NUM IS GREATER THAN 9 OR
091812        (NOT LAY-PACKED (TRAN-LAY-COUNT) AND
091813         NOT LAY-BINARY (TRAN-LAY-COUNT)) THEN
091814         DISPLAY "TRANCODE: BAD LAYOUT DECIMALS FOR "
091815             TRAN-LAY-WORD-NAME
091816         MOVE "Y" TO TRAN-LAY-BAD-SW
091817         GO TO 1493-EXIT.
091818     MOVE TRAN-CTL-VALUE-NUM TO LAY-DECIMALS (TRAN-LAY-COUNT).
091819 1493-EXIT.
091820     EXIT.
091821*
091822*    A DELIMITED FILE IS ALWAYS A PLAIN SEQUENTIAL DATASET OF
091823*    WHOLE LINES, SO THE FEATURES THAT SPLIT, MULTIPLY OR KEY
091824*    THE DELIMITED SIDE ARE REFUSED: REFLOW, THE EXTRA OUTPUTS,
091825*    A KEYED DELIMITED OUTPUT (DECODE) OR INPUT (ENCODE).  A
091826*    NON-SELECTED RECORD CANNOT BE COPIED THROUGH RAW INTO A
091827*    DELIMITED FILE EITHER, SO NONSEL=COPY BECOMES DROP.
091828 1495-VALIDATE-DELIMITED.
091829     IF TRAN-REFLOW-MODE OR TRAN-XOUT-COUNT IS GREATER THAN ZERO
091830             THEN
091831         DISPLAY "TRANCODE: DELIM CANNOT BE COMBINED WITH "
091832             "REFLOW OR EXTRA OUTPUTS, RUN STOPPED"
091833         MOVE 8 TO RETURN-CODE
091834         GOBACK.
091835     PERFORM 1497-CHECK-ONE-ENTRY THRU 1497-EXIT
091836         VARYING TRAN-MAN-SUB FROM 1 BY 1
091837         UNTIL TRAN-MAN-SUB IS GREATER THAN TRAN-MAN-COUNT.
091838     IF TRAN-SEL-PRESENT AND TRAN-NONSEL-COPY THEN
091839         DISPLAY "TRANCODE: DELIMITED RUN, NON-SELECTED "
091840             "RECORDS ARE DROPPED"
091841         MOVE "D" TO TRAN-NONSEL-SW.
091842 1495-EXIT.
091843     EXIT.
091844*
091845 1497-CHECK-ONE-ENTRY.
091846     IF (MAN-MODE (TRAN-MAN-SUB) IS EQUAL TO "DECODE" AND
091847         TRAN-KEYED-OUT) OR
091848        (MAN-MODE (TRAN-MAN-SUB) IS EQUAL TO "ENCODE" AND
091849         TRAN-KEYED-IN) THEN
091850         DISPLAY "TRANCODE: A DELIMITED FILE CANNOT BE A KSDS, "
091851             "RUN STOPPED"
091852         MOVE 8 TO RETURN-CODE
091853         GOBACK.
091854 1497-EXIT.
091855     EXIT.
091856*
091857*    BALANCING PROVES ONE RECEIVED FILE AGAINST THE ONE CONTROL
091858*    FILE ITS SENDER SHIPPED WITH IT, SO IT IS A SINGLE-ENTRY
091859*    DECODE OF THE WHOLE SEQUENTIAL INPUT: A MANIFEST OF SEVERAL
091860*    FILES, AN ENCODE, A KSDS INPUT OR A KEY RANGE WOULD EACH
091861*    COUNT SOMETHING OTHER THAN WHAT THE SENDER COUNTED.
091862 1445-VALIDATE-BALANCE.
091863     IF TRAN-MAN-COUNT IS GREATER THAN 1 OR
091864        MAN-MODE (1) IS NOT EQUAL TO "DECODE" THEN
091865         DISPLAY "TRANCODE: BALANCE=YES NEEDS A SINGLE DECODE "
091866             "FILE, RUN STOPPED"
091867         MOVE 8 TO RETURN-CODE
091868         GOBACK.
091869     IF TRAN-KEYED-IN OR TRAN-KEY-FROM-LEN IS GREATER THAN ZERO
091870        OR TRAN-KEY-TO-LEN IS GREATER THAN ZERO THEN
091871         DISPLAY "TRANCODE: BALANCE=YES CANNOT BE COMBINED WITH "
091872             "A KSDS INPUT OR KEY RANGE, RUN STOPPED"
091873         MOVE 8 TO RETURN-CODE
091874         GOBACK.
091875     PERFORM 1440-LOAD-SENDER-CONTROL THRU 1440-EXIT.
091876 1445-EXIT.
091877     EXIT.
091878*
091879*    THE SENDER'S CONTROL FILE: RECORDS=N AND, WHEN A HASHFIELD
091880*    CARD NAMES THE FIELD, HASH=[-]DIGITS[.DIGITS] ("*" IN
091881*    COLUMN 1 IS A COMMENT, OTHER KEYWORDS ARE PASSED OVER).  A
091882*    MISSING OR INCOMPLETE CONTROL FILE STOPS THE RUN -- THERE
091883*    IS NOTHING TO BALANCE TO.
091884 1440-LOAD-SENDER-CONTROL.
091885     OPEN INPUT TRAN-SCTL-FILE.
091886     IF TRAN-SCTL-STATUS IS NOT EQUAL TO "00" THEN
091887         DISPLAY "TRANCODE: BALANCE=YES NEEDS THE SENDER'S "
091888             "CONTROL FILE ON SENDCTL, STATUS=" TRAN-SCTL-STATUS
091889             " -- RUN STOPPED"
091890         MOVE 8 TO RETURN-CODE
091891         GOBACK.
091892     MOVE 0 TO TRAN-BAL-EXP-RECS, TRAN-BAL-EXP-HASH.
091893     PERFORM 1441-READ-SENDER-CARD THRU 1441-EXIT.
091894     PERFORM 1442-APPLY-SENDER-CARD THRU 1442-EXIT
091895         UNTIL TRAN-SCTL-AT-EOF.
091896     CLOSE TRAN-SCTL-FILE.
091897     IF NOT TRAN-BAL-EXP-RECS-GIVEN THEN
091898         DISPLAY "TRANCODE: SENDCTL HAS NO RECORDS= COUNT"
091899         MOVE "Y" TO TRAN-BAL-BAD-SW.
091900     IF TRAN-BAL-HASHING AND NOT TRAN-BAL-EXP-HASH-GIVEN THEN
091901         DISPLAY "TRANCODE: SENDCTL HAS NO HASH= TOTAL FOR "
091902             "HASHFIELD " TRAN-BAL-FIELD-NAME
091903         MOVE "Y" TO TRAN-BAL-BAD-SW.
091904     IF NOT TRAN-BAL-HASHING AND TRAN-BAL-EXP-HASH-GIVEN THEN
091905         DISPLAY "TRANCODE: SENDCTL CARRIES A HASH= TOTAL BUT "
091906             "NO HASHFIELD CARD NAMES THE FIELD"
091907         MOVE "Y" TO TRAN-BAL-BAD-SW.
091908     IF TRAN-BAL-BAD THEN
091909         DISPLAY "TRANCODE: SENDER CONTROL FILE NOT USABLE, "
091910             "RUN STOPPED"
091911         MOVE 8 TO RETURN-CODE
091912         GOBACK.
091913     IF TRAN-BAL-HASHING THEN
091914         MOVE TRAN-BAL-EXP-HASH TO TRAN-NUM-ACCUM
091915         PERFORM 1446-FORMAT-HASH THRU 1446-EXIT
091916         MOVE TRAN-DLM-COL TO TRAN-BAL-EXP-HASH-X
091917         DISPLAY "TRANCODE: BALANCING TO SENDCTL, RECORDS="
091918             TRAN-BAL-EXP-RECS " HASH " TRAN-BAL-FIELD-NAME
091919             "=" TRAN-BAL-EXP-HASH-X
091920     ELSE
091921         DISPLAY "TRANCODE: BALANCING TO SENDCTL, RECORDS="
091922             TRAN-BAL-EXP-RECS.
091923 1440-EXIT.
091924     EXIT.
091925*
091926 1441-READ-SENDER-CARD.
091927     READ TRAN-SCTL-FILE
091928         AT END
091929             MOVE "Y" TO TRAN-SCTL-EOF-SW.
091930 1441-EXIT.
091931     EXIT.
091932*
091933 1442-APPLY-SENDER-CARD.
091934     IF TRAN-SCTL-RECORD (1:1) IS EQUAL TO "*" OR
091935        TRAN-SCTL-RECORD IS EQUAL TO SPACES THEN
091936         GO TO 1442-READ-NEXT.
091937     MOVE SPACES TO TRAN-CTL-KEYWORD, TRAN-CTL-VALUE.
091938     UNSTRING TRAN-SCTL-RECORD DELIMITED BY "=" OR SPACE
091939         INTO TRAN-CTL-KEYWORD, TRAN-CTL-VALUE.
091940     IF TRAN-CTL-KEYWORD IS EQUAL TO "RECORDS" THEN
091941         PERFORM 1340-CONVERT-CTL-VALUE THRU 1340-EXIT
091942         IF TRAN-CTL-VALUE-OK-SW IS EQUAL TO "Y"
091943             MOVE TRAN-CTL-VALUE-NUM TO TRAN-BAL-EXP-RECS
091944             MOVE "Y" TO TRAN-BAL-EXP-RECS-SW
091945         ELSE
091946             DISPLAY "TRANCODE: BAD SENDCTL RECORDS= VALUE"
091947             MOVE "Y" TO TRAN-BAL-BAD-SW
091948         END-IF
091949     ELSE IF TRAN-CTL-KEYWORD IS EQUAL TO "HASH" THEN
091950         MOVE SPACES TO TRAN-DLM-COL
091951         MOVE TRAN-CTL-VALUE TO TRAN-DLM-COL
091952         MOVE 44 TO TRAN-DLM-COL-LEN
091953         MOVE TRAN-BAL-DECIMALS TO TRAN-NUM-SCALE
091954         PERFORM 2580-PARSE-NUMBER THRU 2580-EXIT
091955         IF TRAN-NUM-BAD OR TRAN-CTL-VALUE IS EQUAL TO SPACES
091956             DISPLAY "TRANCODE: BAD SENDCTL HASH= VALUE"
091957             MOVE "Y" TO TRAN-BAL-BAD-SW
091958         ELSE
091959             MOVE TRAN-NUM-ACCUM TO TRAN-BAL-EXP-HASH
091960             MOVE "Y" TO TRAN-BAL-EXP-HASH-SW
091961         END-IF.
091962 1442-READ-NEXT.
091963     PERFORM 1441-READ-SENDER-CARD THRU 1441-EXIT.
091964 1442-EXIT.
091965     EXIT.
091966*
091967*    EDITS TRAN-NUM-ACCUM AT THE HASH FIELD'S DECIMAL PLACES
091968*    INTO TRAN-DLM-COL FOR THE BALANCING LINES.
091969 1446-FORMAT-HASH.
091970     MOVE TRAN-BAL-DECIMALS TO TRAN-NUM-SCALE.
091971     PERFORM 2540-FORMAT-NUMBER THRU 2540-EXIT.
091972 1446-EXIT.
091973     EXIT.
091974*
091975*    THE HEADER GOES OUT THROUGH THE NORMAL WRITE PATH SO ITS
091976*    LENGTH AND COUNTS ARE HANDLED LIKE ANY RECORD, BUT IT IS
092000*    NOT A DATA RECORD -- THE TRAILER TOTALS EXCLUDE IT.
092100 1500-WRITE-HEADER.
092200     MOVE SPACES TO TRNH-HEADER-RECORD.
093300         MOVE TRAN-OUT-STATUS TO TRAN-ABEND-STATUS
093400         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT
093500     END-IF.
093510     IF TRAN-TRC-OPEN THEN
093520         MOVE 1 TO TRAN-TRC-OUT-REC
093530         PERFORM 2375-TRACE-FRAMING THRU 2375-EXIT.
093600 1500-EXIT.
093601     EXIT.
093602*
093603*    A DELIMITED DECODE OPENS WITH ONE LINE OF COLUMN NAMES
093604*    FROM THE LAYOUT IN PLACE OF THE TRNHDR01.  LIKE THE
093605*    HEADER IT IS NOT COUNTED AND NOT IN THE CHECKSUM.
093606 1510-WRITE-COLUMN-NAMES.
093607     MOVE SPACES TO TRAN-DLM-LINE.
093608     MOVE 1 TO TRAN-DLM-LINE-PTR.
093609     PERFORM 1515-NAME-ONE-COLUMN THRU 1515-EXIT
093610         VARYING TRAN-LAY-SUB FROM 1 BY 1
093611         UNTIL TRAN-LAY-SUB IS GREATER THAN TRAN-LAY-COUNT.
093612     COMPUTE TRAN-OUT-LEN = TRAN-DLM-LINE-PTR - 1.
093613     MOVE TRAN-DLM-LINE TO TRAN-OUT-RECORD.
093614     WRITE TRAN-OUT-RECORD.
093615     IF NOT TRAN-OUT-OK THEN
093616         MOVE TRAN-OUT-DDNAME TO TRAN-ABEND-DDNAME
093617         MOVE TRAN-OUT-STATUS TO TRAN-ABEND-STATUS
093618         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT
093619     END-IF.
093620     IF TRAN-TRC-OPEN THEN
093621         MOVE 1 TO TRAN-TRC-OUT-REC
093622         PERFORM 2375-TRACE-FRAMING THRU 2375-EXIT.
093623 1510-EXIT.
093624     EXIT.
093625*
093626 1515-NAME-ONE-COLUMN.
093627     IF TRAN-LAY-SUB IS GREATER THAN 1 THEN
093628         MOVE TRAN-DLM-CHAR TO TRAN-DLM-PUT-CHAR
093629         PERFORM 2528-PUT-LINE-BYTE THRU 2528-EXIT.
093630     MOVE SPACES TO TRAN-DLM-COL.
093631     MOVE LAY-NAME (TRAN-LAY-SUB) TO TRAN-DLM-COL (1:30).
093632     MOVE 30 TO TRAN-DLM-COL-LEN.
093633     PERFORM 2520-APPEND-COLUMN THRU 2520-EXIT.
093634 1515-EXIT.
093635     EXIT.
093636*
093637*    A RESTART APPENDS TO THE TRACE ITS ORIGINAL RUN BEGAN, AS
093638*    IT DOES TO OUTFILE -- THE STRETCH AFTER THE CHECKPOINT IS
093639*    TRACED AGAIN AND THE LATER ENTRIES STAND.  A FRESH RUN
093640*    STARTS A NEW TRACE.  ASKED FOR AND NOT AVAILABLE STOPS
093641*    THE RUN BEFORE ANY DATA MOVES.
093642 1520-OPEN-TRACE.
093643     IF TRAN-MAN-RESUME-ENTRY IS GREATER THAN ZERO THEN
093644         OPEN EXTEND TRAN-TRCE-FILE
093645     ELSE
093646         OPEN OUTPUT TRAN-TRCE-FILE.
093647     IF NOT TRAN-TRCE-OK THEN
093648         DISPLAY "TRANCODE: TRACE NOT AVAILABLE, STATUS="
093649             TRAN-TRCE-STATUS " -- RUN STOPPED"
093650         MOVE 8 TO RETURN-CODE
093651         GOBACK.
093652     MOVE "Y" TO TRAN-TRC-OPEN-SW.
093653 1520-EXIT.
093700     EXIT.
093800*
093900 1150-OPEN-EXTEND-OUT.
102068         END-IF
102100         PERFORM 2100-READ-RECORD THRU 2100-EXIT
102200         GO TO 2000-EXIT.
102201*    A DELIMITED ENCODE INPUT MAY OPEN WITH THE PARTNER'S ROW
102202*    OF COLUMN NAMES -- FRAMING AS WELL, COUNTED AND BYPASSED.
102203     IF TRAN-DLM-HDR-PENDING THEN
102204         MOVE "N" TO TRAN-DLM-HDR-SW
102205         PERFORM 2590-CHECK-HEADER-ROW THRU 2590-EXIT
102206         IF TRAN-DLM-HDR-FOUND
102207             ADD 1 TO TRAN-CTLREC-COUNT
102208             PERFORM 2100-READ-RECORD THRU 2100-EXIT
102209             GO TO 2000-EXIT
102210         END-IF
102211     END-IF.
102300     PERFORM 2050-TEST-SELECTION THRU 2050-EXIT.
102400     IF NOT TRAN-REC-SELECTED THEN
102500         IF TRAN-NONSEL-COPY THEN
109016     ELSE
109018         MOVE 0 TO TRAN-DREG-TIME.
109020     IF TRAN-DREG-DSN IS NOT EQUAL TO SPACES THEN
109021         PERFORM 8200-CHECK-REGISTER THRU 8200-EXIT.
109022     IF TRAN-DREG-DSN IS NOT EQUAL TO SPACES AND
109023        TRAN-DREG-AVAIL AND TRAN-DARC-AVAIL THEN
109024         PERFORM 8500-OPEN-ARCHIVE THRU 8500-EXIT.
109025 2085-EXIT.
109026     EXIT.
109028*
109030*    THE TRAILER'S COUNTS AND CHECKSUM DESCRIBE THE GENERATION
112300         MOVE TRAN-IN-STATUS TO TRAN-ABEND-STATUS
112400         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT
112500     END-IF.
112510     IF TRAN-BAL-ON AND NOT TRAN-AT-EOF THEN
112520         PERFORM 2190-ADD-TO-BALANCE THRU 2190-EXIT.
112530     IF TRAN-TRC-ON AND NOT TRAN-AT-EOF THEN
112540         PERFORM 2195-NOTE-TRACE-OFFSET THRU 2195-EXIT.
112600 2110-EXIT.
112601     EXIT.
112602*
112752     IF NOT TRAN-AT-EOF THEN
112754         PERFORM 2120-CHECK-KEY-RANGE THRU 2120-EXIT.
112756 2130-EXIT.
112757     EXIT.
112758*
112759*    COUNTS THE RECORD AND ADDS ITS HASH FIELD TO OUR SIDE OF
112760*    THE BALANCE.  THE FIELD IS READ RAW FROM THE RECORD, BY
112761*    THE SAME RULES THE DELIMITED UNPACK AND FIELD VALIDATION
112762*    USE.  A RECORD TOO SHORT FOR THE FIELD, OR A FIELD THAT IS
112763*    NOT A NUMBER, IS COUNTED AS A HASH ERROR AND PUTS THE FILE
112764*    OUT OF BALANCE -- ITS VALUE CANNOT BE KNOWN.
112765 2190-ADD-TO-BALANCE.
112766     ADD 1 TO TRAN-BAL-ACT-RECS.
112767     IF NOT TRAN-BAL-HASHING THEN
112768         GO TO 2190-EXIT.
112769     IF TRAN-BAL-END IS GREATER THAN TRAN-IN-LEN THEN
112770         ADD 1 TO TRAN-BAL-HASH-ERRORS
112771         GO TO 2190-EXIT.
112772     MOVE 0 TO TRAN-BAL-VALUE.
112773     MOVE "N" TO TRAN-BAL-NEG-SW.
112774     MOVE "N" TO TRAN-BAL-BAD-SW.
112775     PERFORM 2192-ADD-HASH-BYTE THRU 2192-EXIT
112776         VARYING TRAN-BAL-SUB FROM 1 BY 1
112777         UNTIL TRAN-BAL-SUB IS GREATER THAN TRAN-BAL-LENGTH
112778            OR TRAN-BAL-BAD.
112779     IF TRAN-BAL-BAD THEN
112780         ADD 1 TO TRAN-BAL-HASH-ERRORS
112781         GO TO 2190-EXIT.
112782     IF TRAN-BAL-NEGATIVE THEN
112783         SUBTRACT TRAN-BAL-VALUE FROM TRAN-BAL-ACT-HASH
112784     ELSE
112785         ADD TRAN-BAL-VALUE TO TRAN-BAL-ACT-HASH.
112786 2190-EXIT.
112787     EXIT.
112788*
112789 2192-ADD-HASH-BYTE.
112790     MOVE TRAN-WORK-IN (TRAN-BAL-START + TRAN-BAL-SUB - 1:1)
112791         TO TRAN-NUM-BYTE-CHAR.
112792     IF TRAN-BAL-NUMERIC THEN
112793         IF TRAN-EBCDIC-DATA
112794             IF TRAN-NUM-BYTE-NUM IS LESS THAN 240 OR
112795                TRAN-NUM-BYTE-NUM IS GREATER THAN 249
112796                 MOVE "Y" TO TRAN-BAL-BAD-SW
112797             ELSE
112798                 COMPUTE TRAN-BAL-VALUE = TRAN-BAL-VALUE * 10
112799                     + TRAN-NUM-BYTE-NUM - 240
112800             END-IF
112801         ELSE
112802             IF TRAN-NUM-BYTE-NUM IS LESS THAN 48 OR
112803                TRAN-NUM-BYTE-NUM IS GREATER THAN 57
112804                 MOVE "Y" TO TRAN-BAL-BAD-SW
112805             ELSE
112806                 COMPUTE TRAN-BAL-VALUE = TRAN-BAL-VALUE * 10
112807                     + TRAN-NUM-BYTE-NUM - 48
112808             END-IF
112809         END-IF
112810         GO TO 2192-EXIT.
112811     DIVIDE TRAN-NUM-BYTE-NUM BY 16 GIVING TRAN-NUM-HIGH
112812         REMAINDER TRAN-NUM-LOW.
112813     IF TRAN-NUM-HIGH IS GREATER THAN 9 THEN
112814         MOVE "Y" TO TRAN-BAL-BAD-SW
112815         GO TO 2192-EXIT.
112816     COMPUTE TRAN-BAL-VALUE = TRAN-BAL-VALUE * 10 + TRAN-NUM-HIGH.
112817     IF TRAN-BAL-SUB IS LESS THAN TRAN-BAL-LENGTH THEN
112818         IF TRAN-NUM-LOW IS GREATER THAN 9
112819             MOVE "Y" TO TRAN-BAL-BAD-SW
112820         ELSE
112821             COMPUTE TRAN-BAL-VALUE =
112822                 TRAN-BAL-VALUE * 10 + TRAN-NUM-LOW
112823         END-IF
112824     ELSE IF TRAN-NUM-LOW IS EQUAL TO 13 OR
112825             TRAN-NUM-LOW IS EQUAL TO 11 THEN
112826         MOVE "Y" TO TRAN-BAL-NEG-SW
112827     ELSE IF TRAN-NUM-LOW IS NOT EQUAL TO 12 AND
112828             TRAN-NUM-LOW IS NOT EQUAL TO 15 THEN
112829         MOVE "Y" TO TRAN-BAL-BAD-SW.
112830 2192-EXIT.
112835     EXIT.
112840*
112845*    THE RECORD JUST READ STARTS WHERE THE LAST ONE ENDED.  THE
112850*    OFFSET RUNS OVER EVERY PHYSICAL READ -- FRAMING, RECORDS
112855*    BELOW A KEY RANGE, A RESTART'S SKIP SPAN -- SO IT IS THE
112860*    RECORD'S REAL POSITION IN THE INPUT.
112865 2195-NOTE-TRACE-OFFSET.
112870     MOVE TRAN-TRC-NEXT-OFFSET TO TRAN-TRC-REC-OFFSET.
112875     ADD TRAN-IN-LEN TO TRAN-TRC-NEXT-OFFSET.
112880     MOVE 1 TO TRAN-TRC-SEG-COL.
112885 2195-EXIT.
112890     EXIT.
112895*
112900 2200-TRANSCODE-RECORD.
112910     IF TRAN-DLM-MODE AND TRAN-MODE-DECODE THEN
112920         PERFORM 2500-BUILD-DELIMITED-LINE THRU 2500-EXIT
112930         GO TO 2200-EXIT.
112940     IF TRAN-DLM-MODE THEN
112950         PERFORM 2550-BUILD-FIXED-RECORD THRU 2550-EXIT
112960         GO TO 2200-EXIT.
113000     MOVE SPACES TO TRAN-WORK-OUT.
113100     MOVE 1 TO TRAN-OUT-PTR.
113200     MOVE 1 TO TRAN-CHAR-IDX.
113210     MOVE 0 TO TRAN-FVAL-LAST-SUB.
113300     PERFORM 2210-TRANSCODE-CHAR THRU 2210-EXIT
113400         UNTIL TRAN-CHAR-IDX IS GREATER THAN TRAN-IN-LEN
113500            OR TRAN-MAXERR-HIT.
114000     IF TRAN-FMAP-COUNT IS GREATER THAN ZERO THEN
114100         PERFORM 2270-CHECK-FIELD-MAP THRU 2270-EXIT
114200         IF TRAN-FMAP-MATCH-SUB IS GREATER THAN ZERO THEN
114202             IF TRAN-VALIDATE-ON AND NOT TRAN-TALLY-OFF
114204                 PERFORM 2900-VALIDATE-FIELD THRU 2900-EXIT
114206             END-IF
114210             IF FMAP-SENSITIVE (TRAN-FMAP-MATCH-SUB)
114220                 PERFORM 2800-TOKEN-FIELD THRU 2800-EXIT
114230                 GO TO 2210-EXIT
114240             END-IF
114250*            A NUMERIC FIELD IS DISPLAY TEXT -- ONCE CHECKED IT
114260*            TAKES THE NORMAL PER-BYTE PATH LIKE ANY CHAR BYTE.
114270             IF NOT FMAP-NUMERIC (TRAN-FMAP-MATCH-SUB)
114300                 PERFORM 2275-COPY-FIELD-THROUGH THRU 2275-EXIT
114310                 GO TO 2210-EXIT
114320             END-IF.
114500     IF TRAN-UTF8-MODE THEN
114600         PERFORM 2280-TRY-UTF8 THRU 2280-EXIT
114700         IF TRAN-UTF-HANDLED THEN
116600         IF TRAN-TOKEN-REJECTED THEN
116700             PERFORM 2260-WRITE-REJECT THRU 2260-EXIT
116800         ELSE
116810             MOVE TRAN-CHAR-CODE TO TRAN-CPOL-CP
116820             MOVE TRAN-CHAR-STRING TO TRAN-CPOL-TOKEN
116830             PERFORM 2950-APPLY-CHAR-POLICY THRU 2950-EXIT
116840             IF TRAN-CPOL-ALLOWED
116900                 PERFORM 2240-APPEND-BYTE THRU 2240-EXIT
116910             END-IF
117000         END-IF
117100         ADD TRAN-TOKEN-LEN TO TRAN-CHAR-IDX.
117150*    AN EXTRA-OUTPUT REBUILD OF THE SAME RECORD MUST NOT TALLY
117160*    ITS BYTES TWICE -- THE PRIMARY PASS ALREADY DID.
117200     IF NOT TRAN-TOKEN-REJECTED AND NOT TRAN-CPOL-REJECTED AND
117210        NOT TRAN-TALLY-OFF THEN
117300         PERFORM 2250-TALLY-FREQUENCY THRU 2250-EXIT.
117400 2210-EXIT.
117500     EXIT.
123800*
123900*    LOGS ONE UNRESOLVED TOKEN TO ERRFILE (OPENED ON THE FIRST
124000*    REJECT ONLY) AND ENFORCES THE MAXERR CAP -- PAST THE CAP
124100*    THE RUN IS STOPPED AND 9000-TERMINATE ENDS IT RC 08.  A
124101*    CALLER LOGGING ANOTHER KIND OF REJECT SETS TRAN-REJ-REASON
124102*    AND TRAN-REJ-TOKEN FIRST AND CLEARS THEM AFTER.
124200 2260-WRITE-REJECT.
124300     ADD 1 TO TRAN-REJECT-COUNT.
124400     IF NOT TRAN-ERR-FILE-OPEN THEN
124800     COMPUTE ERR-REC-NUMBER =
124900         TRAN-RESTART-COUNT + TRAN-RECS-READ.
125000     MOVE TRAN-CHAR-IDX TO ERR-COLUMN.
125010     IF TRAN-REJ-REASON IS EQUAL TO SPACES THEN
125100         MOVE TRAN-CHAR-STRING TO ERR-TOKEN
125110     ELSE
125120         MOVE TRAN-REJ-TOKEN TO ERR-TOKEN.
125130     MOVE TRAN-REJ-REASON TO ERR-REASON.
125140     MOVE TRAN-PARTNER-ID TO ERR-PARTNER.
125150     MOVE TRAN-RUN-DATE TO ERR-RUN-DATE.
125160     MOVE TRAN-RUN-TIME-HHMMSS TO ERR-RUN-TIME.
125200     WRITE TRAN-ERR-RECORD.
125210     IF TRAN-ERR-STATUS IS NOT EQUAL TO "00" THEN
125220         MOVE "ERRFILE" TO TRAN-ABEND-DDNAME
145200     IF TRAN-UTF-HEXLEN IS EQUAL TO ZERO OR
145300        TRAN-UTF-CP IS GREATER THAN 1114111 THEN
145400         GO TO 2285-EXIT.
145401*    A CODE POINT THE CHARACTER POLICY REPLACES OR REJECTS IS
145402*    STILL CONSUMED AS A WHOLE TOKEN.
145403     MOVE TRAN-UTF-CP TO TRAN-CPOL-CP.
145404     MOVE SPACES TO TRAN-CPOL-TOKEN.
145405     MOVE TRAN-WORK-IN (TRAN-CHAR-IDX:TRAN-UTF-HEXLEN + 3)
145406         TO TRAN-CPOL-TOKEN.
145407     PERFORM 2950-APPLY-CHAR-POLICY THRU 2950-EXIT.
145408     IF TRAN-CPOL-ALLOWED THEN
145500         PERFORM 2288-EMIT-UTF8-BYTES THRU 2288-EXIT.
145600     COMPUTE TRAN-CHAR-IDX =
145700         TRAN-CHAR-IDX + TRAN-UTF-HEXLEN + 3.
145800     MOVE "Y" TO TRAN-UTF-HANDLED-SW.
153112     PERFORM 2310-WRITE-CURRENT-OUT THRU 2310-EXIT.
153114     MOVE SPACES TO TRAN-WORK-OUT.
153116     MOVE 1 TO TRAN-OUT-PTR.
153117     ADD 2 TO TRAN-CHAR-IDX.
153118     IF TRAN-CUR-XOUT IS EQUAL TO ZERO THEN
153119         MOVE TRAN-CHAR-IDX TO TRAN-TRC-SEG-COL.
153120 2295-EXIT.
153122     EXIT.
153124*
153546             WITH POINTER TRAN-OUT-PTR.
153548 2230-EXIT.
153550     EXIT.
153552*
153554*    A SENSITIVE FIELD AT THE CURRENT RAW-RECORD POSITION.  THE
153556*    FIELD IS TAKEN AT ITS MAPPED LENGTH, CLIPPED LIKE A
153558*    PASSTHROUGH FIELD TO WHAT THE INPUT STILL HOLDS AND THE
153560*    OUTPUT CAN TAKE -- A RECORD CUT SHORT INSIDE THE FIELD
153562*    TOKENIZES (AND RESTORES) THE BYTES THAT ARE THERE.  AN
153564*    ALL-BLANK FIELD CARRIES NO VALUE AND PASSES THROUGH.
153566 2800-TOKEN-FIELD.
153568     MOVE FMAP-LENGTH (TRAN-FMAP-MATCH-SUB)
153570         TO TRAN-FMAP-COPY-LEN.
153572     IF (TRAN-CHAR-IDX + TRAN-FMAP-COPY-LEN - 1)
153574             IS GREATER THAN TRAN-IN-LEN THEN
153576         COMPUTE TRAN-FMAP-COPY-LEN =
153578             TRAN-IN-LEN - TRAN-CHAR-IDX + 1.
153580     IF (TRAN-OUT-PTR + TRAN-FMAP-COPY-LEN - 1)
153582             IS GREATER THAN TRAN-OUT-LIMIT THEN
153584         COMPUTE TRAN-FMAP-COPY-LEN =
153586             TRAN-OUT-LIMIT - TRAN-OUT-PTR + 1.
153588     IF TRAN-FMAP-COPY-LEN IS LESS THAN 1 THEN
153590         ADD 1 TO TRAN-CHAR-IDX
153592         GO TO 2800-EXIT.
153594     MOVE TRAN-FMAP-COPY-LEN TO TRAN-TOKN-LEN.
153596     IF TRAN-WORK-IN (TRAN-CHAR-IDX:TRAN-TOKN-LEN) IS EQUAL TO
153598             SPACES THEN
153600         MOVE SPACES TO TRAN-WORK-OUT (TRAN-OUT-PTR:TRAN-TOKN-LEN)
153602     ELSE IF TRAN-MODE-DECODE THEN
153604         PERFORM 2810-TOKENIZE-FIELD THRU 2810-EXIT
153606     ELSE
153608         PERFORM 2850-DETOKENIZE-FIELD THRU 2850-EXIT.
153610     ADD TRAN-TOKN-LEN TO TRAN-CHAR-IDX.
153612     ADD TRAN-TOKN-LEN TO TRAN-OUT-PTR.
153614 2800-EXIT.
153616     EXIT.
153618*
153620*    DECODE: FILES THE REAL BYTES ON THE VAULT UNDER A NEW
153622*    TOKEN AND PUTS THE TOKEN IN THEIR PLACE.  AN EXTRA-OUTPUT
153624*    REBUILD REUSES THE TOKEN THE PRIMARY PASS ISSUED.  A
153626*    CLIPPED FIELD TOO SHORT TO HOLD A TOKEN IS MASKED WITH
153628*    ASTERISKS INSTEAD -- IT CANNOT BE RESTORED, BUT IT NEVER
153630*    GOES OUT IN CLEAR.
153632 2810-TOKENIZE-FIELD.
153634     IF TRAN-TOKN-LEN IS LESS THAN 8 THEN
153636         MOVE ALL "*"
153638             TO TRAN-WORK-OUT (TRAN-OUT-PTR:TRAN-TOKN-LEN)
153640         IF NOT TRAN-TALLY-OFF
153642             ADD 1 TO TRAN-TOKN-MASKED
153644         END-IF
153646         GO TO 2810-EXIT.
153648     IF NOT TRAN-TALLY-OFF THEN
153650         PERFORM 2820-ISSUE-TOKEN THRU 2820-EXIT
153652         MOVE TRAN-TOKN-TOKEN
153654             TO TRAN-TOKN-SAVED (TRAN-FMAP-MATCH-SUB).
153656     MOVE TRAN-TOKN-SAVED (TRAN-FMAP-MATCH-SUB)
153658         TO TRAN-WORK-OUT (TRAN-OUT-PTR:TRAN-TOKN-LEN).
153660 2810-EXIT.
153662     EXIT.
153664*
153666*    TAKES THE NEXT SEQUENCE NUMBER AS A TOKEN OF THE FIELD'S
153668*    LENGTH -- "T" AND THE RIGHTMOST DIGITS, ZERO-PADDED -- AND
153670*    FILES IT.  A DUPLICATE KEY (A NUMBER ISSUED AFTER THE LAST
153672*    SAVED SEQUENCE BY A RUN THAT DIED, OR A SHORT TOKEN'S
153674*    DIGITS WRAPPING) JUST MOVES ON TO THE NEXT NUMBER.
153676 2820-ISSUE-TOKEN.
153678     MOVE 0 TO TRAN-TOKN-TRIES.
153680     MOVE "N" TO TRAN-TOKN-FILED-SW.
153682     PERFORM 2825-TRY-ONE-TOKEN THRU 2825-EXIT
153684         UNTIL TRAN-TOKN-FILED.
153686     ADD 1 TO TRAN-TOKN-ISSUED.
153688 2820-EXIT.
153690     EXIT.
153692*
153694 2825-TRY-ONE-TOKEN.
153696     ADD 1 TO TRAN-TOKN-TRIES.
153698     IF TRAN-TOKN-TRIES IS GREATER THAN 1000 THEN
153700         DISPLAY "TRANCODE: NO FREE TOKEN OF LENGTH "
153702             TRAN-TOKN-LEN " ON TOKVAULT"
153704         MOVE "TOKVAULT" TO TRAN-ABEND-DDNAME
153706         MOVE TRAN-TOKV-STATUS TO TRAN-ABEND-STATUS
153708         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
153710     MOVE SPACES TO TRAN-TOKN-TOKEN.
153712     MOVE ALL "0" TO TRAN-TOKN-TOKEN (1:TRAN-TOKN-LEN).
153714     MOVE "T" TO TRAN-TOKN-TOKEN (1:1).
153716     IF TRAN-TOKN-LEN IS GREATER THAN 15 THEN
153718         MOVE TRAN-TOKN-NEXT-SEQ
153720             TO TRAN-TOKN-TOKEN (TRAN-TOKN-LEN - 14:15)
153722     ELSE
153724         MOVE TRAN-TOKN-NEXT-SEQ (17 - TRAN-TOKN-LEN:
153726                 TRAN-TOKN-LEN - 1)
153728             TO TRAN-TOKN-TOKEN (2:TRAN-TOKN-LEN - 1).
153730     ADD 1 TO TRAN-TOKN-NEXT-SEQ.
153732     MOVE SPACES TO TOKV-RECORD.
153734     MOVE TRAN-TOKN-TOKEN TO TOKV-TOKEN.
153736     MOVE TRAN-TOKN-LEN TO TOKV-VALUE-LEN.
153738     MOVE TRAN-WORK-IN (TRAN-CHAR-IDX:TRAN-TOKN-LEN)
153740         TO TOKV-VALUE (1:TRAN-TOKN-LEN).
153742     MOVE TRAN-PARTNER-ID TO TOKV-PARTNER.
153744     MOVE TRAN-DSNID TO TOKV-SOURCE-DSN.
153746     MOVE TRAN-RUN-DATE TO TOKV-CREATE-DATE.
153748     MOVE TRAN-RUN-TIME-HHMMSS TO TOKV-CREATE-TIME.
153750     WRITE TOKV-RECORD
153752         INVALID KEY
153754             IF NOT TRAN-TOKV-DUPLICATE
153756                 MOVE "TOKVAULT" TO TRAN-ABEND-DDNAME
153758                 MOVE TRAN-TOKV-STATUS TO TRAN-ABEND-STATUS
153760                 PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT
153762             END-IF
153764         NOT INVALID KEY
153766             MOVE "Y" TO TRAN-TOKN-FILED-SW
153768     END-WRITE.
153770     IF NOT TRAN-TOKV-OK AND NOT TRAN-TOKV-DUPLICATE THEN
153772         MOVE "TOKVAULT" TO TRAN-ABEND-DDNAME
153774         MOVE TRAN-TOKV-STATUS TO TRAN-ABEND-STATUS
153776         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
153778 2825-EXIT.
153780     EXIT.
153782*
153784*    ENCODE: LOOKS THE TOKEN UP AND PUTS THE REAL BYTES BACK.
153786*    A TOKEN NOT ON THE VAULT IS AN ERRFILE REJECT (REASON
153788*    "VL") AND THE FIELD GOES OUT BLANK, KEEPING THE LAYOUT.
153790*    EITHER WAY THE LOOKUP IS AUDITED.
153792 2850-DETOKENIZE-FIELD.
153794     MOVE SPACES TO TRAN-TOKN-TOKEN.
153796     MOVE TRAN-WORK-IN (TRAN-CHAR-IDX:TRAN-TOKN-LEN)
153798         TO TRAN-TOKN-TOKEN (1:TRAN-TOKN-LEN).
153800     MOVE TRAN-TOKN-TOKEN TO TOKV-TOKEN.
153802     READ TRAN-TOKV-FILE
153804         INVALID KEY
153806             CONTINUE
153808     END-READ.
153810     IF TRAN-TOKV-OK THEN
153812         MOVE TOKV-VALUE (1:TRAN-TOKN-LEN)
153814             TO TRAN-WORK-OUT (TRAN-OUT-PTR:TRAN-TOKN-LEN)
153816         ADD 1 TO TRAN-TOKN-RESTORED
153818         MOVE "D" TO TOKA-RESULT
153820     ELSE IF TRAN-TOKV-NO-RECORD THEN
153822         MOVE SPACES TO TRAN-WORK-OUT (TRAN-OUT-PTR:TRAN-TOKN-LEN)
153824         ADD 1 TO TRAN-TOKN-MISSED
153826         MOVE "VL" TO TRAN-REJ-REASON
153828         MOVE TRAN-TOKN-TOKEN TO TRAN-REJ-TOKEN
153830         PERFORM 2260-WRITE-REJECT THRU 2260-EXIT
153832         MOVE SPACES TO TRAN-REJ-REASON, TRAN-REJ-TOKEN
153834         MOVE "F" TO TOKA-RESULT
153836     ELSE
153838         MOVE "TOKVAULT" TO TRAN-ABEND-DDNAME
153840         MOVE TRAN-TOKV-STATUS TO TRAN-ABEND-STATUS
153842         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
153844     PERFORM 2860-WRITE-TOKEN-AUDIT THRU 2860-EXIT.
153846 2850-EXIT.
153848     EXIT.
153850*
153852*    ONE TOKAUDIT RECORD: WHO, WHEN, WHICH GENERATION, RECORD
153854*    AND FIELD, THE TOKEN, AND THE RESULT ALREADY IN
153856*    TOKA-RESULT.  NEVER THE VALUE ITSELF.
153858 2860-WRITE-TOKEN-AUDIT.
153860     ACCEPT TRAN-TOKN-NOW-DATE FROM DATE YYYYMMDD.
153862     ACCEPT TRAN-TOKN-NOW-TIME FROM TIME.
153864     MOVE TRAN-TOKN-NOW-DATE TO TOKA-RUN-DATE.
153866     MOVE TRAN-TOKN-NOW-HHMMSS TO TOKA-RUN-TIME.
153868     MOVE TRAN-TOKN-USER TO TOKA-USER.
153870     MOVE TRAN-PARTNER-ID TO TOKA-PARTNER.
153872     IF TRAN-DREG-DSN IS NOT EQUAL TO SPACES THEN
153874         MOVE TRAN-DREG-DSN TO TOKA-SOURCE-DSN
153876     ELSE
153878         MOVE TRAN-IN-DDNAME TO TOKA-SOURCE-DSN.
153880     COMPUTE TOKA-REC-NUMBER =
153882         TRAN-RESTART-COUNT + TRAN-RECS-READ.
153884     MOVE FMAP-START (TRAN-FMAP-MATCH-SUB) TO TOKA-FIELD-START.
153886     MOVE TRAN-TOKN-LEN TO TOKA-FIELD-LEN.
153888     MOVE TRAN-TOKN-TOKEN TO TOKA-TOKEN.
153890     MOVE SPACES TO TOKA-RECORD (155:6).
153892     WRITE TOKA-RECORD.
153894     IF NOT TRAN-TOKA-OK THEN
153896         MOVE "TOKAUDIT" TO TRAN-ABEND-DDNAME
153898         MOVE TRAN-TOKA-STATUS TO TRAN-ABEND-STATUS
153900         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
153902 2860-EXIT.
153904     EXIT.
153906*
153908*    KEEPS THE VAULT'S "*CONTROL" RECORD AT THE NEXT TOKEN
153910*    NUMBER, SO THE NEXT RUN (OR A RESTART) CARRIES ON FROM IT.
153912 2890-SAVE-TOKEN-SEQ.
153914     MOVE SPACES TO TOKV-RECORD.
153916     MOVE "*CONTROL" TO TOKV-TOKEN.
153918     MOVE 0 TO TOKV-VALUE-LEN.
153920     MOVE TRAN-TOKN-NEXT-SEQ TO TOKV-NEXT-SEQ.
153922     MOVE TRAN-RUN-DATE TO TOKV-CREATE-DATE.
153924     MOVE TRAN-RUN-TIME-HHMMSS TO TOKV-CREATE-TIME.
153926     REWRITE TOKV-RECORD
153928         INVALID KEY
153930             WRITE TOKV-RECORD
153932                 INVALID KEY
153934                     DISPLAY "TRANCODE: TOKEN SEQUENCE NOT "
153936                         "SAVED, TOKVAULT STATUS="
153938                         TRAN-TOKV-STATUS
153940             END-WRITE
153942     END-REWRITE.
153944 2890-EXIT.
153946     EXIT.
153948*
153950*    FIELD-CONTENT VALIDATION (VALIDATE=YES), RUN AT THE START
153952*    OF EACH MAPPED FIELD BEFORE IT IS COPIED OR TRANSCODED.  A
153954*    PACKED FIELD MUST BE VALID PACKED DECIMAL: BOTH NIBBLES OF
153956*    EVERY BYTE 0-9, EXCEPT THE LOW NIBBLE OF THE LAST BYTE --
153958*    THE SIGN -- WHICH MUST BE C, D OR F.  A NUMERIC FIELD MUST
153960*    HOLD DIGITS ONLY (EBCDIC DIGITS ON AN EBCDIC DECODE).  A
153962*    FIELD CUT SHORT BY THE END OF THE RECORD FAILS.  ON ENCODE
153964*    A SENSITIVE FIELD HOLDS ITS TOKEN AND IS NOT CHECKED.  A
153966*    FAILURE IS LOGGED TO ERRFILE AS REASON "FV" AND COUNTED
153968*    AGAINST THE FIELD; THE FIELD ITSELF STILL GOES OUT.
153970 2900-VALIDATE-FIELD.
153972     IF TRAN-FMAP-MATCH-SUB IS EQUAL TO TRAN-FVAL-LAST-SUB THEN
153974         GO TO 2900-EXIT.
153976     MOVE TRAN-FMAP-MATCH-SUB TO TRAN-FVAL-LAST-SUB.
153978     IF NOT FMAP-PACKED (TRAN-FMAP-MATCH-SUB) AND
153980        NOT FMAP-NUMERIC (TRAN-FMAP-MATCH-SUB) THEN
153982         GO TO 2900-EXIT.
153984     IF FMAP-SENSITIVE (TRAN-FMAP-MATCH-SUB) AND
153986        TRAN-MODE-ENCODE THEN
153988         GO TO 2900-EXIT.
153990     MOVE "N" TO TRAN-FVAL-BAD-SW.
153992     MOVE FMAP-LENGTH (TRAN-FMAP-MATCH-SUB) TO TRAN-FVAL-LEN.
153994     IF (TRAN-CHAR-IDX + TRAN-FVAL-LEN - 1)
153996             IS GREATER THAN TRAN-IN-LEN THEN
153998         COMPUTE TRAN-FVAL-LEN = TRAN-IN-LEN - TRAN-CHAR-IDX + 1
154000         MOVE "Y" TO TRAN-FVAL-BAD-SW.
154002     COMPUTE TRAN-FVAL-END = TRAN-CHAR-IDX + TRAN-FVAL-LEN - 1.
154004     PERFORM 2910-CHECK-ONE-BYTE THRU 2910-EXIT
154006         VARYING TRAN-FVAL-POS FROM TRAN-CHAR-IDX BY 1
154008         UNTIL TRAN-FVAL-POS IS GREATER THAN TRAN-FVAL-END
154010            OR TRAN-FVAL-BAD.
154012     IF NOT TRAN-FVAL-BAD THEN
154014         GO TO 2900-EXIT.
154016     ADD 1 TO TRAN-FVAL-FAIL-COUNT.
154018     ADD 1 TO FMAP-VAL-FAILS (TRAN-FMAP-MATCH-SUB).
154020     MOVE "FV" TO TRAN-REJ-REASON.
154022     IF FMAP-PACKED (TRAN-FMAP-MATCH-SUB) THEN
154024         MOVE "PACKED" TO TRAN-REJ-TOKEN
154026     ELSE
154028         MOVE "NUMERIC" TO TRAN-REJ-TOKEN.
154030     PERFORM 2260-WRITE-REJECT THRU 2260-EXIT.
154032     MOVE SPACES TO TRAN-REJ-REASON, TRAN-REJ-TOKEN.
154034 2900-EXIT.
154036     EXIT.
154038*
154040 2910-CHECK-ONE-BYTE.
154042     MOVE TRAN-WORK-IN (TRAN-FVAL-POS:1) TO TRAN-FVAL-BYTE-CHAR.
154044     IF FMAP-NUMERIC (TRAN-FMAP-MATCH-SUB) THEN
154046         IF TRAN-MODE-DECODE AND TRAN-EBCDIC-DATA
154048             IF TRAN-FVAL-BYTE-NUM IS LESS THAN 240 OR
154050                TRAN-FVAL-BYTE-NUM IS GREATER THAN 249
154052                 MOVE "Y" TO TRAN-FVAL-BAD-SW
154054             END-IF
154056         ELSE
154058             IF TRAN-FVAL-BYTE-NUM IS LESS THAN 48 OR
154060                TRAN-FVAL-BYTE-NUM IS GREATER THAN 57
154062                 MOVE "Y" TO TRAN-FVAL-BAD-SW
154064             END-IF
154066         END-IF
154068         GO TO 2910-EXIT.
154070     DIVIDE TRAN-FVAL-BYTE-NUM BY 16
154072         GIVING TRAN-FVAL-HIGH REMAINDER TRAN-FVAL-LOW.
154074     IF TRAN-FVAL-HIGH IS GREATER THAN 9 THEN
154076         MOVE "Y" TO TRAN-FVAL-BAD-SW
154078         GO TO 2910-EXIT.
154080     IF TRAN-FVAL-POS IS LESS THAN TRAN-FVAL-END THEN
154082         IF TRAN-FVAL-LOW IS GREATER THAN 9
154084             MOVE "Y" TO TRAN-FVAL-BAD-SW
154086         END-IF
154088     ELSE
154090         IF TRAN-FVAL-LOW IS NOT EQUAL TO 12 AND
154092            TRAN-FVAL-LOW IS NOT EQUAL TO 13 AND
154094            TRAN-FVAL-LOW IS NOT EQUAL TO 15
154096             MOVE "Y" TO TRAN-FVAL-BAD-SW
154098         END-IF.
154100 2910-EXIT.
154102     EXIT.
154104*
154106*    HOLDS ONE ENCODED CHARACTER -- CODE POINT IN TRAN-CPOL-CP,
154108*    INPUT TOKEN IN TRAN-CPOL-TOKEN -- TO THE PARTNER'S OUTBOUND
154110*    CHARACTER POLICY.  ALLOWED: THE CALLER EMITS IT AS ALWAYS.
154112*    SUBSTITUTED: THE RULE'S TEXT IS EMITTED HERE INSTEAD.
154114*    REJECTED: LOGGED TO ERRFILE AS REASON "CP" AND DROPPED,
154116*    EXACTLY AS AN UNRESOLVED TOKEN IS.  WITH NO POLICY LOADED
154118*    EVERYTHING IS ALLOWED.  THE POLICY JUDGES THE CODE POINT
154120*    THE INPUT NAMES; AN EBCDIC DELIVERY TRANSLATES WHATEVER IT
154122*    LETS THROUGH AFTERWARDS, IN 2240-APPEND-BYTE.
154124 2950-APPLY-CHAR-POLICY.
154126     MOVE "A" TO TRAN-CPOL-RESULT.
154128     IF NOT TRAN-CPOL-LOADED THEN
154130         GO TO 2950-EXIT.
154132     IF TRAN-CPOL-CP IS LESS THAN 256 THEN
154134         MOVE TRAN-CPOL-BYTE-RULE (TRAN-CPOL-CP + 1)
154136             TO TRAN-CPOL-HIT
154138     ELSE
154140         PERFORM 2955-FIND-RULE THRU 2955-EXIT.
154142     IF TRAN-CPOL-HIT IS EQUAL TO ZERO THEN
154144         MOVE "R" TO TRAN-CPOL-RESULT
154146         IF NOT TRAN-TALLY-OFF
154148             ADD 1 TO TRAN-CPOL-REJ-COUNT
154150             PERFORM 2970-COUNT-CODE-POINT THRU 2970-EXIT
154152         END-IF
154154         MOVE "CP" TO TRAN-REJ-REASON
154156         MOVE TRAN-CPOL-TOKEN TO TRAN-REJ-TOKEN
154158         PERFORM 2260-WRITE-REJECT THRU 2260-EXIT
154160         MOVE SPACES TO TRAN-REJ-REASON, TRAN-REJ-TOKEN
154162         GO TO 2950-EXIT.
154164     IF TRAN-CPOL-R-ACTION (TRAN-CPOL-HIT) IS NOT EQUAL TO "S"
154166             THEN
154168         GO TO 2950-EXIT.
154170     MOVE "S" TO TRAN-CPOL-RESULT.
154172     MOVE TRAN-CHAR-CODE TO TRAN-CPOL-SAVE-CODE.
154174     PERFORM 2960-APPEND-SUB-BYTE THRU 2960-EXIT
154176         VARYING TRAN-CPOL-TEXT-SUB FROM 1 BY 1
154178         UNTIL TRAN-CPOL-TEXT-SUB IS GREATER THAN
154180             TRAN-CPOL-R-LEN (TRAN-CPOL-HIT).
154182     MOVE TRAN-CPOL-SAVE-CODE TO TRAN-CHAR-CODE.
154184     IF NOT TRAN-TALLY-OFF THEN
154186         ADD 1 TO TRAN-CPOL-SUBST-COUNT
154188         PERFORM 2970-COUNT-CODE-POINT THRU 2970-EXIT.
154190 2950-EXIT.
154192     EXIT.
154194*
154196*    THE NARROWEST RULE COVERING TRAN-CPOL-CP; THE RULES ARE IN
154198*    STARTING-CODE-POINT ORDER, SO ON A TIE THE FIRST FOUND (THE
154200*    LOWEST START) STANDS.  ZERO WHEN NONE COVERS IT.
154202 2955-FIND-RULE.
154204     MOVE 0 TO TRAN-CPOL-HIT.
154206     PERFORM 2957-TRY-ONE-RULE THRU 2957-EXIT
154208         VARYING TRAN-CPOL-SCAN-SUB FROM 1 BY 1
154210         UNTIL TRAN-CPOL-SCAN-SUB IS GREATER THAN
154212             TRAN-CPOL-RULE-COUNT.
154214 2955-EXIT.
154216     EXIT.
154218*
154220 2957-TRY-ONE-RULE.
154222     IF TRAN-CPOL-CP IS LESS THAN
154224             TRAN-CPOL-R-FROM (TRAN-CPOL-SCAN-SUB) OR
154226        TRAN-CPOL-CP IS GREATER THAN
154228             TRAN-CPOL-R-TO (TRAN-CPOL-SCAN-SUB) THEN
154230         GO TO 2957-EXIT.
154232     COMPUTE TRAN-CPOL-WIDTH =
154234         TRAN-CPOL-R-TO (TRAN-CPOL-SCAN-SUB) -
154236         TRAN-CPOL-R-FROM (TRAN-CPOL-SCAN-SUB).
154238     IF TRAN-CPOL-HIT IS EQUAL TO ZERO OR
154240        TRAN-CPOL-WIDTH IS LESS THAN TRAN-CPOL-BEST-WIDTH THEN
154242         MOVE TRAN-CPOL-SCAN-SUB TO TRAN-CPOL-HIT
154244         MOVE TRAN-CPOL-WIDTH TO TRAN-CPOL-BEST-WIDTH.
154246 2957-EXIT.
154248     EXIT.
154250*
154252*    ONE BYTE OF THE SUBSTITUTION TEXT, OUT THROUGH THE SAME
154254*    APPEND (AND EBCDIC TRANSLATION) AS ANY ENCODED BYTE.
154256 2960-APPEND-SUB-BYTE.
154258     MOVE TRAN-CPOL-R-TEXT (TRAN-CPOL-HIT) (TRAN-CPOL-TEXT-SUB:1)
154260         TO TRAN-BYTE-CHAR.
154262     MOVE TRAN-BYTE-NUM TO TRAN-CHAR-CODE.
154264     PERFORM 2240-APPEND-BYTE THRU 2240-EXIT.
154266 2960-EXIT.
154268     EXIT.
154270*
154272*    COUNTS ONE SUBSTITUTION OR REJECT AGAINST ITS CODE POINT.
154274*    A CODE POINT NOT YET SEEN IS INSERTED IN ORDER; PAST THE
154276*    TABLE'S SIZE THE REST ARE ONLY COUNTED IN TOTAL.
154278 2970-COUNT-CODE-POINT.
154280     MOVE 1 TO TRAN-CPOL-STAT-SUB.
154282     MOVE "N" TO TRAN-CPOL-STAT-DONE-SW.
154284     PERFORM 2972-STEP-STAT THRU 2972-EXIT
154286         UNTIL TRAN-CPOL-STAT-DONE.
154288     IF TRAN-CPOL-STAT-SUB IS NOT GREATER THAN
154290             TRAN-CPOL-STAT-COUNT THEN
154292         IF TRAN-CPOL-S-CP (TRAN-CPOL-STAT-SUB) IS EQUAL TO
154294                 TRAN-CPOL-CP
154296             ADD 1 TO TRAN-CPOL-S-COUNT (TRAN-CPOL-STAT-SUB)
154298             GO TO 2970-EXIT
154300         END-IF.
154302     IF TRAN-CPOL-STAT-COUNT IS NOT LESS THAN
154304             TRAN-CPOL-MAX-STATS THEN
154306         ADD 1 TO TRAN-CPOL-STAT-OVERFLOW
154308         GO TO 2970-EXIT.
154310     PERFORM 2975-SHIFT-ONE-STAT THRU 2975-EXIT
154312         VARYING TRAN-CPOL-SHIFT-SUB FROM TRAN-CPOL-STAT-COUNT
154314             BY -1
154316         UNTIL TRAN-CPOL-SHIFT-SUB IS LESS THAN
154318             TRAN-CPOL-STAT-SUB.
154320     ADD 1 TO TRAN-CPOL-STAT-COUNT.
154322     MOVE TRAN-CPOL-CP TO TRAN-CPOL-S-CP (TRAN-CPOL-STAT-SUB).
154324     MOVE TRAN-CPOL-HIT TO TRAN-CPOL-S-RULE (TRAN-CPOL-STAT-SUB).
154326     MOVE 1 TO TRAN-CPOL-S-COUNT (TRAN-CPOL-STAT-SUB).
154328 2970-EXIT.
154330     EXIT.
154332*
154334 2972-STEP-STAT.
154336     IF TRAN-CPOL-STAT-SUB IS GREATER THAN TRAN-CPOL-STAT-COUNT
154338             THEN
154340         MOVE "Y" TO TRAN-CPOL-STAT-DONE-SW
154342         GO TO 2972-EXIT.
154344     IF TRAN-CPOL-S-CP (TRAN-CPOL-STAT-SUB) IS NOT LESS THAN
154346             TRAN-CPOL-CP THEN
154348         MOVE "Y" TO TRAN-CPOL-STAT-DONE-SW
154350         GO TO 2972-EXIT.
154352     ADD 1 TO TRAN-CPOL-STAT-SUB.
154354 2972-EXIT.
154356     EXIT.
154358*
154360 2975-SHIFT-ONE-STAT.
154362     MOVE TRAN-CPOL-STAT (TRAN-CPOL-SHIFT-SUB)
154364         TO TRAN-CPOL-STAT (TRAN-CPOL-SHIFT-SUB + 1).
154366 2975-EXIT.
154368     EXIT.
154500*
154600 2240-APPEND-BYTE.
154700     IF TRAN-OUT-PTR IS LESS THAN OR EQUAL TO TRAN-OUT-LIMIT THEN
158000         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT
158100     END-IF.
158200     ADD 1 TO TRAN-RECS-WRITTEN.
158300*    AN ENCODE RUN CARRIES NO TRAILER, BUT ITS OUTPUT BYTES
158400*    STILL COUNT -- THE ACCOUNTING RECORD BILLS THEM -- AND ITS
158410*    CHECKSUM PROVES THE ARCHIVED COPY.  THE CHECKPOINT CARRIES
158420*    BOTH, SO A RESTARTED ENCODE ENDS WITH THE SAME TOTALS.
158440     PERFORM 2350-ACCUMULATE-TRAILER THRU 2350-EXIT.
158450     IF TRAN-DARC-OPEN THEN
158460         PERFORM 8510-ARCHIVE-RECORD THRU 8510-EXIT.
158470     IF TRAN-TRC-OPEN THEN
158480         PERFORM 2370-WRITE-TRACE THRU 2370-EXIT.
158500 2300-EXIT.
158600     EXIT.
158700*
160200     IF TRAN-CHECKSUM IS GREATER THAN 999999999 THEN
160300         SUBTRACT 1000000000 FROM TRAN-CHECKSUM.
160400 2360-EXIT.
160401     EXIT.
160402*
160403*    ONE TRACE RECORD FOR THE DATA RECORD JUST WRITTEN TO THE
160404*    ENTRY'S OUTPUT -- TRANSCODED, OR COPIED THROUGH UNCHANGED
160405*    AS A NON-SELECTED RECORD.  ITS INPUT IS THE RECORD IN HAND;
160406*    UNDER REFLOW THE OFFSET POINTS AT THE COLUMN THIS PIECE
160407*    STARTED AT.
160408 2370-WRITE-TRACE.
160409     MOVE SPACES TO TRCE-RECORD.
160410     COMPUTE TRCE-OUT-REC = TRAN-TRC-FRAME +
160411         TRAN-RESTART-WRITTEN + TRAN-RECS-WRITTEN.
160412     MOVE TRAN-OUT-LEN TO TRCE-OUT-LEN.
160413     IF TRAN-REC-SELECTED THEN
160414         MOVE "T" TO TRCE-ORIGIN
160415     ELSE
160416         MOVE "C" TO TRCE-ORIGIN.
160417     COMPUTE TRCE-IN-REC = TRAN-RESTART-COUNT + TRAN-RECS-READ.
160418     COMPUTE TRCE-IN-OFFSET =
160419         TRAN-TRC-REC-OFFSET + TRAN-TRC-SEG-COL - 1.
160420     MOVE TRAN-TRC-SEG-COL TO TRCE-IN-COLUMN.
160421     MOVE TRAN-IN-LEN TO TRCE-IN-LEN.
160422     IF TRAN-KEYED-IN THEN
160423         MOVE TRAN-KEY-POS TO TRCE-KEY-POS
160424         MOVE TRAN-KEY-LEN TO TRCE-KEY-LEN
160425         MOVE TRAN-LAST-KEY TO TRCE-IN-KEY
160426     ELSE
160427         MOVE 0 TO TRCE-KEY-POS, TRCE-KEY-LEN.
160428     PERFORM 2380-PUT-TRACE THRU 2380-EXIT.
160429 2370-EXIT.
160430     EXIT.
160431*
160432*    A HEADER, COLUMN-NAME ROW OR TRAILER THE RUN WROTE ITSELF
160433*    -- NO INPUT RECORD BEHIND IT.  THE CALLER SETS ITS OUTPUT
160434*    RECORD NUMBER.
160435 2375-TRACE-FRAMING.
160436     MOVE SPACES TO TRCE-RECORD.
160437     MOVE TRAN-TRC-OUT-REC TO TRCE-OUT-REC.
160438     MOVE TRAN-OUT-LEN TO TRCE-OUT-LEN.
160439     MOVE "F" TO TRCE-ORIGIN.
160440     MOVE 0 TO TRCE-IN-REC, TRCE-IN-OFFSET, TRCE-IN-COLUMN,
160441         TRCE-IN-LEN, TRCE-KEY-POS, TRCE-KEY-LEN.
160442     PERFORM 2380-PUT-TRACE THRU 2380-EXIT.
160443 2375-EXIT.
160444     EXIT.
160445*
160446 2380-PUT-TRACE.
160447     MOVE TRAN-MAN-SUB TO TRCE-MAN-ENTRY.
160448     MOVE TRAN-OUT-DDNAME TO TRCE-OUT-DDNAME.
160449     MOVE TRAN-IN-DDNAME TO TRCE-IN-DDNAME.
160450     MOVE 0 TO TRCE-PART, TRCE-PART-REC.
160451     MOVE TRAN-RUN-DATE TO TRCE-RUN-DATE.
160452     MOVE TRAN-RUN-TIME-HHMMSS TO TRCE-RUN-TIME.
160453     WRITE TRCE-RECORD.
160454     IF NOT TRAN-TRCE-OK THEN
160455         MOVE "TRACE" TO TRAN-ABEND-DDNAME
160456         MOVE TRAN-TRCE-STATUS TO TRAN-ABEND-STATUS
160457         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT.
160458     ADD 1 TO TRAN-TRC-COUNT.
160459 2380-EXIT.
160500     EXIT.
160600*
160700 2400-MAYBE-CHECKPOINT.
162640         MOVE TRAN-LAST-KEY TO CKPT-LAST-KEY
162660     ELSE
162680         MOVE SPACES TO CKPT-LAST-KEY.
162681     MOVE SPACES TO CKPT-FILLER.
162682     OPEN OUTPUT TRAN-CKPT-FILE.
162683     WRITE CKPT-RECORD.
162684     CLOSE TRAN-CKPT-FILE.
162685     ADD 1 TO TRAN-CKPT-TAKEN.
162686     IF TRAN-TOKV-OPEN AND TRAN-TOKN-DECODING THEN
162687         PERFORM 2890-SAVE-TOKEN-SEQ THRU 2890-EXIT.
162688 2410-EXIT.
162689     EXIT.
162690*
162691 2420-SHOW-PROGRESS.
162692*    RATE AND ESTIMATE COME FROM THIS RUN'S OWN READS -- A
162693*    RESTART'S ALREADY-DONE RECORDS WOULD INFLATE BOTH.
162694     ACCEPT TRAN-NOW-TIME FROM TIME.
162695     PERFORM 2430-TIME-TO-SECONDS THRU 2430-EXIT.
162696     COMPUTE TRAN-ELAPSED-SECS =
162697         TRAN-NOW-SECS - TRAN-START-SECS.
162698     IF TRAN-ELAPSED-SECS IS LESS THAN ZERO THEN
162699         ADD 86400 TO TRAN-ELAPSED-SECS.
162700     IF TRAN-ELAPSED-SECS IS EQUAL TO ZERO THEN
162701         MOVE 1 TO TRAN-ELAPSED-SECS.
162702     COMPUTE TRAN-RECS-DONE =
162703         TRAN-RESTART-COUNT + TRAN-RECS-READ.
162704     DIVIDE TRAN-RECS-READ BY TRAN-ELAPSED-SECS
162705         GIVING TRAN-RECS-PER-SEC.
162706     DISPLAY "TRANCODE: ENTRY " TRAN-MAN-SUB " OF "
162707         TRAN-MAN-COUNT " RECORDS=" TRAN-RECS-DONE
162708         " PER-SECOND=" TRAN-RECS-PER-SEC
162709         UPON CONSOLE.
162710     IF TRAN-EXPECTED-RECS IS GREATER THAN TRAN-RECS-DONE AND
162711        TRAN-RECS-PER-SEC IS GREATER THAN ZERO THEN
162712         COMPUTE TRAN-MINS-LEFT =
162713             (TRAN-EXPECTED-RECS - TRAN-RECS-DONE)
162714             / (TRAN-RECS-PER-SEC * 60)
162715         DISPLAY "TRANCODE: ESTIMATED MINUTES REMAINING="
162716            TRAN-MINS-LEFT UPON CONSOLE.
162717 2420-EXIT.
162718     EXIT.
162719*
162720 2430-TIME-TO-SECONDS.
162721     COMPUTE TRAN-NOW-SECS =
162722         (TRAN-NOW-HH * 3600) + (TRAN-NOW-MM * 60) +
162723         TRAN-NOW-SS.
162724 2430-EXIT.
162725     EXIT.
162726*
162727*    ONE LOOK AT THE OPERCMD DD.  "STOP" ENDS THE RUN CLEANLY
162728*    AT THE NEXT CHECKPOINT; "STATUS" SNAPS AN IMMEDIATE
162729*    CHECKPOINT AND PUTS THE PROGRESS LINE ON THE CONSOLE (AND
162730*    KEEPS DOING SO EVERY POLL UNTIL THE CARD IS BLANKED).  AN
162731*    UNALLOCATED DD TURNS POLLING OFF FOR THE RUN.
162732 2450-POLL-OPERATOR.
162733     OPEN INPUT TRAN-OPR-FILE.
162734     IF TRAN-OPR-NOT-FOUND THEN
162735         MOVE "N" TO TRAN-OPR-AVAIL-SW
162736         GO TO 2450-EXIT.
162737     MOVE SPACES TO TRAN-OPR-RECORD.
162738     READ TRAN-OPR-FILE
162739         AT END
162740             MOVE SPACES TO TRAN-OPR-RECORD.
162741     CLOSE TRAN-OPR-FILE.
162742     IF TRAN-OPR-RECORD (1:5) IS EQUAL TO "STOP " AND
162743        NOT TRAN-OPER-STOPPED THEN
162744         MOVE "Y" TO TRAN-OPER-STOP-SW
162745         DISPLAY "TRANCODE: OPERATOR STOP ACCEPTED, ENDING "
162746             "AT NEXT CHECKPOINT" UPON CONSOLE
162747     ELSE IF TRAN-OPR-RECORD (1:7) IS EQUAL TO "STATUS " THEN
162748         PERFORM 2410-WRITE-CHECKPOINT THRU 2410-EXIT
162749         PERFORM 2420-SHOW-PROGRESS THRU 2420-EXIT.
162750 2450-EXIT.
162751     EXIT.
162752*
162753*    DECODE, DELIMITED: THE RECORD IS CUT INTO THE LAYOUT'S
162754*    FIELDS AND EACH FIELD BECOMES ONE COLUMN OF THE LINE.  A
162755*    CHAR OR NUMERIC FIELD IS TRANSCODED BYTE BY BYTE AS USUAL
162756*    (FIELD MAP AND VALIDATION STILL APPLY BY INPUT POSITION);
162757*    A PACKED OR BINARY FIELD IS UNPACKED TO A SIGNED DISPLAY
162758*    NUMBER.  A FIELD STARTING PAST THE END OF A SHORT RECORD
162759*    IS AN EMPTY COLUMN.
162760 2500-BUILD-DELIMITED-LINE.
162761     MOVE SPACES TO TRAN-DLM-LINE.
162762     MOVE 1 TO TRAN-DLM-LINE-PTR.
162763     MOVE 0 TO TRAN-FVAL-LAST-SUB.
162764     MOVE TRAN-IN-LEN TO TRAN-DLM-SAVE-IN-LEN.
162765     PERFORM 2510-DECODE-ONE-COLUMN THRU 2510-EXIT
162766         VARYING TRAN-LAY-SUB FROM 1 BY 1
162767         UNTIL TRAN-LAY-SUB IS GREATER THAN TRAN-LAY-COUNT
162768            OR TRAN-MAXERR-HIT.
162769     MOVE TRAN-DLM-SAVE-IN-LEN TO TRAN-IN-LEN.
162770     MOVE TRAN-DLM-LINE TO TRAN-WORK-OUT.
162771     MOVE TRAN-DLM-LINE-PTR TO TRAN-OUT-PTR.
162772 2500-EXIT.
162773     EXIT.
162774*
162775 2510-DECODE-ONE-COLUMN.
162776     IF TRAN-LAY-SUB IS GREATER THAN 1 THEN
162777         MOVE TRAN-DLM-CHAR TO TRAN-DLM-PUT-CHAR
162778         PERFORM 2528-PUT-LINE-BYTE THRU 2528-EXIT.
162779     MOVE SPACES TO TRAN-DLM-COL.
162780     MOVE 0 TO TRAN-DLM-COL-LEN.
162781     IF LAY-START (TRAN-LAY-SUB) IS GREATER THAN
162782             TRAN-DLM-SAVE-IN-LEN THEN
162783         GO TO 2510-EXIT.
162784     COMPUTE TRAN-LAY-END = LAY-START (TRAN-LAY-SUB) +
162785         LAY-LENGTH (TRAN-LAY-SUB) - 1.
162786     MOVE LAY-DECIMALS (TRAN-LAY-SUB) TO TRAN-NUM-SCALE.
162787     IF LAY-PACKED (TRAN-LAY-SUB) THEN
162788         PERFORM 2530-UNPACK-PACKED THRU 2530-EXIT
162789     ELSE IF LAY-BINARY (TRAN-LAY-SUB) THEN
162790         PERFORM 2535-UNPACK-BINARY THRU 2535-EXIT
162791     ELSE
162792         PERFORM 2515-DECODE-TEXT THRU 2515-EXIT.
162793     PERFORM 2520-APPEND-COLUMN THRU 2520-EXIT.
162794 2510-EXIT.
162795     EXIT.
162796*
162797 2515-DECODE-TEXT.
162798     IF TRAN-LAY-END IS GREATER THAN TRAN-DLM-SAVE-IN-LEN THEN
162799         MOVE TRAN-DLM-SAVE-IN-LEN TO TRAN-LAY-END.
162800     MOVE SPACES TO TRAN-WORK-OUT.
162801     MOVE 1 TO TRAN-OUT-PTR.
162802     MOVE LAY-START (TRAN-LAY-SUB) TO TRAN-CHAR-IDX.
162803     MOVE TRAN-LAY-END TO TRAN-IN-LEN.
162804     PERFORM 2210-TRANSCODE-CHAR THRU 2210-EXIT
162805         UNTIL TRAN-CHAR-IDX IS GREATER THAN TRAN-IN-LEN
162806            OR TRAN-MAXERR-HIT.
162807     IF TRAN-DBCS-OPEN THEN
162808         PERFORM 2760-CLOSE-DBCS-RUN THRU 2760-EXIT.
162809     MOVE TRAN-DLM-SAVE-IN-LEN TO TRAN-IN-LEN.
162810     COMPUTE TRAN-DLM-COL-LEN = TRAN-OUT-PTR - 1.
162811     IF TRAN-DLM-COL-LEN IS GREATER THAN ZERO THEN
162812         MOVE TRAN-WORK-OUT (1:TRAN-DLM-COL-LEN)
162813             TO TRAN-DLM-COL (1:TRAN-DLM-COL-LEN).
162814 2515-EXIT.
162815     EXIT.
162816*
162817*    APPENDS TRAN-DLM-COL TO THE LINE WITH ITS TRAILING BLANKS
162818*    TRIMMED.  A COLUMN HOLDING THE DELIMITER OR A QUOTE IS
162819*    WRAPPED IN QUOTES WITH EACH INNER QUOTE DOUBLED.
162820 2520-APPEND-COLUMN.
162821     MOVE "N" TO TRAN-DLM-COL-END-SW.
162822     PERFORM 2522-TRIM-ONE-BLANK THRU 2522-EXIT
162823         UNTIL TRAN-DLM-COL-LEN IS EQUAL TO ZERO
162824            OR TRAN-DLM-COL-ENDED.
162825     IF TRAN-DLM-COL-LEN IS EQUAL TO ZERO THEN
162826         GO TO 2520-EXIT.
162827     MOVE 0 TO TRAN-DLM-HITS.
162828     INSPECT TRAN-DLM-COL (1:TRAN-DLM-COL-LEN) TALLYING
162829         TRAN-DLM-HITS FOR ALL TRAN-DLM-CHAR
162830                           ALL TRAN-DLM-QUOTE.
162831     IF TRAN-DLM-HITS IS EQUAL TO ZERO THEN
162832         PERFORM 2526-PUT-PLAIN-BYTE THRU 2526-EXIT
162833             VARYING TRAN-DLM-COL-SUB FROM 1 BY 1
162834             UNTIL TRAN-DLM-COL-SUB IS GREATER THAN
162835                 TRAN-DLM-COL-LEN
162836         GO TO 2520-EXIT.
162837     MOVE TRAN-DLM-QUOTE TO TRAN-DLM-PUT-CHAR.
162838     PERFORM 2528-PUT-LINE-BYTE THRU 2528-EXIT.
162839     PERFORM 2524-PUT-QUOTED-BYTE THRU 2524-EXIT
162840         VARYING TRAN-DLM-COL-SUB FROM 1 BY 1
162841         UNTIL TRAN-DLM-COL-SUB IS GREATER THAN TRAN-DLM-COL-LEN.
162842     MOVE TRAN-DLM-QUOTE TO TRAN-DLM-PUT-CHAR.
162843     PERFORM 2528-PUT-LINE-BYTE THRU 2528-EXIT.
162844 2520-EXIT.
162845     EXIT.
162846*
162847 2522-TRIM-ONE-BLANK.
162848     IF TRAN-DLM-COL (TRAN-DLM-COL-LEN:1) IS EQUAL TO SPACE THEN
162849         SUBTRACT 1 FROM TRAN-DLM-COL-LEN
162850     ELSE
162851         MOVE "Y" TO TRAN-DLM-COL-END-SW.
162852 2522-EXIT.
162853     EXIT.
162854*
162855 2524-PUT-QUOTED-BYTE.
162856     MOVE TRAN-DLM-COL (TRAN-DLM-COL-SUB:1) TO TRAN-DLM-PUT-CHAR.
162857     PERFORM 2528-PUT-LINE-BYTE THRU 2528-EXIT.
162858     IF TRAN-DLM-PUT-CHAR IS EQUAL TO TRAN-DLM-QUOTE THEN
162859         PERFORM 2528-PUT-LINE-BYTE THRU 2528-EXIT.
162860 2524-EXIT.
162861     EXIT.
162862*
162863 2526-PUT-PLAIN-BYTE.
162864     MOVE TRAN-DLM-COL (TRAN-DLM-COL-SUB:1) TO TRAN-DLM-PUT-CHAR.
162865     PERFORM 2528-PUT-LINE-BYTE THRU 2528-EXIT.
162866 2526-EXIT.
162867     EXIT.
162868*
162869*    A LINE LONGER THAN THE OUTPUT MAXIMUM IS CUT THERE, THE
162870*    SAME AS ANY OTHER DECODED RECORD.
162871 2528-PUT-LINE-BYTE.
162872     IF TRAN-DLM-LINE-PTR IS LESS THAN OR EQUAL TO 5994 THEN
162873         MOVE TRAN-DLM-PUT-CHAR
162874             TO TRAN-DLM-LINE (TRAN-DLM-LINE-PTR:1)
162875         ADD 1 TO TRAN-DLM-LINE-PTR.
162876 2528-EXIT.
162877     EXIT.
162878*
162879*    PACKED DECIMAL: TWO DIGITS PER BYTE, THE LAST LOW NIBBLE
162880*    THE SIGN (C OR F PLUS, D OR B MINUS).  THE RAW BYTES ARE
162881*    READ STRAIGHT FROM THE RECORD -- AN EBCDIC FEED'S PACKED
162882*    FIELD IS NEVER TRANSLATED.  A BAD NIBBLE OR A FIELD CUT
162883*    SHORT BY THE RECORD IS LOGGED AND GOES OUT EMPTY.
162884 2530-UNPACK-PACKED.
162885     MOVE 0 TO TRAN-NUM-ACCUM.
162886     MOVE "N" TO TRAN-NUM-NEG-SW.
162887     MOVE "N" TO TRAN-NUM-BAD-SW.
162888     IF TRAN-LAY-END IS GREATER THAN TRAN-DLM-SAVE-IN-LEN THEN
162889         MOVE "Y" TO TRAN-NUM-BAD-SW
162890     ELSE
162891         PERFORM 2532-UNPACK-ONE-BYTE THRU 2532-EXIT
162892             VARYING TRAN-NUM-SUB FROM 1 BY 1
162893             UNTIL TRAN-NUM-SUB IS GREATER THAN
162894                 LAY-LENGTH (TRAN-LAY-SUB)
162895                OR TRAN-NUM-BAD.
162896     IF TRAN-NUM-BAD THEN
162897         MOVE "FV" TO TRAN-REJ-REASON
162898         MOVE "PACKED" TO TRAN-REJ-TOKEN
162899         PERFORM 2595-LOG-COLUMN-REJECT THRU 2595-EXIT
162900         GO TO 2530-EXIT.
162901     IF TRAN-NUM-NEGATIVE THEN
162902         COMPUTE TRAN-NUM-ACCUM = 0 - TRAN-NUM-ACCUM.
162903     PERFORM 2540-FORMAT-NUMBER THRU 2540-EXIT.
162904 2530-EXIT.
162905     EXIT.
162906*
162907 2532-UNPACK-ONE-BYTE.
162908     MOVE TRAN-WORK-IN (LAY-START (TRAN-LAY-SUB) +
162909         TRAN-NUM-SUB - 1:1) TO TRAN-NUM-BYTE-CHAR.
162910     DIVIDE TRAN-NUM-BYTE-NUM BY 16 GIVING TRAN-NUM-HIGH
162911         REMAINDER TRAN-NUM-LOW.
162912     IF TRAN-NUM-HIGH IS GREATER THAN 9 THEN
162913         MOVE "Y" TO TRAN-NUM-BAD-SW
162914         GO TO 2532-EXIT.
162915     COMPUTE TRAN-NUM-ACCUM = TRAN-NUM-ACCUM * 10 + TRAN-NUM-HIGH.
162916     IF TRAN-NUM-SUB IS LESS THAN LAY-LENGTH (TRAN-LAY-SUB) THEN
162917         IF TRAN-NUM-LOW IS GREATER THAN 9
162918             MOVE "Y" TO TRAN-NUM-BAD-SW
162919         ELSE
162920             COMPUTE TRAN-NUM-ACCUM =
162921                 TRAN-NUM-ACCUM * 10 + TRAN-NUM-LOW
162922         END-IF
162923     ELSE IF TRAN-NUM-LOW IS EQUAL TO 13 OR
162924             TRAN-NUM-LOW IS EQUAL TO 11 THEN
162925         MOVE "Y" TO TRAN-NUM-NEG-SW
162926     ELSE IF TRAN-NUM-LOW IS NOT EQUAL TO 12 AND
162927             TRAN-NUM-LOW IS NOT EQUAL TO 15 THEN
162928         MOVE "Y" TO TRAN-NUM-BAD-SW.
162929 2532-EXIT.
162930     EXIT.
162931*
162932*    BINARY: BIG-ENDIAN TWO'S COMPLEMENT OF ONE TO EIGHT BYTES.
162933 2535-UNPACK-BINARY.
162934     MOVE 0 TO TRAN-NUM-ACCUM.
162935     IF TRAN-LAY-END IS GREATER THAN TRAN-DLM-SAVE-IN-LEN THEN
162936         MOVE "FV" TO TRAN-REJ-REASON
162937         MOVE "BINARY" TO TRAN-REJ-TOKEN
162938         PERFORM 2595-LOG-COLUMN-REJECT THRU 2595-EXIT
162939         GO TO 2535-EXIT.
162940     PERFORM 2537-ADD-BINARY-BYTE THRU 2537-EXIT
162941         VARYING TRAN-NUM-SUB FROM 1 BY 1
162942         UNTIL TRAN-NUM-SUB IS GREATER THAN
162943             LAY-LENGTH (TRAN-LAY-SUB).
162944     MOVE TRAN-WORK-IN (LAY-START (TRAN-LAY-SUB):1)
162945         TO TRAN-NUM-BYTE-CHAR.
162946     IF TRAN-NUM-BYTE-NUM IS GREATER THAN 127 THEN
162947         COMPUTE TRAN-NUM-POWER = 256 ** LAY-LENGTH (TRAN-LAY-SUB)
162948         SUBTRACT TRAN-NUM-POWER FROM TRAN-NUM-ACCUM.
162949     PERFORM 2540-FORMAT-NUMBER THRU 2540-EXIT.
162950 2535-EXIT.
162951     EXIT.
162952*
162953 2537-ADD-BINARY-BYTE.
162954     MOVE TRAN-WORK-IN (LAY-START (TRAN-LAY-SUB) +
162955         TRAN-NUM-SUB - 1:1) TO TRAN-NUM-BYTE-CHAR.
162956     COMPUTE TRAN-NUM-ACCUM =
162957         TRAN-NUM-ACCUM * 256 + TRAN-NUM-BYTE-NUM.
162958 2537-EXIT.
162959     EXIT.
162960*
162961*    EDITS TRAN-NUM-ACCUM (SCALED BY TRAN-NUM-SCALE) INTO
162962*    TRAN-DLM-COL: A LEADING "-" WHEN NEGATIVE, NO LEADING
162963*    ZEROS BUT ALWAYS A UNITS DIGIT, AND A "." BEFORE THE
162964*    DECIMAL PLACES.  -1234 WITH 2 DECIMALS IS "-12.34".
162965 2540-FORMAT-NUMBER.
162966     MOVE SPACES TO TRAN-DLM-COL.
162967     MOVE 0 TO TRAN-DLM-COL-LEN.
162968     MOVE TRAN-NUM-ACCUM TO TRAN-NUM-DIGITS.
162969     COMPUTE TRAN-NUM-POINT = 32 - TRAN-NUM-SCALE.
162970     PERFORM 2542-PASS-LEAD-ZERO THRU 2542-EXIT
162971         VARYING TRAN-NUM-FIRST FROM 1 BY 1
162972         UNTIL TRAN-NUM-FIRST IS GREATER THAN OR EQUAL TO
162973             (TRAN-NUM-POINT - 1)
162974            OR TRAN-NUM-DIGIT (TRAN-NUM-FIRST) IS NOT EQUAL TO 0.
162975     IF TRAN-NUM-ACCUM IS LESS THAN ZERO THEN
162976         MOVE "-" TO TRAN-DLM-PUT-CHAR
162977         PERFORM 2546-PUT-COL-CHAR THRU 2546-EXIT.
162978     PERFORM 2544-PUT-ONE-DIGIT THRU 2544-EXIT
162979         VARYING TRAN-NUM-SUB FROM TRAN-NUM-FIRST BY 1
162980         UNTIL TRAN-NUM-SUB IS GREATER THAN 31.
162981 2540-EXIT.
162982     EXIT.
162983*
162984 2542-PASS-LEAD-ZERO.
162985     CONTINUE.
162986 2542-EXIT.
162987     EXIT.
162988*
162989 2544-PUT-ONE-DIGIT.
162990     IF TRAN-NUM-SUB IS EQUAL TO TRAN-NUM-POINT THEN
162991         MOVE "." TO TRAN-DLM-PUT-CHAR
162992         PERFORM 2546-PUT-COL-CHAR THRU 2546-EXIT.
162993     MOVE TRAN-NUM-DIGIT-CHAR (TRAN-NUM-SUB) TO TRAN-DLM-PUT-CHAR.
162994     PERFORM 2546-PUT-COL-CHAR THRU 2546-EXIT.
162995 2544-EXIT.
162996     EXIT.
162997*
162998 2546-PUT-COL-CHAR.
162999     ADD 1 TO TRAN-DLM-COL-LEN.
163000     MOVE TRAN-DLM-PUT-CHAR TO TRAN-DLM-COL (TRAN-DLM-COL-LEN:1).
163001 2546-EXIT.
163002     EXIT.
163003*
163004*    ENCODE, DELIMITED: THE LINE IS SPLIT INTO COLUMNS AND EACH
163005*    COLUMN IS PUT BACK AT ITS LAYOUT POSITION IN A RECORD OF
163006*    THE LAYOUT'S LENGTH, FIRST FILLED WITH BLANKS (EBCDIC
163007*    BLANKS ON AN EBCDIC DELIVERY).  TEXT COLUMNS ARE ENCODED
163008*    TOKEN BY TOKEN INTO THEIR FIELD ONLY; NUMBERS ARE PACKED
163009*    OR MADE BINARY.  A LINE WITH TOO FEW OR TOO MANY COLUMNS
163010*    IS LOGGED "DL" WITH THE COLUMNS FOUND -- THE FIELDS THAT
163011*    WERE THERE ARE STILL BUILT.
163012 2550-BUILD-FIXED-RECORD.
163013     PERFORM 2552-LOAD-LINE THRU 2552-EXIT.
163014     MOVE 0 TO TRAN-FVAL-LAST-SUB.
163015     MOVE SPACES TO TRAN-WORK-OUT.
163016     MOVE 1 TO TRAN-OUT-PTR.
163017     MOVE 32 TO TRAN-CHAR-CODE.
163018     PERFORM 2240-APPEND-BYTE THRU 2240-EXIT
163019         TRAN-LAY-REC-LEN TIMES.
163020     PERFORM 2560-ENCODE-ONE-COLUMN THRU 2560-EXIT
163021         VARYING TRAN-LAY-SUB FROM 1 BY 1
163022         UNTIL TRAN-LAY-SUB IS GREATER THAN TRAN-LAY-COUNT
163023            OR TRAN-MAXERR-HIT.
163024     MOVE 999 TO TRAN-OUT-LIMIT.
163025     MOVE TRAN-DLM-SAVE-IN-LEN TO TRAN-IN-LEN.
163026     IF TRAN-IN-LEN IS GREATER THAN ZERO THEN
163027         MOVE TRAN-DLM-LINE (1:TRAN-IN-LEN)
163028             TO TRAN-WORK-IN (1:TRAN-IN-LEN).
163029     COMPUTE TRAN-OUT-PTR = TRAN-LAY-REC-LEN + 1.
163030     IF TRAN-MAXERR-HIT THEN
163031         GO TO 2550-EXIT.
163032     PERFORM 2565-NEXT-COLUMN THRU 2565-EXIT
163033         UNTIL NOT TRAN-DLM-MORE-COLS.
163034     IF TRAN-DLM-COLS-FOUND IS NOT EQUAL TO TRAN-LAY-COUNT THEN
163035         MOVE "DL" TO TRAN-REJ-REASON
163036         MOVE "COLUMNS" TO TRAN-REJ-TOKEN
163037         MOVE TRAN-DLM-COLS-FOUND TO TRAN-CHAR-IDX
163038         PERFORM 2260-WRITE-REJECT THRU 2260-EXIT
163039         MOVE SPACES TO TRAN-REJ-REASON, TRAN-REJ-TOKEN
163040         ADD 1 TO TRAN-DLM-BAD-COUNT.
163041 2550-EXIT.
163042     EXIT.
163043*
163044*    TAKES THE RECORD IN HAND AS THE LINE TO BE SPLIT, SO
163045*    TRAN-WORK-IN IS FREE TO HOLD ONE COLUMN AT A TIME.
163046 2552-LOAD-LINE.
163047     MOVE TRAN-IN-LEN TO TRAN-DLM-SAVE-IN-LEN.
163048     MOVE TRAN-IN-LEN TO TRAN-DLM-LINE-LEN.
163049     MOVE SPACES TO TRAN-DLM-LINE.
163050     IF TRAN-IN-LEN IS GREATER THAN ZERO THEN
163051         MOVE TRAN-WORK-IN (1:TRAN-IN-LEN)
163052             TO TRAN-DLM-LINE (1:TRAN-IN-LEN).
163053     MOVE 1 TO TRAN-DLM-LINE-PTR.
163054     MOVE 0 TO TRAN-DLM-COLS-FOUND.
163055     MOVE "Y" TO TRAN-DLM-MORE-SW.
163056     MOVE "N" TO TRAN-DLM-SHORT-SW.
163057 2552-EXIT.
163058     EXIT.
163059*
163060 2560-ENCODE-ONE-COLUMN.
163061     PERFORM 2565-NEXT-COLUMN THRU 2565-EXIT.
163062     COMPUTE TRAN-LAY-END = LAY-START (TRAN-LAY-SUB) +
163063         LAY-LENGTH (TRAN-LAY-SUB) - 1.
163064     MOVE LAY-DECIMALS (TRAN-LAY-SUB) TO TRAN-NUM-SCALE.
163065     IF LAY-PACKED (TRAN-LAY-SUB) THEN
163066         PERFORM 2570-PACK-FIELD THRU 2570-EXIT
163067     ELSE IF LAY-BINARY (TRAN-LAY-SUB) THEN
163068         PERFORM 2575-BINARY-FIELD THRU 2575-EXIT
163069     ELSE
163070         PERFORM 2562-ENCODE-TEXT THRU 2562-EXIT.
163071 2560-EXIT.
163072     EXIT.
163073*
163074*    THE COLUMN'S TOKENS ARE ENCODED INTO ITS FIELD, THE OUTPUT
163075*    LIMIT HELD AT THE FIELD END.  TEXT LEFT OVER WHEN THE
163076*    FIELD IS FULL (OTHER THAN BLANKS) IS LOGGED "DL" LENGTH.
163077 2562-ENCODE-TEXT.
163078     IF TRAN-DLM-COL-LEN IS EQUAL TO ZERO THEN
163079         GO TO 2562-EXIT.
163080     MOVE TRAN-DLM-COL (1:TRAN-DLM-COL-LEN)
163081         TO TRAN-WORK-IN (1:TRAN-DLM-COL-LEN).
163082     MOVE TRAN-DLM-COL-LEN TO TRAN-IN-LEN.
163083     MOVE 1 TO TRAN-CHAR-IDX.
163084     MOVE LAY-START (TRAN-LAY-SUB) TO TRAN-OUT-PTR.
163085     MOVE TRAN-LAY-END TO TRAN-OUT-LIMIT.
163086     PERFORM 2210-TRANSCODE-CHAR THRU 2210-EXIT
163087         UNTIL TRAN-CHAR-IDX IS GREATER THAN TRAN-IN-LEN
163088            OR TRAN-OUT-PTR IS GREATER THAN TRAN-OUT-LIMIT
163089            OR TRAN-MAXERR-HIT.
163090     IF TRAN-DBCS-OPEN THEN
163091         PERFORM 2760-CLOSE-DBCS-RUN THRU 2760-EXIT.
163092     IF TRAN-MAXERR-HIT OR
163093        TRAN-CHAR-IDX IS GREATER THAN TRAN-IN-LEN THEN
163094         GO TO 2562-EXIT.
163095     IF TRAN-WORK-IN (TRAN-CHAR-IDX:
163096             TRAN-IN-LEN - TRAN-CHAR-IDX + 1) IS NOT EQUAL TO
163097             SPACES THEN
163098         MOVE "DL" TO TRAN-REJ-REASON
163099         MOVE "LENGTH" TO TRAN-REJ-TOKEN
163100         PERFORM 2595-LOG-COLUMN-REJECT THRU 2595-EXIT.
163101 2562-EXIT.
163102     EXIT.
163103*
163104*    SPLITS THE NEXT COLUMN OFF THE LINE INTO TRAN-DLM-COL.  A
163105*    COLUMN OPENING WITH A QUOTE RUNS TO ITS CLOSING QUOTE,
163106*    DELIMITERS INCLUDED, AND A DOUBLED QUOTE INSIDE IT IS ONE
163107*    QUOTE.  PAST THE LAST COLUMN, THE COLUMN IS EMPTY AND THE
163108*    LINE IS MARKED SHORT.
163109 2565-NEXT-COLUMN.
163110     MOVE SPACES TO TRAN-DLM-COL.
163111     MOVE 0 TO TRAN-DLM-COL-LEN.
163112     IF NOT TRAN-DLM-MORE-COLS THEN
163113         MOVE "Y" TO TRAN-DLM-SHORT-SW
163114         GO TO 2565-EXIT.
163115     ADD 1 TO TRAN-DLM-COLS-FOUND.
163116     MOVE "N" TO TRAN-DLM-MORE-SW.
163117     MOVE "N" TO TRAN-DLM-QUOTED-SW.
163118     MOVE "N" TO TRAN-DLM-COL-END-SW.
163119     IF TRAN-DLM-LINE-PTR IS LESS THAN OR EQUAL TO
163120             TRAN-DLM-LINE-LEN AND
163121        TRAN-DLM-LINE (TRAN-DLM-LINE-PTR:1) IS EQUAL TO
163122             TRAN-DLM-QUOTE THEN
163123         MOVE "Y" TO TRAN-DLM-QUOTED-SW
163124         ADD 1 TO TRAN-DLM-LINE-PTR.
163125     PERFORM 2567-SCAN-ONE-BYTE THRU 2567-EXIT
163126         UNTIL TRAN-DLM-LINE-PTR IS GREATER THAN TRAN-DLM-LINE-LEN
163127            OR TRAN-DLM-COL-ENDED.
163128 2565-EXIT.
163129     EXIT.
163130*
163131 2567-SCAN-ONE-BYTE.
163132     MOVE TRAN-DLM-LINE (TRAN-DLM-LINE-PTR:1)
163133         TO TRAN-DLM-PUT-CHAR.
163134     ADD 1 TO TRAN-DLM-LINE-PTR.
163135     IF TRAN-DLM-IN-QUOTES THEN
163136         IF TRAN-DLM-PUT-CHAR IS NOT EQUAL TO TRAN-DLM-QUOTE
163137             PERFORM 2568-PUT-COL-BYTE THRU 2568-EXIT
163138         ELSE IF TRAN-DLM-LINE-PTR IS LESS THAN OR EQUAL TO
163139                 TRAN-DLM-LINE-LEN AND
163140             TRAN-DLM-LINE (TRAN-DLM-LINE-PTR:1) IS EQUAL TO
163141                 TRAN-DLM-QUOTE
163142             ADD 1 TO TRAN-DLM-LINE-PTR
163143             PERFORM 2568-PUT-COL-BYTE THRU 2568-EXIT
163144         ELSE
163145             MOVE "N" TO TRAN-DLM-QUOTED-SW
163146         END-IF
163147         END-IF
163148         GO TO 2567-EXIT.
163149     IF TRAN-DLM-PUT-CHAR IS EQUAL TO TRAN-DLM-CHAR THEN
163150         MOVE "Y" TO TRAN-DLM-MORE-SW
163151         MOVE "Y" TO TRAN-DLM-COL-END-SW
163152         GO TO 2567-EXIT.
163153     PERFORM 2568-PUT-COL-BYTE THRU 2568-EXIT.
163154 2567-EXIT.
163155     EXIT.
163156*
163157 2568-PUT-COL-BYTE.
163158     ADD 1 TO TRAN-DLM-COL-LEN.
163159     MOVE TRAN-DLM-PUT-CHAR TO TRAN-DLM-COL (TRAN-DLM-COL-LEN:1).
163160 2568-EXIT.
163161     EXIT.
163162*
163163*    PACKS THE COLUMN'S NUMBER INTO THE FIELD: 2N-1 DIGITS AND A
163164*    C OR D SIGN NIBBLE.  A NUMBER THAT IS NOT A NUMBER, HAS
163165*    MORE DECIMAL PLACES THAN THE LAYOUT, OR DOES NOT FIT IS
163166*    LOGGED AND THE FIELD LEFT BLANK.
163167 2570-PACK-FIELD.
163168     PERFORM 2580-PARSE-NUMBER THRU 2580-EXIT.
163169     COMPUTE TRAN-NUM-WIDTH = 2 * LAY-LENGTH (TRAN-LAY-SUB) - 1.
163170     COMPUTE TRAN-NUM-FIRST = 32 - TRAN-NUM-WIDTH.
163171     IF NOT TRAN-NUM-BAD THEN
163172         MOVE TRAN-NUM-ACCUM TO TRAN-NUM-DIGITS
163173         IF TRAN-NUM-FIRST IS GREATER THAN 1 AND
163174            TRAN-NUM-DIGIT-CHARS (1:TRAN-NUM-FIRST - 1)
163175                IS NOT EQUAL TO ZEROS
163176             MOVE "Y" TO TRAN-NUM-BAD-SW
163177         END-IF
163178     END-IF.
163179     IF TRAN-NUM-BAD THEN
163180         MOVE "DL" TO TRAN-REJ-REASON
163181         MOVE "PACKED" TO TRAN-REJ-TOKEN
163182         PERFORM 2595-LOG-COLUMN-REJECT THRU 2595-EXIT
163183         GO TO 2570-EXIT.
163184     PERFORM 2572-PACK-ONE-BYTE THRU 2572-EXIT
163185         VARYING TRAN-NUM-SUB FROM 1 BY 1
163186         UNTIL TRAN-NUM-SUB IS GREATER THAN
163187             LAY-LENGTH (TRAN-LAY-SUB).
163188 2570-EXIT.
163189     EXIT.
163190*
163191 2572-PACK-ONE-BYTE.
163192     COMPUTE TRAN-DLM-POS =
163193         TRAN-NUM-FIRST + 2 * (TRAN-NUM-SUB - 1).
163194     MOVE TRAN-NUM-DIGIT (TRAN-DLM-POS) TO TRAN-NUM-HIGH.
163195     IF TRAN-NUM-SUB IS LESS THAN LAY-LENGTH (TRAN-LAY-SUB) THEN
163196         MOVE TRAN-NUM-DIGIT (TRAN-DLM-POS + 1) TO TRAN-NUM-LOW
163197     ELSE IF TRAN-NUM-ACCUM IS LESS THAN ZERO THEN
163198         MOVE 13 TO TRAN-NUM-LOW
163199     ELSE
163200         MOVE 12 TO TRAN-NUM-LOW.
163201     COMPUTE TRAN-NUM-BYTE-NUM =
163202         TRAN-NUM-HIGH * 16 + TRAN-NUM-LOW.
163203     MOVE TRAN-NUM-BYTE-CHAR TO TRAN-WORK-OUT
163204         (LAY-START (TRAN-LAY-SUB) + TRAN-NUM-SUB - 1:1).
163205 2572-EXIT.
163206     EXIT.
163207*
163208*    MAKES THE COLUMN'S NUMBER A BIG-ENDIAN TWO'S COMPLEMENT
163209*    BINARY FIELD; A VALUE OUTSIDE THE FIELD'S SIGNED RANGE IS
163210*    LOGGED AND THE FIELD LEFT BLANK.
163211 2575-BINARY-FIELD.
163212     PERFORM 2580-PARSE-NUMBER THRU 2580-EXIT.
163213     COMPUTE TRAN-NUM-POWER = 256 ** LAY-LENGTH (TRAN-LAY-SUB).
163214     IF NOT TRAN-NUM-BAD THEN
163215         IF TRAN-NUM-ACCUM IS LESS THAN ZERO
163216             IF (TRAN-NUM-ACCUM * 2) IS LESS THAN
163217                     (0 - TRAN-NUM-POWER)
163218                 MOVE "Y" TO TRAN-NUM-BAD-SW
163219             ELSE
163220                 ADD TRAN-NUM-POWER TO TRAN-NUM-ACCUM
163221             END-IF
163222         ELSE
163223             IF (TRAN-NUM-ACCUM * 2) IS NOT LESS THAN
163224                     TRAN-NUM-POWER
163225                 MOVE "Y" TO TRAN-NUM-BAD-SW
163226             END-IF
163227         END-IF
163228     END-IF.
163229     IF TRAN-NUM-BAD THEN
163230         MOVE "DL" TO TRAN-REJ-REASON
163231         MOVE "BINARY" TO TRAN-REJ-TOKEN
163232         PERFORM 2595-LOG-COLUMN-REJECT THRU 2595-EXIT
163233         GO TO 2575-EXIT.
163234     PERFORM 2577-TAKE-LOW-BYTE THRU 2577-EXIT
163235         VARYING TRAN-NUM-SUB FROM LAY-LENGTH (TRAN-LAY-SUB)
163236         BY -1 UNTIL TRAN-NUM-SUB IS LESS THAN 1.
163237 2575-EXIT.
163238     EXIT.
163239*
163240 2577-TAKE-LOW-BYTE.
163241     DIVIDE TRAN-NUM-ACCUM BY 256 GIVING TRAN-NUM-QUOT
163242         REMAINDER TRAN-NUM-REM.
163243     MOVE TRAN-NUM-REM TO TRAN-NUM-BYTE-NUM.
163244     MOVE TRAN-NUM-BYTE-CHAR TO TRAN-WORK-OUT
163245         (LAY-START (TRAN-LAY-SUB) + TRAN-NUM-SUB - 1:1).
163246     MOVE TRAN-NUM-QUOT TO TRAN-NUM-ACCUM.
163247 2577-EXIT.
163248     EXIT.
163249*
163250*    READS TRAN-DLM-COL AS [BLANKS][+|-]DIGITS[.DIGITS][BLANKS]
163251*    INTO TRAN-NUM-ACCUM, SCALED TO TRAN-NUM-SCALE PLACES.
163252*    AN EMPTY COLUMN IS ZERO.  EXTRA DECIMAL PLACES ARE ONLY
163253*    ACCEPTED WHEN THEY ARE ZEROS -- NOTHING IS ROUNDED AWAY.
163254 2580-PARSE-NUMBER.
163255     MOVE 0 TO TRAN-NUM-ACCUM, TRAN-NUM-INT-COUNT,
163256         TRAN-NUM-FRAC-COUNT.
163257     MOVE "N" TO TRAN-NUM-NEG-SW.
163258     MOVE "N" TO TRAN-NUM-BAD-SW.
163259     MOVE "N" TO TRAN-NUM-SEEN-SW.
163260     MOVE "L" TO TRAN-NUM-STATE.
163261     PERFORM 2582-PARSE-ONE-CHAR THRU 2582-EXIT
163262         VARYING TRAN-DLM-POS FROM 1 BY 1
163263         UNTIL TRAN-DLM-POS IS GREATER THAN TRAN-DLM-COL-LEN
163264            OR TRAN-NUM-BAD.
163265     IF NOT TRAN-NUM-DIGIT-SEEN AND NOT TRAN-NUM-IN-LEAD THEN
163266         MOVE "Y" TO TRAN-NUM-BAD-SW.
163267     IF TRAN-NUM-BAD THEN
163268         GO TO 2580-EXIT.
163269     IF TRAN-NUM-FRAC-COUNT IS LESS THAN TRAN-NUM-SCALE THEN
163270         COMPUTE TRAN-NUM-ACCUM = TRAN-NUM-ACCUM *
163271             10 ** (TRAN-NUM-SCALE - TRAN-NUM-FRAC-COUNT).
163272     IF TRAN-NUM-NEGATIVE THEN
163273         COMPUTE TRAN-NUM-ACCUM = 0 - TRAN-NUM-ACCUM.
163274 2580-EXIT.
163275     EXIT.
163276*
163277 2582-PARSE-ONE-CHAR.
163278     MOVE TRAN-DLM-COL (TRAN-DLM-POS:1) TO TRAN-NUM-CHAR.
163279     IF TRAN-NUM-CHAR IS EQUAL TO SPACE THEN
163280         IF NOT TRAN-NUM-IN-LEAD
163281             MOVE "T" TO TRAN-NUM-STATE
163282         END-IF
163283         GO TO 2582-EXIT.
163284     IF TRAN-NUM-IN-TRAIL THEN
163285         MOVE "Y" TO TRAN-NUM-BAD-SW
163286         GO TO 2582-EXIT.
163287     IF TRAN-NUM-IN-LEAD AND
163288        (TRAN-NUM-CHAR IS EQUAL TO "+" OR
163289         TRAN-NUM-CHAR IS EQUAL TO "-") THEN
163290         IF TRAN-NUM-CHAR IS EQUAL TO "-"
163291             MOVE "Y" TO TRAN-NUM-NEG-SW
163292         END-IF
163293         MOVE "I" TO TRAN-NUM-STATE
163294         GO TO 2582-EXIT.
163295     IF TRAN-NUM-CHAR IS EQUAL TO "." AND
163296        (TRAN-NUM-IN-LEAD OR TRAN-NUM-IN-INTEGER) THEN
163297         MOVE "F" TO TRAN-NUM-STATE
163298         GO TO 2582-EXIT.
163299     IF TRAN-NUM-CHAR IS NOT NUMERIC THEN
163300         MOVE "Y" TO TRAN-NUM-BAD-SW
163301         GO TO 2582-EXIT.
163302     MOVE "Y" TO TRAN-NUM-SEEN-SW.
163303     IF TRAN-NUM-IN-FRACTION THEN
163304         ADD 1 TO TRAN-NUM-FRAC-COUNT
163305         IF TRAN-NUM-FRAC-COUNT IS GREATER THAN TRAN-NUM-SCALE
163307             IF TRAN-NUM-CHAR-9 IS NOT EQUAL TO 0
163308                 MOVE "Y" TO TRAN-NUM-BAD-SW
163309             END-IF
163310             SUBTRACT 1 FROM TRAN-NUM-FRAC-COUNT
163311         ELSE
163312             COMPUTE TRAN-NUM-ACCUM =
163313                 TRAN-NUM-ACCUM * 10 + TRAN-NUM-CHAR-9
163314         END-IF
163315         GO TO 2582-EXIT.
163316     MOVE "I" TO TRAN-NUM-STATE.
163317     COMPUTE TRAN-NUM-ACCUM =
163318         TRAN-NUM-ACCUM * 10 + TRAN-NUM-CHAR-9.
163319     IF TRAN-NUM-ACCUM IS NOT EQUAL TO ZERO THEN
163320         ADD 1 TO TRAN-NUM-INT-COUNT.
163321     IF TRAN-NUM-INT-COUNT IS GREATER THAN
163322             (31 - TRAN-NUM-SCALE) THEN
163323         MOVE "Y" TO TRAN-NUM-BAD-SW.
163324 2582-EXIT.
163325     EXIT.
163326*
163327*    THE FIRST LINE OF A DELIMITED ENCODE INPUT IS THE PARTNER'S
163328*    COLUMN-NAME ROW WHEN ITS FIRST COLUMN IS THE LAYOUT'S FIRST
163329*    FIELD NAME; OTHERWISE THE FILE HAS NONE AND THE LINE IS
163330*    DATA.
163331 2590-CHECK-HEADER-ROW.
163332     MOVE "N" TO TRAN-DLM-HDR-FOUND-SW.
163333     PERFORM 2552-LOAD-LINE THRU 2552-EXIT.
163334     PERFORM 2565-NEXT-COLUMN THRU 2565-EXIT.
163335     MOVE "N" TO TRAN-DLM-COL-END-SW.
163336     PERFORM 2522-TRIM-ONE-BLANK THRU 2522-EXIT
163337         UNTIL TRAN-DLM-COL-LEN IS EQUAL TO ZERO
163338            OR TRAN-DLM-COL-ENDED.
163339     IF TRAN-DLM-COL-LEN IS GREATER THAN ZERO AND
163340        TRAN-DLM-COL-LEN IS NOT GREATER THAN 30 AND
163341        TRAN-DLM-COL (1:TRAN-DLM-COL-LEN) IS EQUAL TO
163342            LAY-NAME (1) THEN
163343         MOVE "Y" TO TRAN-DLM-HDR-FOUND-SW
163344     ELSE
163345         DISPLAY "TRANCODE: NO COLUMN-NAME ROW ON "
163346             TRAN-IN-DDNAME ", FIRST LINE TAKEN AS DATA".
163347 2590-EXIT.
163348     EXIT.
163349*
163350*    ONE BAD COLUMN: LOGGED AT THE FIELD'S START POSITION AND
163351*    LEFT EMPTY (DECODE) OR BLANK (ENCODE).  THE CALLER SETS
163352*    THE REASON AND TOKEN.
163353 2595-LOG-COLUMN-REJECT.
163354     MOVE LAY-START (TRAN-LAY-SUB) TO TRAN-CHAR-IDX.
163355     PERFORM 2260-WRITE-REJECT THRU 2260-EXIT.
163356     MOVE SPACES TO TRAN-REJ-REASON, TRAN-REJ-TOKEN.
163357     ADD 1 TO TRAN-DLM-BAD-COUNT.
163358     MOVE SPACES TO TRAN-DLM-COL.
163359     MOVE 0 TO TRAN-DLM-COL-LEN.
163360 2595-EXIT.
163361     EXIT.
163362*
163364*    REBUILDS THE SELECTED RECORD ONCE PER EXTRA FLAVOR AND
163365*    WRITES EACH REBUILD TO ITS OWN FILE -- THE INPUT RECORD IS
163366*    STILL THE ONE READ, ONLY THE DECODE-ASCII MODE SWITCHES
165160         MOVE SPACES TO CKPT-LAST-KEY
165200         MOVE SPACES TO CKPT-FILLER
165300         OPEN OUTPUT TRAN-CKPT-FILE
165400         WRITE CKPT-RECORD
165500         CLOSE TRAN-CKPT-FILE
165600     END-IF.
165700     IF TRAN-ERR-FILE-OPEN THEN
165800         CLOSE TRAN-ERR-FILE.
165810     IF TRAN-TOKV-OPEN THEN
165820         IF TRAN-TOKN-DECODING
165830             PERFORM 2890-SAVE-TOKEN-SEQ THRU 2890-EXIT
165840         END-IF
165850         CLOSE TRAN-TOKV-FILE.
165860     IF TRAN-TOKA-OPEN THEN
165870         CLOSE TRAN-TOKA-FILE.
165876     IF TRAN-TRC-OPEN THEN
165882         CLOSE TRAN-TRCE-FILE
165888         DISPLAY "TRANCODE: TRACE RECORDS WRITTEN="
165894             TRAN-TRC-COUNT.
165900     PERFORM 9100-MANIFEST-REPORT THRU 9100-EXIT.
166000     DISPLAY "TRANCODE: MODE=" TRAN-MODE-SW
166100         " RECORDS READ=" TRAN-TOT-READ
166810     IF TRAN-KRANGE-SKIPPED IS GREATER THAN ZERO THEN
166820         DISPLAY "TRANCODE: KEYS OUTSIDE RANGE SKIPPED="
166830             TRAN-KRANGE-SKIPPED.
166831     IF TRAN-TOKN-ANY THEN
166832         DISPLAY "TRANCODE: TOKENS ISSUED=" TRAN-TOKN-ISSUED
166833             " MASKED=" TRAN-TOKN-MASKED
166834             " RESTORED=" TRAN-TOKN-RESTORED
166835             " NOT ON VAULT=" TRAN-TOKN-MISSED.
166836     IF TRAN-VALIDATE-ON THEN
166837         DISPLAY "TRANCODE: FIELD VALIDATION FAILURES="
166838             TRAN-FVAL-FAIL-COUNT
166839         PERFORM 9020-REPORT-ONE-FIELD THRU 9020-EXIT
166840             VARYING TRAN-FMAP-SUB FROM 1 BY 1
166841             UNTIL TRAN-FMAP-SUB IS GREATER THAN TRAN-FMAP-COUNT.
166842     IF TRAN-DLM-MODE THEN
166843         DISPLAY "TRANCODE: DELIMITED COLUMN ERRORS="
166844             TRAN-DLM-BAD-COUNT.
166845     IF TRAN-CPOL-LOADED THEN
166846         DISPLAY "TRANCODE: CHARACTER POLICY " TRAN-CPOL-ID
166847             " SUBSTITUTIONS=" TRAN-CPOL-SUBST-COUNT
166848             " REJECTED=" TRAN-CPOL-REJ-COUNT
166849         PERFORM 9030-REPORT-ONE-CODE-POINT THRU 9030-EXIT
166850             VARYING TRAN-CPOL-STAT-SUB FROM 1 BY 1
166851             UNTIL TRAN-CPOL-STAT-SUB IS GREATER THAN
166852                 TRAN-CPOL-STAT-COUNT
166853         IF TRAN-CPOL-STAT-OVERFLOW IS GREATER THAN ZERO
166854             DISPLAY "TRANCODE:   OTHER CODE POINTS COUNT="
166855                 TRAN-CPOL-STAT-OVERFLOW
166856         END-IF.
166857     IF TRAN-XOUT-COUNT IS GREATER THAN ZERO THEN
166858         DISPLAY "TRANCODE: EXTRA OUTPUT RECORDS="
166860             XOUT-WRITTEN (1) " / " XOUT-WRITTEN (2).
166900     IF TRAN-MAXERR-HIT THEN
167000         MOVE 8 TO RETURN-CODE
167240         IF RETURN-CODE IS LESS THAN 4
167250             MOVE 4 TO RETURN-CODE
167260         END-IF.
167268     IF TRAN-BAL-OUT THEN
167276         DISPLAY "TRANCODE: INPUT OUT OF BALANCE WITH THE "
167284             "SENDER'S CONTROL FILE -- NO TRAILER, NOT REGISTERED"
167292         MOVE 8 TO RETURN-CODE.
167300     PERFORM 8000-WRITE-RUN-HISTORY THRU 8000-EXIT.
167400 9000-EXIT.
167402     EXIT.
167404*
167406*    ONE LINE PER FIELD THAT FAILED VALIDATION, SO THE UPSTREAM
167408*    TEAM SEES WHICH FIELD OF THEIR EXTRACT IS BROKEN.
167410 9020-REPORT-ONE-FIELD.
167412     IF FMAP-VAL-FAILS (TRAN-FMAP-SUB) IS EQUAL TO ZERO THEN
167414         GO TO 9020-EXIT.
167416     DISPLAY "TRANCODE:   FIELD AT " FMAP-START (TRAN-FMAP-SUB)
167418         " LENGTH " FMAP-LENGTH (TRAN-FMAP-SUB)
167420         " USAGE " FMAP-USAGE (TRAN-FMAP-SUB)
167422         " FAILED=" FMAP-VAL-FAILS (TRAN-FMAP-SUB).
167424 9020-EXIT.
167426     EXIT.
167428*
167430*    ONE LINE PER CODE POINT THE CHARACTER POLICY TOUCHED: ITS
167432*    HEX AND DECIMAL VALUE, WHAT WENT OUT INSTEAD (OR REJECTED),
167434*    AND HOW OFTEN.  THE HEX IS BUILT WITH THE UTF-8 TOKEN
167436*    ROUTINE, FREE BY NOW.
167438 9030-REPORT-ONE-CODE-POINT.
167440     MOVE TRAN-CPOL-S-CP (TRAN-CPOL-STAT-SUB) TO TRAN-UTF-QUOT.
167442     IF TRAN-UTF-QUOT IS LESS THAN 65536 THEN
167444         MOVE 4 TO TRAN-UTF-HEXLEN
167446     ELSE
167448         MOVE 6 TO TRAN-UTF-HEXLEN.
167450     MOVE SPACES TO TRAN-UTF-TOKEN.
167452     PERFORM 2287-SET-ONE-HEX-DIGIT THRU 2287-EXIT
167454         VARYING TRAN-UTF-SUB FROM 0 BY 1
167456         UNTIL TRAN-UTF-SUB IS GREATER THAN OR EQUAL TO
167458             TRAN-UTF-HEXLEN.
167460     MOVE TRAN-UTF-TOKEN (3:TRAN-UTF-HEXLEN) TO TRAN-CPL-HEX.
167462     MOVE TRAN-CPOL-S-CP (TRAN-CPOL-STAT-SUB) TO TRAN-CPL-DEC.
167464     MOVE TRAN-CPOL-S-RULE (TRAN-CPOL-STAT-SUB) TO TRAN-CPOL-HIT.
167466     MOVE SPACES TO TRAN-CPL-RESULT.
167468     IF TRAN-CPOL-HIT IS EQUAL TO ZERO THEN
167470         MOVE "REJECTED" TO TRAN-CPL-RESULT
167472     ELSE
167474         STRING QUOTE DELIMITED BY SIZE
167476             TRAN-CPOL-R-TEXT (TRAN-CPOL-HIT)
167478                 (1:TRAN-CPOL-R-LEN (TRAN-CPOL-HIT))
167480                 DELIMITED BY SIZE
167482             QUOTE DELIMITED BY SIZE
167484             INTO TRAN-CPL-RESULT.
167486     MOVE TRAN-CPOL-S-COUNT (TRAN-CPOL-STAT-SUB)
167488         TO TRAN-CPL-COUNT.
167490     DISPLAY TRAN-CPOL-LINE.
167492 9030-EXIT.
167500     EXIT.
167600*
167700 9050-WRITE-STOP-CHECKPOINT.
169490         MOVE SPACES TO CKPT-LAST-KEY.
169500     MOVE SPACES TO CKPT-FILLER.
169600     OPEN OUTPUT TRAN-CKPT-FILE.
169700     WRITE CKPT-RECORD.
169800     CLOSE TRAN-CKPT-FILE.
169900 9050-EXIT.
170000     EXIT.
172200         END-IF
172300         MOVE TRAN-CKPT-TAKEN TO RUNH-CKPT-COUNT
172400         MOVE RETURN-CODE TO RUNH-RETURN-CODE
172500         MOVE SPACES TO RUNH-RECORD (47:114)
172510         IF TRAN-XOUT-COUNT IS GREATER THAN ZERO
172520             MOVE XOUT-WRITTEN (1) TO RUNH-OUT2-WRITTEN
172530         END-IF
172540         IF TRAN-XOUT-COUNT IS GREATER THAN 1
172550             MOVE XOUT-WRITTEN (2) TO RUNH-OUT3-WRITTEN
172560         END-IF
172570         MOVE TRAN-PARTNER-ID TO RUNH-PARTNER
172580         ACCEPT TRAN-END-TIME FROM TIME
172590         MOVE TRAN-END-TIME-HHMMSS TO RUNH-END-TIME
172592         IF TRAN-BAL-CHECKED
172594             PERFORM 8050-FILL-BALANCE THRU 8050-EXIT
172596         END-IF
172600         WRITE RUNH-RECORD
172700         CLOSE TRAN-RUNH-FILE.
172800 8000-EXIT.
172805     EXIT.
172810*
172815*    THE BALANCING LINE RIDES ON THE RUN'S HISTORY RECORD SO
172820*    THE EXPECTED AND ACTUAL TOTALS OUTLIVE THE JOB LOG.
172825 8050-FILL-BALANCE.
172830     IF TRAN-BAL-OUT THEN
172835         MOVE "O" TO RUNH-BAL-IND
172840     ELSE
172845         MOVE "B" TO RUNH-BAL-IND.
172850     MOVE TRAN-BAL-EXP-RECS TO RUNH-BAL-EXP-RECS.
172855     MOVE TRAN-BAL-ACT-RECS TO RUNH-BAL-ACT-RECS.
172860     IF TRAN-BAL-HASHING THEN
172865         MOVE TRAN-BAL-FIELD-NAME TO RUNH-BAL-FIELD
172870         MOVE TRAN-BAL-EXP-HASH-X TO RUNH-BAL-EXP-HASH
172875         MOVE TRAN-BAL-ACT-HASH-X TO RUNH-BAL-ACT-HASH.
172880 8050-EXIT.
172900     EXIT.
173000*
173100*    THE TRAILER COUNTS DATA RECORDS ONLY -- THE HEADER NEVER
174700         MOVE TRAN-OUT-STATUS TO TRAN-ABEND-STATUS
174800         PERFORM 9800-ABEND-FILE-ERROR THRU 9800-EXIT
174900     END-IF.
174910     IF TRAN-TRC-OPEN THEN
174920         COMPUTE TRAN-TRC-OUT-REC = TRAN-TRC-FRAME +
174930             TRAN-RESTART-WRITTEN + TRAN-RECS-WRITTEN + 1
174940         PERFORM 2375-TRACE-FRAMING THRU 2375-EXIT.
175000 8100-EXIT.
175100     EXIT.
175110*
175260     MOVE TRAN-DREG-CKSUM TO DREG-CHECKSUM.
175262     IF TRAN-DREG-FORCED THEN
175264         MOVE "F" TO DREG-FORCE-IND
175265     ELSE
175266         MOVE SPACE TO DREG-FORCE-IND.
175267     MOVE SPACES TO DREG-RECORD (110:19).
175268     MOVE TRAN-PARTNER-ID TO DREG-PARTNER.
175269     IF TRAN-MODE-DECODE THEN
175270         MOVE TRAN-ESC-ACTIVE-VER TO DREG-ESC-VERSION.
175271     ACCEPT TRAN-END-TIME FROM TIME.
175272     MOVE TRAN-END-TIME-HHMMSS TO DREG-DONE-TIME.
175273     WRITE DREG-RECORD
175274         INVALID KEY
175276             REWRITE DREG-RECORD
175277     END-WRITE.
175278     IF TRAN-DREG-OK THEN
175279         MOVE "Y" TO TRAN-DREG-WRITTEN-SW.
175280     CLOSE TRAN-DREG-FILE.
175282     DISPLAY "TRANCODE: DELIVERY REGISTERED: " TRAN-DREG-DSN.
175284 8300-EXIT.
175374 8400-EXIT.
175376     EXIT.
175378*
175379*    OPENS THE DELIVERY ARCHIVE FOR THE ENCODE GENERATION JUST
175380*    NAMED BY ITS HEADER AND MARKS ITS COPY "P" -- IN PROGRESS,
175381*    NOT TO BE RESENT -- UNTIL 8520 FINDS THE DELIVERY ON THE
175382*    REGISTER.  A FORCED RERUN OR A RESTART WRITES OVER THE
175383*    SAME KEYS.  THE ARCHIVE IS A BY-PRODUCT OF THE DELIVERY,
175384*    NOT A PREREQUISITE: NO DLVARCH DD, OR ANY ARCHIVE ERROR,
175385*    TURNS IT OFF FOR THE REST OF THE RUN WITH A MESSAGE AND
175386*    THE DELIVERY CARRIES ON.
175387 8500-OPEN-ARCHIVE.
175388     OPEN I-O TRAN-DARC-FILE.
175389     IF TRAN-DARC-NOT-FOUND THEN
175390         CLOSE TRAN-DARC-FILE
175391         OPEN OUTPUT TRAN-DARC-FILE
175392         CLOSE TRAN-DARC-FILE
175393         OPEN I-O TRAN-DARC-FILE.
175394     IF NOT TRAN-DARC-OK THEN
175395         DISPLAY "TRANCODE: DLVARCH NOT AVAILABLE, STATUS="
175396             TRAN-DARC-STATUS ", DELIVERIES NOT ARCHIVED"
175397         MOVE "N" TO TRAN-DARC-AVAIL-SW
175398         GO TO 8500-EXIT.
175399     MOVE "Y" TO TRAN-DARC-OPEN-SW.
175400     MOVE SPACES TO DARC-RECORD.
175401     MOVE TRAN-DREG-DSN TO DARC-SOURCE-DSN.
175402     MOVE TRAN-DREG-DATE TO DARC-FILE-DATE.
175403     MOVE TRAN-DREG-TIME TO DARC-FILE-TIME.
175404     MOVE 0 TO DARC-SEQ, DARC-REC-LEN.
175405     MOVE "P" TO DARC-STATUS.
175406     MOVE TRAN-PARTNER-ID TO DARC-PARTNER.
175407     MOVE TRAN-RUN-DATE TO DARC-ARCHIVE-DATE.
175408     MOVE TRAN-RUN-TIME-HHMMSS TO DARC-ARCHIVE-TIME.
175409     MOVE 0 TO DARC-REG-RUN-DATE, DARC-REG-RUN-TIME,
175410         DARC-REG-RECS, DARC-REG-CHECKSUM, DARC-OUT-RECS,
175411         DARC-OUT-BYTES, DARC-OUT-CHECKSUM, DARC-RESEND-COUNT,
175412         DARC-LAST-RESEND-DATE, DARC-LAST-RESEND-TIME.
175413     PERFORM 8530-PUT-ARCHIVE THRU 8530-EXIT.
175414 8500-EXIT.
175415     EXIT.
175416*
175417*    FILES THE RECORD JUST DELIVERED UNDER ITS SEQUENCE NUMBER
175418*    IN THE GENERATION -- COUNTING THE RECORDS A RESTARTED
175419*    RUN'S PREDECESSOR ALREADY DELIVERED AND ARCHIVED.
175420 8510-ARCHIVE-RECORD.
175421     MOVE SPACES TO DARC-DATA.
175422     COMPUTE DARC-SEQ = TRAN-RESTART-WRITTEN + TRAN-RECS-WRITTEN.
175423     MOVE TRAN-OUT-LEN TO DARC-REC-LEN.
175424     MOVE TRAN-WORK-OUT (1:TRAN-OUT-LEN)
175425         TO DARC-DATA (1:TRAN-OUT-LEN).
175426     PERFORM 8530-PUT-ARCHIVE THRU 8530-EXIT.
175427 8510-EXIT.
175428     EXIT.
175429*
175430*    AT THE END OF THE ENTRY.  A DELIVERY THAT MADE THE
175431*    REGISTER GETS ITS CONTROL RECORD COMPLETED -- THE
175432*    REGISTER ENTRY IT BELONGS TO AND THE TOTALS OF WHAT WAS
175433*    DELIVERED.  ONE THAT DID NOT (MAXERR, OPERATOR STOP, NO
175434*    REGISTER) STAYS "P" AND CAN NEVER BE RESENT.  A FORCED
175436*    RERUN THAT DELIVERED FEWER RECORDS THAN THE COPY IT
175438*    REPLACES HAS THE OLD TAIL PAST ITS NEW END DROPPED, SO THE
175440*    COPY HOLDS EXACTLY WHAT THE CONTROL RECORD COUNTS.
175442 8520-CLOSE-ARCHIVE.
175444     IF TRAN-DREG-WRITTEN THEN
175446         MOVE SPACES TO DARC-RECORD
175448         MOVE TRAN-DREG-DSN TO DARC-SOURCE-DSN
175450         MOVE TRAN-DREG-DATE TO DARC-FILE-DATE
175452         MOVE TRAN-DREG-TIME TO DARC-FILE-TIME
175454         MOVE 0 TO DARC-SEQ, DARC-REC-LEN
175456         MOVE "C" TO DARC-STATUS
175458         MOVE TRAN-PARTNER-ID TO DARC-PARTNER
175460         MOVE TRAN-RUN-DATE TO DARC-ARCHIVE-DATE
175462         MOVE TRAN-END-TIME-HHMMSS TO DARC-ARCHIVE-TIME
175464         MOVE TRAN-RUN-DATE TO DARC-REG-RUN-DATE
175466         MOVE TRAN-RUN-TIME-HHMMSS TO DARC-REG-RUN-TIME
175468         MOVE TRAN-DREG-RECS TO DARC-REG-RECS
175470         MOVE TRAN-DREG-CKSUM TO DARC-REG-CHECKSUM
175472         COMPUTE DARC-OUT-RECS =
175474             TRAN-RESTART-WRITTEN + TRAN-RECS-WRITTEN
175476         MOVE TRAN-BYTE-TOTAL TO DARC-OUT-BYTES
175478         MOVE TRAN-CHECKSUM TO DARC-OUT-CHECKSUM
175480         MOVE 0 TO DARC-RESEND-COUNT, DARC-LAST-RESEND-DATE,
175482             DARC-LAST-RESEND-TIME
175484         PERFORM 8530-PUT-ARCHIVE THRU 8530-EXIT.
175486     IF TRAN-DREG-WRITTEN AND TRAN-DARC-OPEN THEN
175488         MOVE "N" TO TRAN-DARC-TAIL-SW
175490         MOVE DARC-OUT-RECS TO TRAN-DARC-TAIL-SEQ
175492         PERFORM 8540-DROP-STALE-TAIL THRU 8540-EXIT
175494             UNTIL TRAN-DARC-TAIL-DONE.
175496     IF TRAN-DARC-OPEN THEN
175498         CLOSE TRAN-DARC-FILE
175500         MOVE "N" TO TRAN-DARC-OPEN-SW.
175502     IF TRAN-DREG-WRITTEN AND TRAN-DARC-AVAIL THEN
175504         DISPLAY "TRANCODE: DELIVERY ARCHIVED: " TRAN-DREG-DSN.
175506 8520-EXIT.
175508     EXIT.
175510*
175512 8530-PUT-ARCHIVE.
175514     WRITE DARC-RECORD
175516         INVALID KEY
175518             REWRITE DARC-RECORD
175520     END-WRITE.
175522     IF NOT TRAN-DARC-OK THEN
175524         DISPLAY "TRANCODE: DLVARCH WRITE FAILED, STATUS="
175526             TRAN-DARC-STATUS ", DELIVERY NOT ARCHIVED"
175528         CLOSE TRAN-DARC-FILE
175530         MOVE "N" TO TRAN-DARC-OPEN-SW
175532         MOVE "N" TO TRAN-DARC-AVAIL-SW.
175534 8530-EXIT.
175536     EXIT.
175538*
175540*    ONE RECORD PAST THE NEW END OF THE COPY.  THE FIRST KEY NOT
175542*    ON FILE IS THE END OF ANY OLD TAIL.
175544 8540-DROP-STALE-TAIL.
175546     ADD 1 TO TRAN-DARC-TAIL-SEQ.
175548     MOVE TRAN-DARC-TAIL-SEQ TO DARC-SEQ.
175550     DELETE TRAN-DARC-FILE RECORD
175552         INVALID KEY
175554             MOVE "Y" TO TRAN-DARC-TAIL-SW
175556     END-DELETE.
175558     IF TRAN-DARC-TAIL-DONE THEN
175560         GO TO 8540-EXIT.
175562     IF NOT TRAN-DARC-OK THEN
175564         DISPLAY "TRANCODE: DLVARCH DELETE FAILED, STATUS="
175566             TRAN-DARC-STATUS ", DELIVERY NOT ARCHIVED"
175568         CLOSE TRAN-DARC-FILE
175570         MOVE "N" TO TRAN-DARC-OPEN-SW
175572         MOVE "N" TO TRAN-DARC-AVAIL-SW
175574         MOVE "Y" TO TRAN-DARC-TAIL-SW.
175576 8540-EXIT.
175578     EXIT.
175580*
175582*
175584*    THE MANIFEST-COMPLETION REPORT -- ONE LINE PER ENTRY WITH
175586*    ITS OUTCOME.  A SINGLE-FILE RUN IS A ONE-ENTRY MANIFEST
175600*    AND PRINTS THE SAME WAY.
175700 9100-MANIFEST-REPORT.
175800     DISPLAY "TRANCODE: MANIFEST COMPLETION".
