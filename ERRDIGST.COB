002600*                    RECORD INCLUDING THE BYPASSED TRNHDR01/
002700*                    TRNTRL01 FRAMING, SO PASS TWO COUNTS
002800*                    PHYSICAL RECORDS THE SAME WAY.
002801*    2026-09-14  DS  GROUPS BY REJECT REASON AS WELL AS TOKEN
002802*                    (BLANK = UNRESOLVED ESCAPE TOKEN, VL = TOKEN
002803*                    VAULT MISS, FV = FIELD FAILED VALIDATION),
002804*                    AND SHOWS THE REASON ON EVERY SAMPLE AND
002805*                    SUMMARY LINE.
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004900     03 ERRD-COLUMN                 PIC X(04).
005000     03 FILLER                      PIC X(01).
005100     03 ERRD-TOKEN                  PIC X(09).
005110     03 FILLER                      PIC X(01).
005120     03 ERRD-REASON                 PIC X(02).
005200     03 FILLER                      PIC X(53).
005300*
005400 FD  DGST-IN-FILE
005500     RECORDING MODE IS V
009900 01  DGST-GROUP-TABLE.
010000     03 DGST-GROUP-ENTRY OCCURS 200 TIMES.
010100        05 DGST-GR-TOKEN         PIC X(09).
010150        05 DGST-GR-REASON        PIC X(02).
010200        05 DGST-GR-COUNT         PIC 9(09) COMP.
010300        05 DGST-GR-FIRST         PIC 9(09) COMP.
010400        05 DGST-GR-LAST          PIC 9(09) COMP.
014400     03 FILLER                   PIC X(08) VALUE " TOKEN=<".
014500     03 DGST-SH-TOKEN            PIC X(09).
014600     03 FILLER                   PIC X(01) VALUE ">".
014610     03 FILLER                   PIC X(08) VALUE " REASON=".
014620     03 DGST-SH-REASON           PIC X(02).
014700*
014800 LINKAGE SECTION.
014900 01  DGST-PARM-INFO.
022900        DGST-GROUP-COUNT IS LESS THAN 200 THEN
023000         ADD 1 TO DGST-GROUP-COUNT
023100         MOVE ERRD-TOKEN TO DGST-GR-TOKEN (DGST-GROUP-COUNT)
023150         MOVE ERRD-REASON TO DGST-GR-REASON (DGST-GROUP-COUNT)
023200         MOVE 0 TO DGST-GR-COUNT (DGST-GROUP-COUNT)
023300         MOVE 0 TO DGST-GR-FIRST (DGST-GROUP-COUNT)
023400         MOVE 0 TO DGST-GR-LAST (DGST-GROUP-COUNT)
023900*
024000 2210-TEST-ONE-GROUP.
024100     IF DGST-GR-TOKEN (DGST-GROUP-SUB) IS EQUAL TO ERRD-TOKEN
024150        AND DGST-GR-REASON (DGST-GROUP-SUB) IS EQUAL TO
024160            ERRD-REASON THEN
024300         MOVE DGST-GROUP-SUB TO DGST-GROUP-HIT.
024400 2210-EXIT.
024500     EXIT.
029000     MOVE DGST-SA-COL (DGST-SAMPLE-NEXT) TO DGST-SH-COL.
029100     MOVE DGST-GR-TOKEN (DGST-SA-GROUP (DGST-SAMPLE-NEXT))
029200         TO DGST-SH-TOKEN.
029210     MOVE DGST-GR-REASON (DGST-SA-GROUP (DGST-SAMPLE-NEXT))
029220         TO DGST-SH-REASON.
029300     DISPLAY " ".
029400     DISPLAY DGST-SAMPLE-HEADER.
029500     COMPUTE DGST-FROM-COL =
036300*
036400 9100-PRINT-ONE-GROUP.
036500     DISPLAY "  <" DGST-GR-TOKEN (DGST-GROUP-SUB)
036600         "> REASON=" DGST-GR-REASON (DGST-GROUP-SUB)
036650         " COUNT=" DGST-GR-COUNT (DGST-GROUP-SUB)
036700         " FIRST=" DGST-GR-FIRST (DGST-GROUP-SUB)
036800         " LAST=" DGST-GR-LAST (DGST-GROUP-SUB).
036900 9100-EXIT.
