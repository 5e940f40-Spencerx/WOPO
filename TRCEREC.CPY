000100*--------------------------------------------------------------*
000200* TRCEREC -- RECORD LAYOUT FOR THE TRACE RECORD-LINEAGE FILE.
000300*
000400* WRITTEN BY TRANSCODE-DRIVER UNDER THE SYSIN CARD TRACE=YES:
000500* ONE RECORD FOR EVERY RECORD WRITTEN TO A MANIFEST ENTRY'S
000600* OUTPUT, IN WRITE ORDER.  THE OUTPUT SIDE IS THE RECORD'S
000700* PHYSICAL NUMBER IN THAT OUTPUT FILE (THE TRNHDR01 OR THE
000800* ROW OF COLUMN NAMES IS RECORD 1), SO IT MATCHES THE "RECORD
000900* NNN OF YOUR FILE" A PARTNER QUOTES.  THE INPUT SIDE IS THE
001000* PHYSICAL INPUT RECORD IT CAME FROM, THE KEY ON A KEYED INPUT,
001100* AND THE BYTE OFFSET (FROM ZERO, RECORD DESCRIPTORS NOT
001200* COUNTED) OF THE FIRST INPUT BYTE THAT WENT INTO IT -- A
001300* REFLOW SPLIT GIVES SEVERAL OUTPUT RECORDS FROM ONE INPUT
001400* RECORD, EACH STARTING AT ITS OWN COLUMN.  HEADER, COLUMN-NAME
001500* AND TRAILER RECORDS ARE ORIGIN "F" WITH NO INPUT RECORD; A
001600* RECORD DROPPED BY NONSEL=DROP HAS NO OUTPUT AND NO ENTRY.
001700*
001800* A RESTART APPENDS TO THE TRACE; THE STRETCH BETWEEN THE LAST
001900* CHECKPOINT AND THE FAILURE IS TRACED AGAIN, AND THE LATER
002000* ENTRY FOR AN OUTPUT RECORD IS THE ONE THAT STANDS.
002100* TRANSCODE-MERGE COMBINES THE PARTITION RUNS' TRACES INTO ONE
002200* FOR THE MERGED FILE, CARRYING THE PARTITION AND ITS RECORD
002300* NUMBER AND PUTTING THE ORIGINAL INPUT'S RECORD NUMBER AND
002400* OFFSET IN THE INPUT FIELDS.  READ BY TRACE-LOOKUP.
002500* MODIFICATION HISTORY.
002600*    2026-10-15  DS  INITIAL VERSION.
002700*--------------------------------------------------------------*
002800 01  TRCE-RECORD.
002900     03 TRCE-MAN-ENTRY              PIC 9(03).
003000     03 TRCE-OUT-DDNAME             PIC X(08).
003100     03 TRCE-OUT-REC                PIC 9(09).
003200     03 TRCE-OUT-LEN                PIC 9(05).
003300     03 TRCE-ORIGIN                 PIC X(01).
003400         88 TRCE-TRANSCODED         VALUE "T".
003500         88 TRCE-COPIED             VALUE "C".
003600         88 TRCE-FRAMING            VALUE "F".
003700     03 TRCE-IN-DDNAME              PIC X(08).
003800     03 TRCE-IN-REC                 PIC 9(09).
003900     03 TRCE-IN-OFFSET              PIC 9(12).
004000     03 TRCE-IN-COLUMN              PIC 9(05).
004100     03 TRCE-IN-LEN                 PIC 9(05).
004200     03 TRCE-KEY-POS                PIC 9(04).
004300     03 TRCE-KEY-LEN                PIC 9(02).
004400     03 TRCE-IN-KEY                 PIC X(64).
004500     03 TRCE-PART                   PIC 9(01).
004600     03 TRCE-PART-REC               PIC 9(09).
004700     03 TRCE-RUN-DATE               PIC 9(08).
004800     03 TRCE-RUN-TIME               PIC 9(06).
004900     03 FILLER                      PIC X(01).
005000*
